      ******************************************************************
      * COPY        : RUTAMST                                          *
      * DESCRIPCION : LAYOUT DEL MAESTRO INDEXADO DE RUTAS DE          *
      *             : TRANSPORTE ESCOLAR (RUTAMST), MANTENIDO POR      *
      *             : EDUC3115. LLAVE = ID DE RUTA. LLEVA LA           *
      *             : DESCRIPCION, LA CAPACIDAD DEL BUS Y HASTA DIEZ   *
      *             : PARADAS EN EL ORDEN DEL RECORRIDO, CADA UNA CON  *
      *             : LA ZONA Y EL MUNICIPIO QUE ATIENDE (EL MISMO     *
      *             : TOKEN QUE TRAE LA DIRECCION NORMALIZADA DE       *
      *             : DIRMAST; EN BLANCO ATIENDE LA ZONA EN CUALQUIER  *
      *             : MUNICIPIO) Y LA HORA DE RECOGIDA HHMM, MAS EL    *
      *             : ESTADO (A=ACTIVA, I=INACTIVA). EL ID DE RUTA ES  *
      *             : TAMBIEN EL CONCEPTO DE SU TARIFA EN TARIFAS.     *
      ******************************************************************
       01 RUT-REGISTRO.
          05 RUT-LLAVE.
             10 RUT-ID                PIC X(06).
          05 RUT-DESCRIPCION          PIC X(20).
          05 RUT-CAPACIDAD            PIC 9(03).
          05 RUT-CANT-PARADAS         PIC 9(02).
          05 RUT-PARADA OCCURS 10 TIMES.
             10 RUT-PAR-ZONA          PIC 9(02).
             10 RUT-PAR-MUNICIPIO     PIC X(20).
             10 RUT-PAR-HORA          PIC 9(04).
          05 RUT-ESTADO               PIC X(01).
             88 RUT-ACTIVA                      VALUE "A".
             88 RUT-INACTIVA                    VALUE "I".
