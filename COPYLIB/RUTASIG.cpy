      ******************************************************************
      * COPY        : RUTASIG                                          *
      * DESCRIPCION : LAYOUT DE LAS ASIGNACIONES DE TRANSPORTE         *
      *             : (RUTASIG) QUE REGENERA LA CORRIDA DE ASIGNACION  *
      *             : DE RUTAS (EDUC3116): UN REGISTRO POR ESTUDIANTE  *
      *             : INSCRITO EN TRANSPORTE CON RUTA ASIGNADA, CON SU *
      *             : PARADA (ORDEN EN EL RECORRIDO) Y HORA DE         *
      *             : RECOGIDA. EL COBRO DE CUOTAS (EDUC3056) LE       *
      *             : AGREGA A LA FACTURA LA TARIFA DE SU RUTA.        *
      ******************************************************************
       01 RAS-REGISTRO.
          05 RAS-CODIGO               PIC 9(05).
          05 FILLER                   PIC X(01).
          05 RAS-RUTA                 PIC X(06).
          05 FILLER                   PIC X(01).
          05 RAS-PARADA               PIC 9(02).
          05 FILLER                   PIC X(01).
          05 RAS-HORA                 PIC 9(04).
