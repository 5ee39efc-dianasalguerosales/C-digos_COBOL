      ******************************************************************
      * COPY        : NITMST                                           *
      * DESCRIPCION : LAYOUT DEL MAESTRO INDEXADO DE VERIFICACION DE   *
      *             : NIT (NITMST), MANTENIDO POR EL CICLO DE          *
      *             : VERIFICACION CONTRA SAT (EDUC3040). LLAVE = NIT  *
      *             : NORMALIZADO. GUARDA EL ULTIMO ESTADO DEVUELTO    *
      *             : POR SAT (REGISTRADO / CANCELADO / DESCONOCIDO;   *
      *             : EN BLANCO MIENTRAS NO HAYA RESPUESTA), LA FECHA  *
      *             : EN QUE SE VERIFICO, LAS VECES QUE EL EVALUADOR   *
      *             : LO HA ACEPTADO, LA FECHA Y HORA DE LA ULTIMA     *
      *             : CORRIDA QUE LO SOLICITO, Y EL ESTADO Y FECHA DE  *
      *             : LA VERIFICACION ANTERIOR CON LA FECHA DEL ULTIMO *
      *             : CAMBIO DE ESTADO, QUE LISTA EL REPORTE MENSUAL   *
      *             : DE CAMBIOS (EDUC3125).                           *
      ******************************************************************
       01 NTM-REGISTRO.
          05 NTM-LLAVE.
             10 NTM-NIT               PIC X(10).
          05 NTM-ESTADO               PIC X(11).
             88 NTM-REGISTRADO                  VALUE "REGISTRADO".
             88 NTM-CANCELADO                   VALUE "CANCELADO".
             88 NTM-DESCONOCIDO                 VALUE "DESCONOCIDO".
             88 NTM-SIN-VERIFICAR               VALUE SPACES.
          05 NTM-FECHA-VERIFICADO     PIC 9(08).
          05 NTM-VECES-VISTO          PIC 9(07).
          05 NTM-FECHA-ALTA           PIC 9(08).
          05 NTM-SOLICITUD.
             10 NTM-FECHA-SOLICITUD   PIC 9(08).
             10 NTM-HORA-SOLICITUD    PIC 9(06).
          05 NTM-ESTADO-ANTERIOR      PIC X(11).
          05 NTM-FECHA-ANTERIOR       PIC 9(08).
          05 NTM-FECHA-CAMBIO         PIC 9(08).
