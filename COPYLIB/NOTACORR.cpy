      ******************************************************************
      * COPY        : NOTACORR                                         *
      * DESCRIPCION : LAYOUT DE LAS CORRECCIONES DE NOTA RETENIDAS POR *
      *             : APROBAR (NOTCORPE). EL MODO CORRECCION DE        *
      *             : EDUC3051 GRABA AQUI CADA CORRECCION VALIDA SOBRE *
      *             : UNA NOTA CUYA BOLETA YA SE PUBLICO: LLAVE        *
      *             : (CODIGO + CURSO + TERMINO), NOTA ORIGINAL, NOTA  *
      *             : NUEVA, DOCENTE QUE LA PIDE, MOTIVO, FECHA DE LA  *
      *             : SOLICITUD Y FECHA DE LA BOLETA PUBLICADA. LA     *
      *             : PASADA DE APROBACION DE COORDINACION (EDUC3114)  *
      *             : LA APLICA O LA RECHAZA.                          *
      ******************************************************************
       01 NCO-REGISTRO.
          05 NCO-LLAVE.
             10 NCO-CODIGO            PIC X(05).
             10 NCO-CURSO             PIC X(06).
             10 NCO-TERMINO           PIC X(02).
          05 FILLER                   PIC X(01).
          05 NCO-NOTA-ORIGINAL        PIC 9(03).
          05 FILLER                   PIC X(01).
          05 NCO-NOTA-NUEVA           PIC 9(03).
          05 FILLER                   PIC X(01).
          05 NCO-DOCENTE              PIC 9(05).
          05 FILLER                   PIC X(01).
          05 NCO-MOTIVO               PIC X(30).
          05 FILLER                   PIC X(01).
          05 NCO-FECHA-SOLICITUD      PIC 9(08).
          05 FILLER                   PIC X(01).
          05 NCO-FECHA-BOLETA         PIC 9(08).
