      ******************************************************************
      * COPY        : NOTAAUD                                          *
      * DESCRIPCION : LAYOUT DE LA BITACORA DE CAMBIOS DE NOTA         *
      *             : POSTERIORES A LA PUBLICACION (NOTAAUD), QUE LA   *
      *             : PASADA DE APROBACION DE CORRECCIONES (EDUC3114)  *
      *             : ALARGA CON CADA DECISION: FECHA, ESTADO          *
      *             : (A=APLICADA, R=RECHAZADA), DOCENTE, TERMINO,     *
      *             : ESTUDIANTE, CURSO, NOTA ORIGINAL Y NUEVA,        *
      *             : COORDINADOR QUE DECIDIO, MOTIVO DEL DOCENTE Y    *
      *             : FECHA DE LA BOLETA QUE SE REEMPLAZA.             *
      ******************************************************************
       01 NAU-REGISTRO.
          05 NAU-FECHA                PIC 9(08).
          05 FILLER                   PIC X(01).
          05 NAU-ESTADO               PIC X(01).
             88 NAU-APLICADA                    VALUE "A".
             88 NAU-RECHAZADA                   VALUE "R".
          05 FILLER                   PIC X(01).
          05 NAU-DOCENTE              PIC 9(05).
          05 FILLER                   PIC X(01).
          05 NAU-TERMINO              PIC X(02).
          05 FILLER                   PIC X(01).
          05 NAU-CODIGO               PIC X(05).
          05 FILLER                   PIC X(01).
          05 NAU-CURSO                PIC X(06).
          05 FILLER                   PIC X(01).
          05 NAU-NOTA-ORIGINAL        PIC 9(03).
          05 FILLER                   PIC X(01).
          05 NAU-NOTA-NUEVA           PIC 9(03).
          05 FILLER                   PIC X(01).
          05 NAU-COORDINADOR          PIC X(08).
          05 FILLER                   PIC X(01).
          05 NAU-MOTIVO               PIC X(30).
          05 FILLER                   PIC X(01).
          05 NAU-FECHA-BOLETA         PIC 9(08).
