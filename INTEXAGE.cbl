      *             : FECHA DE PRIMERA VEZ, FECHA DE ULTIMA VEZ Y      *
      *             : CONTADOR DE OCURRENCIAS, Y REPORTA LAS           *
      *             : EXCEPCIONES CRONICAS QUE HAN PERSISTIDO MAS DE   *
      *             : N NOCHES (PARAMETRO NOCHES_CRONICAS). NO REPORTA *
      *             : LAS QUE EL SEGUIMIENTO DE CASOS (EDUC3089) TIENE *
      *             : CERRADAS COMO DIFERENCIA ACEPTADA.               *
      * ARCHIVOS    : EXCEPCION (ENTRADA), EXCMAST (I-O),              *
      *             : EXCCASO (ENTRADA), RPTAGE (SALIDA)               *
      * PROGRAMA(S) : NO APLICA PARA ESTE CASO                         *
      ******************************************************************

                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EXCM-LLAVE
                  FILE STATUS IS WKS-FS-EXCMAST.
      *CASOS DE SEGUIMIENTO DE EDUC3089. SI NO EXISTE, NO SE SUPRIME
      *NINGUNA EXCEPCION CRONICA.
           SELECT CASOS-EXCEPCION ASSIGN TO EXCCASO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS EXCC-LLAVE
                  FILE STATUS IS WKS-FS-EXCCASO.
           SELECT RPT-CRONICAS ASSIGN TO RPTAGE
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-RPTAGE.
          05 EXCM-ULTIMA-FECHA         PIC 9(08).
          05 EXCM-OCURRENCIAS          PIC 9(05).

       FD CASOS-EXCEPCION.
           COPY EXCCASO.

       FD RPT-CRONICAS.
       01 REG-RPT-CRONICAS             PIC X(100).

          02 WKS-FS-EXCMAST            PIC X(02) VALUE SPACES.
             88 WKS-FIN-EXCMAST                  VALUE "10".
          02 WKS-FS-RPTAGE             PIC X(02) VALUE SPACES.
          02 WKS-FS-EXCCASO            PIC X(02) VALUE SPACES.
          02 WKS-CON-CASOS             PIC X(01) VALUE "N".
             88 WKS-HAY-CASOS                    VALUE "S".
          02 WKS-SUPRIMIDA             PIC X(01) VALUE "N".
             88 WKS-ES-SUPRIMIDA                 VALUE "S".

      *MISMO LAYOUT DE LA LINEA DE EXCEPCION QUE GRABA EDUC3010.
       01 WKS-LINEA-EXCEPCION.
          02 WKS-I-NUEVAS              PIC 9(06) VALUE ZEROES.
          02 WKS-I-RECURRENTES         PIC 9(06) VALUE ZEROES.
          02 WKS-I-CRONICAS            PIC 9(06) VALUE ZEROES.
          02 WKS-I-SUPRIMIDAS          PIC 9(06) VALUE ZEROES.

       01 WKS-LINEA-CRONICA.
          02 WKS-CR-CUENTA             PIC 9(10) VALUE ZEROES.
           DISPLAY "EXCEPCIONES NUEVAS EN EL MAESTRO: " WKS-I-NUEVAS
           DISPLAY "EXCEPCIONES RECURRENTES: " WKS-I-RECURRENTES
           DISPLAY "EXCEPCIONES CRONICAS REPORTADAS: " WKS-I-CRONICAS
           DISPLAY "CRONICAS SUPRIMIDAS (DIFERENCIA ACEPTADA): "
                   WKS-I-SUPRIMIDAS

           IF WKS-I-CRONICAS > ZEROES
              MOVE 4 TO RETURN-CODE

       0003-INICIO-REPORTE-CRONICAS SECTION.
      *RECORRE EL MAESTRO COMPLETO Y LISTA LAS EXCEPCIONES QUE HAN
      *PERSISTIDO MAS DE N NOCHES. SE OMITEN LAS QUE TIENEN CASO
      *CERRADO COMO DIFERENCIA ACEPTADA Y CUYA ULTIMA APARICION YA FUE
      *APLICADA AL CASO SIN REABRIRLO (DETALLE SIN CAMBIO).
           OPEN INPUT CASOS-EXCEPCION
           IF WKS-FS-EXCCASO = "00"
              SET WKS-HAY-CASOS TO TRUE
           END-IF

           OPEN OUTPUT RPT-CRONICAS
           IF WKS-FS-RPTAGE NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL REPORTE DE CRONICAS"
           END-READ

           PERFORM UNTIL WKS-FIN-EXCMAST
                   MOVE "N" TO WKS-SUPRIMIDA
                   IF EXCM-OCURRENCIAS > WKS-NOCHES-CRONICAS AND
                      WKS-HAY-CASOS
                      MOVE EXCM-LLAVE TO EXCC-LLAVE
                      READ CASOS-EXCEPCION
                      END-READ
                      IF WKS-FS-EXCCASO = "00" AND EXCC-CERRADO AND
                         EXCC-DIFERENCIA-ACEPTADA AND
                         EXCC-ULTIMA-FECHA NOT < EXCM-ULTIMA-FECHA
                         SET WKS-ES-SUPRIMIDA TO TRUE
                         ADD 1 TO WKS-I-SUPRIMIDAS
                      END-IF
                   END-IF
                   IF EXCM-OCURRENCIAS > WKS-NOCHES-CRONICAS AND
                      NOT WKS-ES-SUPRIMIDA
                      ADD 1 TO WKS-I-CRONICAS
                      MOVE EXCM-CUENTA TO WKS-CR-CUENTA
                      MOVE EXCM-RAZON TO WKS-CR-RAZON
           END-PERFORM.

       0003-REPORTE-CIERRE.
           IF WKS-HAY-CASOS
              CLOSE CASOS-EXCEPCION
           END-IF
           CLOSE RPT-CRONICAS.
       0003-REPORTE-CRONICAS-E.
           EXIT.
