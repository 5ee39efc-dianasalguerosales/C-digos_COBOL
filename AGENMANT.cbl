      * APLICACION  : EDUCACION                                        *
      * PROGRAMA    : EDUC3041                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : MANTENIMIENTO DEL MAESTRO DE AGENCIAS (AGENMST). *
      *             : APLICA TRANSACCIONES DE ALTA (A), MODIFICACION   *
      *             : (M) Y CIERRE (C) LEIDAS DEL ARCHIVO DE CONTROL   *
      *             : TRANSAGE, Y EMITE UN REPORTE DE CAMBIOS          *
      *             : ANTES/DESPUES POR CADA TRANSACCION, EN EL MISMO  *
      *             : MOLDE DEL MANTENIMIENTO DEL CATALOGO GEOGRAFICO  *
      *             : (EDUC3012). DOBLE CONTROL: MANT_MODO=PROPONE     *
      *             : (OMISION) DEJA EL DECK PROPUESTO EN MANTPEND CON *
      *             : SOLO LA VISTA PREVIA Y MANT_MODO=APLICA LO       *
      *             : APLICA UNICAMENTE SI UN SEGUNDO OPERADOR LO      *
      *             : APROBO (EDUC3118).                               *
      * ARCHIVOS    : AGENMST (I-O), TRANSAGE (ENTRADA), RPTAGEN       *
      *             : (SALIDA), MANTPEND/OPERMST/MANTAUD (VIA          *
      *             : MANTCTL1)                                        *
      * PROGRAMA(S) : MANTCTL1                                         *
      ******************************************************************

       IDENTIFICATION DIVISION.
             88 WKS-FIN-TRANSAGE                  VALUE "10".
          02 WKS-FS-RPTAGEN             PIC X(02) VALUE SPACES.

      *DOBLE CONTROL: "PROPONE" (OMISION) SOLO REGISTRA EL DECK COMO
      *PROPUESTO Y EMITE LA VISTA PREVIA ANTES/DESPUES SIN TOCAR EL
      *MAESTRO; "APLICA" LO APLICA SI UN SEGUNDO OPERADOR YA LO
      *APROBO (EDUC3118).
       01 WKS-MODO-MANT                 PIC X(07) VALUE "PROPONE".
          88 WKS-MANT-PROPONE                     VALUE "PROPONE".
          88 WKS-MANT-APLICA                      VALUE "APLICA".

      *AREA PARA EL CONTROL DE DECKS DE MANTENIMIENTO (MANTCTL1).
       01 WKS-CONTROL-DECK.
          02 WKS-DK-FUNCION             PIC X(01) VALUE SPACES.
          02 WKS-DK-PROGRAMA            PIC X(08) VALUE "EDUC3041".
          02 WKS-DK-OPERADOR            PIC X(08) VALUE SPACES.
          02 WKS-DK-LINEA               PIC X(80) VALUE SPACES.
          02 WKS-DK-SUJETO              PIC X(08) VALUE SPACES.
          02 WKS-DK-DECK                PIC 9(08) VALUE ZEROES.
          02 WKS-DK-RESULTADO           PIC X(01) VALUE SPACES.
          02 WKS-DK-MOTIVO              PIC X(40) VALUE SPACES.

       01 WKS-ITERACIONES.
          02 WKS-I-LEIDAS               PIC 9(05) VALUE ZEROES.
          02 WKS-I-APLICADAS            PIC 9(05) VALUE ZEROES.
       PROCEDURE DIVISION.

       0000-INICIO SECTION.
           ACCEPT WKS-MODO-MANT FROM ENVIRONMENT "MANT_MODO"
           IF NOT WKS-MANT-APLICA
              MOVE "PROPONE" TO WKS-MODO-MANT
           END-IF
           ACCEPT WKS-DK-OPERADOR FROM ENVIRONMENT "MANT_OPERADOR"

           PERFORM 0008-INICIO-DOBLE-CONTROL THRU 0008-DOBLE-CONTROL-E

           PERFORM 0001-INICIO-ABRE-ARCHIVOS THRU 0001-ABRE-ARCHIVOS-E

           READ TRANS-AGENCIAS INTO WKS-REG-TRANS

           CLOSE AGENCIA-MASTER, TRANS-AGENCIAS, RPT-CAMBIOS

           IF WKS-MANT-APLICA AND WKS-DK-DECK > ZEROES
              MOVE "X" TO WKS-DK-FUNCION
              PERFORM 0009-INICIO-LLAMA-CONTROL THRU
                 0009-LLAMA-CONTROL-E
           END-IF

           IF WKS-I-RECHAZADAS > ZEROES
              MOVE 4 TO RETURN-CODE
           END-IF
       0001-INICIO-ABRE-ARCHIVOS SECTION.
      *EL MAESTRO SE ABRE I-O; SI TODAVIA NO EXISTE (FILE STATUS
      *35) SE CREA VACIO Y SE REABRE, PARA QUE LA PRIMERA CARGA SE
      *HAGA CON ESTE MISMO PROGRAMA. EN MODO PROPONE EL MAESTRO SOLO
      *SE CONSULTA, PARA LA VISTA PREVIA.
           IF WKS-MANT-PROPONE
              OPEN INPUT AGENCIA-MASTER
           ELSE
              OPEN I-O AGENCIA-MASTER
           END-IF
           IF WKS-FS-AGENMST = "35"
              OPEN OUTPUT AGENCIA-MASTER
              CLOSE AGENCIA-MASTER
              IF WKS-MANT-PROPONE
                 OPEN INPUT AGENCIA-MASTER
              ELSE
                 OPEN I-O AGENCIA-MASTER
              END-IF
           END-IF
           IF WKS-FS-AGENMST NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE AGENCIAS"
              STOP RUN
           END-IF

           IF WKS-MANT-PROPONE
              MOVE SPACES TO REG-RPT-CAMBIOS
              STRING "DECK PROPUESTO " WKS-DK-DECK
                     ": VISTA PREVIA, NO APLICADA. REQUIERE LA "
                     "APROBACION DE UN SEGUNDO OPERADOR (EDUC3118)"
                 DELIMITED BY SIZE INTO REG-RPT-CAMBIOS
              END-STRING
              WRITE REG-RPT-CAMBIOS
           END-IF

           MOVE SPACES TO REG-RPT-CAMBIOS
           MOVE "A AGE ANTES (NOMBRE/REGION/EST) -> DESPUES" TO
              REG-RPT-CAMBIOS(1:42)
              MOVE WKS-TA-REGION TO AGENMST-REGION
              MOVE "A" TO AGENMST-ESTADO
              MOVE ZEROES TO AGENMST-FECHA-CIERRE
              IF WKS-MANT-PROPONE
                 MOVE "00" TO WKS-FS-AGENMST
              ELSE
                 WRITE AGENMST-REGISTRO
              END-IF
              IF WKS-FS-AGENMST = "00"
                 SET WKS-TRANS-APLICADA TO TRUE
              ELSE
              MOVE WKS-TA-REGION TO AGENMST-REGION
              MOVE "A" TO AGENMST-ESTADO
              MOVE ZEROES TO AGENMST-FECHA-CIERRE
              IF WKS-MANT-PROPONE
                 MOVE "00" TO WKS-FS-AGENMST
              ELSE
                 REWRITE AGENMST-REGISTRO
              END-IF
              IF WKS-FS-AGENMST = "00"
                 SET WKS-TRANS-APLICADA TO TRUE
              ELSE
           WHEN OTHER
                MOVE "C" TO AGENMST-ESTADO
                MOVE WKS-TA-FECHA-CIERRE TO AGENMST-FECHA-CIERRE
                IF WKS-MANT-PROPONE
                   MOVE "00" TO WKS-FS-AGENMST
                ELSE
                   REWRITE AGENMST-REGISTRO
                END-IF
                IF WKS-FS-AGENMST = "00"
                   SET WKS-TRANS-APLICADA TO TRUE
                ELSE
              MOVE AGENMST-NOMBRE TO WKS-LC-DESPUES-NOMBRE
              MOVE AGENMST-REGION TO WKS-LC-DESPUES-REGION
              MOVE AGENMST-ESTADO TO WKS-LC-DESPUES-ESTADO
              IF WKS-MANT-PROPONE
                 MOVE "PREVISTA" TO WKS-LC-RESULTADO
              ELSE
                 MOVE "APLICADA" TO WKS-LC-RESULTADO
              END-IF
           ELSE
              MOVE WKS-AN-NOMBRE TO WKS-LC-DESPUES-NOMBRE
              MOVE WKS-AN-REGION TO WKS-LC-DESPUES-REGION

           DISPLAY "TRANSACCIONES LEIDAS AL MAESTRO: " WKS-I-LEIDAS
           DISPLAY "TRANSACCIONES APLICADAS: " WKS-I-APLICADAS
           DISPLAY "TRANSACCIONES RECHAZADAS: " WKS-I-RECHAZADAS
           IF WKS-MANT-PROPONE
              DISPLAY "DECK PROPUESTO NUMERO " WKS-DK-DECK
                      ", PENDIENTE DE APROBACION"
           END-IF.
       0007-TOTALES-E.
           EXIT.

       0008-INICIO-DOBLE-CONTROL SECTION.
      *EL DECK COMPLETO SE PASA LINEA POR LINEA A MANTCTL1 PARA SACAR
      *SU HUELLA. EN MODO PROPONE EL DECK QUEDA REGISTRADO COMO
      *PROPUESTO; EN MODO APLICA SOLO SIGUE SI ESE MISMO DECK, SIN
      *CAMBIOS, YA TIENE LA APROBACION DE UN SEGUNDO OPERADOR.
           OPEN INPUT TRANS-AGENCIAS
           IF WKS-FS-TRANSAGE NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE TRANSACCIONES"
              STOP RUN
           END-IF

           MOVE "H" TO WKS-DK-FUNCION
           READ TRANS-AGENCIAS
           AT END
              SET WKS-FIN-TRANSAGE TO TRUE
           END-READ
           PERFORM UNTIL WKS-FIN-TRANSAGE
                   MOVE REG-TRANS-AGENCIAS TO WKS-DK-LINEA
                   PERFORM 0009-INICIO-LLAMA-CONTROL THRU
                      0009-LLAMA-CONTROL-E
                   READ TRANS-AGENCIAS
                   AT END
                      SET WKS-FIN-TRANSAGE TO TRUE
                   END-READ
           END-PERFORM
           CLOSE TRANS-AGENCIAS

           IF WKS-MANT-PROPONE
              MOVE "P" TO WKS-DK-FUNCION
           ELSE
              MOVE "V" TO WKS-DK-FUNCION
           END-IF
           PERFORM 0009-INICIO-LLAMA-CONTROL THRU 0009-LLAMA-CONTROL-E

           IF WKS-DK-RESULTADO NOT = "S"
              DISPLAY "EL DECK DE AGENCIAS NO SE PROCESA: "
                      WKS-DK-MOTIVO
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           IF WKS-DK-MOTIVO NOT = SPACES
              DISPLAY WKS-DK-MOTIVO
           END-IF.
       0008-DOBLE-CONTROL-E.
           EXIT.

       0009-INICIO-LLAMA-CONTROL SECTION.
           CALL 'MANTCTL1' USING WKS-DK-FUNCION
                                 WKS-DK-PROGRAMA
                                 WKS-DK-OPERADOR
                                 WKS-DK-LINEA
                                 WKS-DK-SUJETO
                                 WKS-DK-DECK
                                 WKS-DK-RESULTADO
                                 WKS-DK-MOTIVO.
       0009-LLAMA-CONTROL-E.
           EXIT.
