      *             : FECHA EFECTIVA), ESCRIBE LA LISTA NUEVA EN       *
      *             : BLOQNEW (EL PLANIFICADOR LA RENOMBRA SOBRE       *
      *             : BLOQDPI) Y EMITE UN REPORTE DE CAMBIOS           *
      *             : ANTES/DESPUES POR CADA TRANSACCION. DOBLE        *
      *             : CONTROL: MANT_MODO=PROPONE (OMISION) DEJA EL     *
      *             : DECK PROPUESTO EN MANTPEND CON SOLO LA VISTA     *
      *             : PREVIA, SIN ESCRIBIR BLOQNEW, Y MANT_MODO=APLICA *
      *             : LO APLICA UNICAMENTE SI UN SEGUNDO OPERADOR LO   *
      *             : APROBO (EDUC3118).                               *
      * ARCHIVOS    : BLOQDPI (ENTRADA), TRANSBLQ (ENTRADA), BLOQNEW   *
      *             : (SALIDA), RPTBLOQ (SALIDA),                      *
      *             : MANTPEND/OPERMST/MANTAUD (VIA MANTCTL1)          *
      * PROGRAMA(S) : MANTCTL1                                         *
      ******************************************************************

       IDENTIFICATION DIVISION.
             88 WKS-FIN-TRANSBLQ                  VALUE "10".
          02 WKS-FS-RPTBLOQ             PIC X(02) VALUE SPACES.

      *DOBLE CONTROL: "PROPONE" (OMISION) SOLO REGISTRA EL DECK COMO
      *PROPUESTO Y EMITE LA VISTA PREVIA ANTES/DESPUES SIN ESCRIBIR
      *LA LISTA NUEVA; "APLICA" LO APLICA SI UN SEGUNDO OPERADOR YA
      *LO APROBO (EDUC3118).
       01 WKS-MODO-MANT                 PIC X(07) VALUE "PROPONE".
          88 WKS-MANT-PROPONE                     VALUE "PROPONE".
          88 WKS-MANT-APLICA                      VALUE "APLICA".

      *AREA PARA EL CONTROL DE DECKS DE MANTENIMIENTO (MANTCTL1).
       01 WKS-CONTROL-DECK.
          02 WKS-DK-FUNCION             PIC X(01) VALUE SPACES.
          02 WKS-DK-PROGRAMA            PIC X(08) VALUE "EDUC3033".
          02 WKS-DK-OPERADOR            PIC X(08) VALUE SPACES.
          02 WKS-DK-LINEA               PIC X(80) VALUE SPACES.
          02 WKS-DK-SUJETO              PIC X(08) VALUE SPACES.
          02 WKS-DK-DECK                PIC 9(08) VALUE ZEROES.
          02 WKS-DK-RESULTADO           PIC X(01) VALUE SPACES.
          02 WKS-DK-MOTIVO              PIC X(40) VALUE SPACES.

       01 WKS-ITERACIONES.
          02 WKS-I-CARGADOS             PIC 9(03) VALUE ZEROES.
          02 WKS-I-LEIDAS               PIC 9(05) VALUE ZEROES.
       PROCEDURE DIVISION.

       0000-INICIO SECTION.
           ACCEPT WKS-MODO-MANT FROM ENVIRONMENT "MANT_MODO"
           IF NOT WKS-MANT-APLICA
              MOVE "PROPONE" TO WKS-MODO-MANT
           END-IF
           ACCEPT WKS-DK-OPERADOR FROM ENVIRONMENT "MANT_OPERADOR"

           PERFORM 0008-INICIO-DOBLE-CONTROL THRU 0008-DOBLE-CONTROL-E

           PERFORM 0001-INICIO-ABRE-ARCHIVOS THRU 0001-ABRE-ARCHIVOS-E
           PERFORM 0002-INICIO-CARGA-LISTA THRU 0002-CARGA-LISTA-E

                   END-READ
           END-PERFORM

           IF WKS-MANT-APLICA
              PERFORM 0004-INICIO-ESCRIBE-LISTA THRU
                 0004-ESCRIBE-LISTA-E
           END-IF
           PERFORM 0007-INICIO-TOTALES THRU 0007-TOTALES-E

           CLOSE TRANS-BLOQUEO, RPT-BLOQUEOS

           IF WKS-MANT-APLICA AND WKS-DK-DECK > ZEROES
              MOVE "X" TO WKS-DK-FUNCION
              PERFORM 0009-INICIO-LLAMA-CONTROL THRU
                 0009-LLAMA-CONTROL-E
           END-IF

           IF WKS-I-RECHAZADAS > ZEROES
              MOVE 4 TO RETURN-CODE
           END-IF
              STOP RUN
           END-IF

           IF WKS-MANT-PROPONE
              MOVE SPACES TO REG-RPT-BLOQUEOS
              STRING "DECK PROPUESTO " WKS-DK-DECK
                     ": VISTA PREVIA, NO APLICADA; REQUIERE "
                     "APROBACION (EDUC3118)"
                 DELIMITED BY SIZE INTO REG-RPT-BLOQUEOS
              END-STRING
              WRITE REG-RPT-BLOQUEOS
           END-IF

           MOVE SPACES TO REG-RPT-BLOQUEOS
           MOVE "A DPI           ANTES          -> DESPUES" TO
              REG-RPT-BLOQUEOS(1:41)
                MOVE "SIN BLOQUEO" TO WKS-LC-DESPUES
           END-EVALUATE

           EVALUATE TRUE
           WHEN WKS-TRANS-APLICADA AND WKS-MANT-PROPONE
                MOVE "PREVISTA" TO WKS-LC-RESULTADO
           WHEN WKS-TRANS-APLICADA
                MOVE "APLICADA" TO WKS-LC-RESULTADO
           WHEN OTHER
                MOVE "RECHAZADA" TO WKS-LC-RESULTADO
           END-EVALUATE
           MOVE WKS-RT-MOTIVO TO WKS-LC-MOTIVO

           WRITE REG-RPT-BLOQUEOS FROM WKS-LINEA-CAMBIO.
           DISPLAY "BLOQUEOS APLICADOS: " WKS-I-BLOQUEOS
           DISPLAY "LEVANTAMIENTOS APLICADOS: " WKS-I-LEVANTADOS
           DISPLAY "TRANSACCIONES RECHAZADAS: " WKS-I-RECHAZADAS
           IF WKS-MANT-PROPONE
              DISPLAY "DECK PROPUESTO NUMERO " WKS-DK-DECK
                      ", PENDIENTE DE APROBACION; LISTA NO ESCRITA"
           ELSE
              DISPLAY "BLOQUEOS EN LA LISTA NUEVA: " WKS-I-SALIDA
           END-IF.
       0007-TOTALES-E.
           EXIT.

       0008-INICIO-DOBLE-CONTROL SECTION.
      *EL DECK COMPLETO SE PASA LINEA POR LINEA A MANTCTL1 PARA SACAR
      *SU HUELLA. EN MODO PROPONE EL DECK QUEDA REGISTRADO COMO
      *PROPUESTO; EN MODO APLICA SOLO SIGUE SI ESE MISMO DECK, SIN
      *CAMBIOS, YA TIENE LA APROBACION DE UN SEGUNDO OPERADOR.
           OPEN INPUT TRANS-BLOQUEO
           IF WKS-FS-TRANSBLQ NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE TRANSACCIONES"
              STOP RUN
           END-IF

           MOVE "H" TO WKS-DK-FUNCION
           READ TRANS-BLOQUEO
           AT END
              SET WKS-FIN-TRANSBLQ TO TRUE
           END-READ
           PERFORM UNTIL WKS-FIN-TRANSBLQ
                   MOVE REG-TRANS-BLOQUEO TO WKS-DK-LINEA
                   PERFORM 0009-INICIO-LLAMA-CONTROL THRU
                      0009-LLAMA-CONTROL-E
                   READ TRANS-BLOQUEO
                   AT END
                      SET WKS-FIN-TRANSBLQ TO TRUE
                   END-READ
           END-PERFORM
           CLOSE TRANS-BLOQUEO

           IF WKS-MANT-PROPONE
              MOVE "P" TO WKS-DK-FUNCION
           ELSE
              MOVE "V" TO WKS-DK-FUNCION
           END-IF
           PERFORM 0009-INICIO-LLAMA-CONTROL THRU 0009-LLAMA-CONTROL-E

           IF WKS-DK-RESULTADO NOT = "S"
              DISPLAY "EL DECK DE BLOQUEOS NO SE PROCESA: "
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
