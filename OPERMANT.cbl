      * TIPO        : BATCH                                            *
      * DESCRIPCION : MANTENIMIENTO DEL MAESTRO DE OPERADORES          *
      *             : AUTORIZADOS (OPERMST). APLICA TRANSACCIONES DE   *
      *             : ALTA (A), MODIFICACION (M) Y BAJA (B) LEIDAS DEL *
      *             : ARCHIVO DE CONTROL TRANSOPE, Y EMITE UN REPORTE  *
      *             : DE CAMBIOS ANTES/DESPUES POR CADA TRANSACCION,   *
      *             : EN EL MISMO MOLDE DEL MANTENIMIENTO DEL CATALOGO *
      *             : (EDUC3012), CON EL MISMO DOBLE CONTROL:          *
      *             : MANT_MODO=PROPONE (OMISION) DEJA EL DECK         *
      *             : PROPUESTO EN MANTPEND CON SOLO LA VISTA PREVIA Y *
      *             : MANT_MODO=APLICA LO APLICA UNICAMENTE SI UN      *
      *             : SEGUNDO OPERADOR LO APROBO (EDUC3118). LOS       *
      *             : OPERADORES QUE EL DECK TOCA NO PUEDEN APROBARLO, *
      *             : ASI QUE NADIE SE OTORGA ACCIONES A SI MISMO.     *
      *             : MIENTRAS OPERMST NO EXISTE, LA CARGA INICIAL SE  *
      *             : APLICA DIRECTAMENTE.                             *
      * ARCHIVOS    : OPERMST (I-O), TRANSOPE (ENTRADA), RPTOPE        *
      *             : (SALIDA), MANTPEND/MANTAUD (VIA MANTCTL1)        *
      * PROGRAMA(S) : MANTCTL1                                         *
      ******************************************************************

       IDENTIFICATION DIVISION.
             88 WKS-FIN-TRANSOPE                  VALUE "10".
          02 WKS-FS-RPTOPE              PIC X(02) VALUE SPACES.

      *DOBLE CONTROL: "PROPONE" (OMISION) SOLO REGISTRA EL DECK COMO
      *PROPUESTO Y EMITE LA VISTA PREVIA ANTES/DESPUES SIN TOCAR EL
      *MAESTRO; "APLICA" LO APLICA SI UN SEGUNDO OPERADOR YA LO
      *APROBO (EDUC3118). CADA OPERADOR QUE EL DECK TOCA QUEDA COMO
      *SUJETO DEL DECK Y NO PUEDE SER QUIEN LO APRUEBE.
       01 WKS-MODO-MANT                 PIC X(07) VALUE "PROPONE".
          88 WKS-MANT-PROPONE                     VALUE "PROPONE".
          88 WKS-MANT-APLICA                      VALUE "APLICA".

      *AREA PARA EL CONTROL DE DECKS DE MANTENIMIENTO (MANTCTL1).
       01 WKS-CONTROL-DECK.
          02 WKS-DK-FUNCION             PIC X(01) VALUE SPACES.
          02 WKS-DK-PROGRAMA            PIC X(08) VALUE "EDUC3061".
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

           READ TRANS-OPERADORES INTO WKS-REG-TRANS

           CLOSE OPERADOR-MASTER, TRANS-OPERADORES, RPT-CAMBIOS

           IF WKS-MANT-APLICA AND WKS-DK-DECK > ZEROES
              MOVE "X" TO WKS-DK-FUNCION
              PERFORM 0009-INICIO-LLAMA-CONTROL THRU
                 0009-LLAMA-CONTROL-E
           END-IF

           IF WKS-I-RECHAZADAS > ZEROES
              MOVE 4 TO RETURN-CODE
           END-IF
           EXIT.

       0001-INICIO-ABRE-ARCHIVOS SECTION.
      *EN MODO PROPONE EL MAESTRO SOLO SE CONSULTA, PARA LA VISTA
      *PREVIA.
           IF WKS-MANT-PROPONE
              OPEN INPUT OPERADOR-MASTER
           ELSE
              OPEN I-O OPERADOR-MASTER
           END-IF
           IF WKS-FS-OPERMST = "35"
              OPEN OUTPUT OPERADOR-MASTER
              CLOSE OPERADOR-MASTER
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
           MOVE "A OPERADOR ANTES (NOMBRE/EST) -> DESPUES" TO
              REG-RPT-CAMBIOS(1:40)
              MOVE WKS-TO-ACCION1 TO OPERMST-ACCION1
              MOVE WKS-TO-ACCION2 TO OPERMST-ACCION2
              MOVE "A" TO OPERMST-ESTADO
              IF WKS-MANT-PROPONE
                 MOVE "00" TO WKS-FS-OPERMST
              ELSE
                 WRITE OPERMST-REGISTRO
              END-IF
              IF WKS-FS-OPERMST = "00"
                 SET WKS-TRANS-APLICADA TO TRUE
              ELSE
              MOVE WKS-TO-ACCION1 TO OPERMST-ACCION1
              MOVE WKS-TO-ACCION2 TO OPERMST-ACCION2
              MOVE "A" TO OPERMST-ESTADO
              IF WKS-MANT-PROPONE
                 MOVE "00" TO WKS-FS-OPERMST
              ELSE
                 REWRITE OPERMST-REGISTRO
              END-IF
              IF WKS-FS-OPERMST = "00"
                 SET WKS-TRANS-APLICADA TO TRUE
              ELSE
              MOVE "LLAVE NO EXISTE" TO WKS-RT-MOTIVO
           ELSE
              MOVE "I" TO OPERMST-ESTADO
              IF WKS-MANT-PROPONE
                 MOVE "00" TO WKS-FS-OPERMST
              ELSE
                 REWRITE OPERMST-REGISTRO
              END-IF
              IF WKS-FS-OPERMST = "00"
                 SET WKS-TRANS-APLICADA TO TRUE
              ELSE
           IF WKS-TRANS-APLICADA
              MOVE OPERMST-NOMBRE TO WKS-LC-DESPUES-NOMBRE
              MOVE OPERMST-ESTADO TO WKS-LC-DESPUES-ESTADO
              IF WKS-MANT-PROPONE
                 MOVE "PREVISTA" TO WKS-LC-RESULTADO
              ELSE
                 MOVE "APLICADA" TO WKS-LC-RESULTADO
              END-IF
           ELSE
              MOVE WKS-AN-NOMBRE TO WKS-LC-DESPUES-NOMBRE
              MOVE WKS-AN-ESTADO TO WKS-LC-DESPUES-ESTADO

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
      *SU HUELLA, CON EL OPERADOR QUE CADA LINEA TOCA. EN MODO
      *PROPONE EL DECK QUEDA REGISTRADO COMO PROPUESTO; EN MODO
      *APLICA SOLO SIGUE SI ESE MISMO DECK, SIN CAMBIOS, YA TIENE LA
      *APROBACION DE UN SEGUNDO OPERADOR.
      *MIENTRAS EL MAESTRO NO EXISTA NO HAY QUIEN APRUEBE: LA CARGA
      *INICIAL DE OPERADORES SE APLICA DIRECTAMENTE.
           OPEN INPUT OPERADOR-MASTER
           IF WKS-FS-OPERMST = "35"
              DISPLAY "OPERMST NO EXISTE: CARGA INICIAL DE OPERADORES "
                      "SIN DOBLE CONTROL"
              MOVE "APLICA" TO WKS-MODO-MANT
              GO TO 0008-DOBLE-CONTROL-E
           END-IF
           IF WKS-FS-OPERMST = "00"
              CLOSE OPERADOR-MASTER
           END-IF

           OPEN INPUT TRANS-OPERADORES
           IF WKS-FS-TRANSOPE NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE TRANSACCIONES"
              STOP RUN
           END-IF

           MOVE "H" TO WKS-DK-FUNCION
           READ TRANS-OPERADORES INTO WKS-REG-TRANS
           AT END
              SET WKS-FIN-TRANSOPE TO TRUE
           END-READ
           PERFORM UNTIL WKS-FIN-TRANSOPE
                   MOVE REG-TRANS-OPERADORES TO WKS-DK-LINEA
                   MOVE WKS-TO-ID TO WKS-DK-SUJETO
                   PERFORM 0009-INICIO-LLAMA-CONTROL THRU
                      0009-LLAMA-CONTROL-E
                   READ TRANS-OPERADORES INTO WKS-REG-TRANS
                   AT END
                      SET WKS-FIN-TRANSOPE TO TRUE
                   END-READ
           END-PERFORM
           CLOSE TRANS-OPERADORES
           MOVE SPACES TO WKS-DK-SUJETO

           IF WKS-MANT-PROPONE
              MOVE "P" TO WKS-DK-FUNCION
           ELSE
              MOVE "V" TO WKS-DK-FUNCION
           END-IF
           PERFORM 0009-INICIO-LLAMA-CONTROL THRU 0009-LLAMA-CONTROL-E

           IF WKS-DK-RESULTADO NOT = "S"
              DISPLAY "EL DECK DE OPERADORES NO SE PROCESA: "
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
