      *             : APLICA TRANSACCIONES DE ALTA (A), CAMBIO (C) Y   *
      *             : BAJA (B) POR SECCION Y CLAVE, LEIDAS DE          *
      *             : TRANSPAR, CON FECHA EFECTIVA: UNA TRANSACCION    *
      *             : FECHADA A FUTURO QUEDA DIFERIDA EN EL ARCHIVO DE *
      *             : PENDIENTES (PARMPEND, QUE SE RELEE CADA CORRIDA  *
      *             : Y SE REESCRIBE EN PARMPENN) Y SE APLICA SOLA EL  *
      *             : DIA QUE CORRESPONDE. ESCRIBE EL PARAMET NUEVO EN *
      *             : PARMNEW (EL PLANIFICADOR LO RENOMBRA), EL        *
      *             : REPORTE DE CAMBIOS ANTES/DESPUES (RPTPARM) Y LA  *
      *             : AUDITORIA ACUMULADA DE CAMBIOS (PARMAUD,         *
      *             : EXTEND): QUIEN CAMBIO QUE PARAMETRO Y CUANDO,    *
      *             : CON EL ID DE OPERADOR QUE FIRMA LA TARJETA (DEL  *
      *             : MAESTRO DE OPERADORES DE EDUC3061). DOBLE        *
      *             : CONTROL: MANT_MODO=PROPONE (OMISION) DEJA EL     *
      *             : DECK PROPUESTO EN MANTPEND CON SOLO LA VISTA     *
      *             : PREVIA, SIN ESCRIBIR PARMNEW, DIFERIDAS NI       *
      *             : AUDITORIA, Y MANT_MODO=APLICA LO APLICA          *
      *             : UNICAMENTE SI UN SEGUNDO OPERADOR LO APROBO      *
      *             : (EDUC3118).                                      *
      * ARCHIVOS    : PARAMET (ENTRADA), TRANSPAR (ENTRADA), PARMPEND  *
      *             : (ENTRADA), PARMPENN (SALIDA), PARMNEW (SALIDA),  *
      *             : RPTPARM (SALIDA), PARMAUD (EXTEND),              *
      *             : MANTPEND/OPERMST/MANTAUD (VIA MANTCTL1)          *
      * PROGRAMA(S) : MANTCTL1                                         *
      ******************************************************************

       IDENTIFICATION DIVISION.
             88 WKS-TRANS-APLICADA                VALUE "S".
          02 WKS-RT-MOTIVO              PIC X(20) VALUE SPACES.
          02 WKS-RT-VALOR-ANTES         PIC X(20) VALUE SPACES.
          02 WKS-RT-LEYENDA             PIC X(08) VALUE "APLICADA".

      *DOBLE CONTROL: "PROPONE" (OMISION) SOLO REGISTRA EL DECK COMO
      *PROPUESTO Y EMITE LA VISTA PREVIA ANTES/DESPUES, SIN ESCRIBIR
      *PARMNEW, DIFERIDAS NI AUDITORIA; "APLICA" LO APLICA SI UN
      *SEGUNDO OPERADOR YA LO APROBO (EDUC3118). LAS DIFERIDAS DE UN
      *DECK APROBADO SE APLICAN SOLAS EN SU FECHA SIN NUEVA FIRMA.
       01 WKS-MODO-MANT                 PIC X(07) VALUE "PROPONE".
          88 WKS-MANT-PROPONE                     VALUE "PROPONE".
          88 WKS-MANT-APLICA                      VALUE "APLICA".

      *AREA PARA EL CONTROL DE DECKS DE MANTENIMIENTO (MANTCTL1).
       01 WKS-CONTROL-DECK.
          02 WKS-DK-FUNCION             PIC X(01) VALUE SPACES.
          02 WKS-DK-PROGRAMA            PIC X(08) VALUE "EDUC3062".
          02 WKS-DK-OPERADOR            PIC X(08) VALUE SPACES.
          02 WKS-DK-LINEA               PIC X(80) VALUE SPACES.
          02 WKS-DK-SUJETO              PIC X(08) VALUE SPACES.
          02 WKS-DK-DECK                PIC 9(08) VALUE ZEROES.
          02 WKS-DK-RESULTADO           PIC X(01) VALUE SPACES.
          02 WKS-DK-MOTIVO              PIC X(40) VALUE SPACES.

       01 WKS-CONTROL-FECHA.
          02 WKS-FECHA-ENTERA           PIC X(20) VALUE SPACES.
           MOVE WKS-FECHA-ENTERA(1:8) TO WKS-FECHA-HOY
           MOVE WKS-FECHA-ENTERA(9:6) TO WKS-HORA-HOY

           ACCEPT WKS-MODO-MANT FROM ENVIRONMENT "MANT_MODO"
           IF NOT WKS-MANT-APLICA
              MOVE "PROPONE" TO WKS-MODO-MANT
              MOVE "PREVISTA" TO WKS-RT-LEYENDA
           END-IF
           ACCEPT WKS-DK-OPERADOR FROM ENVIRONMENT "MANT_OPERADOR"

           PERFORM 0012-INICIO-DOBLE-CONTROL THRU 0012-DOBLE-CONTROL-E

           PERFORM 0001-INICIO-ABRE-ARCHIVOS THRU 0001-ABRE-ARCHIVOS-E
           PERFORM 0002-INICIO-CARGA-PARAMET THRU 0002-CARGA-PARAMET-E

      *PRIMERO LAS TRANSACCIONES DIFERIDAS DE CORRIDAS ANTERIORES
      *(PARMPEND) Y LUEGO LAS NUEVAS (TRANSPAR): LAS QUE TODAVIA
      *NO LLEGAN A SU FECHA SE DIFIEREN OTRA VEZ. LA VISTA PREVIA
      *DE UN DECK PROPUESTO NO TOCA LAS DIFERIDAS.
           IF WKS-MANT-APLICA
              PERFORM 0003-INICIO-PROCESA-PENDIENTES THRU
                 0003-PROCESA-PENDIENTES-E
           END-IF
           PERFORM 0004-INICIO-PROCESA-NUEVAS THRU
              0004-PROCESA-NUEVAS-E

           IF WKS-MANT-APLICA
              PERFORM 0009-INICIO-ESCRIBE-PARAMET THRU
                 0009-ESCRIBE-PARAMET-E
           END-IF
           PERFORM 0010-INICIO-TOTALES THRU 0010-TOTALES-E

           IF WKS-MANT-APLICA
              CLOSE RPT-CAMBIOS, AUDITORIA-CAMBIOS, PENDIENTES-NUEVO
           ELSE
              CLOSE RPT-CAMBIOS
           END-IF

           IF WKS-MANT-APLICA AND WKS-DK-DECK > ZEROES
              MOVE "X" TO WKS-DK-FUNCION
              PERFORM 0013-INICIO-LLAMA-CONTROL THRU
                 0013-LLAMA-CONTROL-E
           END-IF

           IF WKS-I-RECHAZADAS > ZEROES
              MOVE 4 TO RETURN-CODE
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
              GO TO 0001-ENCABEZADO
           END-IF

           OPEN EXTEND AUDITORIA-CAMBIOS
           IF WKS-FS-PARMAUD = "35"
              OPEN OUTPUT AUDITORIA-CAMBIOS
           IF WKS-FS-PARMPENN NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE DIFERIDAS"
              STOP RUN
           END-IF.

       0001-ENCABEZADO.
           MOVE SPACES TO REG-RPT-CAMBIOS
           MOVE "A SECCION  CLAVE                ANTES -> DESPUES" TO
              REG-RPT-CAMBIOS(1:48)
           IF WKS-TP-FECHA-EFEC NUMERIC AND
              WKS-TP-FECHA-EFEC > WKS-FECHA-HOY
              ADD 1 TO WKS-I-DIFERIDAS
              IF WKS-MANT-APLICA
                 WRITE REG-PENDIENTE-NUEVO FROM WKS-REG-TRANS
              END-IF
              MOVE SPACES TO REG-RPT-CAMBIOS
              STRING "DIFERIDA HASTA " WKS-TP-FECHA-EFEC ": "
                     WKS-TP-ACCION " " WKS-TP-SECCION " "

           IF WKS-TRANS-APLICADA
              ADD 1 TO WKS-I-APLICADAS
              IF WKS-MANT-APLICA
                 PERFORM 0011-INICIO-LINEA-AUDITORIA THRU
                    0011-LINEA-AUDITORIA-E
              END-IF
           ELSE
              ADD 1 TO WKS-I-RECHAZADAS
           END-IF
           IF WKS-TRANS-APLICADA
              STRING WKS-TP-ACCION " " WKS-TP-SECCION " "
                     WKS-TP-CLAVE " " WKS-RT-VALOR-ANTES
                     " -> " WKS-TP-VALOR " " WKS-RT-LEYENDA
                 DELIMITED BY SIZE INTO REG-RPT-CAMBIOS
              END-STRING
           ELSE
           DISPLAY "TRANSACCIONES LEIDAS: " WKS-I-LEIDAS
           DISPLAY "TRANSACCIONES APLICADAS: " WKS-I-APLICADAS
           DISPLAY "TRANSACCIONES DIFERIDAS: " WKS-I-DIFERIDAS
           DISPLAY "TRANSACCIONES RECHAZADAS: " WKS-I-RECHAZADAS
           IF WKS-MANT-PROPONE
              DISPLAY "DECK PROPUESTO NUMERO " WKS-DK-DECK
                      ", PENDIENTE DE APROBACION"
           END-IF.
       0010-TOTALES-E.
           EXIT.

       0012-INICIO-DOBLE-CONTROL SECTION.
      *EL DECK NUEVO (TRANSPAR) SE PASA LINEA POR LINEA A MANTCTL1
      *PARA SACAR SU HUELLA. EN MODO PROPONE EL DECK QUEDA
      *REGISTRADO COMO PROPUESTO; EN MODO APLICA SOLO SIGUE SI ESE
      *MISMO DECK, SIN CAMBIOS, YA TIENE LA APROBACION DE UN SEGUNDO
      *OPERADOR. SIN TRANSPAR LA CORRIDA SOLO APLICA LAS DIFERIDAS,
      *QUE YA FUERON APROBADAS CON SU DECK.
           MOVE "H" TO WKS-DK-FUNCION
           OPEN INPUT TRANS-PARAMETROS
           IF WKS-FS-TRANSPAR = "00"
              READ TRANS-PARAMETROS
              AT END
                 SET WKS-FIN-TRANSPAR TO TRUE
              END-READ
              PERFORM UNTIL WKS-FIN-TRANSPAR
                      MOVE REG-TRANS-PARAMETROS TO WKS-DK-LINEA
                      PERFORM 0013-INICIO-LLAMA-CONTROL THRU
                         0013-LLAMA-CONTROL-E
                      READ TRANS-PARAMETROS
                      AT END
                         SET WKS-FIN-TRANSPAR TO TRUE
                      END-READ
              END-PERFORM
              CLOSE TRANS-PARAMETROS
           END-IF
           MOVE SPACES TO WKS-FS-TRANSPAR

           IF WKS-MANT-PROPONE
              MOVE "P" TO WKS-DK-FUNCION
           ELSE
              MOVE "V" TO WKS-DK-FUNCION
           END-IF
           PERFORM 0013-INICIO-LLAMA-CONTROL THRU 0013-LLAMA-CONTROL-E

           IF WKS-DK-RESULTADO NOT = "S"
              DISPLAY "EL DECK DE PARAMETROS NO SE PROCESA: "
                      WKS-DK-MOTIVO
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           IF WKS-DK-MOTIVO NOT = SPACES
              DISPLAY WKS-DK-MOTIVO
           END-IF.
       0012-DOBLE-CONTROL-E.
           EXIT.

       0013-INICIO-LLAMA-CONTROL SECTION.
           CALL 'MANTCTL1' USING WKS-DK-FUNCION
                                 WKS-DK-PROGRAMA
                                 WKS-DK-OPERADOR
                                 WKS-DK-LINEA
                                 WKS-DK-SUJETO
                                 WKS-DK-DECK
                                 WKS-DK-RESULTADO
                                 WKS-DK-MOTIVO.
       0013-LLAMA-CONTROL-E.
           EXIT.
