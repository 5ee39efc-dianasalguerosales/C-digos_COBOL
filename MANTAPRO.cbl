      ******************************************************************
      * FECHA       : 2026                                             *
      * PROGRAMADOR : DIANA STEFFANNY SALGUERO ROSALES                 *
      * APLICACION  : EDUCACION                                        *
      * PROGRAMA    : EDUC3118                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : APROBACION CON DOBLE CONTROL DE LOS DECKS DE     *
      *             : MANTENIMIENTO DE MAESTROS PROPUESTOS EN          *
      *             : MANTPEND: APLICA LAS TARJETAS DE FIRMA, VENCE    *
      *             : LOS DECKS SIN FIRMA Y AUDITA TODO EN MANTAUD.    *
      * ARCHIVOS    : MANTPEND, TRANSAPR, OPERMST, MANTAUD, RPTAPRM.   *
      * PROGRAMA(S) : PARMRD01                                         *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDUC3118.
       AUTHOR. DIANA SALGUERO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DECKS-PENDIENTES ASSIGN TO MANTPEND
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-MANTPEND.
           SELECT TARJETAS-APROBACION ASSIGN TO TRANSAPR
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-TRANSAPR.
           SELECT OPERADOR-MASTER ASSIGN TO OPERMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS OPERMST-LLAVE
                  FILE STATUS IS WKS-FS-OPERMST.
           SELECT AUDITORIA-MANT ASSIGN TO MANTAUD
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-MANTAUD.
           SELECT RPT-APROBACION ASSIGN TO RPTAPRM
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-RPTAPRM.

       DATA DIVISION.

       FILE SECTION.
       FD DECKS-PENDIENTES.
           COPY MANTPEND.

       FD TARJETAS-APROBACION.
       01 REG-TARJETA-APROBACION        PIC X(57).

       FD OPERADOR-MASTER.
           COPY OPERMST.

       FD AUDITORIA-MANT.
           COPY MANTAUD.

       FD RPT-APROBACION.
       01 REG-RPT-APROBACION            PIC X(120).

       WORKING-STORAGE SECTION.

       01 WKS-CONTROL-ARCHIVOS.
          02 WKS-FS-MANTPEND            PIC X(02) VALUE SPACES.
             88 WKS-FIN-MANTPEND                  VALUE "10".
          02 WKS-FS-TRANSAPR            PIC X(02) VALUE SPACES.
             88 WKS-FIN-TRANSAPR                  VALUE "10".
          02 WKS-FS-OPERMST             PIC X(02) VALUE SPACES.
          02 WKS-FS-MANTAUD             PIC X(02) VALUE SPACES.
          02 WKS-FS-RPTAPRM             PIC X(02) VALUE SPACES.

       01 WKS-CONTROL-FECHA.
          02 WKS-FECHA-ENTERA           PIC X(20) VALUE SPACES.
          02 WKS-FECHA-HOY              PIC 9(08) VALUE ZEROES.
          02 WKS-HORA-HOY               PIC 9(06) VALUE ZEROES.
          02 WKS-INT-HOY                PIC 9(08) VALUE ZEROES.
          02 WKS-INT-DECK               PIC 9(08) VALUE ZEROES.
          02 WKS-EDAD-DIAS              PIC S9(05) VALUE ZEROES.

      *DIAS QUE UN DECK PUEDE ESPERAR SU APROBACION ANTES DE VENCER Y
      *DIAS QUE UN DECK YA CERRADO SE CONSERVA EN EL REGISTRO (LA
      *HISTORIA COMPLETA QUEDA EN LA AUDITORIA MANTAUD).
       01 WKS-DIAS-VENCE                PIC 9(03) VALUE 5.
       01 WKS-DIAS-HISTORIA             PIC 9(03) VALUE 90.

      *TARJETA DE APROBACION: DECK, OPERADOR QUE FIRMA, ACCION
      *(APROBAR O RECHAZAR) Y RAZON.
       01 WKS-TARJETA.
          02 WKS-TA-DECK                PIC X(08) VALUE SPACES.
          02 WKS-TA-DECK-NUM REDEFINES WKS-TA-DECK
                                        PIC 9(08).
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-TA-OPERADOR            PIC X(08) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-TA-ACCION              PIC X(08) VALUE SPACES.
             88 WKS-TA-APROBAR                    VALUE "APROBAR".
             88 WKS-TA-RECHAZAR                   VALUE "RECHAZAR".
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-TA-RAZON               PIC X(30) VALUE SPACES.

      *REGISTRO DE DECKS EN MEMORIA PARA LA REESCRITURA.
       01 WKS-TABLA-DECKS.
          02 WKS-TD-ENTRADA OCCURS 500 TIMES
                                        PIC X(151).
          02 WKS-TD-CANT                PIC 9(03) VALUE ZEROES.
          02 WKS-TD-IDX                 PIC 9(03) VALUE ZEROES.
          02 WKS-TD-POS                 PIC 9(03) VALUE ZEROES.
          02 WKS-TD-SUJ-IDX             PIC 9(02) VALUE ZEROES.

       01 WKS-MOTIVO                    PIC X(40) VALUE SPACES.
       01 WKS-AU-EVENTO                 PIC X(10) VALUE SPACES.
       01 WKS-AU-OPERADOR               PIC X(08) VALUE SPACES.
       01 WKS-AU-DETALLE                PIC X(40) VALUE SPACES.

       01 WKS-ITERACIONES.
          02 WKS-I-TARJETAS             PIC 9(05) VALUE ZEROES.
          02 WKS-I-APROBADOS            PIC 9(05) VALUE ZEROES.
          02 WKS-I-RECHAZADOS           PIC 9(05) VALUE ZEROES.
          02 WKS-I-DENEGADAS            PIC 9(05) VALUE ZEROES.
          02 WKS-I-VENCIDOS             PIC 9(05) VALUE ZEROES.
          02 WKS-I-PENDIENTES           PIC 9(05) VALUE ZEROES.
          02 WKS-I-DEPURADOS            PIC 9(05) VALUE ZEROES.

      *LINEA DEL REPORTE: TARJETA O DECK Y SU RESULTADO.
       01 WKS-LINEA-DECK.
          02 WKS-LD-DECK                PIC 9(08) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LD-PROGRAMA            PIC X(08) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LD-FECHA               PIC 9(08) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LD-PROPONENTE          PIC X(08) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LD-CANT                PIC ZZZZZZ9 VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LD-OPERADOR            PIC X(08) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LD-RESULTADO           PIC X(10) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LD-MOTIVO              PIC X(40) VALUE SPACES.
          02 FILLER                     PIC X(15) VALUE SPACES.

      *AREA PARA EL LECTOR COMUN DEL ARCHIVO CENTRAL DE PARAMETROS.
       01 WKS-CONTROL-PARAMETROS.
          02 WKS-PARM-SECCION           PIC X(08) VALUE "EDUC3118".
          02 WKS-PARM-CANT              PIC 9(02) VALUE ZEROES.
          02 WKS-PARM-TABLA.
             03 WKS-PARM-ENTRADA OCCURS 20 TIMES.
                04 WKS-PARM-CLAVE       PIC X(20).
                04 WKS-PARM-VALOR       PIC X(20).
          02 WKS-PARM-SIN-SECCION       PIC X(01) VALUE "S".
          02 WKS-PARM-IDX               PIC 9(02) VALUE ZEROES.

       PROCEDURE DIVISION.

       0000-INICIO SECTION.
           MOVE FUNCTION CURRENT-DATE TO WKS-FECHA-ENTERA
           MOVE WKS-FECHA-ENTERA(1:8) TO WKS-FECHA-HOY
           MOVE WKS-FECHA-ENTERA(9:6) TO WKS-HORA-HOY
           COMPUTE WKS-INT-HOY =
              FUNCTION INTEGER-OF-DATE(WKS-FECHA-HOY)

           PERFORM 0001-INICIO-PARAMETROS THRU 0001-PARAMETROS-E
           PERFORM 0002-INICIO-ABRE-ARCHIVOS THRU 0002-ABRE-ARCHIVOS-E
           PERFORM 0003-INICIO-CARGA-DECKS THRU 0003-CARGA-DECKS-E

           MOVE "TARJETAS DE APROBACION" TO REG-RPT-APROBACION
           WRITE REG-RPT-APROBACION
           MOVE "DECK     PROGRAMA FECHA    PROPONE     LINEAS FIRMA   "
              TO REG-RPT-APROBACION
           MOVE "RESULTADO  MOTIVO" TO REG-RPT-APROBACION(56:17)
           WRITE REG-RPT-APROBACION

           READ TARJETAS-APROBACION INTO WKS-TARJETA
           AT END
              SET WKS-FIN-TRANSAPR TO TRUE
           END-READ
           PERFORM UNTIL WKS-FIN-TRANSAPR
                   ADD 1 TO WKS-I-TARJETAS
                   PERFORM 0004-INICIO-UNA-TARJETA THRU
                      0004-UNA-TARJETA-E
                   READ TARJETAS-APROBACION INTO WKS-TARJETA
                   AT END
                      SET WKS-FIN-TRANSAPR TO TRUE
                   END-READ
           END-PERFORM

           PERFORM 0006-INICIO-VENCE THRU 0006-VENCE-E
           PERFORM 0007-INICIO-REESCRIBE THRU 0007-REESCRIBE-E
           PERFORM 0009-INICIO-TOTALES THRU 0009-TOTALES-E

           CLOSE TARJETAS-APROBACION, OPERADOR-MASTER, AUDITORIA-MANT,
                 RPT-APROBACION

           IF WKS-I-DENEGADAS > ZEROES
              MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.
       0000-INICIO-E.
           EXIT.

       0001-INICIO-PARAMETROS SECTION.
      *SECCION EDUC3118 DEL ARCHIVO CENTRAL DE PARAMETROS: DIAS_VENCE
      *(5 POR OMISION) Y DIAS_HISTORIA (90 POR OMISION).
           CALL 'PARMRD01' USING WKS-PARM-SECCION
                                 WKS-PARM-CANT
                                 WKS-PARM-TABLA
                                 WKS-PARM-SIN-SECCION

           PERFORM VARYING WKS-PARM-IDX FROM 1 BY 1
              UNTIL WKS-PARM-IDX > WKS-PARM-CANT
              EVALUATE WKS-PARM-CLAVE(WKS-PARM-IDX)
              WHEN "DIAS_VENCE"
                   IF WKS-PARM-VALOR(WKS-PARM-IDX)(1:3) NUMERIC
                      MOVE WKS-PARM-VALOR(WKS-PARM-IDX)(1:3) TO
                         WKS-DIAS-VENCE
                   END-IF
              WHEN "DIAS_HISTORIA"
                   IF WKS-PARM-VALOR(WKS-PARM-IDX)(1:3) NUMERIC
                      MOVE WKS-PARM-VALOR(WKS-PARM-IDX)(1:3) TO
                         WKS-DIAS-HISTORIA
                   END-IF
              WHEN OTHER
                   DISPLAY "PARAMETRO DESCONOCIDO EN PARAMET: "
                           WKS-PARM-CLAVE(WKS-PARM-IDX)
              END-EVALUATE
           END-PERFORM

           DISPLAY "DIAS PARA VENCER UN DECK SIN APROBAR: "
                   WKS-DIAS-VENCE
           DISPLAY "DIAS DE HISTORIA EN EL REGISTRO:      "
                   WKS-DIAS-HISTORIA.
       0001-PARAMETROS-E.
           EXIT.

       0002-INICIO-ABRE-ARCHIVOS SECTION.
           OPEN INPUT TARJETAS-APROBACION
           IF WKS-FS-TRANSAPR = "35"
              DISPLAY "SIN TARJETAS DE APROBACION: SOLO VENCIMIENTOS"
              SET WKS-FIN-TRANSAPR TO TRUE
           ELSE
              IF WKS-FS-TRANSAPR NOT = "00"
                 DISPLAY "NO SE PUDO ABRIR LAS TARJETAS DE APROBACION"
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF

           OPEN INPUT OPERADOR-MASTER
           IF WKS-FS-OPERMST NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE OPERADORES"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN EXTEND AUDITORIA-MANT
           IF WKS-FS-MANTAUD = "35"
              OPEN OUTPUT AUDITORIA-MANT
           END-IF
           IF WKS-FS-MANTAUD NOT = "00"
              DISPLAY "NO SE PUDO ABRIR LA AUDITORIA DE MANTENIMIENTO"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT RPT-APROBACION
           IF WKS-FS-RPTAPRM NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL REPORTE DE APROBACION"
              STOP RUN
           END-IF.
       0002-ABRE-ARCHIVOS-E.
           EXIT.

       0003-INICIO-CARGA-DECKS SECTION.
           OPEN INPUT DECKS-PENDIENTES
           IF WKS-FS-MANTPEND = "35"
              DISPLAY "SIN DECKS PROPUESTOS"
              GO TO 0003-CARGA-DECKS-E
           END-IF
           IF WKS-FS-MANTPEND NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL REGISTRO DE DECKS MANTPEND"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           READ DECKS-PENDIENTES
           AT END
              SET WKS-FIN-MANTPEND TO TRUE
           END-READ
           PERFORM UNTIL WKS-FIN-MANTPEND
                   IF WKS-TD-CANT < 500
                      ADD 1 TO WKS-TD-CANT
                      MOVE MPD-REGISTRO TO WKS-TD-ENTRADA(WKS-TD-CANT)
                   ELSE
                      DISPLAY "REGISTRO DE DECKS EXCEDE LA TABLA DE "
                              "500; NO SE REESCRIBE"
                      MOVE 12 TO RETURN-CODE
                      STOP RUN
                   END-IF
                   READ DECKS-PENDIENTES
                   AT END
                      SET WKS-FIN-MANTPEND TO TRUE
                   END-READ
           END-PERFORM
           CLOSE DECKS-PENDIENTES.
       0003-CARGA-DECKS-E.
           EXIT.

       0004-INICIO-UNA-TARJETA SECTION.
      *LA FIRMA VALE SOLO SI ES DE UN SEGUNDO OPERADOR VIGENTE CON ROL
      *APROBADOR, DISTINTO DEL QUE PROPUSO EL DECK Y QUE NO APARECE
      *ENTRE LOS OPERADORES QUE EL DECK TOCA: NADIE APRUEBA CAMBIOS A
      *SU PROPIO REGISTRO DE OPERMST.
           MOVE SPACES TO WKS-MOTIVO
           MOVE ZEROES TO WKS-TD-POS
           IF WKS-TA-DECK IS NUMERIC
              PERFORM VARYING WKS-TD-IDX FROM 1 BY 1
                 UNTIL WKS-TD-IDX > WKS-TD-CANT
                 MOVE WKS-TD-ENTRADA(WKS-TD-IDX) TO MPD-REGISTRO
                 IF MPD-DECK = WKS-TA-DECK-NUM
                    MOVE WKS-TD-IDX TO WKS-TD-POS
                 END-IF
              END-PERFORM
           END-IF

           IF WKS-TD-POS = ZEROES
              MOVE SPACES TO MPD-REGISTRO
              MOVE ZEROES TO MPD-DECK, MPD-FECHA-PROPUESTA, MPD-CANT
              MOVE "DECK NO EXISTE EN EL REGISTRO" TO WKS-MOTIVO
              GO TO 0004-DENIEGA
           END-IF

           MOVE WKS-TD-ENTRADA(WKS-TD-POS) TO MPD-REGISTRO
           COMPUTE WKS-INT-DECK =
              FUNCTION INTEGER-OF-DATE(MPD-FECHA-PROPUESTA)
           COMPUTE WKS-EDAD-DIAS = WKS-INT-HOY - WKS-INT-DECK

           MOVE WKS-TA-OPERADOR TO OPERMST-ID
           READ OPERADOR-MASTER
           END-READ

           EVALUATE TRUE
           WHEN NOT MPD-PROPUESTO
                STRING "DECK NO PENDIENTE (ESTADO " MPD-ESTADO ")"
                   DELIMITED BY SIZE INTO WKS-MOTIVO
                END-STRING
           WHEN WKS-EDAD-DIAS > WKS-DIAS-VENCE
                MOVE "DECK VENCIDO ANTES DE LA FIRMA" TO WKS-MOTIVO
           WHEN NOT WKS-TA-APROBAR AND NOT WKS-TA-RECHAZAR
                MOVE "ACCION DE LA TARJETA INVALIDA" TO WKS-MOTIVO
           WHEN WKS-TA-OPERADOR = SPACES
                MOVE "TARJETA SIN OPERADOR QUE FIRMA" TO WKS-MOTIVO
           WHEN WKS-FS-OPERMST NOT = "00"
                MOVE "OPERADOR NO EXISTE EN OPERMST" TO WKS-MOTIVO
           WHEN OPERMST-ESTADO NOT = "A"
                MOVE "OPERADOR INACTIVO" TO WKS-MOTIVO
           WHEN OPERMST-ROL NOT = "APROBADOR"
                MOVE "OPERADOR SIN ROL APROBADOR" TO WKS-MOTIVO
           WHEN WKS-TA-OPERADOR = MPD-PROPONENTE
                MOVE "QUIEN PROPONE NO PUEDE FIRMAR SU DECK" TO
                   WKS-MOTIVO
           WHEN OTHER
                PERFORM VARYING WKS-TD-SUJ-IDX FROM 1 BY 1
                   UNTIL WKS-TD-SUJ-IDX > 10
                   IF MPD-SUJETO(WKS-TD-SUJ-IDX) = WKS-TA-OPERADOR
                      MOVE "EL DECK TOCA EL REGISTRO DE QUIEN FIRMA"
                         TO WKS-MOTIVO
                   END-IF
                END-PERFORM
           END-EVALUATE

           IF WKS-MOTIVO NOT = SPACES
              GO TO 0004-DENIEGA
           END-IF

           MOVE WKS-TA-OPERADOR TO MPD-APROBADOR
           MOVE WKS-FECHA-HOY TO MPD-FECHA-DECISION
           IF WKS-TA-APROBAR
              SET MPD-APROBADO TO TRUE
              ADD 1 TO WKS-I-APROBADOS
              MOVE "APROBADO" TO WKS-AU-EVENTO
              MOVE "APROBADO" TO WKS-LD-RESULTADO
           ELSE
              SET MPD-RECHAZADO TO TRUE
              ADD 1 TO WKS-I-RECHAZADOS
              MOVE "RECHAZADO" TO WKS-AU-EVENTO
              MOVE "RECHAZADO" TO WKS-LD-RESULTADO
           END-IF
           MOVE MPD-REGISTRO TO WKS-TD-ENTRADA(WKS-TD-POS)
           MOVE WKS-TA-RAZON TO WKS-MOTIVO
           GO TO 0004-ESCRIBE.

       0004-DENIEGA.
      *LA TARJETA QUE NO VALE NO CAMBIA EL DECK; QUEDA EN EL REPORTE
      *Y EN LA AUDITORIA COMO FIRMA DENEGADA.
           ADD 1 TO WKS-I-DENEGADAS
           IF WKS-TA-DECK IS NUMERIC
              MOVE WKS-TA-DECK-NUM TO MPD-DECK
           END-IF
           MOVE "DENEGADA" TO WKS-AU-EVENTO
           MOVE "DENEGADA" TO WKS-LD-RESULTADO.

       0004-ESCRIBE.
           MOVE WKS-TA-OPERADOR TO WKS-AU-OPERADOR
           MOVE WKS-MOTIVO TO WKS-AU-DETALLE
           PERFORM 0008-INICIO-AUDITORIA THRU 0008-AUDITORIA-E

           MOVE WKS-TA-OPERADOR TO WKS-LD-OPERADOR
           MOVE WKS-MOTIVO TO WKS-LD-MOTIVO
           PERFORM 0005-INICIO-LINEA-DECK THRU 0005-LINEA-DECK-E.
       0004-UNA-TARJETA-E.
           EXIT.

       0005-INICIO-LINEA-DECK SECTION.
           MOVE MPD-DECK TO WKS-LD-DECK
           MOVE MPD-PROGRAMA TO WKS-LD-PROGRAMA
           MOVE MPD-FECHA-PROPUESTA TO WKS-LD-FECHA
           MOVE MPD-PROPONENTE TO WKS-LD-PROPONENTE
           MOVE MPD-CANT TO WKS-LD-CANT
           WRITE REG-RPT-APROBACION FROM WKS-LINEA-DECK.
       0005-LINEA-DECK-E.
           EXIT.

       0006-INICIO-VENCE SECTION.
      *LOS DECKS QUE PASARON LOS DIAS DE ESPERA SIN FIRMA VENCEN; LOS
      *QUE SIGUEN A TIEMPO SE LISTAN COMO PENDIENTES. LOS YA CERRADOS
      *MAS VIEJOS QUE LA HISTORIA SE DEPURAN DEL REGISTRO.
           MOVE SPACES TO REG-RPT-APROBACION
           WRITE REG-RPT-APROBACION
           MOVE "DECKS VENCIDOS Y PENDIENTES DE FIRMA"
              TO REG-RPT-APROBACION
           WRITE REG-RPT-APROBACION

           PERFORM VARYING WKS-TD-IDX FROM 1 BY 1
              UNTIL WKS-TD-IDX > WKS-TD-CANT
              MOVE WKS-TD-ENTRADA(WKS-TD-IDX) TO MPD-REGISTRO
              IF MPD-PROPUESTO
                 COMPUTE WKS-INT-DECK =
                    FUNCTION INTEGER-OF-DATE(MPD-FECHA-PROPUESTA)
                 COMPUTE WKS-EDAD-DIAS = WKS-INT-HOY - WKS-INT-DECK
                 MOVE SPACES TO WKS-LD-OPERADOR
                 IF WKS-EDAD-DIAS > WKS-DIAS-VENCE
                    SET MPD-VENCIDO TO TRUE
                    MOVE WKS-FECHA-HOY TO MPD-FECHA-DECISION
                    MOVE MPD-REGISTRO TO WKS-TD-ENTRADA(WKS-TD-IDX)
                    ADD 1 TO WKS-I-VENCIDOS
                    MOVE "VENCIDO" TO WKS-AU-EVENTO
                    MOVE MPD-PROPONENTE TO WKS-AU-OPERADOR
                    MOVE SPACES TO WKS-AU-DETALLE
                    STRING "SIN FIRMA EN " WKS-DIAS-VENCE " DIAS"
                       DELIMITED BY SIZE INTO WKS-AU-DETALLE
                    END-STRING
                    PERFORM 0008-INICIO-AUDITORIA THRU
                       0008-AUDITORIA-E
                    MOVE "VENCIDO" TO WKS-LD-RESULTADO
                    MOVE WKS-AU-DETALLE TO WKS-LD-MOTIVO
                 ELSE
                    ADD 1 TO WKS-I-PENDIENTES
                    MOVE "PENDIENTE" TO WKS-LD-RESULTADO
                    MOVE "ESPERA FIRMA DE UN SEGUNDO OPERADOR" TO
                       WKS-LD-MOTIVO
                 END-IF
                 PERFORM 0005-INICIO-LINEA-DECK THRU
                    0005-LINEA-DECK-E
              ELSE
                 IF NOT MPD-APROBADO
                    AND MPD-FECHA-DECISION IS NUMERIC
                    AND MPD-FECHA-DECISION > ZEROES
                    COMPUTE WKS-INT-DECK =
                       FUNCTION INTEGER-OF-DATE(MPD-FECHA-DECISION)
                    IF WKS-INT-HOY - WKS-INT-DECK > WKS-DIAS-HISTORIA
                       MOVE SPACES TO WKS-TD-ENTRADA(WKS-TD-IDX)
                       ADD 1 TO WKS-I-DEPURADOS
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
       0006-VENCE-E.
           EXIT.

       0007-INICIO-REESCRIBE SECTION.
           OPEN OUTPUT DECKS-PENDIENTES
           IF WKS-FS-MANTPEND NOT = "00"
              DISPLAY "NO SE PUDO REESCRIBIR EL REGISTRO DE DECKS"
              MOVE 12 TO RETURN-CODE
              GO TO 0007-REESCRIBE-E
           END-IF
           PERFORM VARYING WKS-TD-IDX FROM 1 BY 1
              UNTIL WKS-TD-IDX > WKS-TD-CANT
              IF WKS-TD-ENTRADA(WKS-TD-IDX) NOT = SPACES
                 WRITE MPD-REGISTRO FROM WKS-TD-ENTRADA(WKS-TD-IDX)
              END-IF
           END-PERFORM
           CLOSE DECKS-PENDIENTES.
       0007-REESCRIBE-E.
           EXIT.

       0008-INICIO-AUDITORIA SECTION.
           MOVE WKS-FECHA-HOY TO MAU-FECHA
           MOVE WKS-HORA-HOY TO MAU-HORA
           MOVE MPD-DECK TO MAU-DECK
           MOVE MPD-PROGRAMA TO MAU-PROGRAMA
           MOVE WKS-AU-EVENTO TO MAU-EVENTO
           MOVE WKS-AU-OPERADOR TO MAU-OPERADOR
           MOVE WKS-AU-DETALLE TO MAU-DETALLE
           WRITE MAU-REGISTRO.
       0008-AUDITORIA-E.
           EXIT.

       0009-INICIO-TOTALES SECTION.
           MOVE SPACES TO REG-RPT-APROBACION
           WRITE REG-RPT-APROBACION
           MOVE SPACES TO REG-RPT-APROBACION
           STRING "TARJETAS: " WKS-I-TARJETAS
                  "  APROBADOS: " WKS-I-APROBADOS
                  "  RECHAZADOS: " WKS-I-RECHAZADOS
                  "  DENEGADAS: " WKS-I-DENEGADAS
              DELIMITED BY SIZE INTO REG-RPT-APROBACION
           END-STRING
           WRITE REG-RPT-APROBACION
           MOVE SPACES TO REG-RPT-APROBACION
           STRING "DECKS VENCIDOS: " WKS-I-VENCIDOS
                  "  PENDIENTES: " WKS-I-PENDIENTES
                  "  DEPURADOS DEL REGISTRO: " WKS-I-DEPURADOS
              DELIMITED BY SIZE INTO REG-RPT-APROBACION
           END-STRING
           WRITE REG-RPT-APROBACION

           DISPLAY "TARJETAS DE APROBACION LEIDAS: " WKS-I-TARJETAS
           DISPLAY "DECKS APROBADOS:               " WKS-I-APROBADOS
           DISPLAY "DECKS RECHAZADOS:              " WKS-I-RECHAZADOS
           DISPLAY "FIRMAS DENEGADAS:              " WKS-I-DENEGADAS
           DISPLAY "DECKS VENCIDOS:                " WKS-I-VENCIDOS
           DISPLAY "DECKS PENDIENTES:              " WKS-I-PENDIENTES.
       0009-TOTALES-E.
           EXIT.
