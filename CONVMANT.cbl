      ******************************************************************
      * FECHA       : 2026                                             *
      * PROGRAMADOR : DIANA STEFFANNY SALGUERO ROSALES                 *
      * APLICACION  : EDUCACION                                        *
      * PROGRAMA    : EDUC3110                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : ALTA Y ANULACION DE CONVENIOS DE PAGO (CONVMST)  *
      *             : SOBRE FACTURAS VENCIDAS. LA TRANSACCION DE ALTA  *
      *             : (A) TRAE EL NUMERO DE CONVENIO, EL ESTUDIANTE,   *
      *             : LA CANTIDAD DE CUOTAS (01 A 24), LOS DIAS        *
      *             : HABILES ENTRE CUOTAS Y HASTA DIEZ REFERENCIAS DE *
      *             : FACTMAST; CADA FACTURA DEBE ESTAR ABIERTA O      *
      *             : PARCIAL, SER DEL MISMO ESTUDIANTE Y NO ESTAR YA  *
      *             : EN OTRO CONVENIO ACTIVO. EL SALDO DE LAS         *
      *             : FACTURAS SE REPARTE EN CUOTAS IGUALES (LA ULTIMA *
      *             : ABSORBE LOS CENTAVOS) Y CADA VENCIMIENTO SE      *
      *             : CALCULA CON ELAPBUS2 DESDE LA FECHA DE LA        *
      *             : CORRIDA. LA ANULACION (B) DEJA EL CONVENIO       *
      *             : ANULADO Y SUS FACTURAS VUELVEN AL ENVEJECIMIENTO *
      *             : NORMAL. EMITE EL REPORTE DE CONVENIOS CON EL     *
      *             : CALENDARIO DE CUOTAS.                            *
      * ARCHIVOS    : CONVMST (I-O), FACTMAST (ENTRADA), TRANSCNV      *
      *             : (ENTRADA), RPTCONV (SALIDA)                      *
      * PROGRAMA(S) : ELAPBUS2, RUNSTAT1                               *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDUC3110.
       AUTHOR. DIANA SALGUERO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONVENIO-MASTER ASSIGN TO CONVMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CONV-LLAVE
                  FILE STATUS IS WKS-FS-CONVMST.
           SELECT FACTURAS-MASTER ASSIGN TO FACTMAST
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-FACTMAST.
           SELECT TRANS-CONVENIOS ASSIGN TO TRANSCNV
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-TRANSCNV.
           SELECT RPT-CONVENIOS ASSIGN TO RPTCONV
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-RPTCONV.

       DATA DIVISION.

       FILE SECTION.
       FD CONVENIO-MASTER.
           COPY CONVMST.

       FD FACTURAS-MASTER.
       01 REG-FACTURA                   PIC X(60).

       FD TRANS-CONVENIOS.
       01 REG-TRANS-CONVENIOS           PIC X(120).

       FD RPT-CONVENIOS.
       01 REG-RPT-CONVENIOS             PIC X(100).

       WORKING-STORAGE SECTION.

       01 WKS-CONTROL-ARCHIVOS.
          02 WKS-FS-CONVMST             PIC X(02) VALUE SPACES.
             88 WKS-FIN-CONVMST                   VALUE "10".
          02 WKS-FS-FACTMAST            PIC X(02) VALUE SPACES.
             88 WKS-FIN-FACTMAST                  VALUE "10".
          02 WKS-FS-TRANSCNV            PIC X(02) VALUE SPACES.
             88 WKS-FIN-TRANSCNV                  VALUE "10".
          02 WKS-FS-RPTCONV             PIC X(02) VALUE SPACES.

       01 WKS-ITERACIONES.
          02 WKS-I-LEIDAS               PIC 9(05) VALUE ZEROES.
          02 WKS-I-APLICADAS            PIC 9(05) VALUE ZEROES.
          02 WKS-I-RECHAZADAS           PIC 9(05) VALUE ZEROES.

       01 WKS-FECHA-HOY                 PIC 9(08) VALUE ZEROES.

      *TRANSACCION: A=ALTA DEL CONVENIO, B=ANULACION (SOLO NUMERO).
      *LAS REFERENCIAS VAN SEGUIDAS; LA PRIMERA EN BLANCO CIERRA LA
      *LISTA.
       01 WKS-REG-TRANS.
          02 WKS-TC-ACCION              PIC X(01) VALUE SPACES.
             88 WKS-TC-ALTA                       VALUE "A".
             88 WKS-TC-ANULA                      VALUE "B".
          02 WKS-TC-NUMERO              PIC X(06) VALUE SPACES.
          02 WKS-TC-NUMERO-N REDEFINES WKS-TC-NUMERO
                                        PIC 9(06).
          02 WKS-TC-CODIGO              PIC X(05) VALUE SPACES.
          02 WKS-TC-CODIGO-N REDEFINES WKS-TC-CODIGO
                                        PIC 9(05).
          02 WKS-TC-CUOTAS              PIC X(02) VALUE SPACES.
          02 WKS-TC-CUOTAS-N REDEFINES WKS-TC-CUOTAS
                                        PIC 9(02).
          02 WKS-TC-INTERVALO           PIC X(03) VALUE SPACES.
          02 WKS-TC-INTERVALO-N REDEFINES WKS-TC-INTERVALO
                                        PIC 9(03).
          02 WKS-TC-REFERENCIA OCCURS 10 TIMES
                                        PIC X(08).
          02 FILLER                     PIC X(23).

      *MISMA LINEA DEL MAESTRO DE FACTURAS QUE REESCRIBE EDUC3056.
       01 WKS-LINEA-FACTURA.
          02 WKS-FC-REFERENCIA          PIC 9(08) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-FC-CODIGO              PIC 9(05) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-FC-MES                 PIC 9(06) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-FC-MONTO               PIC 9(07)V99 VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-FC-PAGADO              PIC 9(07)V99 VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-FC-ESTADO              PIC X(01) VALUE "A".
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-FC-FECHA-EMISION       PIC 9(08) VALUE ZEROES.

      *FACTURAS DEL MAESTRO, MARCADAS SI YA ESTAN EN UN CONVENIO
      *ACTIVO.
       01 WKS-TABLA-FACTURAS.
          02 WKS-TF-ENTRADA OCCURS 2000 TIMES.
             03 WKS-TF-REFERENCIA       PIC 9(08).
             03 WKS-TF-CODIGO           PIC 9(05).
             03 WKS-TF-SALDO            PIC 9(07)V99.
             03 WKS-TF-ESTADO           PIC X(01).
             03 WKS-TF-CONVENIO         PIC 9(06).
          02 WKS-TF-CANT                PIC 9(04) VALUE ZEROES.
          02 WKS-TF-IDX                 PIC 9(04) VALUE ZEROES.
          02 WKS-TF-POS                 PIC 9(04) VALUE ZEROES.

      *FACTURAS DE LA TRANSACCION YA VALIDADAS (POSICION EN LA TABLA
      *DE FACTURAS).
       01 WKS-CONTROL-ALTA.
          02 WKS-CA-POS OCCURS 10 TIMES PIC 9(04).
          02 WKS-CA-CANT                PIC 9(02) VALUE ZEROES.
          02 WKS-CA-IDX                 PIC 9(02) VALUE ZEROES.
          02 WKS-CA-IDX2                PIC 9(02) VALUE ZEROES.
          02 WKS-CA-FIN-LISTA           PIC X(01) VALUE "N".
             88 WKS-CA-LISTA-TERMINADA            VALUE "S".
          02 WKS-CA-TOTAL               PIC 9(07)V99 VALUE ZEROES.
          02 WKS-CA-CUOTA               PIC 9(07)V99 VALUE ZEROES.
          02 WKS-CA-ACUMULADO           PIC 9(07)V99 VALUE ZEROES.
          02 WKS-CA-K                   PIC 9(02) VALUE ZEROES.

      *AREA DE LLAMADA A ELAPBUS2.
       01 WKS-CONTROL-VENCIMIENTO.
          02 WKS-EL-FECHA-INICIO        PIC 9(08) VALUE ZEROES.
          02 WKS-EL-DIAS-HABILES        PIC 9(05) VALUE ZEROES.
          02 WKS-EL-FECHA-VENCE         PIC 9(08) VALUE ZEROES.
          02 WKS-EL-SWITCH-ERROR        PIC X(01) VALUE "N".

       01 WKS-RESULTADO-TRANS.
          02 WKS-RT-APLICADA            PIC X(01) VALUE "N".
             88 WKS-TRANS-APLICADA                VALUE "S".
          02 WKS-RT-MOTIVO              PIC X(20) VALUE SPACES.

       01 WKS-LINEA-CONVENIO.
          02 WKS-LV-ACCION              PIC X(01) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LV-NUMERO              PIC X(06) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LV-CODIGO              PIC X(05) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LV-FACTURAS            PIC Z9.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LV-TOTAL               PIC ZZZZZZ9.99.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LV-CUOTAS              PIC Z9.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LV-ESTADO              PIC X(01) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LV-RESULTADO           PIC X(09) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LV-MOTIVO              PIC X(20) VALUE SPACES.

       01 WKS-LINEA-CUOTA.
          02 FILLER                     PIC X(10) VALUE SPACES.
          02 FILLER                     PIC X(06) VALUE "CUOTA ".
          02 WKS-LQ-CUOTA               PIC Z9.
          02 FILLER                     PIC X(07) VALUE " VENCE ".
          02 WKS-LQ-VENCE               PIC 9(08) VALUE ZEROES.
          02 FILLER                     PIC X(07) VALUE " MONTO ".
          02 WKS-LQ-MONTO               PIC ZZZZZZ9.99.

      *AREA PARA LA RUTINA COMUN DE ESTADISTICAS DE CORRIDA.
       01 WKS-CONTROL-ESTADISTICA.
          02 WKS-ST-PROGRAMA            PIC X(08) VALUE "EDUK3110".
          02 WKS-ST-FECHA-HORA          PIC X(20) VALUE SPACES.
          02 WKS-ST-FECHA-INICIO        PIC 9(08) VALUE ZEROES.
          02 WKS-ST-HORA-INICIO         PIC 9(06) VALUE ZEROES.
          02 WKS-ST-LEIDOS              PIC 9(06) VALUE ZEROES.
          02 WKS-ST-ESCRITOS            PIC 9(06) VALUE ZEROES.
          02 WKS-ST-RECHAZADOS          PIC 9(06) VALUE ZEROES.

       PROCEDURE DIVISION.

       0000-INICIO SECTION.
           MOVE FUNCTION CURRENT-DATE TO WKS-ST-FECHA-HORA
           MOVE WKS-ST-FECHA-HORA(1:8) TO WKS-ST-FECHA-INICIO
           MOVE WKS-ST-FECHA-HORA(9:6) TO WKS-ST-HORA-INICIO
           MOVE WKS-ST-FECHA-INICIO TO WKS-FECHA-HOY

           PERFORM 0001-INICIO-ABRE-ARCHIVOS THRU 0001-ABRE-ARCHIVOS-E
           PERFORM 0002-INICIO-CARGA-FACTURAS THRU
              0002-CARGA-FACTURAS-E
           PERFORM 0003-INICIO-MARCA-CONVENIOS THRU
              0003-MARCA-CONVENIOS-E

           READ TRANS-CONVENIOS INTO WKS-REG-TRANS
           AT END
              SET WKS-FIN-TRANSCNV TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-TRANSCNV
                   ADD 1 TO WKS-I-LEIDAS
                   PERFORM 0004-INICIO-APLICA-TRANS THRU
                      0004-APLICA-TRANS-E
                   PERFORM 0008-INICIO-LINEA-REPORTE THRU
                      0008-LINEA-REPORTE-E
                   READ TRANS-CONVENIOS INTO WKS-REG-TRANS
                   AT END
                      SET WKS-FIN-TRANSCNV TO TRUE
                   END-READ
           END-PERFORM

           MOVE SPACES TO REG-RPT-CONVENIOS
           WRITE REG-RPT-CONVENIOS
           MOVE SPACES TO REG-RPT-CONVENIOS
           STRING "TRANSACCIONES LEIDAS: " WKS-I-LEIDAS
                  "  APLICADAS: " WKS-I-APLICADAS
                  "  RECHAZADAS: " WKS-I-RECHAZADAS
              DELIMITED BY SIZE INTO REG-RPT-CONVENIOS
           END-STRING
           WRITE REG-RPT-CONVENIOS

           CLOSE CONVENIO-MASTER, TRANS-CONVENIOS, RPT-CONVENIOS

           DISPLAY "TRANSACCIONES DE CONVENIOS LEIDAS: " WKS-I-LEIDAS
           DISPLAY "TRANSACCIONES APLICADAS: " WKS-I-APLICADAS
           DISPLAY "TRANSACCIONES RECHAZADAS: " WKS-I-RECHAZADAS

           MOVE WKS-I-LEIDAS TO WKS-ST-LEIDOS
           MOVE WKS-I-APLICADAS TO WKS-ST-ESCRITOS
           MOVE WKS-I-RECHAZADAS TO WKS-ST-RECHAZADOS
           CALL 'RUNSTAT1' USING WKS-ST-PROGRAMA
                                 WKS-ST-FECHA-INICIO
                                 WKS-ST-HORA-INICIO
                                 WKS-ST-LEIDOS
                                 WKS-ST-ESCRITOS
                                 WKS-ST-RECHAZADOS

           IF WKS-I-RECHAZADAS > ZEROES
              MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.
       0000-INICIO-E.
           EXIT.

       0001-INICIO-ABRE-ARCHIVOS SECTION.
      *EL MAESTRO SE ABRE I-O; SI TODAVIA NO EXISTE (FILE STATUS
      *35) SE CREA VACIO Y SE REABRE.
           OPEN I-O CONVENIO-MASTER
           IF WKS-FS-CONVMST = "35"
              OPEN OUTPUT CONVENIO-MASTER
              CLOSE CONVENIO-MASTER
              OPEN I-O CONVENIO-MASTER
           END-IF
           IF WKS-FS-CONVMST NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE CONVENIOS"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT TRANS-CONVENIOS
           IF WKS-FS-TRANSCNV NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE TRANSACCIONES"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT RPT-CONVENIOS
           IF WKS-FS-RPTCONV NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL REPORTE DE CONVENIOS"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE SPACES TO REG-RPT-CONVENIOS
           STRING "CONVENIOS DE PAGO DEL " WKS-FECHA-HOY
              DELIMITED BY SIZE INTO REG-RPT-CONVENIOS
           END-STRING
           WRITE REG-RPT-CONVENIOS
           MOVE "A NUMERO CODIG FA      TOTAL CU E RESULTADO MOTIVO" TO
              REG-RPT-CONVENIOS
           WRITE REG-RPT-CONVENIOS.
       0001-ABRE-ARCHIVOS-E.
           EXIT.

       0002-INICIO-CARGA-FACTURAS SECTION.
      *SIN MAESTRO DE FACTURAS NO HAY DEUDA QUE CONVENIR.
           OPEN INPUT FACTURAS-MASTER
           IF WKS-FS-FACTMAST NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE FACTURAS"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           READ FACTURAS-MASTER INTO WKS-LINEA-FACTURA
           AT END
              SET WKS-FIN-FACTMAST TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-FACTMAST
                   IF WKS-TF-CANT < 2000
                      ADD 1 TO WKS-TF-CANT
                      MOVE WKS-FC-REFERENCIA TO
                         WKS-TF-REFERENCIA(WKS-TF-CANT)
                      MOVE WKS-FC-CODIGO TO WKS-TF-CODIGO(WKS-TF-CANT)
                      MOVE ZEROES TO WKS-TF-SALDO(WKS-TF-CANT)
                      IF WKS-FC-MONTO > WKS-FC-PAGADO
                         COMPUTE WKS-TF-SALDO(WKS-TF-CANT) =
                            WKS-FC-MONTO - WKS-FC-PAGADO
                      END-IF
                      MOVE WKS-FC-ESTADO TO WKS-TF-ESTADO(WKS-TF-CANT)
                      MOVE ZEROES TO WKS-TF-CONVENIO(WKS-TF-CANT)
                   ELSE
                      DISPLAY "TABLA DE FACTURAS LLENA, FACTURA SIN "
                              "CARGAR: " WKS-FC-REFERENCIA
                   END-IF
                   READ FACTURAS-MASTER INTO WKS-LINEA-FACTURA
                   AT END
                      SET WKS-FIN-FACTMAST TO TRUE
                   END-READ
           END-PERFORM

           CLOSE FACTURAS-MASTER
           DISPLAY "FACTURAS CARGADAS DEL MAESTRO: " WKS-TF-CANT.
       0002-CARGA-FACTURAS-E.
           EXIT.

       0003-INICIO-MARCA-CONVENIOS SECTION.
      *MARCA LAS FACTURAS QUE YA ESTAN EN UN CONVENIO ACTIVO.
           MOVE ZEROES TO CONV-NUMERO
           START CONVENIO-MASTER KEY IS NOT LESS THAN CONV-LLAVE
           END-START
           IF WKS-FS-CONVMST NOT = "00"
              GO TO 0003-MARCA-CONVENIOS-E
           END-IF

           READ CONVENIO-MASTER NEXT
           AT END
              SET WKS-FIN-CONVMST TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-CONVMST
                   IF CONV-ACTIVO
                      PERFORM VARYING WKS-CA-IDX FROM 1 BY 1
                         UNTIL WKS-CA-IDX > CONV-CANT-FACTURAS
                         PERFORM VARYING WKS-TF-IDX FROM 1 BY 1
                            UNTIL WKS-TF-IDX > WKS-TF-CANT
                            IF WKS-TF-REFERENCIA(WKS-TF-IDX) =
                               CONV-FAC-REFERENCIA(WKS-CA-IDX)
                               MOVE CONV-NUMERO TO
                                  WKS-TF-CONVENIO(WKS-TF-IDX)
                            END-IF
                         END-PERFORM
                      END-PERFORM
                   END-IF
                   READ CONVENIO-MASTER NEXT
                   AT END
                      SET WKS-FIN-CONVMST TO TRUE
                   END-READ
           END-PERFORM.
       0003-MARCA-CONVENIOS-E.
           EXIT.

       0004-INICIO-APLICA-TRANS SECTION.
           MOVE "N" TO WKS-RT-APLICADA
           MOVE SPACES TO WKS-RT-MOTIVO
           MOVE ZEROES TO WKS-CA-CANT WKS-CA-TOTAL

           IF WKS-TC-NUMERO NOT NUMERIC OR WKS-TC-NUMERO-N = ZEROES
              MOVE "NUMERO INVALIDO" TO WKS-RT-MOTIVO
              ADD 1 TO WKS-I-RECHAZADAS
              GO TO 0004-APLICA-TRANS-E
           END-IF

           MOVE WKS-TC-NUMERO-N TO CONV-NUMERO
           READ CONVENIO-MASTER
           END-READ

           EVALUATE TRUE
           WHEN WKS-TC-ALTA
                PERFORM 0005-INICIO-ALTA THRU 0005-ALTA-E
           WHEN WKS-TC-ANULA
                PERFORM 0006-INICIO-ANULA THRU 0006-ANULA-E
           WHEN OTHER
                MOVE "ACCION INVALIDA" TO WKS-RT-MOTIVO
           END-EVALUATE

           IF WKS-TRANS-APLICADA
              ADD 1 TO WKS-I-APLICADAS
           ELSE
              ADD 1 TO WKS-I-RECHAZADAS
           END-IF.
       0004-APLICA-TRANS-E.
           EXIT.

       0005-INICIO-ALTA SECTION.
           IF WKS-FS-CONVMST = "00"
              MOVE "LLAVE YA EXISTE" TO WKS-RT-MOTIVO
              GO TO 0005-ALTA-E
           END-IF
           IF WKS-TC-CODIGO NOT NUMERIC OR WKS-TC-CODIGO-N = ZEROES
              MOVE "CODIGO INVALIDO" TO WKS-RT-MOTIVO
              GO TO 0005-ALTA-E
           END-IF
           IF WKS-TC-CUOTAS NOT NUMERIC
              MOVE "CUOTAS INVALIDAS" TO WKS-RT-MOTIVO
              GO TO 0005-ALTA-E
           END-IF
           IF WKS-TC-CUOTAS-N < 1 OR WKS-TC-CUOTAS-N > 24
              MOVE "CUOTAS INVALIDAS" TO WKS-RT-MOTIVO
              GO TO 0005-ALTA-E
           END-IF
           IF WKS-TC-INTERVALO NOT NUMERIC
              MOVE "INTERVALO INVALIDO" TO WKS-RT-MOTIVO
              GO TO 0005-ALTA-E
           END-IF
           IF WKS-TC-INTERVALO-N = ZEROES
              MOVE "INTERVALO INVALIDO" TO WKS-RT-MOTIVO
              GO TO 0005-ALTA-E
           END-IF

           PERFORM 0007-INICIO-VALIDA-FACTURAS THRU
              0007-VALIDA-FACTURAS-E
           IF WKS-RT-MOTIVO NOT = SPACES
              GO TO 0005-ALTA-E
           END-IF

           INITIALIZE CONV-REGISTRO
           MOVE WKS-TC-NUMERO-N TO CONV-NUMERO
           MOVE WKS-TC-CODIGO-N TO CONV-CODIGO
           MOVE WKS-FECHA-HOY TO CONV-FECHA-ALTA
           MOVE "A" TO CONV-ESTADO
           MOVE WKS-FECHA-HOY TO CONV-FECHA-ESTADO
           MOVE WKS-CA-TOTAL TO CONV-TOTAL
           MOVE WKS-TC-INTERVALO-N TO CONV-INTERVALO
           MOVE ZEROES TO CONV-CUOTAS-VENCIDAS
           MOVE WKS-CA-CANT TO CONV-CANT-FACTURAS
           PERFORM VARYING WKS-CA-IDX FROM 1 BY 1
              UNTIL WKS-CA-IDX > WKS-CA-CANT
              MOVE WKS-TF-REFERENCIA(WKS-CA-POS(WKS-CA-IDX)) TO
                 CONV-FAC-REFERENCIA(WKS-CA-IDX)
           END-PERFORM

      *CUOTAS IGUALES TRUNCADAS AL CENTAVO; LA ULTIMA LLEVA LA
      *DIFERENCIA PARA QUE LA SUMA CUADRE CON EL TOTAL. LA CUOTA K
      *VENCE K INTERVALOS DE DIAS HABILES DESPUES DE HOY.
           MOVE WKS-TC-CUOTAS-N TO CONV-CANT-CUOTAS
           COMPUTE WKS-CA-CUOTA = WKS-CA-TOTAL / WKS-TC-CUOTAS-N
           MOVE ZEROES TO WKS-CA-ACUMULADO
           PERFORM VARYING WKS-CA-K FROM 1 BY 1
              UNTIL WKS-CA-K > WKS-TC-CUOTAS-N OR
                    WKS-RT-MOTIVO NOT = SPACES
              IF WKS-CA-K = WKS-TC-CUOTAS-N
                 COMPUTE CONV-CU-MONTO(WKS-CA-K) =
                    WKS-CA-TOTAL - WKS-CA-ACUMULADO
              ELSE
                 MOVE WKS-CA-CUOTA TO CONV-CU-MONTO(WKS-CA-K)
                 ADD WKS-CA-CUOTA TO WKS-CA-ACUMULADO
              END-IF
              MOVE WKS-FECHA-HOY TO WKS-EL-FECHA-INICIO
              COMPUTE WKS-EL-DIAS-HABILES =
                 WKS-TC-INTERVALO-N * WKS-CA-K
              CALL 'ELAPBUS2' USING WKS-EL-FECHA-INICIO
                                    WKS-EL-DIAS-HABILES
                                    WKS-EL-FECHA-VENCE
                                    WKS-EL-SWITCH-ERROR
              IF WKS-EL-SWITCH-ERROR = "S"
                 MOVE "VENCIMIENTO ERRONEO" TO WKS-RT-MOTIVO
              END-IF
              MOVE WKS-EL-FECHA-VENCE TO CONV-CU-VENCE(WKS-CA-K)
              MOVE ZEROES TO CONV-CU-PAGADO(WKS-CA-K)
              MOVE "P" TO CONV-CU-ESTADO(WKS-CA-K)
              MOVE ZEROES TO CONV-CU-FECHA-PAGO(WKS-CA-K)
           END-PERFORM
           IF WKS-RT-MOTIVO NOT = SPACES
              GO TO 0005-ALTA-E
           END-IF

           WRITE CONV-REGISTRO
           END-WRITE
           IF WKS-FS-CONVMST = "00"
              SET WKS-TRANS-APLICADA TO TRUE
              PERFORM VARYING WKS-CA-IDX FROM 1 BY 1
                 UNTIL WKS-CA-IDX > WKS-CA-CANT
                 MOVE CONV-NUMERO TO
                    WKS-TF-CONVENIO(WKS-CA-POS(WKS-CA-IDX))
              END-PERFORM
           ELSE
              MOVE "ERROR DE GRABACION" TO WKS-RT-MOTIVO
           END-IF.
       0005-ALTA-E.
           EXIT.

       0006-INICIO-ANULA SECTION.
      *LAS FACTURAS DEL CONVENIO ANULADO QUEDAN LIBRES PARA OTRO.
           IF WKS-FS-CONVMST NOT = "00"
              MOVE "LLAVE NO EXISTE" TO WKS-RT-MOTIVO
              GO TO 0006-ANULA-E
           END-IF
           IF NOT CONV-ACTIVO
              MOVE "CONVENIO NO ACTIVO" TO WKS-RT-MOTIVO
              GO TO 0006-ANULA-E
           END-IF

           MOVE "X" TO CONV-ESTADO
           MOVE WKS-FECHA-HOY TO CONV-FECHA-ESTADO
           REWRITE CONV-REGISTRO
           END-REWRITE
           IF WKS-FS-CONVMST = "00"
              SET WKS-TRANS-APLICADA TO TRUE
              PERFORM VARYING WKS-TF-IDX FROM 1 BY 1
                 UNTIL WKS-TF-IDX > WKS-TF-CANT
                 IF WKS-TF-CONVENIO(WKS-TF-IDX) = CONV-NUMERO
                    MOVE ZEROES TO WKS-TF-CONVENIO(WKS-TF-IDX)
                 END-IF
              END-PERFORM
           ELSE
              MOVE "ERROR DE GRABACION" TO WKS-RT-MOTIVO
           END-IF.
       0006-ANULA-E.
           EXIT.

       0007-INICIO-VALIDA-FACTURAS SECTION.
      *CADA REFERENCIA: NUMERICA, NO REPETIDA EN LA TRANSACCION, EN
      *EL MAESTRO, DEL MISMO ESTUDIANTE, CON SALDO Y SIN CONVENIO
      *ACTIVO. LA PRIMERA REFERENCIA EN BLANCO CIERRA LA LISTA.
           MOVE "N" TO WKS-CA-FIN-LISTA
           PERFORM VARYING WKS-CA-IDX FROM 1 BY 1
              UNTIL WKS-CA-IDX > 10 OR WKS-CA-LISTA-TERMINADA OR
                    WKS-RT-MOTIVO NOT = SPACES
              IF WKS-TC-REFERENCIA(WKS-CA-IDX) = SPACES
                 SET WKS-CA-LISTA-TERMINADA TO TRUE
              ELSE
                 IF WKS-TC-REFERENCIA(WKS-CA-IDX) NOT NUMERIC
                    MOVE "REFERENCIA INVALIDA" TO WKS-RT-MOTIVO
                 ELSE
                    PERFORM VARYING WKS-CA-IDX2 FROM 1 BY 1
                       UNTIL WKS-CA-IDX2 NOT < WKS-CA-IDX
                       IF WKS-TC-REFERENCIA(WKS-CA-IDX2) =
                          WKS-TC-REFERENCIA(WKS-CA-IDX)
                          MOVE "REFERENCIA REPETIDA" TO
                             WKS-RT-MOTIVO
                       END-IF
                    END-PERFORM
                    MOVE ZEROES TO WKS-TF-POS
                    PERFORM VARYING WKS-TF-IDX FROM 1 BY 1
                       UNTIL WKS-TF-IDX > WKS-TF-CANT OR
                             WKS-TF-POS > ZEROES
                       IF WKS-TF-REFERENCIA(WKS-TF-IDX) =
                          FUNCTION NUMVAL
                             (WKS-TC-REFERENCIA(WKS-CA-IDX))
                          MOVE WKS-TF-IDX TO WKS-TF-POS
                       END-IF
                    END-PERFORM
                    EVALUATE TRUE
                    WHEN WKS-RT-MOTIVO NOT = SPACES
                         CONTINUE
                    WHEN WKS-TF-POS = ZEROES
                         MOVE "FACTURA NO EXISTE" TO WKS-RT-MOTIVO
                    WHEN WKS-TF-CODIGO(WKS-TF-POS) NOT =
                         WKS-TC-CODIGO-N
                         MOVE "FACTURA DE OTRO" TO WKS-RT-MOTIVO
                    WHEN WKS-TF-ESTADO(WKS-TF-POS) = "C" OR
                         WKS-TF-SALDO(WKS-TF-POS) = ZEROES
                         MOVE "FACTURA CANCELADA" TO WKS-RT-MOTIVO
                    WHEN WKS-TF-CONVENIO(WKS-TF-POS) > ZEROES
                         MOVE "FACTURA EN CONVENIO" TO WKS-RT-MOTIVO
                    WHEN OTHER
                         ADD 1 TO WKS-CA-CANT
                         MOVE WKS-TF-POS TO WKS-CA-POS(WKS-CA-CANT)
                         ADD WKS-TF-SALDO(WKS-TF-POS) TO WKS-CA-TOTAL
                    END-EVALUATE
                 END-IF
              END-IF
           END-PERFORM

           IF WKS-RT-MOTIVO = SPACES AND WKS-CA-CANT = ZEROES
              MOVE "SIN FACTURAS" TO WKS-RT-MOTIVO
           END-IF.
       0007-VALIDA-FACTURAS-E.
           EXIT.

       0008-INICIO-LINEA-REPORTE SECTION.
           MOVE WKS-TC-ACCION TO WKS-LV-ACCION
           MOVE WKS-TC-NUMERO TO WKS-LV-NUMERO
           MOVE WKS-TC-CODIGO TO WKS-LV-CODIGO
           MOVE WKS-CA-CANT TO WKS-LV-FACTURAS
           MOVE WKS-CA-TOTAL TO WKS-LV-TOTAL
           MOVE ZEROES TO WKS-LV-CUOTAS
           MOVE SPACES TO WKS-LV-ESTADO
           IF WKS-TRANS-APLICADA
              MOVE CONV-CANT-CUOTAS TO WKS-LV-CUOTAS
              MOVE CONV-ESTADO TO WKS-LV-ESTADO
              MOVE "APLICADA" TO WKS-LV-RESULTADO
           ELSE
              MOVE "RECHAZADA" TO WKS-LV-RESULTADO
           END-IF
           MOVE WKS-RT-MOTIVO TO WKS-LV-MOTIVO
           WRITE REG-RPT-CONVENIOS FROM WKS-LINEA-CONVENIO

           IF WKS-TRANS-APLICADA AND WKS-TC-ALTA
              PERFORM VARYING WKS-CA-K FROM 1 BY 1
                 UNTIL WKS-CA-K > CONV-CANT-CUOTAS
                 MOVE WKS-CA-K TO WKS-LQ-CUOTA
                 MOVE CONV-CU-VENCE(WKS-CA-K) TO WKS-LQ-VENCE
                 MOVE CONV-CU-MONTO(WKS-CA-K) TO WKS-LQ-MONTO
                 WRITE REG-RPT-CONVENIOS FROM WKS-LINEA-CUOTA
              END-PERFORM
           END-IF.
       0008-LINEA-REPORTE-E.
           EXIT.
