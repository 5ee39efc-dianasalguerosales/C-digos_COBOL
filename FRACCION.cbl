      ******************************************************************
      * FECHA       : 2026                                             *
      * PROGRAMADOR : DIANA STEFFANNY SALGUERO ROSALES                 *
      * APLICACION  : EDUCACION                                        *
      * PROGRAMA    : EDUC3073                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : DETECCION DE FRACCIONAMIENTO. LEE LAS COPIAS DE  *
      *             : ARCHIVO DEL EXTRACTO (ARCHFTPM, LAS GENERACIONES *
      *             : DE LA VENTANA CONCATENADAS POR EL PLANIFICADOR)  *
      *             : Y CONSIDERA LOS MOVIMIENTOS DE LOS ULTIMOS       *
      *             : DIAS_VENTANA DIAS HABILES HASTA FECHA_NEGOCIO    *
      *             : (DIAS HABILES SEGUN ELAPBUS1 Y SU CALENDARIO     *
      *             : FERIADOS). POR CUENTA Y MONEDA MARCA DOS CASOS:  *
      *             : VARIOS MOVIMIENTOS DENTRO DE LA BANDA JUSTO BAJO *
      *             : EL UMBRAL CUYA SUMA LO SUPERA, Y MOVIMIENTOS EN  *
      *             : MAS DE MAX_AGENCIAS AGENCIAS DISTINTAS. CADA     *
      *             : CASO VA AL ARCHIVO DE ALERTAS DE CUMPLIMIENTO    *
      *             : (ALERTCMP) Y AL REPORTE (RPTFRAC) CON TODOS LOS  *
      *             : MOVIMIENTOS DE LA CUENTA EN LA VENTANA.          *
      * ARCHIVOS    : ARCHFTPM (ENTRADA), ALERTCMP (SALIDA),           *
      *             : RPTFRAC (SALIDA)                                 *
      * PROGRAMA(S) : ELAPBUS1, PARMRD01, RUNSTAT1                     *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDUC3073.
       AUTHOR. DIANA SALGUERO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-FTPMOM ASSIGN TO ARCHFTPM
                  FILE STATUS IS WKS-FS-ARCHFTPM.
           SELECT ALERTA-CUMPLIMIENTO ASSIGN TO ALERTCMP
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-ALERTCMP.
           SELECT RPT-FRACCION ASSIGN TO RPTFRAC
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-RPTFRAC.

       DATA DIVISION.

       FILE SECTION.
       FD ARCHIVO-FTPMOM
           RECORDING MODE IS F.
       01 AREA-ARCHIVO                  PIC X(115).

       FD ALERTA-CUMPLIMIENTO.
       01 REG-ALERTA                    PIC X(100).

       FD RPT-FRACCION.
       01 REG-RPT-FRACCION              PIC X(132).

       WORKING-STORAGE SECTION.

       01 WKS-CONTROL-ARCHIVOS.
          02 WKS-FS-ARCHFTPM            PIC X(02) VALUE SPACES.
             88 WKS-FIN-ARCHFTPM                  VALUE "10".
          02 WKS-FS-ALERTCMP            PIC X(02) VALUE SPACES.
          02 WKS-FS-RPTFRAC             PIC X(02) VALUE SPACES.

      *MISMA VISTA DEL REGISTRO DE ARCHIVO DE ANCHO FIJO QUE GRABA
      *EDUC3011.
       01 WKS-REG-ARCHIVO.
          05 WKS-AR-CODIGO-TRANSACCION   PIC 9(02).
          05 WKS-AR-DIA                  PIC 9(02).
          05 WKS-AR-MES                  PIC 9(02).
          05 WKS-AR-CLASE-CUENTA         PIC 9(01).
          05 WKS-AR-NUMERO-CUENTA        PIC 9(10).
          05 WKS-AR-DOCUMENTO.
             10 WKS-AR-DOCUMENTO-SIGNO   PIC X(01).
             10 WKS-AR-DOCUMENTO-RESTO   PIC 9(08).
          05 WKS-AR-AGENCIA-ORIGEN       PIC 9(03).
          05 WKS-AR-VALOR.
             10 WKS-AR-VALOR-SIGNO       PIC X(01).
             10 WKS-AR-VALOR-ENT         PIC 9(09).
             10 FILLER                   PIC X(01).
             10 WKS-AR-VALOR-DEC         PIC 9(02).
          05 FILLER                      PIC X(37).
          05 WKS-AR-TERMINAL             PIC 9(04).
          05 WKS-AR-NUM-SECUENCIA        PIC 9(04).
          05 WKS-AR-TIPO-MOVIMIENTO      PIC 9(01).
          05 WKS-AR-SIT-REGISTRO         PIC 9(01).
          05 WKS-AR-GRABA-VERIF          PIC X(08).
          05 WKS-AR-ORIGEN-TRANSACCION   PIC 9(02).
          05 WKS-AR-CAJERO               PIC 9(04).
          05 WKS-AR-CODIGO-MONEDA        PIC 9(01).
          05 WKS-AR-CODIGO-MOTIVO        PIC 9(05).
          05 FILLER                      PIC X(06).

      *MOVIMIENTOS DE LA VENTANA, PARA EL RASTRO DE CADA CASO.
       01 WKS-TABLA-MOVIMIENTOS.
          02 WKS-MV-ENTRADA OCCURS 9999 TIMES.
             03 WKS-MV-CUENTA           PIC 9(10).
             03 WKS-MV-MONEDA           PIC 9(01).
             03 WKS-MV-FECHA            PIC 9(08).
             03 WKS-MV-CODIGO           PIC 9(02).
             03 WKS-MV-AGENCIA          PIC 9(03).
             03 WKS-MV-CAJERO           PIC 9(04).
             03 WKS-MV-DOCUMENTO        PIC X(09).
             03 WKS-MV-VALOR            PIC S9(11)V99.
             03 WKS-MV-EN-BANDA         PIC X(01).
          02 WKS-MV-CANT                PIC 9(04) VALUE ZEROES.
          02 WKS-MV-IDX                 PIC 9(04) VALUE ZEROES.

      *ACUMULADO POR CUENTA Y MONEDA EN LA VENTANA: MOVIMIENTOS Y
      *SUMA DENTRO DE LA BANDA, Y AGENCIAS DISTINTAS TOCADAS (SE
      *GUARDAN LAS PRIMERAS DIEZ; LAS DEMAS SOLO SE CUENTAN).
       01 WKS-TABLA-CUENTAS.
          02 WKS-CU-ENTRADA OCCURS 5000 TIMES.
             03 WKS-CU-CUENTA           PIC 9(10).
             03 WKS-CU-MONEDA           PIC 9(01).
             03 WKS-CU-MOVIMIENTOS      PIC 9(05).
             03 WKS-CU-EN-BANDA         PIC 9(05).
             03 WKS-CU-SUMA-BANDA       PIC S9(13)V99.
             03 WKS-CU-CANT-AGENCIAS    PIC 9(03).
             03 WKS-CU-AGENCIA OCCURS 10 TIMES PIC 9(03).
          02 WKS-CU-CANT                PIC 9(04) VALUE ZEROES.
          02 WKS-CU-IDX                 PIC 9(04) VALUE ZEROES.
          02 WKS-CU-HALLADO             PIC 9(04) VALUE ZEROES.
          02 WKS-AG-IDX                 PIC 9(02) VALUE ZEROES.
          02 WKS-AG-NUEVA               PIC X(01) VALUE "S".

       01 WKS-CONTROL-VENTANA.
          02 WKS-FECHA-NEGOCIO          PIC 9(08) VALUE ZEROES.
          02 WKS-FECHA-REGISTRO         PIC 9(08) VALUE ZEROES.
          02 WKS-FECHA-ANTERIOR         PIC 9(08) VALUE ZEROES.
          02 WKS-EN-VENTANA             PIC X(01) VALUE "N".
          02 WKS-DIAS-VENTANA           PIC 9(02) VALUE 5.
          02 WKS-UMBRAL                 PIC 9(07)V99 VALUE 10000.
          02 WKS-BANDA-PCT              PIC 9(02) VALUE 20.
          02 WKS-MIN-MOVIMIENTOS        PIC 9(02) VALUE 3.
          02 WKS-MAX-AGENCIAS           PIC 9(02) VALUE 3.
          02 WKS-LIMITE-BANDA           PIC 9(07)V99 VALUE ZEROES.
          02 WKS-VALOR-TRAB             PIC S9(11)V99 VALUE ZEROES.
          02 WKS-FECHA-ENTERA           PIC X(20) VALUE SPACES.
          02 WKS-NUMERO-CASO            PIC 9(06) VALUE ZEROES.
          02 WKS-MOTIVO-CASO            PIC X(30) VALUE SPACES.

      *AREA PARA EL CONTEO DE DIAS HABILES (ELAPBUS1).
       01 WKS-CONTROL-ELAPBUS.
          02 WKS-EL-FECHA-INICIO        PIC 9(08) VALUE ZEROES.
          02 WKS-EL-FECHA-FIN           PIC 9(08) VALUE ZEROES.
          02 WKS-EL-DIAS-HABILES        PIC 9(05) VALUE ZEROES.
          02 WKS-EL-SWITCH-ERROR        PIC X(01) VALUE "N".

       01 WKS-ITERACIONES.
          02 WKS-I-LEIDOS               PIC 9(07) VALUE ZEROES.
          02 WKS-I-EN-VENTANA           PIC 9(07) VALUE ZEROES.
          02 WKS-I-FUERA-VENTANA        PIC 9(07) VALUE ZEROES.
          02 WKS-I-EN-BANDA             PIC 9(07) VALUE ZEROES.
          02 WKS-I-CASOS-BANDA          PIC 9(05) VALUE ZEROES.
          02 WKS-I-CASOS-AGENCIAS       PIC 9(05) VALUE ZEROES.
          02 WKS-I-LINEAS-ALERTA        PIC 9(07) VALUE ZEROES.
          02 WKS-I-DESBORDE             PIC 9(07) VALUE ZEROES.

      *ARCHIVO DE ALERTAS: UNA LINEA "C" POR CASO Y UNA LINEA "M"
      *POR CADA MOVIMIENTO DE SU RASTRO.
       01 WKS-ALERTA-CASO.
          02 WKS-AC-TIPO                PIC X(01) VALUE "C".
          02 FILLER                     PIC X(01) VALUE "|".
          02 WKS-AC-CASO                PIC 9(06) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE "|".
          02 WKS-AC-FECHA-NEGOCIO       PIC 9(08) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE "|".
          02 WKS-AC-CUENTA              PIC 9(10) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE "|".
          02 WKS-AC-MONEDA              PIC 9(01) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE "|".
          02 WKS-AC-MOTIVO              PIC X(30) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE "|".
          02 WKS-AC-EN-BANDA            PIC 9(05) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE "|".
          02 WKS-AC-SUMA-BANDA          PIC 9(13)V99 VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE "|".
          02 WKS-AC-AGENCIAS            PIC 9(03) VALUE ZEROES.
          02 FILLER                     PIC X(13) VALUE SPACES.
       01 WKS-ALERTA-MOVIMIENTO.
          02 WKS-AM-TIPO                PIC X(01) VALUE "M".
          02 FILLER                     PIC X(01) VALUE "|".
          02 WKS-AM-CASO                PIC 9(06) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE "|".
          02 WKS-AM-FECHA               PIC 9(08) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE "|".
          02 WKS-AM-CODIGO              PIC 9(02) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE "|".
          02 WKS-AM-AGENCIA             PIC 9(03) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE "|".
          02 WKS-AM-CAJERO              PIC 9(04) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE "|".
          02 WKS-AM-DOCUMENTO           PIC X(09) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE "|".
          02 WKS-AM-SIGNO               PIC X(01) VALUE "+".
          02 WKS-AM-VALOR               PIC 9(11)V99 VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE "|".
          02 WKS-AM-EN-BANDA            PIC X(01) VALUE SPACES.
          02 FILLER                     PIC X(44) VALUE SPACES.

      *LINEA DE RASTRO DEL REPORTE.
       01 WKS-LINEA-RASTRO.
          02 FILLER                     PIC X(06) VALUE SPACES.
          02 WKS-LR-FECHA               PIC 9(08) VALUE ZEROES.
          02 FILLER                     PIC X(08) VALUE "  TRANS ".
          02 WKS-LR-CODIGO              PIC 9(02) VALUE ZEROES.
          02 FILLER                     PIC X(06) VALUE "  AG. ".
          02 WKS-LR-AGENCIA             PIC 9(03) VALUE ZEROES.
          02 FILLER                     PIC X(08) VALUE "  CAJ. ".
          02 WKS-LR-CAJERO              PIC 9(04) VALUE ZEROES.
          02 FILLER                     PIC X(07) VALUE "  DOC. ".
          02 WKS-LR-DOCUMENTO           PIC X(09) VALUE SPACES.
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 WKS-LR-VALOR               PIC -(10)9.99.
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 WKS-LR-MARCA               PIC X(13) VALUE SPACES.

      *AREA PARA EL LECTOR COMUN DEL ARCHIVO CENTRAL DE PARAMETROS.
       01 WKS-CONTROL-PARAMETROS.
          02 WKS-PARM-SECCION           PIC X(08) VALUE "EDUC3073".
          02 WKS-PARM-CANT              PIC 9(02) VALUE ZEROES.
          02 WKS-PARM-TABLA.
             03 WKS-PARM-ENTRADA OCCURS 20 TIMES.
                04 WKS-PARM-CLAVE       PIC X(20).
                04 WKS-PARM-VALOR       PIC X(20).
          02 WKS-PARM-SIN-SECCION       PIC X(01) VALUE "S".
          02 WKS-PARM-IDX               PIC 9(02) VALUE ZEROES.

      *AREA PARA LA RUTINA COMUN DE ESTADISTICAS DE CORRIDA.
       01 WKS-CONTROL-ESTADISTICA.
          02 WKS-ST-PROGRAMA            PIC X(08) VALUE "EDUK3073".
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

           INITIALIZE WKS-TABLA-MOVIMIENTOS
           INITIALIZE WKS-TABLA-CUENTAS

           PERFORM 0001-INICIO-PARAMETROS THRU 0001-PARAMETROS-E
           PERFORM 0002-INICIO-SELECCIONA THRU 0002-SELECCIONA-E
           PERFORM 0005-INICIO-EMITE THRU 0005-EMITE-E

           DISPLAY "REGISTROS DE ARCHIVO LEIDOS: " WKS-I-LEIDOS
           DISPLAY "MOVIMIENTOS EN LA VENTANA: " WKS-I-EN-VENTANA
           DISPLAY "MOVIMIENTOS FUERA DE LA VENTANA: "
                   WKS-I-FUERA-VENTANA
           DISPLAY "MOVIMIENTOS EN LA BANDA BAJO EL UMBRAL: "
                   WKS-I-EN-BANDA
           DISPLAY "CASOS DE FRACCIONAMIENTO BAJO EL UMBRAL: "
                   WKS-I-CASOS-BANDA
           DISPLAY "CASOS DE MULTIPLES AGENCIAS: "
                   WKS-I-CASOS-AGENCIAS
           IF WKS-I-DESBORDE > ZEROES
              DISPLAY "MOVIMIENTOS QUE NO CUPIERON EN LAS TABLAS: "
                      WKS-I-DESBORDE
           END-IF

           MOVE WKS-I-LEIDOS TO WKS-ST-LEIDOS
           MOVE WKS-I-LINEAS-ALERTA TO WKS-ST-ESCRITOS
           MOVE WKS-I-DESBORDE TO WKS-ST-RECHAZADOS
           CALL 'RUNSTAT1' USING WKS-ST-PROGRAMA
                                 WKS-ST-FECHA-INICIO
                                 WKS-ST-HORA-INICIO
                                 WKS-ST-LEIDOS
                                 WKS-ST-ESCRITOS
                                 WKS-ST-RECHAZADOS

           IF WKS-I-CASOS-BANDA > ZEROES OR
              WKS-I-CASOS-AGENCIAS > ZEROES OR
              WKS-I-DESBORDE > ZEROES
              MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.
       0000-INICIO-E.
           EXIT.

       0001-INICIO-PARAMETROS SECTION.
      *FECHA_NEGOCIO ES EL ULTIMO DIA DE LA VENTANA (POR OMISION LA
      *FECHA DE PROCESO). LA BANDA VA DESDE UMBRAL MENOS BANDA_PCT
      *POR CIENTO HASTA JUSTO ANTES DEL UMBRAL.
           MOVE FUNCTION CURRENT-DATE TO WKS-FECHA-ENTERA
           ACCEPT WKS-FECHA-NEGOCIO FROM ENVIRONMENT "FECHA_NEGOCIO"
           IF WKS-FECHA-NEGOCIO NOT NUMERIC OR
              WKS-FECHA-NEGOCIO = ZEROES
              MOVE WKS-FECHA-ENTERA(1:8) TO WKS-FECHA-NEGOCIO
           END-IF

           CALL 'PARMRD01' USING WKS-PARM-SECCION
                                 WKS-PARM-CANT
                                 WKS-PARM-TABLA
                                 WKS-PARM-SIN-SECCION

           PERFORM VARYING WKS-PARM-IDX FROM 1 BY 1
              UNTIL WKS-PARM-IDX > WKS-PARM-CANT
              EVALUATE WKS-PARM-CLAVE(WKS-PARM-IDX)
              WHEN "FECHA_NEGOCIO"
                   IF WKS-PARM-VALOR(WKS-PARM-IDX)(1:8) NUMERIC
                      MOVE WKS-PARM-VALOR(WKS-PARM-IDX)(1:8) TO
                         WKS-FECHA-NEGOCIO
                   END-IF
              WHEN "DIAS_VENTANA"
                   IF WKS-PARM-VALOR(WKS-PARM-IDX)(1:2) NUMERIC
                      MOVE WKS-PARM-VALOR(WKS-PARM-IDX)(1:2) TO
                         WKS-DIAS-VENTANA
                   END-IF
              WHEN "UMBRAL"
                   IF WKS-PARM-VALOR(WKS-PARM-IDX)(1:9) NUMERIC
                      MOVE WKS-PARM-VALOR(WKS-PARM-IDX)(1:9) TO
                         WKS-UMBRAL
                   END-IF
              WHEN "BANDA_PCT"
                   IF WKS-PARM-VALOR(WKS-PARM-IDX)(1:2) NUMERIC
                      MOVE WKS-PARM-VALOR(WKS-PARM-IDX)(1:2) TO
                         WKS-BANDA-PCT
                   END-IF
              WHEN "MIN_MOVIMIENTOS"
                   IF WKS-PARM-VALOR(WKS-PARM-IDX)(1:2) NUMERIC
                      MOVE WKS-PARM-VALOR(WKS-PARM-IDX)(1:2) TO
                         WKS-MIN-MOVIMIENTOS
                   END-IF
              WHEN "MAX_AGENCIAS"
                   IF WKS-PARM-VALOR(WKS-PARM-IDX)(1:2) NUMERIC
                      MOVE WKS-PARM-VALOR(WKS-PARM-IDX)(1:2) TO
                         WKS-MAX-AGENCIAS
                   END-IF
              WHEN OTHER
                   DISPLAY "PARAMETRO DESCONOCIDO EN PARAMET: "
                           WKS-PARM-CLAVE(WKS-PARM-IDX)
              END-EVALUATE
           END-PERFORM

           IF WKS-DIAS-VENTANA = ZEROES
              MOVE 1 TO WKS-DIAS-VENTANA
           END-IF
           COMPUTE WKS-LIMITE-BANDA =
              WKS-UMBRAL * (100 - WKS-BANDA-PCT) / 100

           DISPLAY "PARAMETROS EFECTIVOS DE LA CORRIDA:"
           DISPLAY "  FECHA_NEGOCIO: " WKS-FECHA-NEGOCIO
           DISPLAY "  DIAS_VENTANA: " WKS-DIAS-VENTANA
           DISPLAY "  UMBRAL: " WKS-UMBRAL
           DISPLAY "  BANDA_PCT: " WKS-BANDA-PCT
           DISPLAY "  MIN_MOVIMIENTOS: " WKS-MIN-MOVIMIENTOS
           DISPLAY "  MAX_AGENCIAS: " WKS-MAX-AGENCIAS.
       0001-PARAMETROS-E.
           EXIT.

       0002-INICIO-SELECCIONA SECTION.
      *EL REGISTRO DE ARCHIVO SOLO TRAE DIA Y MES: UN MES-DIA
      *POSTERIOR AL DE LA FECHA DE NEGOCIO ES DEL AÑO ANTERIOR (LA
      *VENTANA CRUZA EL CAMBIO DE AÑO).
           OPEN INPUT ARCHIVO-FTPMOM
           IF WKS-FS-ARCHFTPM NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE RESPALDO"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           READ ARCHIVO-FTPMOM INTO WKS-REG-ARCHIVO
           AT END
              SET WKS-FIN-ARCHFTPM TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-ARCHFTPM
                   ADD 1 TO WKS-I-LEIDOS
                   MOVE WKS-FECHA-NEGOCIO TO WKS-FECHA-REGISTRO
                   MOVE WKS-AR-MES TO WKS-FECHA-REGISTRO(5:2)
                   MOVE WKS-AR-DIA TO WKS-FECHA-REGISTRO(7:2)
                   IF WKS-FECHA-REGISTRO > WKS-FECHA-NEGOCIO
                      SUBTRACT 10000 FROM WKS-FECHA-REGISTRO
                   END-IF
                   PERFORM 0003-INICIO-VENTANA THRU 0003-VENTANA-E
                   IF WKS-EN-VENTANA = "S"
                      ADD 1 TO WKS-I-EN-VENTANA
                      PERFORM 0004-INICIO-ACUMULA THRU 0004-ACUMULA-E
                   ELSE
                      ADD 1 TO WKS-I-FUERA-VENTANA
                   END-IF
                   READ ARCHIVO-FTPMOM INTO WKS-REG-ARCHIVO
                   AT END
                      SET WKS-FIN-ARCHFTPM TO TRUE
                   END-READ
           END-PERFORM

           CLOSE ARCHIVO-FTPMOM.
       0002-SELECCIONA-E.
           EXIT.

       0003-INICIO-VENTANA SECTION.
      *UN DIA ESTA EN LA VENTANA SI ENTRE EL Y LA FECHA DE NEGOCIO
      *HAY MENOS DE DIAS_VENTANA DIAS HABILES (EL DIA DE NEGOCIO
      *MISMO DA CERO). LAS GENERACIONES VIENEN AGRUPADAS POR DIA,
      *ASI QUE SOLO SE LLAMA A ELAPBUS1 CUANDO CAMBIA LA FECHA.
           IF WKS-FECHA-REGISTRO = WKS-FECHA-ANTERIOR
              GO TO 0003-VENTANA-E
           END-IF
           MOVE WKS-FECHA-REGISTRO TO WKS-FECHA-ANTERIOR
           MOVE WKS-FECHA-REGISTRO TO WKS-EL-FECHA-INICIO
           MOVE WKS-FECHA-NEGOCIO TO WKS-EL-FECHA-FIN
           CALL 'ELAPBUS1' USING WKS-EL-FECHA-INICIO
                                 WKS-EL-FECHA-FIN
                                 WKS-EL-DIAS-HABILES
                                 WKS-EL-SWITCH-ERROR
           IF WKS-EL-SWITCH-ERROR = "S" OR
              WKS-EL-DIAS-HABILES NOT < WKS-DIAS-VENTANA
              MOVE "N" TO WKS-EN-VENTANA
           ELSE
              MOVE "S" TO WKS-EN-VENTANA
           END-IF.
       0003-VENTANA-E.
           EXIT.

       0004-INICIO-ACUMULA SECTION.
      *SOLO LOS VALORES POSITIVOS CUENTAN PARA LA BANDA; UNA
      *REVERSION NO ES UN FRACCIONAMIENTO, PERO SI QUEDA EN EL
      *RASTRO DE LA CUENTA.
           IF WKS-AR-VALOR-SIGNO = "-"
              COMPUTE WKS-VALOR-TRAB = ZERO - WKS-AR-VALOR-ENT -
                 (WKS-AR-VALOR-DEC / 100)
           ELSE
              COMPUTE WKS-VALOR-TRAB = WKS-AR-VALOR-ENT +
                 (WKS-AR-VALOR-DEC / 100)
           END-IF

           IF WKS-MV-CANT NOT < 9999
              ADD 1 TO WKS-I-DESBORDE
              GO TO 0004-ACUMULA-E
           END-IF
           ADD 1 TO WKS-MV-CANT
           MOVE WKS-AR-NUMERO-CUENTA TO WKS-MV-CUENTA(WKS-MV-CANT)
           MOVE WKS-AR-CODIGO-MONEDA TO WKS-MV-MONEDA(WKS-MV-CANT)
           MOVE WKS-FECHA-REGISTRO TO WKS-MV-FECHA(WKS-MV-CANT)
           MOVE WKS-AR-CODIGO-TRANSACCION TO WKS-MV-CODIGO(WKS-MV-CANT)
           MOVE WKS-AR-AGENCIA-ORIGEN TO WKS-MV-AGENCIA(WKS-MV-CANT)
           MOVE WKS-AR-CAJERO TO WKS-MV-CAJERO(WKS-MV-CANT)
           MOVE WKS-AR-DOCUMENTO TO WKS-MV-DOCUMENTO(WKS-MV-CANT)
           MOVE WKS-VALOR-TRAB TO WKS-MV-VALOR(WKS-MV-CANT)
           MOVE "N" TO WKS-MV-EN-BANDA(WKS-MV-CANT)
           IF WKS-VALOR-TRAB NOT < WKS-LIMITE-BANDA AND
              WKS-VALOR-TRAB < WKS-UMBRAL
              MOVE "S" TO WKS-MV-EN-BANDA(WKS-MV-CANT)
              ADD 1 TO WKS-I-EN-BANDA
           END-IF

           MOVE ZEROES TO WKS-CU-HALLADO
           PERFORM VARYING WKS-CU-IDX FROM 1 BY 1
              UNTIL WKS-CU-IDX > WKS-CU-CANT
              IF WKS-CU-CUENTA(WKS-CU-IDX) = WKS-AR-NUMERO-CUENTA AND
                 WKS-CU-MONEDA(WKS-CU-IDX) = WKS-AR-CODIGO-MONEDA
                 MOVE WKS-CU-IDX TO WKS-CU-HALLADO
                 MOVE WKS-CU-CANT TO WKS-CU-IDX
              END-IF
           END-PERFORM
           IF WKS-CU-HALLADO = ZEROES
              IF WKS-CU-CANT < 5000
                 ADD 1 TO WKS-CU-CANT
                 MOVE WKS-CU-CANT TO WKS-CU-HALLADO
                 MOVE WKS-AR-NUMERO-CUENTA TO
                    WKS-CU-CUENTA(WKS-CU-HALLADO)
                 MOVE WKS-AR-CODIGO-MONEDA TO
                    WKS-CU-MONEDA(WKS-CU-HALLADO)
              ELSE
                 ADD 1 TO WKS-I-DESBORDE
                 GO TO 0004-ACUMULA-E
              END-IF
           END-IF

           ADD 1 TO WKS-CU-MOVIMIENTOS(WKS-CU-HALLADO)
           IF WKS-MV-EN-BANDA(WKS-MV-CANT) = "S"
              ADD 1 TO WKS-CU-EN-BANDA(WKS-CU-HALLADO)
              ADD WKS-VALOR-TRAB TO WKS-CU-SUMA-BANDA(WKS-CU-HALLADO)
           END-IF

           MOVE "S" TO WKS-AG-NUEVA
           PERFORM VARYING WKS-AG-IDX FROM 1 BY 1
              UNTIL WKS-AG-IDX > 10 OR
                    WKS-AG-IDX > WKS-CU-CANT-AGENCIAS(WKS-CU-HALLADO)
              IF WKS-CU-AGENCIA(WKS-CU-HALLADO, WKS-AG-IDX) =
                 WKS-AR-AGENCIA-ORIGEN
                 MOVE "N" TO WKS-AG-NUEVA
              END-IF
           END-PERFORM
           IF WKS-AG-NUEVA = "S"
              ADD 1 TO WKS-CU-CANT-AGENCIAS(WKS-CU-HALLADO)
              IF WKS-CU-CANT-AGENCIAS(WKS-CU-HALLADO) NOT > 10
                 MOVE WKS-AR-AGENCIA-ORIGEN TO
                    WKS-CU-AGENCIA(WKS-CU-HALLADO,
                       WKS-CU-CANT-AGENCIAS(WKS-CU-HALLADO))
              END-IF
           END-IF.
       0004-ACUMULA-E.
           EXIT.

       0005-INICIO-EMITE SECTION.
           OPEN OUTPUT ALERTA-CUMPLIMIENTO
           IF WKS-FS-ALERTCMP NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE ALERTAS"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT RPT-FRACCION
           IF WKS-FS-RPTFRAC NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL REPORTE DE FRACCIONAMIENTO"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE SPACES TO REG-RPT-FRACCION
           STRING "ALERTAS DE FRACCIONAMIENTO AL " WKS-FECHA-NEGOCIO
                  "  VENTANA: " WKS-DIAS-VENTANA " DIAS HABILES"
                  "  UMBRAL: " WKS-UMBRAL
                  "  BANDA DESDE: " WKS-LIMITE-BANDA
              DELIMITED BY SIZE INTO REG-RPT-FRACCION
           END-STRING
           WRITE REG-RPT-FRACCION

           PERFORM VARYING WKS-CU-IDX FROM 1 BY 1
              UNTIL WKS-CU-IDX > WKS-CU-CANT
              IF WKS-CU-EN-BANDA(WKS-CU-IDX) NOT < WKS-MIN-MOVIMIENTOS
                 AND WKS-CU-SUMA-BANDA(WKS-CU-IDX) > WKS-UMBRAL
                 ADD 1 TO WKS-I-CASOS-BANDA
                 MOVE "FRACCIONAMIENTO BAJO UMBRAL" TO WKS-MOTIVO-CASO
                 PERFORM 0006-INICIO-CASO THRU 0006-CASO-E
              END-IF
              IF WKS-CU-CANT-AGENCIAS(WKS-CU-IDX) > WKS-MAX-AGENCIAS
                 ADD 1 TO WKS-I-CASOS-AGENCIAS
                 MOVE "MULTIPLES AGENCIAS EN VENTANA" TO
                    WKS-MOTIVO-CASO
                 PERFORM 0006-INICIO-CASO THRU 0006-CASO-E
              END-IF
           END-PERFORM

           MOVE SPACES TO REG-RPT-FRACCION
           WRITE REG-RPT-FRACCION
           MOVE SPACES TO REG-RPT-FRACCION
           STRING "CASOS BAJO UMBRAL: " WKS-I-CASOS-BANDA
                  "  CASOS MULTIPLES AGENCIAS: " WKS-I-CASOS-AGENCIAS
              DELIMITED BY SIZE INTO REG-RPT-FRACCION
           END-STRING
           WRITE REG-RPT-FRACCION

           CLOSE ALERTA-CUMPLIMIENTO
           CLOSE RPT-FRACCION.
       0005-EMITE-E.
           EXIT.

       0006-INICIO-CASO SECTION.
      *EL RASTRO DEL CASO SON TODOS LOS MOVIMIENTOS DE LA CUENTA Y
      *MONEDA EN LA VENTANA; LOS DE LA BANDA VAN MARCADOS.
           ADD 1 TO WKS-NUMERO-CASO
           MOVE WKS-NUMERO-CASO TO WKS-AC-CASO
           MOVE WKS-FECHA-NEGOCIO TO WKS-AC-FECHA-NEGOCIO
           MOVE WKS-CU-CUENTA(WKS-CU-IDX) TO WKS-AC-CUENTA
           MOVE WKS-CU-MONEDA(WKS-CU-IDX) TO WKS-AC-MONEDA
           MOVE WKS-MOTIVO-CASO TO WKS-AC-MOTIVO
           MOVE WKS-CU-EN-BANDA(WKS-CU-IDX) TO WKS-AC-EN-BANDA
           MOVE WKS-CU-SUMA-BANDA(WKS-CU-IDX) TO WKS-AC-SUMA-BANDA
           MOVE WKS-CU-CANT-AGENCIAS(WKS-CU-IDX) TO WKS-AC-AGENCIAS
           WRITE REG-ALERTA FROM WKS-ALERTA-CASO
           ADD 1 TO WKS-I-LINEAS-ALERTA

           MOVE SPACES TO REG-RPT-FRACCION
           WRITE REG-RPT-FRACCION
           MOVE SPACES TO REG-RPT-FRACCION
           STRING "CASO " WKS-NUMERO-CASO
                  "  CUENTA " WKS-CU-CUENTA(WKS-CU-IDX)
                  "  MONEDA " WKS-CU-MONEDA(WKS-CU-IDX)
                  "  " WKS-MOTIVO-CASO
                  "  EN BANDA: " WKS-CU-EN-BANDA(WKS-CU-IDX)
                  "  AGENCIAS: " WKS-CU-CANT-AGENCIAS(WKS-CU-IDX)
              DELIMITED BY SIZE INTO REG-RPT-FRACCION
           END-STRING
           WRITE REG-RPT-FRACCION

           PERFORM VARYING WKS-MV-IDX FROM 1 BY 1
              UNTIL WKS-MV-IDX > WKS-MV-CANT
              IF WKS-MV-CUENTA(WKS-MV-IDX) = WKS-CU-CUENTA(WKS-CU-IDX)
                 AND WKS-MV-MONEDA(WKS-MV-IDX) =
                     WKS-CU-MONEDA(WKS-CU-IDX)
                 MOVE WKS-NUMERO-CASO TO WKS-AM-CASO
                 MOVE WKS-MV-FECHA(WKS-MV-IDX) TO WKS-AM-FECHA
                 MOVE WKS-MV-CODIGO(WKS-MV-IDX) TO WKS-AM-CODIGO
                 MOVE WKS-MV-AGENCIA(WKS-MV-IDX) TO WKS-AM-AGENCIA
                 MOVE WKS-MV-CAJERO(WKS-MV-IDX) TO WKS-AM-CAJERO
                 MOVE WKS-MV-DOCUMENTO(WKS-MV-IDX) TO WKS-AM-DOCUMENTO
                 IF WKS-MV-VALOR(WKS-MV-IDX) < ZEROES
                    MOVE "-" TO WKS-AM-SIGNO
                 ELSE
                    MOVE "+" TO WKS-AM-SIGNO
                 END-IF
                 MOVE WKS-MV-VALOR(WKS-MV-IDX) TO WKS-AM-VALOR
                 MOVE WKS-MV-EN-BANDA(WKS-MV-IDX) TO WKS-AM-EN-BANDA
                 WRITE REG-ALERTA FROM WKS-ALERTA-MOVIMIENTO
                 ADD 1 TO WKS-I-LINEAS-ALERTA

                 MOVE WKS-MV-FECHA(WKS-MV-IDX) TO WKS-LR-FECHA
                 MOVE WKS-MV-CODIGO(WKS-MV-IDX) TO WKS-LR-CODIGO
                 MOVE WKS-MV-AGENCIA(WKS-MV-IDX) TO WKS-LR-AGENCIA
                 MOVE WKS-MV-CAJERO(WKS-MV-IDX) TO WKS-LR-CAJERO
                 MOVE WKS-MV-DOCUMENTO(WKS-MV-IDX) TO WKS-LR-DOCUMENTO
                 MOVE WKS-MV-VALOR(WKS-MV-IDX) TO WKS-LR-VALOR
                 IF WKS-MV-EN-BANDA(WKS-MV-IDX) = "S"
                    MOVE "EN BANDA" TO WKS-LR-MARCA
                 ELSE
                    MOVE SPACES TO WKS-LR-MARCA
                 END-IF
                 WRITE REG-RPT-FRACCION FROM WKS-LINEA-RASTRO
              END-IF
           END-PERFORM.
       0006-CASO-E.
           EXIT.
