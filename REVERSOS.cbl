      ******************************************************************
      * FECHA       : 2026                                             *
      * PROGRAMADOR : DIANA STEFFANNY SALGUERO ROSALES                 *
      * APLICACION  : EDUCACION                                        *
      * PROGRAMA    : EDUC3078                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : PAREO DE REVERSIONES DEL DIA. SOBRE EL ARCHIVO   *
      *             : DE RESPALDO DEL DIA (ARCHFTPM, DE EDUC3011) Y,   *
      *             : SI SE SUMINISTRA, EL DEL DIA HABIL ANTERIOR      *
      *             : (ARCHANT), BUSCA PARA CADA REVERSION (VALOR      *
      *             : NEGATIVO) SU MOVIMIENTO ORIGINAL: MISMA CUENTA,  *
      *             : MISMO VALOR, MISMO DOCUMENTO Y TIPO DE           *
      *             : MOVIMIENTO OPUESTO (DEBITO CONTRA CREDITO).      *
      *             : GRABA LAS PAREJAS Y LAS REVERSIONES SIN ORIGINAL *
      *             : EN REVERSOS, REPORTA POR AGENCIA Y CAJERO, Y     *
      *             : EMITE EN RESAGNET EL RESUMEN POR AGENCIA Y       *
      *             : CODIGO DE TRANSACCION (MISMO MOLDE QUE RESAGEN)  *
      *             : NETO DE REVERSIONES.                             *
      * ARCHIVOS    : ARCHFTPM (ENTRADA), ARCHANT (ENTRADA, OPCIONAL), *
      *             : REVERSOS (SALIDA), RESAGNET (SALIDA),            *
      *             : RPTREV (SALIDA)                                  *
      * PROGRAMA(S) : GENREG01, PARMRD01, RUNSTAT1                     *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDUC3078.
       AUTHOR. DIANA SALGUERO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-FTPMOM ASSIGN TO ARCHFTPM
                  FILE STATUS IS WKS-FS-ARCHFTPM.
      *GENERACION DEL DIA HABIL ANTERIOR DEL MISMO ARCHIVO DE
      *RESPALDO, PARA REVERSIONES DE MOVIMIENTOS DE AYER.
           SELECT ARCHIVO-ANTERIOR ASSIGN TO ARCHANT
                  FILE STATUS IS WKS-FS-ARCHANT.
           SELECT ARCHIVO-REVERSOS ASSIGN TO REVERSOS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-REVERSOS.
           SELECT RESUMEN-NETO ASSIGN TO RESAGNET
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-RESAGNET.
           SELECT RPT-REVERSOS ASSIGN TO RPTREV
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-RPTREV.

       DATA DIVISION.

       FILE SECTION.
       FD ARCHIVO-FTPMOM
           RECORDING MODE IS F.
       01 AREA-ARCHIVO                  PIC X(115).

       FD ARCHIVO-ANTERIOR
           RECORDING MODE IS F.
       01 AREA-ARCHIVO-ANTERIOR         PIC X(115).

       FD ARCHIVO-REVERSOS.
       01 REG-ARCHIVO-REVERSOS          PIC X(100).

       FD RESUMEN-NETO.
       01 AREA-RESUMEN                  PIC X(80).

       FD RPT-REVERSOS.
       01 REG-RPT-REVERSOS              PIC X(132).

       WORKING-STORAGE SECTION.

       01 WKS-CONTROL-ARCHIVOS.
          02 WKS-FS-ARCHFTPM            PIC X(02) VALUE SPACES.
             88 WKS-FIN-ARCHFTPM                  VALUE "10".
          02 WKS-FS-ARCHANT             PIC X(02) VALUE SPACES.
             88 WKS-FIN-ARCHANT                   VALUE "10".
          02 WKS-FS-REVERSOS            PIC X(02) VALUE SPACES.
          02 WKS-FS-RESAGNET            PIC X(02) VALUE SPACES.
          02 WKS-FS-RPTREV              PIC X(02) VALUE SPACES.

      *MISMA VISTA DEL REGISTRO DE ARCHIVO DE ANCHO FIJO QUE GRABA
      *EDUC3011.
       01 WKS-REG-ARCHIVO.
          05 WKS-AR-CODIGO-TRANSACCION   PIC 9(02).
          05 WKS-AR-DIA                  PIC 9(02).
          05 WKS-AR-MES                  PIC 9(02).
          05 WKS-AR-CLASE-CUENTA         PIC 9(01).
          05 WKS-AR-NUMERO-CUENTA        PIC 9(10).
          05 WKS-AR-DOCUMENTO            PIC X(09).
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

      *MOVIMIENTOS DE AYER (A) Y DE HOY (H), EN EL ORDEN DE LOS
      *ARCHIVOS. LA PARIDAD DEL TIPO DE MOVIMIENTO DISTINGUE DEBITO
      *(IMPAR, 1) DE CREDITO (PAR, 0). LA PAREJA GUARDA LA POSICION
      *DEL OTRO MIEMBRO CUANDO EL MOVIMIENTO QUEDA PAREADO.
       01 WKS-TABLA-MOVIMIENTOS.
          02 WKS-MV-ENTRADA OCCURS 9999 TIMES.
             03 WKS-MV-DIA              PIC X(01).
             03 WKS-MV-CUENTA           PIC 9(10).
             03 WKS-MV-DOCUMENTO        PIC X(09).
             03 WKS-MV-SIGNO            PIC X(01).
             03 WKS-MV-ENT              PIC 9(09).
             03 WKS-MV-DEC              PIC 9(02).
             03 WKS-MV-PARIDAD          PIC 9(01).
             03 WKS-MV-AGENCIA          PIC 9(03).
             03 WKS-MV-CAJERO           PIC 9(04).
             03 WKS-MV-CODIGO           PIC 9(02).
             03 WKS-MV-SECUENCIA        PIC 9(04).
             03 WKS-MV-MONEDA           PIC 9(01).
             03 WKS-MV-PAREJA           PIC 9(04).
          02 WKS-MV-CANT                PIC 9(04) VALUE ZEROES.
          02 WKS-MV-IDX                 PIC 9(04) VALUE ZEROES.
          02 WKS-MV-IDX2                PIC 9(04) VALUE ZEROES.

      *REVERSIONES POR AGENCIA Y CAJERO QUE LAS APLICO.
       01 WKS-TABLA-CAJEROS.
          02 WKS-CJ-ENTRADA OCCURS 500 TIMES.
             03 WKS-CJ-AGENCIA          PIC 9(03).
             03 WKS-CJ-CAJERO           PIC 9(04).
             03 WKS-CJ-PAREADAS         PIC 9(06).
             03 WKS-CJ-VALOR-PAREADAS   PIC 9(11)V99.
             03 WKS-CJ-SIN-ORIGINAL     PIC 9(06).
             03 WKS-CJ-VALOR-SIN-ORIG   PIC 9(11)V99.
          02 WKS-CJ-CANT                PIC 9(03) VALUE ZEROES.
          02 WKS-CJ-IDX                 PIC 9(03) VALUE ZEROES.
          02 WKS-CJ-IDX2                PIC 9(03) VALUE ZEROES.
          02 WKS-CJ-HALLADO             PIC 9(03) VALUE ZEROES.
       01 WKS-CJ-AUXILIAR               PIC X(45) VALUE SPACES.

      *RESUMEN POR AGENCIA Y CODIGO DE TRANSACCION SIN LOS
      *MOVIMIENTOS PAREADOS, EN EL MISMO MOLDE DEL RESUMEN RESAGEN.
       01 WKS-TABLA-RESUMEN.
          02 WKS-RS-ENTRADA OCCURS 500 TIMES.
             03 WKS-RS-AGENCIA          PIC 9(03).
             03 WKS-RS-CODIGO           PIC 9(02).
             03 WKS-RS-CANTIDAD         PIC 9(06).
             03 WKS-RS-VALOR            PIC S9(11)V99.
          02 WKS-RS-CANT                PIC 9(03) VALUE ZEROES.
          02 WKS-RS-IDX                 PIC 9(03) VALUE ZEROES.
          02 WKS-RS-IDX2                PIC 9(03) VALUE ZEROES.
          02 WKS-RS-HALLADO             PIC 9(03) VALUE ZEROES.
          02 WKS-RS-AGENCIA-ANT         PIC 9(03) VALUE ZEROES.
          02 WKS-RS-SUB-CANTIDAD        PIC 9(06) VALUE ZEROES.
          02 WKS-RS-SUB-VALOR           PIC S9(11)V99 VALUE ZEROES.
          02 WKS-RS-TOT-CANTIDAD        PIC 9(06) VALUE ZEROES.
          02 WKS-RS-TOT-VALOR           PIC S9(11)V99 VALUE ZEROES.
       01 WKS-RS-AUXILIAR               PIC X(24) VALUE SPACES.

       01 WKS-LINEA-RESUMEN.
          02 WKS-RL-AGENCIA             PIC 9(03) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-RL-CODIGO              PIC XX    VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-RL-TITULO              PIC X(09) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-RL-CANTIDAD            PIC ZZZZZ9 VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-RL-VALOR               PIC -(10)9.99 VALUE ZEROES.

       01 WKS-CONTROL-PAREO.
          02 WKS-FECHA-NEGOCIO          PIC 9(08) VALUE ZEROES.
          02 WKS-FECHA-ENTERA           PIC X(20) VALUE SPACES.
          02 WKS-DIA-CARGA              PIC X(01) VALUE SPACES.
          02 WKS-COCIENTE               PIC 9(01) VALUE ZEROES.
          02 WKS-PARIDAD                PIC 9(01) VALUE ZEROES.
          02 WKS-VALOR-TRAB             PIC S9(11)V99 VALUE ZEROES.
          02 WKS-VALOR-ABS              PIC 9(11)V99 VALUE ZEROES.

       01 WKS-ITERACIONES.
          02 WKS-I-LEIDOS-HOY           PIC 9(07) VALUE ZEROES.
          02 WKS-I-LEIDOS-ANTERIOR      PIC 9(07) VALUE ZEROES.
          02 WKS-I-REVERSIONES          PIC 9(07) VALUE ZEROES.
          02 WKS-I-PAREADAS             PIC 9(07) VALUE ZEROES.
          02 WKS-I-PAREADAS-ANTERIOR    PIC 9(07) VALUE ZEROES.
          02 WKS-I-SIN-ORIGINAL         PIC 9(07) VALUE ZEROES.
          02 WKS-I-DESBORDE             PIC 9(07) VALUE ZEROES.

      *REGISTRO DEL ARCHIVO DE REVERSIONES: P=PAREADA CON SU
      *ORIGINAL, N=SIN ORIGINAL (PARA INVESTIGAR). LOS DATOS DEL
      *ORIGINAL VAN EN CERO EN LAS N.
       01 WKS-LINEA-REVERSO.
          02 WKS-LV-TIPO                PIC X(01) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LV-FECHA               PIC 9(08) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LV-AGENCIA             PIC 9(03) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LV-CAJERO              PIC 9(04) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LV-CUENTA              PIC 9(10) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LV-DOCUMENTO           PIC X(09) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LV-MONEDA              PIC 9(01) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LV-VALOR               PIC 9(09)V99 VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LV-CODIGO              PIC 9(02) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LV-SECUENCIA           PIC 9(04) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LV-ORIG-DIA            PIC X(01) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LV-ORIG-SECUENCIA      PIC 9(04) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LV-ORIG-AGENCIA        PIC 9(03) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LV-ORIG-CAJERO         PIC 9(04) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LV-ORIG-CODIGO         PIC 9(02) VALUE ZEROES.
          02 FILLER                     PIC X(19) VALUE SPACES.

       01 WKS-LINEA-CAJERO.
          02 WKS-LC-AGENCIA             PIC 9(03) VALUE ZEROES.
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 WKS-LC-CAJERO              PIC 9(04) VALUE ZEROES.
          02 FILLER                     PIC X(03) VALUE SPACES.
          02 WKS-LC-PAREADAS            PIC ZZZZZ9 VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LC-VALOR-PAREADAS      PIC ZZ,ZZZ,ZZZ,ZZ9.99
                                        VALUE ZEROES.
          02 FILLER                     PIC X(03) VALUE SPACES.
          02 WKS-LC-SIN-ORIGINAL        PIC ZZZZZ9 VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LC-VALOR-SIN-ORIG      PIC ZZ,ZZZ,ZZZ,ZZ9.99
                                        VALUE ZEROES.

       01 WKS-LINEA-SIN-ORIGINAL.
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 WKS-LN-AGENCIA             PIC 9(03) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LN-CAJERO              PIC 9(04) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LN-CUENTA              PIC 9(10) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LN-DOCUMENTO           PIC X(09) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LN-SECUENCIA           PIC 9(04) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LN-MONEDA              PIC 9(01) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LN-VALOR               PIC ZZZ,ZZZ,ZZ9.99 VALUE ZEROES.
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 FILLER                     PIC X(27) VALUE
             "SIN ORIGINAL - INVESTIGAR".

      *VERIFICACION CONTRA EL REGISTRO CENTRAL DE GENERACIONES
      *(GENREG01): EL ARCHFTPM QUE SE PAREA DEBE SER LA GENERACION
      *DE LA FECHA DE NEGOCIO PEDIDA, COMO EN EL CUADRE DE CAJA
      *(EDUC3071).
       01 WKS-CONTROL-GENREG.
          02 WKS-GR-FUNCION             PIC X(01) VALUE "V".
          02 WKS-GR-ARCHIVO             PIC X(08) VALUE "ARCHFTPM".
          02 WKS-GR-FECHA               PIC 9(08) VALUE ZEROES.
          02 WKS-GR-REGISTROS           PIC 9(08) VALUE ZEROES.
          02 WKS-GR-CONFORME            PIC X(01) VALUE "S".
          02 WKS-GR-PROGRAMA            PIC X(08) VALUE "EDUC3078".

      *AREA PARA EL LECTOR COMUN DEL ARCHIVO CENTRAL DE PARAMETROS.
       01 WKS-CONTROL-PARAMETROS.
          02 WKS-PARM-SECCION           PIC X(08) VALUE "EDUC3078".
          02 WKS-PARM-CANT              PIC 9(02) VALUE ZEROES.
          02 WKS-PARM-TABLA.
             03 WKS-PARM-ENTRADA OCCURS 20 TIMES.
                04 WKS-PARM-CLAVE       PIC X(20).
                04 WKS-PARM-VALOR       PIC X(20).
          02 WKS-PARM-SIN-SECCION       PIC X(01) VALUE "S".
          02 WKS-PARM-IDX               PIC 9(02) VALUE ZEROES.

      *AREA PARA LA RUTINA COMUN DE ESTADISTICAS DE CORRIDA.
       01 WKS-CONTROL-ESTADISTICA.
          02 WKS-ST-PROGRAMA            PIC X(08) VALUE "EDUK3078".
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
           INITIALIZE WKS-TABLA-CAJEROS
           INITIALIZE WKS-TABLA-RESUMEN

           PERFORM 0001-INICIO-PARAMETROS THRU 0001-PARAMETROS-E

           MOVE "V" TO WKS-GR-FUNCION
           MOVE "ARCHFTPM" TO WKS-GR-ARCHIVO
           MOVE WKS-FECHA-NEGOCIO TO WKS-GR-FECHA
           CALL 'GENREG01' USING WKS-GR-FUNCION
                                 WKS-GR-ARCHIVO
                                 WKS-GR-FECHA
                                 WKS-GR-REGISTROS
                                 WKS-GR-CONFORME
                                 WKS-GR-PROGRAMA
           IF WKS-GR-CONFORME NOT = "S"
              DISPLAY "LA GENERACION DE ARCHFTPM NO ES DE LA FECHA "
                      "DE NEGOCIO " WKS-FECHA-NEGOCIO
                      "; EL PASO SE DETIENE"
              MOVE 10 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 0002-INICIO-CARGA-ANTERIOR THRU
              0002-CARGA-ANTERIOR-E
           PERFORM 0003-INICIO-CARGA-HOY THRU 0003-CARGA-HOY-E
           PERFORM 0005-INICIO-PAREA THRU 0005-PAREA-E
           PERFORM 0008-INICIO-RESUMEN-NETO THRU 0008-RESUMEN-NETO-E
           PERFORM 0009-INICIO-ORDENA THRU 0009-ORDENA-E
           PERFORM 0010-INICIO-REPORTE THRU 0010-REPORTE-E
           PERFORM 0011-INICIO-GRABA-RESUMEN THRU
              0011-GRABA-RESUMEN-E

           DISPLAY "MOVIMIENTOS LEIDOS DEL DIA: " WKS-I-LEIDOS-HOY
           DISPLAY "MOVIMIENTOS LEIDOS DEL DIA ANTERIOR: "
                   WKS-I-LEIDOS-ANTERIOR
           DISPLAY "REVERSIONES DEL DIA: " WKS-I-REVERSIONES
           DISPLAY "REVERSIONES PAREADAS: " WKS-I-PAREADAS
           DISPLAY "  CON ORIGINAL DEL DIA ANTERIOR: "
                   WKS-I-PAREADAS-ANTERIOR
           DISPLAY "REVERSIONES SIN ORIGINAL: " WKS-I-SIN-ORIGINAL
           IF WKS-I-DESBORDE > ZEROES
              DISPLAY "MOVIMIENTOS QUE NO CUPIERON EN LAS TABLAS: "
                      WKS-I-DESBORDE
           END-IF

           MOVE WKS-I-LEIDOS-HOY TO WKS-ST-LEIDOS
           MOVE WKS-I-REVERSIONES TO WKS-ST-ESCRITOS
           MOVE WKS-I-SIN-ORIGINAL TO WKS-ST-RECHAZADOS
           CALL 'RUNSTAT1' USING WKS-ST-PROGRAMA
                                 WKS-ST-FECHA-INICIO
                                 WKS-ST-HORA-INICIO
                                 WKS-ST-LEIDOS
                                 WKS-ST-ESCRITOS
                                 WKS-ST-RECHAZADOS

           IF WKS-I-SIN-ORIGINAL > ZEROES OR WKS-I-DESBORDE > ZEROES
              MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.
       0000-INICIO-E.
           EXIT.

       0001-INICIO-PARAMETROS SECTION.
      *FECHA_NEGOCIO: POR OMISION LA FECHA DE PROCESO.
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
              WHEN OTHER
                   DISPLAY "PARAMETRO DESCONOCIDO EN PARAMET: "
                           WKS-PARM-CLAVE(WKS-PARM-IDX)
              END-EVALUATE
           END-PERFORM

           DISPLAY "PARAMETROS EFECTIVOS DE LA CORRIDA:"
           DISPLAY "  FECHA_NEGOCIO: " WKS-FECHA-NEGOCIO.
       0001-PARAMETROS-E.
           EXIT.

       0002-INICIO-CARGA-ANTERIOR SECTION.
      *EL ARCHIVO DEL DIA ANTERIOR ES OPCIONAL: SIN EL, SOLO SE
      *PAREAN REVERSIONES CUYO ORIGINAL ES DEL MISMO DIA.
           OPEN INPUT ARCHIVO-ANTERIOR
           IF WKS-FS-ARCHANT = "35"
              DISPLAY "SIN ARCHIVO DEL DIA ANTERIOR ARCHANT"
              GO TO 0002-CARGA-ANTERIOR-E
           END-IF
           IF WKS-FS-ARCHANT NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DEL DIA ANTERIOR"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE "A" TO WKS-DIA-CARGA
           READ ARCHIVO-ANTERIOR INTO WKS-REG-ARCHIVO
           AT END
              SET WKS-FIN-ARCHANT TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-ARCHANT
                   ADD 1 TO WKS-I-LEIDOS-ANTERIOR
                   PERFORM 0004-INICIO-GUARDA-MOV THRU
                      0004-GUARDA-MOV-E
                   READ ARCHIVO-ANTERIOR INTO WKS-REG-ARCHIVO
                   AT END
                      SET WKS-FIN-ARCHANT TO TRUE
                   END-READ
           END-PERFORM

           CLOSE ARCHIVO-ANTERIOR.
       0002-CARGA-ANTERIOR-E.
           EXIT.

       0003-INICIO-CARGA-HOY SECTION.
           OPEN INPUT ARCHIVO-FTPMOM
           IF WKS-FS-ARCHFTPM NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE RESPALDO ARCHFTPM"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE "H" TO WKS-DIA-CARGA
           READ ARCHIVO-FTPMOM INTO WKS-REG-ARCHIVO
           AT END
              SET WKS-FIN-ARCHFTPM TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-ARCHFTPM
                   ADD 1 TO WKS-I-LEIDOS-HOY
                   PERFORM 0004-INICIO-GUARDA-MOV THRU
                      0004-GUARDA-MOV-E
                   READ ARCHIVO-FTPMOM INTO WKS-REG-ARCHIVO
                   AT END
                      SET WKS-FIN-ARCHFTPM TO TRUE
                   END-READ
           END-PERFORM

           CLOSE ARCHIVO-FTPMOM.
       0003-CARGA-HOY-E.
           EXIT.

       0004-INICIO-GUARDA-MOV SECTION.
           IF WKS-MV-CANT NOT < 9999
              ADD 1 TO WKS-I-DESBORDE
              GO TO 0004-GUARDA-MOV-E
           END-IF
           ADD 1 TO WKS-MV-CANT
           DIVIDE WKS-AR-TIPO-MOVIMIENTO BY 2 GIVING WKS-COCIENTE
              REMAINDER WKS-PARIDAD
           MOVE WKS-DIA-CARGA TO WKS-MV-DIA(WKS-MV-CANT)
           MOVE WKS-AR-NUMERO-CUENTA TO WKS-MV-CUENTA(WKS-MV-CANT)
           MOVE WKS-AR-DOCUMENTO TO WKS-MV-DOCUMENTO(WKS-MV-CANT)
           MOVE WKS-AR-VALOR-SIGNO TO WKS-MV-SIGNO(WKS-MV-CANT)
           MOVE WKS-AR-VALOR-ENT TO WKS-MV-ENT(WKS-MV-CANT)
           MOVE WKS-AR-VALOR-DEC TO WKS-MV-DEC(WKS-MV-CANT)
           MOVE WKS-PARIDAD TO WKS-MV-PARIDAD(WKS-MV-CANT)
           MOVE WKS-AR-AGENCIA-ORIGEN TO WKS-MV-AGENCIA(WKS-MV-CANT)
           MOVE WKS-AR-CAJERO TO WKS-MV-CAJERO(WKS-MV-CANT)
           MOVE WKS-AR-CODIGO-TRANSACCION TO
              WKS-MV-CODIGO(WKS-MV-CANT)
           MOVE WKS-AR-NUM-SECUENCIA TO WKS-MV-SECUENCIA(WKS-MV-CANT)
           MOVE WKS-AR-CODIGO-MONEDA TO WKS-MV-MONEDA(WKS-MV-CANT)
           MOVE ZEROES TO WKS-MV-PAREJA(WKS-MV-CANT).
       0004-GUARDA-MOV-E.
           EXIT.

       0005-INICIO-PAREA SECTION.
      *SOLO LAS REVERSIONES DEL DIA SE PAREAN (LAS DE AYER YA SE
      *PAREARON EN SU CORRIDA). EL ORIGINAL DEBE ESTAR ANTES DE LA
      *REVERSION EN LA TABLA (AYER, O MAS TEMPRANO EN EL DIA), NO
      *ESTAR PAREADO Y COINCIDIR EN CUENTA, DOCUMENTO Y VALOR, CON
      *EL TIPO DE MOVIMIENTO CONTRARIO. SE TOMA EL PRIMERO QUE
      *CUMPLE.
           OPEN OUTPUT ARCHIVO-REVERSOS
           IF WKS-FS-REVERSOS NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE REVERSIONES"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM VARYING WKS-MV-IDX FROM 1 BY 1
              UNTIL WKS-MV-IDX > WKS-MV-CANT
              IF WKS-MV-DIA(WKS-MV-IDX) = "H" AND
                 WKS-MV-SIGNO(WKS-MV-IDX) = "-"
                 ADD 1 TO WKS-I-REVERSIONES
                 PERFORM 0006-INICIO-BUSCA-ORIGINAL THRU
                    0006-BUSCA-ORIGINAL-E
                 PERFORM 0007-INICIO-GRABA-REVERSO THRU
                    0007-GRABA-REVERSO-E
              END-IF
           END-PERFORM

           CLOSE ARCHIVO-REVERSOS.
       0005-PAREA-E.
           EXIT.

       0006-INICIO-BUSCA-ORIGINAL SECTION.
           PERFORM VARYING WKS-MV-IDX2 FROM 1 BY 1
              UNTIL WKS-MV-IDX2 NOT < WKS-MV-IDX
              IF WKS-MV-PAREJA(WKS-MV-IDX2) = ZEROES AND
                 WKS-MV-SIGNO(WKS-MV-IDX2) NOT = "-" AND
                 WKS-MV-CUENTA(WKS-MV-IDX2) = WKS-MV-CUENTA(WKS-MV-IDX)
                 AND WKS-MV-DOCUMENTO(WKS-MV-IDX2) =
                     WKS-MV-DOCUMENTO(WKS-MV-IDX)
                 AND WKS-MV-ENT(WKS-MV-IDX2) = WKS-MV-ENT(WKS-MV-IDX)
                 AND WKS-MV-DEC(WKS-MV-IDX2) = WKS-MV-DEC(WKS-MV-IDX)
                 AND WKS-MV-PARIDAD(WKS-MV-IDX2) NOT =
                     WKS-MV-PARIDAD(WKS-MV-IDX)
                 MOVE WKS-MV-IDX2 TO WKS-MV-PAREJA(WKS-MV-IDX)
                 MOVE WKS-MV-IDX TO WKS-MV-PAREJA(WKS-MV-IDX2)
                 GO TO 0006-BUSCA-ORIGINAL-E
              END-IF
           END-PERFORM.
       0006-BUSCA-ORIGINAL-E.
           EXIT.

       0007-INICIO-GRABA-REVERSO SECTION.
           COMPUTE WKS-VALOR-ABS = WKS-MV-ENT(WKS-MV-IDX) +
              (WKS-MV-DEC(WKS-MV-IDX) / 100)

           MOVE WKS-FECHA-NEGOCIO TO WKS-LV-FECHA
           MOVE WKS-MV-AGENCIA(WKS-MV-IDX) TO WKS-LV-AGENCIA
           MOVE WKS-MV-CAJERO(WKS-MV-IDX) TO WKS-LV-CAJERO
           MOVE WKS-MV-CUENTA(WKS-MV-IDX) TO WKS-LV-CUENTA
           MOVE WKS-MV-DOCUMENTO(WKS-MV-IDX) TO WKS-LV-DOCUMENTO
           MOVE WKS-MV-MONEDA(WKS-MV-IDX) TO WKS-LV-MONEDA
           MOVE WKS-VALOR-ABS TO WKS-LV-VALOR
           MOVE WKS-MV-CODIGO(WKS-MV-IDX) TO WKS-LV-CODIGO
           MOVE WKS-MV-SECUENCIA(WKS-MV-IDX) TO WKS-LV-SECUENCIA

           IF WKS-MV-PAREJA(WKS-MV-IDX) > ZEROES
              MOVE WKS-MV-PAREJA(WKS-MV-IDX) TO WKS-MV-IDX2
              MOVE "P" TO WKS-LV-TIPO
              MOVE WKS-MV-DIA(WKS-MV-IDX2) TO WKS-LV-ORIG-DIA
              MOVE WKS-MV-SECUENCIA(WKS-MV-IDX2) TO
                 WKS-LV-ORIG-SECUENCIA
              MOVE WKS-MV-AGENCIA(WKS-MV-IDX2) TO WKS-LV-ORIG-AGENCIA
              MOVE WKS-MV-CAJERO(WKS-MV-IDX2) TO WKS-LV-ORIG-CAJERO
              MOVE WKS-MV-CODIGO(WKS-MV-IDX2) TO WKS-LV-ORIG-CODIGO
              ADD 1 TO WKS-I-PAREADAS
              IF WKS-MV-DIA(WKS-MV-IDX2) = "A"
                 ADD 1 TO WKS-I-PAREADAS-ANTERIOR
              END-IF
           ELSE
              MOVE "N" TO WKS-LV-TIPO
              MOVE SPACES TO WKS-LV-ORIG-DIA
              MOVE ZEROES TO WKS-LV-ORIG-SECUENCIA,
                 WKS-LV-ORIG-AGENCIA, WKS-LV-ORIG-CAJERO,
                 WKS-LV-ORIG-CODIGO
              ADD 1 TO WKS-I-SIN-ORIGINAL
           END-IF
           WRITE REG-ARCHIVO-REVERSOS FROM WKS-LINEA-REVERSO

      *ACUMULA EN LA AGENCIA Y CAJERO QUE APLICARON LA REVERSION.
           MOVE ZEROES TO WKS-CJ-HALLADO
           PERFORM VARYING WKS-CJ-IDX FROM 1 BY 1
              UNTIL WKS-CJ-IDX > WKS-CJ-CANT
              IF WKS-CJ-AGENCIA(WKS-CJ-IDX) =
                 WKS-MV-AGENCIA(WKS-MV-IDX) AND
                 WKS-CJ-CAJERO(WKS-CJ-IDX) = WKS-MV-CAJERO(WKS-MV-IDX)
                 MOVE WKS-CJ-IDX TO WKS-CJ-HALLADO
                 MOVE WKS-CJ-CANT TO WKS-CJ-IDX
              END-IF
           END-PERFORM
           IF WKS-CJ-HALLADO = ZEROES
              IF WKS-CJ-CANT < 500
                 ADD 1 TO WKS-CJ-CANT
                 MOVE WKS-CJ-CANT TO WKS-CJ-HALLADO
                 MOVE WKS-MV-AGENCIA(WKS-MV-IDX) TO
                    WKS-CJ-AGENCIA(WKS-CJ-HALLADO)
                 MOVE WKS-MV-CAJERO(WKS-MV-IDX) TO
                    WKS-CJ-CAJERO(WKS-CJ-HALLADO)
              ELSE
                 ADD 1 TO WKS-I-DESBORDE
                 GO TO 0007-GRABA-REVERSO-E
              END-IF
           END-IF
           IF WKS-LV-TIPO = "P"
              ADD 1 TO WKS-CJ-PAREADAS(WKS-CJ-HALLADO)
              ADD WKS-VALOR-ABS TO WKS-CJ-VALOR-PAREADAS(WKS-CJ-HALLADO)
           ELSE
              ADD 1 TO WKS-CJ-SIN-ORIGINAL(WKS-CJ-HALLADO)
              ADD WKS-VALOR-ABS TO
                 WKS-CJ-VALOR-SIN-ORIG(WKS-CJ-HALLADO)
           END-IF.
       0007-GRABA-REVERSO-E.
           EXIT.

       0008-INICIO-RESUMEN-NETO SECTION.
      *EL RESUMEN NETO CUENTA SOLO LOS MOVIMIENTOS DEL DIA QUE NO
      *QUEDARON PAREADOS: SALEN LA REVERSION Y, SI ES DEL DIA, SU
      *ORIGINAL. UNA REVERSION SIN ORIGINAL SE QUEDA EN EL RESUMEN.
           PERFORM VARYING WKS-MV-IDX FROM 1 BY 1
              UNTIL WKS-MV-IDX > WKS-MV-CANT
              IF WKS-MV-DIA(WKS-MV-IDX) = "H" AND
                 WKS-MV-PAREJA(WKS-MV-IDX) = ZEROES
                 IF WKS-MV-SIGNO(WKS-MV-IDX) = "-"
                    COMPUTE WKS-VALOR-TRAB = ZERO -
                       WKS-MV-ENT(WKS-MV-IDX) -
                       (WKS-MV-DEC(WKS-MV-IDX) / 100)
                 ELSE
                    COMPUTE WKS-VALOR-TRAB = WKS-MV-ENT(WKS-MV-IDX) +
                       (WKS-MV-DEC(WKS-MV-IDX) / 100)
                 END-IF
                 MOVE ZEROES TO WKS-RS-HALLADO
                 PERFORM VARYING WKS-RS-IDX FROM 1 BY 1
                    UNTIL WKS-RS-IDX > WKS-RS-CANT
                    IF WKS-RS-AGENCIA(WKS-RS-IDX) =
                       WKS-MV-AGENCIA(WKS-MV-IDX) AND
                       WKS-RS-CODIGO(WKS-RS-IDX) =
                       WKS-MV-CODIGO(WKS-MV-IDX)
                       MOVE WKS-RS-IDX TO WKS-RS-HALLADO
                       MOVE WKS-RS-CANT TO WKS-RS-IDX
                    END-IF
                 END-PERFORM
                 IF WKS-RS-HALLADO = ZEROES AND WKS-RS-CANT < 500
                    ADD 1 TO WKS-RS-CANT
                    MOVE WKS-RS-CANT TO WKS-RS-HALLADO
                    MOVE WKS-MV-AGENCIA(WKS-MV-IDX) TO
                       WKS-RS-AGENCIA(WKS-RS-HALLADO)
                    MOVE WKS-MV-CODIGO(WKS-MV-IDX) TO
                       WKS-RS-CODIGO(WKS-RS-HALLADO)
                 END-IF
                 IF WKS-RS-HALLADO > ZEROES
                    ADD 1 TO WKS-RS-CANTIDAD(WKS-RS-HALLADO)
                    ADD WKS-VALOR-TRAB TO WKS-RS-VALOR(WKS-RS-HALLADO)
                 ELSE
                    ADD 1 TO WKS-I-DESBORDE
                 END-IF
              END-IF
           END-PERFORM.
       0008-RESUMEN-NETO-E.
           EXIT.

       0009-INICIO-ORDENA SECTION.
      *ORDENA AMBAS TABLAS POR AGENCIA Y CAJERO / CODIGO, POR
      *INTERCAMBIO DIRECTO.
           PERFORM VARYING WKS-CJ-IDX FROM 1 BY 1
              UNTIL WKS-CJ-IDX >= WKS-CJ-CANT
              PERFORM VARYING WKS-CJ-IDX2 FROM 1 BY 1
                 UNTIL WKS-CJ-IDX2 >= WKS-CJ-CANT
                 IF WKS-CJ-AGENCIA(WKS-CJ-IDX2) >
                    WKS-CJ-AGENCIA(WKS-CJ-IDX2 + 1) OR
                    (WKS-CJ-AGENCIA(WKS-CJ-IDX2) =
                     WKS-CJ-AGENCIA(WKS-CJ-IDX2 + 1) AND
                     WKS-CJ-CAJERO(WKS-CJ-IDX2) >
                     WKS-CJ-CAJERO(WKS-CJ-IDX2 + 1))
                    MOVE WKS-CJ-ENTRADA(WKS-CJ-IDX2) TO
                       WKS-CJ-AUXILIAR
                    MOVE WKS-CJ-ENTRADA(WKS-CJ-IDX2 + 1) TO
                       WKS-CJ-ENTRADA(WKS-CJ-IDX2)
                    MOVE WKS-CJ-AUXILIAR TO
                       WKS-CJ-ENTRADA(WKS-CJ-IDX2 + 1)
                 END-IF
              END-PERFORM
           END-PERFORM

           PERFORM VARYING WKS-RS-IDX FROM 1 BY 1
              UNTIL WKS-RS-IDX >= WKS-RS-CANT
              PERFORM VARYING WKS-RS-IDX2 FROM 1 BY 1
                 UNTIL WKS-RS-IDX2 >= WKS-RS-CANT
                 IF WKS-RS-AGENCIA(WKS-RS-IDX2) >
                    WKS-RS-AGENCIA(WKS-RS-IDX2 + 1) OR
                    (WKS-RS-AGENCIA(WKS-RS-IDX2) =
                     WKS-RS-AGENCIA(WKS-RS-IDX2 + 1) AND
                     WKS-RS-CODIGO(WKS-RS-IDX2) >
                     WKS-RS-CODIGO(WKS-RS-IDX2 + 1))
                    MOVE WKS-RS-ENTRADA(WKS-RS-IDX2) TO
                       WKS-RS-AUXILIAR
                    MOVE WKS-RS-ENTRADA(WKS-RS-IDX2 + 1) TO
                       WKS-RS-ENTRADA(WKS-RS-IDX2)
                    MOVE WKS-RS-AUXILIAR TO
                       WKS-RS-ENTRADA(WKS-RS-IDX2 + 1)
                 END-IF
              END-PERFORM
           END-PERFORM.
       0009-ORDENA-E.
           EXIT.

       0010-INICIO-REPORTE SECTION.
           OPEN OUTPUT RPT-REVERSOS
           IF WKS-FS-RPTREV NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL REPORTE DE REVERSIONES"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE SPACES TO REG-RPT-REVERSOS
           STRING "REVERSIONES DEL DIA POR AGENCIA Y CAJERO - FECHA "
                  "DE NEGOCIO " WKS-FECHA-NEGOCIO
              DELIMITED BY SIZE INTO REG-RPT-REVERSOS
           END-STRING
           WRITE REG-RPT-REVERSOS
           MOVE SPACES TO REG-RPT-REVERSOS
           MOVE "AGE  CAJERO  PAREADAS" TO REG-RPT-REVERSOS(1:22)
           MOVE "VALOR PAREADO" TO REG-RPT-REVERSOS(30:13)
           MOVE "SIN ORIG" TO REG-RPT-REVERSOS(46:8)
           MOVE "VALOR SIN ORIGINAL" TO REG-RPT-REVERSOS(57:18)
           WRITE REG-RPT-REVERSOS

           PERFORM VARYING WKS-CJ-IDX FROM 1 BY 1
              UNTIL WKS-CJ-IDX > WKS-CJ-CANT
              MOVE WKS-CJ-AGENCIA(WKS-CJ-IDX) TO WKS-LC-AGENCIA
              MOVE WKS-CJ-CAJERO(WKS-CJ-IDX) TO WKS-LC-CAJERO
              MOVE WKS-CJ-PAREADAS(WKS-CJ-IDX) TO WKS-LC-PAREADAS
              MOVE WKS-CJ-VALOR-PAREADAS(WKS-CJ-IDX) TO
                 WKS-LC-VALOR-PAREADAS
              MOVE WKS-CJ-SIN-ORIGINAL(WKS-CJ-IDX) TO
                 WKS-LC-SIN-ORIGINAL
              MOVE WKS-CJ-VALOR-SIN-ORIG(WKS-CJ-IDX) TO
                 WKS-LC-VALOR-SIN-ORIG
              WRITE REG-RPT-REVERSOS FROM WKS-LINEA-CAJERO
           END-PERFORM

           MOVE SPACES TO REG-RPT-REVERSOS
           WRITE REG-RPT-REVERSOS
           MOVE "REVERSIONES SIN ORIGINAL:" TO REG-RPT-REVERSOS
           WRITE REG-RPT-REVERSOS
           IF WKS-I-SIN-ORIGINAL = ZEROES
              MOVE "  NINGUNA" TO REG-RPT-REVERSOS
              WRITE REG-RPT-REVERSOS
           END-IF
           PERFORM VARYING WKS-MV-IDX FROM 1 BY 1
              UNTIL WKS-MV-IDX > WKS-MV-CANT
              IF WKS-MV-DIA(WKS-MV-IDX) = "H" AND
                 WKS-MV-SIGNO(WKS-MV-IDX) = "-" AND
                 WKS-MV-PAREJA(WKS-MV-IDX) = ZEROES
                 MOVE WKS-MV-AGENCIA(WKS-MV-IDX) TO WKS-LN-AGENCIA
                 MOVE WKS-MV-CAJERO(WKS-MV-IDX) TO WKS-LN-CAJERO
                 MOVE WKS-MV-CUENTA(WKS-MV-IDX) TO WKS-LN-CUENTA
                 MOVE WKS-MV-DOCUMENTO(WKS-MV-IDX) TO WKS-LN-DOCUMENTO
                 MOVE WKS-MV-SECUENCIA(WKS-MV-IDX) TO WKS-LN-SECUENCIA
                 MOVE WKS-MV-MONEDA(WKS-MV-IDX) TO WKS-LN-MONEDA
                 COMPUTE WKS-LN-VALOR = WKS-MV-ENT(WKS-MV-IDX) +
                    (WKS-MV-DEC(WKS-MV-IDX) / 100)
                 WRITE REG-RPT-REVERSOS FROM WKS-LINEA-SIN-ORIGINAL
              END-IF
           END-PERFORM

           MOVE SPACES TO REG-RPT-REVERSOS
           WRITE REG-RPT-REVERSOS
           MOVE SPACES TO REG-RPT-REVERSOS
           STRING "REVERSIONES: " WKS-I-REVERSIONES
                  "  PAREADAS: " WKS-I-PAREADAS
                  "  (CON ORIGINAL DE AYER: " WKS-I-PAREADAS-ANTERIOR
                  ")  SIN ORIGINAL: " WKS-I-SIN-ORIGINAL
              DELIMITED BY SIZE INTO REG-RPT-REVERSOS
           END-STRING
           WRITE REG-RPT-REVERSOS

           CLOSE RPT-REVERSOS.
       0010-REPORTE-E.
           EXIT.

       0011-INICIO-GRABA-RESUMEN SECTION.
      *MISMO FORMATO DEL RESUMEN RESAGEN DE EDUC3011: DETALLE POR
      *AGENCIA Y CODIGO, SUBTOTAL POR AGENCIA Y GRAN TOTAL.
           OPEN OUTPUT RESUMEN-NETO
           IF WKS-FS-RESAGNET NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL RESUMEN NETO RESAGNET"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE "AGE CT CONCEPTO  CANTIDAD VALOR (NETO DE REVERSIONES)"
              TO AREA-RESUMEN
           WRITE AREA-RESUMEN

           MOVE ZEROES TO WKS-RS-SUB-CANTIDAD, WKS-RS-SUB-VALOR
           MOVE ZEROES TO WKS-RS-TOT-CANTIDAD, WKS-RS-TOT-VALOR
           MOVE ZEROES TO WKS-RS-AGENCIA-ANT

           PERFORM VARYING WKS-RS-IDX FROM 1 BY 1
              UNTIL WKS-RS-IDX > WKS-RS-CANT
              IF WKS-RS-IDX > 1 AND
                 WKS-RS-AGENCIA(WKS-RS-IDX) NOT = WKS-RS-AGENCIA-ANT
                 PERFORM 0012-INICIO-SUBTOTAL-AGENCIA THRU
                    0012-SUBTOTAL-AGENCIA-E
              END-IF
              MOVE WKS-RS-AGENCIA(WKS-RS-IDX) TO WKS-RS-AGENCIA-ANT
              MOVE WKS-RS-AGENCIA(WKS-RS-IDX) TO WKS-RL-AGENCIA
              MOVE WKS-RS-CODIGO(WKS-RS-IDX) TO WKS-RL-CODIGO
              MOVE "DETALLE" TO WKS-RL-TITULO
              MOVE WKS-RS-CANTIDAD(WKS-RS-IDX) TO WKS-RL-CANTIDAD
              MOVE WKS-RS-VALOR(WKS-RS-IDX) TO WKS-RL-VALOR
              WRITE AREA-RESUMEN FROM WKS-LINEA-RESUMEN
              ADD WKS-RS-CANTIDAD(WKS-RS-IDX) TO WKS-RS-SUB-CANTIDAD
              ADD WKS-RS-VALOR(WKS-RS-IDX) TO WKS-RS-SUB-VALOR
              ADD WKS-RS-CANTIDAD(WKS-RS-IDX) TO WKS-RS-TOT-CANTIDAD
              ADD WKS-RS-VALOR(WKS-RS-IDX) TO WKS-RS-TOT-VALOR
           END-PERFORM

           IF WKS-RS-CANT > ZEROES
              PERFORM 0012-INICIO-SUBTOTAL-AGENCIA THRU
                 0012-SUBTOTAL-AGENCIA-E
           END-IF

           MOVE ZEROES TO WKS-RL-AGENCIA
           MOVE SPACES TO WKS-RL-CODIGO
           MOVE "GRANTOTAL" TO WKS-RL-TITULO
           MOVE WKS-RS-TOT-CANTIDAD TO WKS-RL-CANTIDAD
           MOVE WKS-RS-TOT-VALOR TO WKS-RL-VALOR
           WRITE AREA-RESUMEN FROM WKS-LINEA-RESUMEN

           CLOSE RESUMEN-NETO.
       0011-GRABA-RESUMEN-E.
           EXIT.

       0012-INICIO-SUBTOTAL-AGENCIA SECTION.
           MOVE WKS-RS-AGENCIA-ANT TO WKS-RL-AGENCIA
           MOVE SPACES TO WKS-RL-CODIGO
           MOVE "SUBTOTAL" TO WKS-RL-TITULO
           MOVE WKS-RS-SUB-CANTIDAD TO WKS-RL-CANTIDAD
           MOVE WKS-RS-SUB-VALOR TO WKS-RL-VALOR
           WRITE AREA-RESUMEN FROM WKS-LINEA-RESUMEN
           MOVE ZEROES TO WKS-RS-SUB-CANTIDAD, WKS-RS-SUB-VALOR.
       0012-SUBTOTAL-AGENCIA-E.
           EXIT.
