      ******************************************************************
      * FECHA       : 2026                                             *
      * PROGRAMADOR : DIANA STEFFANNY SALGUERO ROSALES                 *
      * APLICACION  : EDUCACION                                        *
      * PROGRAMA    : EDUC3072                                         *
      * TIPO        : BATCH (MENSUAL)                                  *
      * DESCRIPCION : REPORTE DE TRANSACCIONES EN EFECTIVO PARA LA     *
      *             : INTENDENCIA DE VERIFICACION ESPECIAL (IVE). LEE  *
      *             : LAS COPIAS DE ARCHIVO DEL EXTRACTO (ARCHFTPM,    *
      *             : LAS GENERACIONES DIARIAS CONCATENADAS POR EL     *
      *             : PLANIFICADOR) DEL RANGO FECHA_DESDE/FECHA_HASTA, *
      *             : TOMA LOS MOVIMIENTOS CON CODIGO DE TRANSACCION   *
      *             : DE EFECTIVO (PARAMETRO CODIGOS_EFECTIVO), LOS    *
      *             : CONVIERTE A DOLARES CON EL TIPO DE CAMBIO DE SU  *
      *             : DIA (TIPOCAM) Y LOS ACUMULA POR CUENTA Y DIA.    *
      *             : CADA CUENTA-DIA QUE LLEGA AL UMBRAL (PARAMETRO   *
      *             : UMBRAL_USD, POR OMISION 10,000.00) ES UN EVENTO  *
      *             : REPORTABLE: SE GRABA EN EL ARCHIVO DE RETORNO DE *
      *             : ANCHO FIJO (IVERET) Y EN EL LISTADO (RPTIVE) CON *
      *             : CADA TRANSACCION QUE LO FORMA, SU AGENCIA, SU    *
      *             : CAJERO Y SU DOCUMENTO.                           *
      * ARCHIVOS    : ARCHFTPM (ENTRADA), TIPOCAM (ENTRADA),           *
      *             : IVERET (SALIDA), RPTIVE (SALIDA)                 *
      * PROGRAMA(S) : PARMRD01, RUNSTAT1                               *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDUC3072.
       AUTHOR. DIANA SALGUERO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-FTPMOM ASSIGN TO ARCHFTPM
                  FILE STATUS IS WKS-FS-ARCHFTPM.
      *TIPOS DE CAMBIO DE LOS DIAS DEL RANGO (LOS ARCHIVOS DIARIOS
      *TIPOCAM CONCATENADOS), MISMA LINEA QUE LEE EDUC3011.
           SELECT TIPO-CAMBIO ASSIGN TO TIPOCAM
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-TIPOCAM.
           SELECT RETORNO-IVE ASSIGN TO IVERET
                  FILE STATUS IS WKS-FS-IVERET.
           SELECT RPT-IVE ASSIGN TO RPTIVE
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-RPTIVE.

       DATA DIVISION.

       FILE SECTION.
       FD ARCHIVO-FTPMOM
           RECORDING MODE IS F.
       01 AREA-ARCHIVO                  PIC X(115).

       FD TIPO-CAMBIO.
       01 REG-TIPO-CAMBIO               PIC X(30).

       FD RETORNO-IVE
           RECORDING MODE IS F.
       01 AREA-RETORNO                  PIC X(120).

       FD RPT-IVE.
       01 REG-RPT-IVE                   PIC X(132).

       WORKING-STORAGE SECTION.

       01 WKS-CONTROL-ARCHIVOS.
          02 WKS-FS-ARCHFTPM            PIC X(02) VALUE SPACES.
             88 WKS-FIN-ARCHFTPM                  VALUE "10".
          02 WKS-FS-TIPOCAM             PIC X(02) VALUE SPACES.
             88 WKS-FIN-TIPOCAM                   VALUE "10".
          02 WKS-FS-IVERET              PIC X(02) VALUE SPACES.
          02 WKS-FS-RPTIVE              PIC X(02) VALUE SPACES.

      *MISMA VISTA DEL REGISTRO DE ARCHIVO DE ANCHO FIJO QUE GRABA
      *EDUC3011; AQUI SE USAN CUENTA, DOCUMENTO, AGENCIA, VALOR,
      *CAJERO Y MONEDA.
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

      *VISTA DE LA LINEA DEL ARCHIVO DE TIPOS DE CAMBIO:
      *C TTTT.DDDDDD AAAAMMDD (CODIGO, TASA, FECHA DE LA TASA).
       01 WKS-LINEA-TASA.
          02 WKS-TC-CODIGO              PIC 9(01).
          02 FILLER                     PIC X(01).
          02 WKS-TC-TASA-ENT            PIC 9(04).
          02 FILLER                     PIC X(01).
          02 WKS-TC-TASA-DEC            PIC 9(06).
          02 FILLER                     PIC X(01).
          02 WKS-TC-FECHA               PIC 9(08).
          02 FILLER                     PIC X(08).

      *TASAS DEL RANGO POR MONEDA Y FECHA (QUETZALES POR UNIDAD).
      *UN DIA SIN TASA PROPIA (FIN DE SEMANA, FERIADO) USA LA ULTIMA
      *TASA ANTERIOR DE SU MONEDA. EL QUETZAL NO NECESITA TASA.
       01 WKS-TABLA-TASAS.
          02 WKS-TS-ENTRADA OCCURS 400 TIMES.
             03 WKS-TS-MONEDA           PIC 9(01).
             03 WKS-TS-FECHA            PIC 9(08).
             03 WKS-TS-TASA             PIC 9(04)V9(06).
          02 WKS-TS-CANT                PIC 9(03) VALUE ZEROES.
          02 WKS-TS-IDX                 PIC 9(03) VALUE ZEROES.
          02 WKS-TS-MEJOR-FECHA         PIC 9(08) VALUE ZEROES.
          02 WKS-TS-TASA-MON            PIC 9(04)V9(06) VALUE ZEROES.
          02 WKS-TS-TASA-USD            PIC 9(04)V9(06) VALUE ZEROES.
          02 WKS-TS-BUSCA-MONEDA        PIC 9(01) VALUE ZEROES.
          02 WKS-TS-TASA-HALLADA        PIC 9(04)V9(06) VALUE ZEROES.

      *CODIGOS DE TRANSACCION DE EFECTIVO DEL PARAMETRO
      *CODIGOS_EFECTIVO (HASTA DIEZ CODIGOS DE DOS DIGITOS SEGUIDOS).
       01 WKS-CODIGOS-EFECTIVO.
          02 WKS-CE-LISTA               PIC X(20) VALUE SPACES.
          02 WKS-CE-TABLA REDEFINES WKS-CE-LISTA.
             03 WKS-CE-CODIGO OCCURS 10 TIMES PIC X(02).
          02 WKS-CE-IDX                 PIC 9(02) VALUE ZEROES.
          02 WKS-CE-ES-EFECTIVO         PIC X(01) VALUE "N".

      *TRANSACCIONES DE EFECTIVO DEL RANGO, YA CONVERTIDAS A
      *DOLARES, PARA ARMAR EL DETALLE DE CADA EVENTO REPORTABLE.
       01 WKS-TABLA-MOVIMIENTOS.
          02 WKS-MV-ENTRADA OCCURS 9999 TIMES.
             03 WKS-MV-CUENTA           PIC 9(10).
             03 WKS-MV-FECHA            PIC 9(08).
             03 WKS-MV-CODIGO           PIC 9(02).
             03 WKS-MV-AGENCIA          PIC 9(03).
             03 WKS-MV-CAJERO           PIC 9(04).
             03 WKS-MV-DOCUMENTO        PIC X(09).
             03 WKS-MV-MONEDA           PIC 9(01).
             03 WKS-MV-VALOR            PIC S9(11)V99.
             03 WKS-MV-VALOR-USD        PIC S9(11)V99.
          02 WKS-MV-CANT                PIC 9(04) VALUE ZEROES.
          02 WKS-MV-IDX                 PIC 9(04) VALUE ZEROES.

      *ACUMULADO EN DOLARES POR CUENTA Y DIA.
       01 WKS-TABLA-CUENTA-DIA.
          02 WKS-CD-ENTRADA OCCURS 5000 TIMES.
             03 WKS-CD-CUENTA           PIC 9(10).
             03 WKS-CD-FECHA            PIC 9(08).
             03 WKS-CD-CANTIDAD         PIC 9(04).
             03 WKS-CD-TOTAL-USD        PIC S9(13)V99.
          02 WKS-CD-CANT                PIC 9(04) VALUE ZEROES.
          02 WKS-CD-IDX                 PIC 9(04) VALUE ZEROES.
          02 WKS-CD-IDX2                PIC 9(04) VALUE ZEROES.
       01 WKS-CD-AUXILIAR               PIC X(37) VALUE SPACES.

       01 WKS-CONTROL-RANGO.
          02 WKS-FECHA-DESDE            PIC 9(08) VALUE ZEROES.
          02 WKS-FECHA-HASTA            PIC 9(08) VALUE ZEROES.
          02 WKS-FECHA-REGISTRO         PIC 9(08) VALUE ZEROES.
          02 WKS-UMBRAL-USD             PIC 9(07)V99 VALUE 10000.
          02 WKS-MONEDA-USD             PIC 9(01) VALUE 2.
          02 WKS-VALOR-TRAB             PIC S9(11)V99 VALUE ZEROES.
          02 WKS-VALOR-USD              PIC S9(11)V99 VALUE ZEROES.
          02 WKS-NUMERO-EVENTO          PIC 9(06) VALUE ZEROES.
          02 WKS-TOTAL-EVENTOS-USD      PIC S9(13)V99 VALUE ZEROES.

       01 WKS-ITERACIONES.
          02 WKS-I-LEIDOS               PIC 9(07) VALUE ZEROES.
          02 WKS-I-FUERA-RANGO          PIC 9(07) VALUE ZEROES.
          02 WKS-I-NO-EFECTIVO          PIC 9(07) VALUE ZEROES.
          02 WKS-I-EFECTIVO             PIC 9(07) VALUE ZEROES.
          02 WKS-I-SIN-TASA             PIC 9(07) VALUE ZEROES.
          02 WKS-I-DESBORDE             PIC 9(07) VALUE ZEROES.
          02 WKS-I-EVENTOS              PIC 9(06) VALUE ZEROES.
          02 WKS-I-DETALLES             PIC 9(07) VALUE ZEROES.
          02 WKS-I-TASAS-INVALIDAS      PIC 9(05) VALUE ZEROES.

      *ARCHIVO DE RETORNO DE ANCHO FIJO (120 POSICIONES): UN
      *ENCABEZADO CON EL PERIODO, UN DETALLE POR CADA TRANSACCION DE
      *CADA EVENTO REPORTABLE, Y UN TRAILER CON EL CONTEO DE EVENTOS,
      *DE DETALLES Y EL TOTAL EN DOLARES.
       01 WKS-RET-ENCABEZADO.
          02 WKS-RE-TIPO                PIC X(01) VALUE "H".
          02 WKS-RE-ENTIDAD             PIC X(08) VALUE "EDUC3072".
          02 WKS-RE-FECHA-DESDE         PIC 9(08) VALUE ZEROES.
          02 WKS-RE-FECHA-HASTA         PIC 9(08) VALUE ZEROES.
          02 WKS-RE-UMBRAL              PIC 9(09)V99 VALUE ZEROES.
          02 WKS-RE-FECHA-PROCESO       PIC 9(08) VALUE ZEROES.
          02 FILLER                     PIC X(76) VALUE SPACES.
       01 WKS-RET-DETALLE.
          02 WKS-RD-TIPO                PIC X(01) VALUE "D".
          02 WKS-RD-EVENTO              PIC 9(06) VALUE ZEROES.
          02 WKS-RD-CUENTA              PIC 9(10) VALUE ZEROES.
          02 WKS-RD-FECHA               PIC 9(08) VALUE ZEROES.
          02 WKS-RD-TOTAL-DIA-USD       PIC 9(13)V99 VALUE ZEROES.
          02 WKS-RD-CODIGO              PIC 9(02) VALUE ZEROES.
          02 WKS-RD-AGENCIA             PIC 9(03) VALUE ZEROES.
          02 WKS-RD-CAJERO              PIC 9(04) VALUE ZEROES.
          02 WKS-RD-DOCUMENTO           PIC X(09) VALUE SPACES.
          02 WKS-RD-MONEDA              PIC 9(01) VALUE ZEROES.
          02 WKS-RD-SIGNO               PIC X(01) VALUE "+".
          02 WKS-RD-VALOR               PIC 9(11)V99 VALUE ZEROES.
          02 WKS-RD-SIGNO-USD           PIC X(01) VALUE "+".
          02 WKS-RD-VALOR-USD           PIC 9(11)V99 VALUE ZEROES.
          02 FILLER                     PIC X(33) VALUE SPACES.
       01 WKS-RET-TRAILER.
          02 WKS-RT-TIPO                PIC X(01) VALUE "T".
          02 WKS-RT-EVENTOS             PIC 9(06) VALUE ZEROES.
          02 WKS-RT-DETALLES            PIC 9(07) VALUE ZEROES.
          02 WKS-RT-TOTAL-USD           PIC 9(13)V99 VALUE ZEROES.
          02 FILLER                     PIC X(91) VALUE SPACES.

      *LINEAS DEL LISTADO.
       01 WKS-LINEA-EVENTO.
          02 FILLER                     PIC X(07) VALUE "EVENTO ".
          02 WKS-LE-EVENTO              PIC 9(06) VALUE ZEROES.
          02 FILLER                     PIC X(09) VALUE "  CUENTA ".
          02 WKS-LE-CUENTA              PIC 9(10) VALUE ZEROES.
          02 FILLER                     PIC X(08) VALUE "  FECHA ".
          02 WKS-LE-FECHA               PIC 9(08) VALUE ZEROES.
          02 FILLER                     PIC X(16) VALUE
             "  TRANSACCIONES ".
          02 WKS-LE-CANTIDAD            PIC ZZZ9 VALUE ZEROES.
          02 FILLER                     PIC X(14) VALUE
             "  TOTAL USD: ".
          02 WKS-LE-TOTAL-USD           PIC -(12)9.99.
       01 WKS-LINEA-DETALLE.
          02 FILLER                     PIC X(04) VALUE SPACES.
          02 FILLER                     PIC X(06) VALUE "TRANS ".
          02 WKS-LD-CODIGO              PIC 9(02) VALUE ZEROES.
          02 FILLER                     PIC X(06) VALUE "  AG. ".
          02 WKS-LD-AGENCIA             PIC 9(03) VALUE ZEROES.
          02 FILLER                     PIC X(08) VALUE "  CAJ. ".
          02 WKS-LD-CAJERO              PIC 9(04) VALUE ZEROES.
          02 FILLER                     PIC X(07) VALUE "  DOC. ".
          02 WKS-LD-DOCUMENTO           PIC X(09) VALUE SPACES.
          02 FILLER                     PIC X(05) VALUE "  M. ".
          02 WKS-LD-MONEDA              PIC 9(01) VALUE ZEROES.
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 WKS-LD-VALOR               PIC -(10)9.99.
          02 FILLER                     PIC X(06) VALUE "  USD ".
          02 WKS-LD-VALOR-USD           PIC -(10)9.99.

      *AREA PARA EL LECTOR COMUN DEL ARCHIVO CENTRAL DE PARAMETROS.
       01 WKS-CONTROL-PARAMETROS.
          02 WKS-PARM-SECCION           PIC X(08) VALUE "EDUC3072".
          02 WKS-PARM-CANT              PIC 9(02) VALUE ZEROES.
          02 WKS-PARM-TABLA.
             03 WKS-PARM-ENTRADA OCCURS 20 TIMES.
                04 WKS-PARM-CLAVE       PIC X(20).
                04 WKS-PARM-VALOR       PIC X(20).
          02 WKS-PARM-SIN-SECCION       PIC X(01) VALUE "S".
          02 WKS-PARM-IDX               PIC 9(02) VALUE ZEROES.

      *AREA PARA LA RUTINA COMUN DE ESTADISTICAS DE CORRIDA.
       01 WKS-CONTROL-ESTADISTICA.
          02 WKS-ST-PROGRAMA            PIC X(08) VALUE "EDUK3072".
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

           INITIALIZE WKS-TABLA-TASAS
           INITIALIZE WKS-TABLA-MOVIMIENTOS
           INITIALIZE WKS-TABLA-CUENTA-DIA

           PERFORM 0001-INICIO-PARAMETROS THRU 0001-PARAMETROS-E

           IF WKS-FECHA-DESDE = ZEROES OR WKS-FECHA-HASTA = ZEROES
              DISPLAY "FALTAN LOS PARAMETROS FECHA_DESDE/FECHA_HASTA"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           IF WKS-CE-LISTA = SPACES
              DISPLAY "FALTA EL PARAMETRO CODIGOS_EFECTIVO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 0002-INICIO-CARGA-TASAS THRU 0002-CARGA-TASAS-E
           PERFORM 0003-INICIO-SELECCIONA THRU 0003-SELECCIONA-E
           PERFORM 0006-INICIO-ORDENA THRU 0006-ORDENA-E
           PERFORM 0007-INICIO-EMITE THRU 0007-EMITE-E

           DISPLAY "REGISTROS DE ARCHIVO LEIDOS: " WKS-I-LEIDOS
           DISPLAY "REGISTROS FUERA DEL RANGO: " WKS-I-FUERA-RANGO
           DISPLAY "REGISTROS QUE NO SON EFECTIVO: " WKS-I-NO-EFECTIVO
           DISPLAY "TRANSACCIONES EN EFECTIVO: " WKS-I-EFECTIVO
           DISPLAY "TRANSACCIONES SIN TIPO DE CAMBIO: " WKS-I-SIN-TASA
           DISPLAY "EVENTOS REPORTABLES: " WKS-I-EVENTOS
           DISPLAY "DETALLES GRABADOS EN EL RETORNO: " WKS-I-DETALLES
           IF WKS-I-DESBORDE > ZEROES
              DISPLAY "TRANSACCIONES QUE NO CUPIERON EN LAS TABLAS: "
                      WKS-I-DESBORDE
           END-IF

           MOVE WKS-I-LEIDOS TO WKS-ST-LEIDOS
           MOVE WKS-I-DETALLES TO WKS-ST-ESCRITOS
           MOVE WKS-I-SIN-TASA TO WKS-ST-RECHAZADOS
           CALL 'RUNSTAT1' USING WKS-ST-PROGRAMA
                                 WKS-ST-FECHA-INICIO
                                 WKS-ST-HORA-INICIO
                                 WKS-ST-LEIDOS
                                 WKS-ST-ESCRITOS
                                 WKS-ST-RECHAZADOS

      *UNA TRANSACCION SIN TASA O FUERA DE LAS TABLAS PUEDE DEJAR
      *UN EVENTO SIN REPORTAR: EL RETORNO NO SE ENVIA SIN REVISION.
           IF WKS-I-SIN-TASA > ZEROES OR WKS-I-DESBORDE > ZEROES
              MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.
       0000-INICIO-E.
           EXIT.

       0001-INICIO-PARAMETROS SECTION.
      *UMBRAL_USD Y MONEDA_USD TIENEN VALOR POR OMISION; EL RANGO Y
      *CODIGOS_EFECTIVO SON OBLIGATORIOS.
           ACCEPT WKS-FECHA-DESDE FROM ENVIRONMENT "FECHA_DESDE"
           IF WKS-FECHA-DESDE NOT NUMERIC
              MOVE ZEROES TO WKS-FECHA-DESDE
           END-IF
           ACCEPT WKS-FECHA-HASTA FROM ENVIRONMENT "FECHA_HASTA"
           IF WKS-FECHA-HASTA NOT NUMERIC
              MOVE ZEROES TO WKS-FECHA-HASTA
           END-IF

           CALL 'PARMRD01' USING WKS-PARM-SECCION
                                 WKS-PARM-CANT
                                 WKS-PARM-TABLA
                                 WKS-PARM-SIN-SECCION

           PERFORM VARYING WKS-PARM-IDX FROM 1 BY 1
              UNTIL WKS-PARM-IDX > WKS-PARM-CANT
              EVALUATE WKS-PARM-CLAVE(WKS-PARM-IDX)
              WHEN "FECHA_DESDE"
                   IF WKS-PARM-VALOR(WKS-PARM-IDX)(1:8) NUMERIC
                      MOVE WKS-PARM-VALOR(WKS-PARM-IDX)(1:8) TO
                         WKS-FECHA-DESDE
                   END-IF
              WHEN "FECHA_HASTA"
                   IF WKS-PARM-VALOR(WKS-PARM-IDX)(1:8) NUMERIC
                      MOVE WKS-PARM-VALOR(WKS-PARM-IDX)(1:8) TO
                         WKS-FECHA-HASTA
                   END-IF
              WHEN "UMBRAL_USD"
                   IF WKS-PARM-VALOR(WKS-PARM-IDX)(1:9) NUMERIC
                      MOVE WKS-PARM-VALOR(WKS-PARM-IDX)(1:9) TO
                         WKS-UMBRAL-USD
                   END-IF
              WHEN "MONEDA_USD"
                   IF WKS-PARM-VALOR(WKS-PARM-IDX)(1:1) NUMERIC
                      MOVE WKS-PARM-VALOR(WKS-PARM-IDX)(1:1) TO
                         WKS-MONEDA-USD
                   END-IF
              WHEN "CODIGOS_EFECTIVO"
                   MOVE WKS-PARM-VALOR(WKS-PARM-IDX) TO WKS-CE-LISTA
              WHEN OTHER
                   DISPLAY "PARAMETRO DESCONOCIDO EN PARAMET: "
                           WKS-PARM-CLAVE(WKS-PARM-IDX)
              END-EVALUATE
           END-PERFORM

           DISPLAY "PARAMETROS EFECTIVOS DE LA CORRIDA:"
           DISPLAY "  FECHA_DESDE: " WKS-FECHA-DESDE
           DISPLAY "  FECHA_HASTA: " WKS-FECHA-HASTA
           DISPLAY "  UMBRAL_USD: " WKS-UMBRAL-USD
           DISPLAY "  MONEDA_USD: " WKS-MONEDA-USD
           DISPLAY "  CODIGOS_EFECTIVO: " WKS-CE-LISTA.
       0001-PARAMETROS-E.
           EXIT.

       0002-INICIO-CARGA-TASAS SECTION.
      *SIN TIPOS DE CAMBIO SOLO SE PUEDEN CONVERTIR LOS MOVIMIENTOS
      *EN QUETZALES Y EN DOLARES; LOS DEMAS QUEDAN SIN TASA.
           OPEN INPUT TIPO-CAMBIO
           IF WKS-FS-TIPOCAM = "35"
              DISPLAY "SIN ARCHIVO DE TIPOS DE CAMBIO TIPOCAM"
              GO TO 0002-CARGA-TASAS-E
           END-IF
           IF WKS-FS-TIPOCAM NOT = "00"
              DISPLAY "NO SE PUDO ABRIR LOS TIPOS DE CAMBIO"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           READ TIPO-CAMBIO INTO WKS-LINEA-TASA
           AT END
              SET WKS-FIN-TIPOCAM TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-TIPOCAM
                   IF WKS-TC-CODIGO NOT NUMERIC OR
                      WKS-TC-TASA-ENT NOT NUMERIC OR
                      WKS-TC-TASA-DEC NOT NUMERIC OR
                      WKS-TC-FECHA NOT NUMERIC
                      ADD 1 TO WKS-I-TASAS-INVALIDAS
                      DISPLAY "LINEA DE TIPO DE CAMBIO INVALIDA: "
                              WKS-LINEA-TASA
                   ELSE
                      IF WKS-TS-CANT < 400
                         ADD 1 TO WKS-TS-CANT
                         MOVE WKS-TC-CODIGO TO
                            WKS-TS-MONEDA(WKS-TS-CANT)
                         MOVE WKS-TC-FECHA TO WKS-TS-FECHA(WKS-TS-CANT)
                         COMPUTE WKS-TS-TASA(WKS-TS-CANT) =
                            WKS-TC-TASA-ENT +
                            (WKS-TC-TASA-DEC / 1000000)
                      ELSE
                         DISPLAY "TABLA DE TIPOS DE CAMBIO LLENA; SE "
                                 "IGNORA: " WKS-LINEA-TASA
                      END-IF
                   END-IF
                   READ TIPO-CAMBIO INTO WKS-LINEA-TASA
                   AT END
                      SET WKS-FIN-TIPOCAM TO TRUE
                   END-READ
           END-PERFORM

           CLOSE TIPO-CAMBIO.
       0002-CARGA-TASAS-E.
           EXIT.

       0003-INICIO-SELECCIONA SECTION.
      *EL REGISTRO DE ARCHIVO SOLO TRAE DIA Y MES: EL AÑO SE TOMA
      *DEL RANGO PEDIDO, COMO EN LA CONSOLIDACION MENSUAL.
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
                   MOVE WKS-FECHA-DESDE TO WKS-FECHA-REGISTRO
                   MOVE WKS-AR-MES TO WKS-FECHA-REGISTRO(5:2)
                   MOVE WKS-AR-DIA TO WKS-FECHA-REGISTRO(7:2)
                   MOVE "N" TO WKS-CE-ES-EFECTIVO
                   PERFORM VARYING WKS-CE-IDX FROM 1 BY 1
                      UNTIL WKS-CE-IDX > 10
                      IF WKS-CE-CODIGO(WKS-CE-IDX) =
                         WKS-REG-ARCHIVO(1:2)
                         MOVE "S" TO WKS-CE-ES-EFECTIVO
                      END-IF
                   END-PERFORM
                   EVALUATE TRUE
                   WHEN WKS-FECHA-REGISTRO < WKS-FECHA-DESDE OR
                        WKS-FECHA-REGISTRO > WKS-FECHA-HASTA
                        ADD 1 TO WKS-I-FUERA-RANGO
                   WHEN WKS-CE-ES-EFECTIVO NOT = "S"
                        ADD 1 TO WKS-I-NO-EFECTIVO
                   WHEN OTHER
                        ADD 1 TO WKS-I-EFECTIVO
                        PERFORM 0004-INICIO-CONVIERTE THRU
                           0004-CONVIERTE-E
                   END-EVALUATE
                   READ ARCHIVO-FTPMOM INTO WKS-REG-ARCHIVO
                   AT END
                      SET WKS-FIN-ARCHFTPM TO TRUE
                   END-READ
           END-PERFORM

           CLOSE ARCHIVO-FTPMOM.
       0003-SELECCIONA-E.
           EXIT.

       0004-INICIO-CONVIERTE SECTION.
      *DOLARES = VALOR * TASA DE SU MONEDA / TASA DEL DOLAR, AMBAS
      *DEL DIA DEL MOVIMIENTO. LOS MOVIMIENTOS EN DOLARES NO SE
      *CONVIERTEN.
           IF WKS-AR-VALOR-SIGNO = "-"
              COMPUTE WKS-VALOR-TRAB = ZERO - WKS-AR-VALOR-ENT -
                 (WKS-AR-VALOR-DEC / 100)
           ELSE
              COMPUTE WKS-VALOR-TRAB = WKS-AR-VALOR-ENT +
                 (WKS-AR-VALOR-DEC / 100)
           END-IF

           IF WKS-AR-CODIGO-MONEDA = WKS-MONEDA-USD
              MOVE WKS-VALOR-TRAB TO WKS-VALOR-USD
           ELSE
              MOVE WKS-AR-CODIGO-MONEDA TO WKS-TS-BUSCA-MONEDA
              PERFORM 0005-INICIO-BUSCA-TASA THRU 0005-BUSCA-TASA-E
              MOVE WKS-TS-TASA-HALLADA TO WKS-TS-TASA-MON
              MOVE WKS-MONEDA-USD TO WKS-TS-BUSCA-MONEDA
              PERFORM 0005-INICIO-BUSCA-TASA THRU 0005-BUSCA-TASA-E
              MOVE WKS-TS-TASA-HALLADA TO WKS-TS-TASA-USD
              IF WKS-TS-TASA-MON = ZEROES OR WKS-TS-TASA-USD = ZEROES
                 ADD 1 TO WKS-I-SIN-TASA
                 DISPLAY "SIN TIPO DE CAMBIO PARA LA MONEDA "
                         WKS-AR-CODIGO-MONEDA " DEL "
                         WKS-FECHA-REGISTRO " CUENTA "
                         WKS-AR-NUMERO-CUENTA
                 GO TO 0004-CONVIERTE-E
              END-IF
              COMPUTE WKS-VALOR-USD ROUNDED = WKS-VALOR-TRAB *
                 WKS-TS-TASA-MON / WKS-TS-TASA-USD
           END-IF

           IF WKS-MV-CANT < 9999
              ADD 1 TO WKS-MV-CANT
              MOVE WKS-AR-NUMERO-CUENTA TO WKS-MV-CUENTA(WKS-MV-CANT)
              MOVE WKS-FECHA-REGISTRO TO WKS-MV-FECHA(WKS-MV-CANT)
              MOVE WKS-AR-CODIGO-TRANSACCION TO
                 WKS-MV-CODIGO(WKS-MV-CANT)
              MOVE WKS-AR-AGENCIA-ORIGEN TO
                 WKS-MV-AGENCIA(WKS-MV-CANT)
              MOVE WKS-AR-CAJERO TO WKS-MV-CAJERO(WKS-MV-CANT)
              MOVE WKS-AR-DOCUMENTO TO WKS-MV-DOCUMENTO(WKS-MV-CANT)
              MOVE WKS-AR-CODIGO-MONEDA TO WKS-MV-MONEDA(WKS-MV-CANT)
              MOVE WKS-VALOR-TRAB TO WKS-MV-VALOR(WKS-MV-CANT)
              MOVE WKS-VALOR-USD TO WKS-MV-VALOR-USD(WKS-MV-CANT)
           ELSE
              ADD 1 TO WKS-I-DESBORDE
              GO TO 0004-CONVIERTE-E
           END-IF

           PERFORM VARYING WKS-CD-IDX FROM 1 BY 1
              UNTIL WKS-CD-IDX > WKS-CD-CANT
              IF WKS-CD-CUENTA(WKS-CD-IDX) = WKS-AR-NUMERO-CUENTA AND
                 WKS-CD-FECHA(WKS-CD-IDX) = WKS-FECHA-REGISTRO
                 ADD 1 TO WKS-CD-CANTIDAD(WKS-CD-IDX)
                 ADD WKS-VALOR-USD TO WKS-CD-TOTAL-USD(WKS-CD-IDX)
                 GO TO 0004-CONVIERTE-E
              END-IF
           END-PERFORM
           IF WKS-CD-CANT < 5000
              ADD 1 TO WKS-CD-CANT
              MOVE WKS-AR-NUMERO-CUENTA TO WKS-CD-CUENTA(WKS-CD-CANT)
              MOVE WKS-FECHA-REGISTRO TO WKS-CD-FECHA(WKS-CD-CANT)
              MOVE 1 TO WKS-CD-CANTIDAD(WKS-CD-CANT)
              MOVE WKS-VALOR-USD TO WKS-CD-TOTAL-USD(WKS-CD-CANT)
           ELSE
              ADD 1 TO WKS-I-DESBORDE
           END-IF.
       0004-CONVIERTE-E.
           EXIT.

       0005-INICIO-BUSCA-TASA SECTION.
      *TASA DE LA MONEDA PEDIDA CON LA FECHA MAS RECIENTE QUE NO
      *PASE DEL DIA DEL MOVIMIENTO. EL QUETZAL VALE UNO.
           MOVE ZEROES TO WKS-TS-TASA-HALLADA
           MOVE ZEROES TO WKS-TS-MEJOR-FECHA
           IF WKS-TS-BUSCA-MONEDA = 1
              MOVE 1 TO WKS-TS-TASA-HALLADA
              GO TO 0005-BUSCA-TASA-E
           END-IF
           PERFORM VARYING WKS-TS-IDX FROM 1 BY 1
              UNTIL WKS-TS-IDX > WKS-TS-CANT
              IF WKS-TS-MONEDA(WKS-TS-IDX) = WKS-TS-BUSCA-MONEDA AND
                 WKS-TS-FECHA(WKS-TS-IDX) NOT > WKS-FECHA-REGISTRO AND
                 WKS-TS-FECHA(WKS-TS-IDX) NOT < WKS-TS-MEJOR-FECHA
                 MOVE WKS-TS-FECHA(WKS-TS-IDX) TO WKS-TS-MEJOR-FECHA
                 MOVE WKS-TS-TASA(WKS-TS-IDX) TO WKS-TS-TASA-HALLADA
              END-IF
           END-PERFORM.
       0005-BUSCA-TASA-E.
           EXIT.

       0006-INICIO-ORDENA SECTION.
      *ORDENA EL ACUMULADO POR CUENTA Y FECHA, POR INTERCAMBIO
      *DIRECTO, PARA QUE EL RETORNO Y EL LISTADO SALGAN EN ORDEN.
           PERFORM VARYING WKS-CD-IDX FROM 1 BY 1
              UNTIL WKS-CD-IDX >= WKS-CD-CANT
              PERFORM VARYING WKS-CD-IDX2 FROM 1 BY 1
                 UNTIL WKS-CD-IDX2 >= WKS-CD-CANT
                 IF WKS-CD-ENTRADA(WKS-CD-IDX2)(1:18) >
                    WKS-CD-ENTRADA(WKS-CD-IDX2 + 1)(1:18)
                    MOVE WKS-CD-ENTRADA(WKS-CD-IDX2) TO
                       WKS-CD-AUXILIAR
                    MOVE WKS-CD-ENTRADA(WKS-CD-IDX2 + 1) TO
                       WKS-CD-ENTRADA(WKS-CD-IDX2)
                    MOVE WKS-CD-AUXILIAR TO
                       WKS-CD-ENTRADA(WKS-CD-IDX2 + 1)
                 END-IF
              END-PERFORM
           END-PERFORM.
       0006-ORDENA-E.
           EXIT.

       0007-INICIO-EMITE SECTION.
           OPEN OUTPUT RETORNO-IVE
           IF WKS-FS-IVERET NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE RETORNO IVE"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT RPT-IVE
           IF WKS-FS-RPTIVE NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL LISTADO IVE"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE WKS-FECHA-DESDE TO WKS-RE-FECHA-DESDE
           MOVE WKS-FECHA-HASTA TO WKS-RE-FECHA-HASTA
           MOVE WKS-UMBRAL-USD TO WKS-RE-UMBRAL
           MOVE WKS-ST-FECHA-INICIO TO WKS-RE-FECHA-PROCESO
           WRITE AREA-RETORNO FROM WKS-RET-ENCABEZADO

           MOVE SPACES TO REG-RPT-IVE
           STRING "TRANSACCIONES EN EFECTIVO REPORTABLES A LA IVE DEL "
                  WKS-FECHA-DESDE " AL " WKS-FECHA-HASTA
                  "  UMBRAL USD: " WKS-UMBRAL-USD
              DELIMITED BY SIZE INTO REG-RPT-IVE
           END-STRING
           WRITE REG-RPT-IVE

           PERFORM VARYING WKS-CD-IDX FROM 1 BY 1
              UNTIL WKS-CD-IDX > WKS-CD-CANT
              IF WKS-CD-TOTAL-USD(WKS-CD-IDX) NOT < WKS-UMBRAL-USD
                 PERFORM 0008-INICIO-EVENTO THRU 0008-EVENTO-E
              END-IF
           END-PERFORM

           MOVE WKS-I-EVENTOS TO WKS-RT-EVENTOS
           MOVE WKS-I-DETALLES TO WKS-RT-DETALLES
           MOVE WKS-TOTAL-EVENTOS-USD TO WKS-RT-TOTAL-USD
           WRITE AREA-RETORNO FROM WKS-RET-TRAILER

           MOVE SPACES TO REG-RPT-IVE
           WRITE REG-RPT-IVE
           MOVE SPACES TO REG-RPT-IVE
           STRING "EVENTOS REPORTABLES: " WKS-I-EVENTOS
                  "  TRANSACCIONES: " WKS-I-DETALLES
                  "  SIN TIPO DE CAMBIO: " WKS-I-SIN-TASA
              DELIMITED BY SIZE INTO REG-RPT-IVE
           END-STRING
           WRITE REG-RPT-IVE

           CLOSE RETORNO-IVE
           CLOSE RPT-IVE.
       0007-EMITE-E.
           EXIT.

       0008-INICIO-EVENTO SECTION.
      *UN EVENTO ES UNA CUENTA-DIA EN O SOBRE EL UMBRAL: UNA SOLA
      *TRANSACCION GRANDE O VARIAS QUE JUNTAS LO ALCANZAN. SE
      *GRABAN TODAS LAS TRANSACCIONES DE EFECTIVO QUE LO FORMAN.
           ADD 1 TO WKS-I-EVENTOS
           ADD 1 TO WKS-NUMERO-EVENTO
           ADD WKS-CD-TOTAL-USD(WKS-CD-IDX) TO WKS-TOTAL-EVENTOS-USD

           MOVE WKS-NUMERO-EVENTO TO WKS-LE-EVENTO
           MOVE WKS-CD-CUENTA(WKS-CD-IDX) TO WKS-LE-CUENTA
           MOVE WKS-CD-FECHA(WKS-CD-IDX) TO WKS-LE-FECHA
           MOVE WKS-CD-CANTIDAD(WKS-CD-IDX) TO WKS-LE-CANTIDAD
           MOVE WKS-CD-TOTAL-USD(WKS-CD-IDX) TO WKS-LE-TOTAL-USD
           MOVE SPACES TO REG-RPT-IVE
           WRITE REG-RPT-IVE
           WRITE REG-RPT-IVE FROM WKS-LINEA-EVENTO

           PERFORM VARYING WKS-MV-IDX FROM 1 BY 1
              UNTIL WKS-MV-IDX > WKS-MV-CANT
              IF WKS-MV-CUENTA(WKS-MV-IDX) = WKS-CD-CUENTA(WKS-CD-IDX)
                 AND WKS-MV-FECHA(WKS-MV-IDX) =
                     WKS-CD-FECHA(WKS-CD-IDX)
                 ADD 1 TO WKS-I-DETALLES
                 MOVE WKS-NUMERO-EVENTO TO WKS-RD-EVENTO
                 MOVE WKS-CD-CUENTA(WKS-CD-IDX) TO WKS-RD-CUENTA
                 MOVE WKS-CD-FECHA(WKS-CD-IDX) TO WKS-RD-FECHA
                 MOVE WKS-CD-TOTAL-USD(WKS-CD-IDX) TO
                    WKS-RD-TOTAL-DIA-USD
                 MOVE WKS-MV-CODIGO(WKS-MV-IDX) TO WKS-RD-CODIGO
                 MOVE WKS-MV-AGENCIA(WKS-MV-IDX) TO WKS-RD-AGENCIA
                 MOVE WKS-MV-CAJERO(WKS-MV-IDX) TO WKS-RD-CAJERO
                 MOVE WKS-MV-DOCUMENTO(WKS-MV-IDX) TO
                    WKS-RD-DOCUMENTO
                 MOVE WKS-MV-MONEDA(WKS-MV-IDX) TO WKS-RD-MONEDA
                 IF WKS-MV-VALOR(WKS-MV-IDX) < ZEROES
                    MOVE "-" TO WKS-RD-SIGNO
                 ELSE
                    MOVE "+" TO WKS-RD-SIGNO
                 END-IF
                 MOVE WKS-MV-VALOR(WKS-MV-IDX) TO WKS-RD-VALOR
                 IF WKS-MV-VALOR-USD(WKS-MV-IDX) < ZEROES
                    MOVE "-" TO WKS-RD-SIGNO-USD
                 ELSE
                    MOVE "+" TO WKS-RD-SIGNO-USD
                 END-IF
                 MOVE WKS-MV-VALOR-USD(WKS-MV-IDX) TO WKS-RD-VALOR-USD
                 WRITE AREA-RETORNO FROM WKS-RET-DETALLE

                 MOVE WKS-MV-CODIGO(WKS-MV-IDX) TO WKS-LD-CODIGO
                 MOVE WKS-MV-AGENCIA(WKS-MV-IDX) TO WKS-LD-AGENCIA
                 MOVE WKS-MV-CAJERO(WKS-MV-IDX) TO WKS-LD-CAJERO
                 MOVE WKS-MV-DOCUMENTO(WKS-MV-IDX) TO
                    WKS-LD-DOCUMENTO
                 MOVE WKS-MV-MONEDA(WKS-MV-IDX) TO WKS-LD-MONEDA
                 MOVE WKS-MV-VALOR(WKS-MV-IDX) TO WKS-LD-VALOR
                 MOVE WKS-MV-VALOR-USD(WKS-MV-IDX) TO WKS-LD-VALOR-USD
                 WRITE REG-RPT-IVE FROM WKS-LINEA-DETALLE
              END-IF
           END-PERFORM.
       0008-EVENTO-E.
           EXIT.
