      ******************************************************************
      * FECHA       : 2026                                             *
      * PROGRAMADOR : DIANA STEFFANNY SALGUERO ROSALES                 *
      * APLICACION  : EDUCACION                                        *
      * PROGRAMA    : EDUC3086                                         *
      * TIPO        : BATCH (MENSUAL)                                  *
      * DESCRIPCION : MEZCLA DE CANALES DEL MES: LEE LAS GENERACIONES  *
      *             : DE ARCHFTPM DEL PERIODO Y CLASIFICA CADA         *
      *             : MOVIMIENTO POR SU ORIGEN DE TRANSACCION SEGUN EL *
      *             : CATALOGO DE CANALES (CANALCAT; UN ORIGEN QUE NO  *
      *             : ESTA EN EL CATALOGO SE REPORTA COMO DESCONOCIDO, *
      *             : CADA UNO POR SEPARADO). ACUMULA CANTIDAD Y MONTO *
      *             : POR CANAL, AGENCIA (TITULADA DEL MAESTRO         *
      *             : AGENMST), REGION Y CODIGO DE TRANSACCION, Y LOS  *
      *             : COMPARA CONTRA EL MES ANTERIOR Y EL MISMO MES    *
      *             : DEL AÑO ANTERIOR DEL HISTORICO MENSUAL           *
      *             : (CANALHIE -> CANALHIN, QUE EL PLANIFICADOR       *
      *             : RENOMBRA AL TERMINAR EL PASO). ESCRIBE EL        *
      *             : REPORTE RPTCANAL Y EL RESUMEN DELIMITADO         *
      *             : CANALRES PARA LAS HOJAS DE PLANIFICACION.        *
      * ARCHIVOS    : ARCHFTPM (ENTRADA), CANALCAT (ENTRADA), AGENMST  *
      *             : (ENTRADA), CANALHIE (ENTRADA, OPCIONAL),         *
      *             : CANALHIN (SALIDA), RPTCANAL (SALIDA), CANALRES   *
      *             : (SALIDA)                                         *
      * PROGRAMA(S) : PARMRD01, RUNSTAT1                               *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDUC3086.
       AUTHOR. DIANA SALGUERO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-FTPMOM ASSIGN TO ARCHFTPM
                  FILE STATUS IS WKS-FS-ARCHFTPM.
           SELECT CATALOGO-CANALES ASSIGN TO CANALCAT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-CANALCAT.
           SELECT AGENCIA-MASTER ASSIGN TO AGENMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS AGENMST-LLAVE
                  FILE STATUS IS WKS-FS-AGENMST.
      *HISTORICO MENSUAL POR PERIODO, CANAL, AGENCIA Y CODIGO: EL
      *ANTERIOR ENTRA (CANALHIE) Y EL NUEVO SALE (CANALHIN) CON EL
      *PERIODO DE LA CORRIDA REEMPLAZADO, ASI UNA RECORRIDA DEL MES
      *NO LO DUPLICA.
           SELECT HISTORIA-CANALES ASSIGN TO CANALHIE
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-CANALHIE.
           SELECT HISTORIA-CANALES-NUEVA ASSIGN TO CANALHIN
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-CANALHIN.
           SELECT RPT-CANALES ASSIGN TO RPTCANAL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-RPTCANAL.
           SELECT RESUMEN-CANALES ASSIGN TO CANALRES
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-CANALRES.

       DATA DIVISION.

       FILE SECTION.
       FD ARCHIVO-FTPMOM
           RECORDING MODE IS F.
       01 AREA-ARCHIVO                  PIC X(115).

       FD CATALOGO-CANALES.
       01 REG-CATALOGO-CANALES          PIC X(40).

       FD AGENCIA-MASTER.
           COPY AGENMST.

       FD HISTORIA-CANALES.
       01 REG-HISTORIA-CANALES          PIC X(60).

       FD HISTORIA-CANALES-NUEVA.
       01 REG-HISTORIA-NUEVA            PIC X(60).

       FD RPT-CANALES.
       01 REG-RPT-CANALES               PIC X(132).

       FD RESUMEN-CANALES.
       01 REG-RESUMEN-CANALES           PIC X(140).

       WORKING-STORAGE SECTION.

       01 WKS-CONTROL-ARCHIVOS.
          02 WKS-FS-ARCHFTPM            PIC X(02) VALUE SPACES.
             88 WKS-FIN-ARCHFTPM                  VALUE "10".
          02 WKS-FS-CANALCAT            PIC X(02) VALUE SPACES.
             88 WKS-FIN-CANALCAT                  VALUE "10".
          02 WKS-FS-AGENMST             PIC X(02) VALUE SPACES.
          02 WKS-FS-CANALHIE            PIC X(02) VALUE SPACES.
             88 WKS-FIN-CANALHIE                  VALUE "10".
          02 WKS-FS-CANALHIN            PIC X(02) VALUE SPACES.
          02 WKS-FS-RPTCANAL            PIC X(02) VALUE SPACES.
          02 WKS-FS-CANALRES            PIC X(02) VALUE SPACES.
          02 WKS-AGENMST-SW             PIC X(01) VALUE "N".
             88 WKS-AGENMST-ABIERTO               VALUE "S".

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
          05 WKS-AR-ORIGEN-TRANSACCION   PIC X(02).
          05 WKS-AR-CAJERO               PIC 9(04).
          05 WKS-AR-CODIGO-MONEDA        PIC 9(01).
          05 WKS-AR-CODIGO-MOTIVO        PIC 9(05).
          05 FILLER                      PIC X(06).

      *LINEA DEL CATALOGO DE CANALES: ORIGEN DE TRANSACCION Y
      *NOMBRE DEL CANAL (VENTANILLA, CAJERO AUTOMATICO, INTERNET,
      *ETC.); VARIOS ORIGENES PUEDEN PERTENECER AL MISMO CANAL.
       01 WKS-LINEA-CANAL.
          02 WKS-LC-ORIGEN              PIC X(02).
          02 FILLER                     PIC X(01).
          02 WKS-LC-NOMBRE              PIC X(15).
          02 FILLER                     PIC X(22).

       01 WKS-TABLA-CANALES.
          02 WKS-CA-ENTRADA OCCURS 100 TIMES.
             03 WKS-CA-ORIGEN           PIC X(02).
             03 WKS-CA-NOMBRE           PIC X(15).
          02 WKS-CA-CANT                PIC 9(03) VALUE ZEROES.
          02 WKS-CA-IDX                 PIC 9(03) VALUE ZEROES.

      *LINEA DEL HISTORICO MENSUAL.
       01 WKS-LINEA-HISTORIA.
          02 WKS-LH-PERIODO             PIC 9(06) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE "|".
          02 WKS-LH-CANAL               PIC X(15) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE "|".
          02 WKS-LH-AGENCIA             PIC 9(03) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE "|".
          02 WKS-LH-CODIGO              PIC 9(02) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE "|".
          02 WKS-LH-CANTIDAD            PIC 9(09) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE "|".
          02 WKS-LH-MONTO               PIC 9(13)V99 VALUE ZEROES.
          02 FILLER                     PIC X(05) VALUE SPACES.

      *MEZCLA DEL MES POR REGION, AGENCIA, CANAL Y CODIGO, CON LOS
      *MISMOS ACUMULADOS DEL MES ANTERIOR (ANT) Y DEL MISMO MES DEL
      *AÑO ANTERIOR (AA). EL MONTO ES BRUTO (SIN SIGNO).
       01 WKS-TABLA-MEZCLA.
          02 WKS-MX-ENTRADA OCCURS 5000 TIMES.
             03 WKS-MX-ORDEN.
                04 WKS-MX-REGION        PIC X(02).
                04 WKS-MX-AGENCIA       PIC 9(03).
                04 WKS-MX-CANAL         PIC X(15).
                04 WKS-MX-CODIGO        PIC 9(02).
             03 WKS-MX-NOMBRE           PIC X(20).
             03 WKS-MX-CANT-ACT         PIC 9(09).
             03 WKS-MX-MONTO-ACT        PIC 9(13)V99.
             03 WKS-MX-CANT-ANT         PIC 9(09).
             03 WKS-MX-MONTO-ANT        PIC 9(13)V99.
             03 WKS-MX-CANT-AA          PIC 9(09).
             03 WKS-MX-MONTO-AA         PIC 9(13)V99.
          02 WKS-MX-CANT                PIC 9(04) VALUE ZEROES.
          02 WKS-MX-IDX                 PIC 9(04) VALUE ZEROES.
          02 WKS-MX-IDX2                PIC 9(04) VALUE ZEROES.
          02 WKS-MX-AUXILIAR            PIC X(114) VALUE SPACES.

      *MEZCLA POR CANAL Y CODIGO DE TRANSACCION (TODAS LAS AGENCIAS).
       01 WKS-TABLA-CODIGOS.
          02 WKS-CC-ENTRADA OCCURS 500 TIMES.
             03 WKS-CC-ORDEN.
                04 WKS-CC-CANAL         PIC X(15).
                04 WKS-CC-CODIGO        PIC 9(02).
             03 WKS-CC-CANT-ACT         PIC 9(09).
             03 WKS-CC-MONTO-ACT        PIC 9(13)V99.
             03 WKS-CC-CANT-ANT         PIC 9(09).
             03 WKS-CC-MONTO-ANT        PIC 9(13)V99.
             03 WKS-CC-CANT-AA          PIC 9(09).
             03 WKS-CC-MONTO-AA         PIC 9(13)V99.
          02 WKS-CC-CANT                PIC 9(03) VALUE ZEROES.
          02 WKS-CC-IDX                 PIC 9(03) VALUE ZEROES.
          02 WKS-CC-IDX2                PIC 9(03) VALUE ZEROES.
          02 WKS-CC-AUXILIAR            PIC X(89) VALUE SPACES.

      *TOTALES POR CANAL (TODAS LAS AGENCIAS Y CODIGOS).
       01 WKS-TABLA-TOTAL-CANAL.
          02 WKS-TC-ENTRADA OCCURS 100 TIMES.
             03 WKS-TC-CANAL            PIC X(15).
             03 WKS-TC-CANT-ACT         PIC 9(09).
             03 WKS-TC-MONTO-ACT        PIC 9(13)V99.
             03 WKS-TC-CANT-ANT         PIC 9(09).
             03 WKS-TC-MONTO-ANT        PIC 9(13)V99.
             03 WKS-TC-CANT-AA          PIC 9(09).
             03 WKS-TC-MONTO-AA         PIC 9(13)V99.
          02 WKS-TC-CANT                PIC 9(03) VALUE ZEROES.
          02 WKS-TC-IDX                 PIC 9(03) VALUE ZEROES.
          02 WKS-TC-IDX2                PIC 9(03) VALUE ZEROES.
          02 WKS-TC-AUXILIAR            PIC X(87) VALUE SPACES.

      *ORIGENES DE TRANSACCION QUE NO ESTAN EN EL CATALOGO.
       01 WKS-TABLA-DESCONOCIDOS.
          02 WKS-DE-ENTRADA OCCURS 100 TIMES.
             03 WKS-DE-ORIGEN           PIC X(02).
             03 WKS-DE-CANTIDAD         PIC 9(09).
             03 WKS-DE-MONTO            PIC 9(13)V99.
          02 WKS-DE-CANT                PIC 9(03) VALUE ZEROES.
          02 WKS-DE-IDX                 PIC 9(03) VALUE ZEROES.
          02 WKS-DE-POS                 PIC 9(03) VALUE ZEROES.

      *ACUMULADORES DE LOS CORTES DEL REPORTE: 1=CANAL DENTRO DE
      *LA AGENCIA, 2=AGENCIA, 3=REGION, 4=TOTAL GENERAL.
       01 WKS-ACUMULADORES.
          02 WKS-AK-NIVEL OCCURS 4 TIMES.
             03 WKS-AK-CANT-ACT         PIC 9(09).
             03 WKS-AK-MONTO-ACT        PIC 9(13)V99.
             03 WKS-AK-CANT-ANT         PIC 9(09).
             03 WKS-AK-MONTO-ANT        PIC 9(13)V99.
             03 WKS-AK-CANT-AA          PIC 9(09).
             03 WKS-AK-MONTO-AA         PIC 9(13)V99.
          02 WKS-AK-IDX                 PIC 9(01) VALUE ZEROES.

      *LLAVES DEL CORTE ANTERIOR Y SWITCHES DE RUPTURA.
       01 WKS-CONTROL-CORTES.
          02 WKS-CO-REGION              PIC X(02) VALUE SPACES.
          02 WKS-CO-AGENCIA             PIC 9(03) VALUE ZEROES.
          02 WKS-CO-CANAL               PIC X(15) VALUE SPACES.
          02 WKS-CO-FINAL-SW            PIC X(01) VALUE "N".
             88 WKS-CO-FINAL                      VALUE "S".
          02 WKS-CO-ROMPE-CANAL         PIC X(01) VALUE "N".
          02 WKS-CO-ROMPE-AGENCIA       PIC X(01) VALUE "N".
          02 WKS-CO-ROMPE-REGION        PIC X(01) VALUE "N".

       01 WKS-CONTROL-MEZCLA.
          02 WKS-FECHA-ENTERA           PIC X(20) VALUE SPACES.
          02 WKS-PERIODO                PIC 9(06) VALUE ZEROES.
          02 WKS-PERIODO-R REDEFINES WKS-PERIODO.
             03 WKS-PE-ANIO             PIC 9(04).
             03 WKS-PE-MES              PIC 9(02).
          02 WKS-PERIODO-ANTERIOR       PIC 9(06) VALUE ZEROES.
          02 WKS-PERIODO-ANT-R REDEFINES WKS-PERIODO-ANTERIOR.
             03 WKS-PA-ANIO             PIC 9(04).
             03 WKS-PA-MES              PIC 9(02).
          02 WKS-PERIODO-ANIO-ANT       PIC 9(06) VALUE ZEROES.
          02 WKS-MONTO-TRAB             PIC 9(13)V99 VALUE ZEROES.
          02 WKS-BU-CANAL               PIC X(15) VALUE SPACES.
          02 WKS-BU-AGENCIA             PIC 9(03) VALUE ZEROES.
          02 WKS-BU-CODIGO              PIC 9(02) VALUE ZEROES.
          02 WKS-TOT-CANT-ACT           PIC 9(09) VALUE ZEROES.
          02 WKS-TOT-CANT-ANT           PIC 9(09) VALUE ZEROES.
          02 WKS-TOT-CANT-AA            PIC 9(09) VALUE ZEROES.

      *VARIACION PORCENTUAL DE UN ACUMULADO CONTRA SU BASE.
       01 WKS-CONTROL-VARIACION.
          02 WKS-VA-ACTUAL              PIC 9(13)V99 VALUE ZEROES.
          02 WKS-VA-BASE                PIC 9(13)V99 VALUE ZEROES.
          02 WKS-VA-PCT                 PIC S9(04)V9 VALUE ZEROES.
          02 WKS-VA-ED                  PIC -ZZZ9.9 VALUE ZEROES.
          02 WKS-VA-TEXTO               PIC X(07) VALUE SPACES.
          02 WKS-VA-PARTE               PIC 9(03)V9 VALUE ZEROES.
          02 WKS-VA-PARTE-ED            PIC ZZ9.9 VALUE ZEROES.

       01 WKS-LINEA-ENCABEZADO.
          02 FILLER                     PIC X(31) VALUE "CONCEPTO".
          02 FILLER                     PIC X(12) VALUE
             "   CANTIDAD".
          02 FILLER                     PIC X(18) VALUE
             "            MONTO".
          02 FILLER                     PIC X(12) VALUE
             "    MES ANT".
          02 FILLER                     PIC X(16) VALUE
             "  VAR%C   VAR%M".
          02 FILLER                     PIC X(12) VALUE
             "   ANIO ANT".
          02 FILLER                     PIC X(31) VALUE
             "  VAR%C   VAR%M".

       01 WKS-LINEA-MEZCLA.
          02 WKS-LM-TITULO              PIC X(30) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LM-CANT                PIC ZZZ,ZZZ,ZZ9 VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LM-MONTO               PIC ZZ,ZZZ,ZZZ,ZZ9.99
                                        VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LM-CANT-ANT            PIC ZZZ,ZZZ,ZZ9 VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LM-VAR-CANT-ANT        PIC X(07) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LM-VAR-MONTO-ANT       PIC X(07) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LM-CANT-AA             PIC ZZZ,ZZZ,ZZ9 VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LM-VAR-CANT-AA         PIC X(07) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LM-VAR-MONTO-AA        PIC X(07) VALUE SPACES.
          02 FILLER                     PIC X(16) VALUE SPACES.

      *PARTICIPACION DE CADA CANAL EN LA CANTIDAD DE MOVIMIENTOS.
       01 WKS-LINEA-PARTICIPACION.
          02 FILLER                     PIC X(04) VALUE SPACES.
          02 WKS-LP-CANAL               PIC X(15) VALUE SPACES.
          02 FILLER                     PIC X(12) VALUE
             "  MES ACTUAL".
          02 WKS-LP-ACT                 PIC ZZ9.9 VALUE ZEROES.
          02 FILLER                     PIC X(13) VALUE
             "%  MES ANT".
          02 WKS-LP-ANT                 PIC ZZ9.9 VALUE ZEROES.
          02 FILLER                     PIC X(13) VALUE
             "%  ANIO ANT".
          02 WKS-LP-AA                  PIC ZZ9.9 VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE "%".
          02 FILLER                     PIC X(59) VALUE SPACES.

      *RESUMEN DELIMITADO PARA LAS HOJAS DE PLANIFICACION.
       01 WKS-LINEA-RESUMEN.
          02 WKS-LR-PERIODO             PIC 9(06) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE "|".
          02 WKS-LR-REGION              PIC X(02) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE "|".
          02 WKS-LR-AGENCIA             PIC 9(03) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE "|".
          02 WKS-LR-NOMBRE              PIC X(20) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE "|".
          02 WKS-LR-CANAL               PIC X(15) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE "|".
          02 WKS-LR-CODIGO              PIC 9(02) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE "|".
          02 WKS-LR-CANT-ACT            PIC 9(09) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE "|".
          02 WKS-LR-MONTO-ACT           PIC 9(13).99 VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE "|".
          02 WKS-LR-CANT-ANT            PIC 9(09) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE "|".
          02 WKS-LR-MONTO-ANT           PIC 9(13).99 VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE "|".
          02 WKS-LR-CANT-AA             PIC 9(09) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE "|".
          02 WKS-LR-MONTO-AA            PIC 9(13).99 VALUE ZEROES.
          02 FILLER                     PIC X(06) VALUE SPACES.

       01 WKS-ENCABEZADO-RESUMEN.
          02 FILLER                     PIC X(44) VALUE
             "PERIODO|REGION|AGENCIA|NOMBRE_AGENCIA|CANAL|".
          02 FILLER                     PIC X(45) VALUE
             "CODIGO_TRANS|CANTIDAD|MONTO|CANTIDAD_MES_ANT|".
          02 FILLER                     PIC X(51) VALUE
             "MONTO_MES_ANT|CANTIDAD_ANIO_ANT|MONTO_ANIO_ANT".

       01 WKS-ITERACIONES.
          02 WKS-I-LEIDOS               PIC 9(08) VALUE ZEROES.
          02 WKS-I-DEL-PERIODO          PIC 9(08) VALUE ZEROES.
          02 WKS-I-DESCONOCIDOS         PIC 9(08) VALUE ZEROES.
          02 WKS-I-HISTORIA-LEIDA       PIC 9(08) VALUE ZEROES.
          02 WKS-I-HISTORIA-GRABADA     PIC 9(08) VALUE ZEROES.
          02 WKS-I-RESUMEN              PIC 9(06) VALUE ZEROES.
          02 WKS-I-DESBORDE             PIC 9(06) VALUE ZEROES.

      *AREA PARA EL LECTOR COMUN DEL ARCHIVO CENTRAL DE PARAMETROS.
       01 WKS-CONTROL-PARAMETROS.
          02 WKS-PARM-SECCION           PIC X(08) VALUE "EDUC3086".
          02 WKS-PARM-CANT              PIC 9(02) VALUE ZEROES.
          02 WKS-PARM-TABLA.
             03 WKS-PARM-ENTRADA OCCURS 20 TIMES.
                04 WKS-PARM-CLAVE       PIC X(20).
                04 WKS-PARM-VALOR       PIC X(20).
          02 WKS-PARM-SIN-SECCION       PIC X(01) VALUE "S".
          02 WKS-PARM-IDX               PIC 9(02) VALUE ZEROES.

      *AREA PARA LA RUTINA COMUN DE ESTADISTICAS DE CORRIDA.
       01 WKS-CONTROL-ESTADISTICA.
          02 WKS-ST-PROGRAMA            PIC X(08) VALUE "EDUK3086".
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

           INITIALIZE WKS-TABLA-CANALES
           INITIALIZE WKS-TABLA-MEZCLA
           INITIALIZE WKS-TABLA-CODIGOS
           INITIALIZE WKS-TABLA-TOTAL-CANAL
           INITIALIZE WKS-TABLA-DESCONOCIDOS

           PERFORM 0001-INICIO-PARAMETROS THRU 0001-PARAMETROS-E
           PERFORM 0002-INICIO-CARGA-CANALES THRU 0002-CARGA-CANALES-E

           OPEN INPUT AGENCIA-MASTER
           IF WKS-FS-AGENMST = "35"
              DISPLAY "SIN MAESTRO DE AGENCIAS AGENMST; EL REPORTE "
                      "SALE SIN NOMBRES NI REGIONES"
           ELSE
              IF WKS-FS-AGENMST NOT = "00"
                 DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE AGENCIAS"
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE "S" TO WKS-AGENMST-SW
           END-IF

           PERFORM 0003-INICIO-HISTORIA THRU 0003-HISTORIA-E
           PERFORM 0004-INICIO-LEE-ARCHIVO THRU 0004-LEE-ARCHIVO-E
           PERFORM 0006-INICIO-GRABA-HISTORIA THRU
              0006-GRABA-HISTORIA-E

           IF WKS-AGENMST-ABIERTO
              CLOSE AGENCIA-MASTER
           END-IF

           PERFORM 0007-INICIO-ORDENA THRU 0007-ORDENA-E
           PERFORM 0008-INICIO-REPORTE THRU 0008-REPORTE-E
           PERFORM 0011-INICIO-RESUMEN THRU 0011-RESUMEN-E

           DISPLAY "REGISTROS DE ARCHIVO LEIDOS: " WKS-I-LEIDOS
           DISPLAY "MOVIMIENTOS DEL PERIODO: " WKS-I-DEL-PERIODO
           DISPLAY "MOVIMIENTOS CON ORIGEN NO CATALOGADO: "
                   WKS-I-DESCONOCIDOS
           DISPLAY "LINEAS DE HISTORICO LEIDAS: "
                   WKS-I-HISTORIA-LEIDA
           DISPLAY "LINEAS DE HISTORICO GRABADAS: "
                   WKS-I-HISTORIA-GRABADA
           DISPLAY "LINEAS DEL RESUMEN DE PLANIFICACION: "
                   WKS-I-RESUMEN
           IF WKS-I-DESBORDE > ZEROES
              DISPLAY "COMBINACIONES QUE NO CUPIERON EN LAS TABLAS: "
                      WKS-I-DESBORDE
           END-IF

           MOVE WKS-I-LEIDOS TO WKS-ST-LEIDOS
           MOVE WKS-I-RESUMEN TO WKS-ST-ESCRITOS
           MOVE WKS-I-DESCONOCIDOS TO WKS-ST-RECHAZADOS
           CALL 'RUNSTAT1' USING WKS-ST-PROGRAMA
                                 WKS-ST-FECHA-INICIO
                                 WKS-ST-HORA-INICIO
                                 WKS-ST-LEIDOS
                                 WKS-ST-ESCRITOS
                                 WKS-ST-RECHAZADOS

           IF WKS-I-DESCONOCIDOS > ZEROES OR WKS-I-DESBORDE > ZEROES
              MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.
       0000-INICIO-E.
           EXIT.

       0001-INICIO-PARAMETROS SECTION.
      *PERIODO: MES A ANALIZAR (AAAAMM), POR OMISION EL DE LA FECHA
      *DE PROCESO. EL MES ANTERIOR Y EL MISMO MES DEL AÑO ANTERIOR
      *SON LAS BASES DE COMPARACION.
           MOVE FUNCTION CURRENT-DATE TO WKS-FECHA-ENTERA
           ACCEPT WKS-PERIODO FROM ENVIRONMENT "PERIODO"
           IF WKS-PERIODO NOT NUMERIC OR WKS-PERIODO = ZEROES
              MOVE WKS-FECHA-ENTERA(1:6) TO WKS-PERIODO
           END-IF

           CALL 'PARMRD01' USING WKS-PARM-SECCION
                                 WKS-PARM-CANT
                                 WKS-PARM-TABLA
                                 WKS-PARM-SIN-SECCION

           PERFORM VARYING WKS-PARM-IDX FROM 1 BY 1
              UNTIL WKS-PARM-IDX > WKS-PARM-CANT
              EVALUATE WKS-PARM-CLAVE(WKS-PARM-IDX)
              WHEN "PERIODO"
                   IF WKS-PARM-VALOR(WKS-PARM-IDX)(1:6) NUMERIC
                      MOVE WKS-PARM-VALOR(WKS-PARM-IDX)(1:6) TO
                         WKS-PERIODO
                   END-IF
              WHEN OTHER
                   DISPLAY "PARAMETRO DESCONOCIDO EN PARAMET: "
                           WKS-PARM-CLAVE(WKS-PARM-IDX)
              END-EVALUATE
           END-PERFORM

           IF WKS-PE-MES < 1 OR WKS-PE-MES > 12
              DISPLAY "PERIODO INVALIDO: " WKS-PERIODO
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           IF WKS-PE-MES = 1
              COMPUTE WKS-PA-ANIO = WKS-PE-ANIO - 1
              MOVE 12 TO WKS-PA-MES
           ELSE
              MOVE WKS-PE-ANIO TO WKS-PA-ANIO
              COMPUTE WKS-PA-MES = WKS-PE-MES - 1
           END-IF
           COMPUTE WKS-PERIODO-ANIO-ANT = WKS-PERIODO - 100

           DISPLAY "PARAMETROS EFECTIVOS DE LA CORRIDA:"
           DISPLAY "  PERIODO: " WKS-PERIODO
           DISPLAY "  MES ANTERIOR: " WKS-PERIODO-ANTERIOR
           DISPLAY "  MISMO MES DEL AÑO ANTERIOR: "
                   WKS-PERIODO-ANIO-ANT.
       0001-PARAMETROS-E.
           EXIT.

       0002-INICIO-CARGA-CANALES SECTION.
      *SIN CATALOGO TODOS LOS ORIGENES SALEN COMO DESCONOCIDOS; EL
      *REPORTE SE EMITE IGUAL PERO LA CORRIDA TERMINA CON AVISO.
           OPEN INPUT CATALOGO-CANALES
           IF WKS-FS-CANALCAT = "35"
              DISPLAY "SIN CATALOGO DE CANALES CANALCAT; TODO ORIGEN "
                      "SE REPORTA COMO DESCONOCIDO"
              GO TO 0002-CARGA-CANALES-E
           END-IF
           IF WKS-FS-CANALCAT NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL CATALOGO DE CANALES"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           READ CATALOGO-CANALES INTO WKS-LINEA-CANAL
           AT END
              SET WKS-FIN-CANALCAT TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-CANALCAT
                   IF WKS-LC-ORIGEN NUMERIC AND
                      WKS-LC-NOMBRE NOT = SPACES
                      IF WKS-CA-CANT < 100
                         ADD 1 TO WKS-CA-CANT
                         MOVE WKS-LC-ORIGEN TO
                            WKS-CA-ORIGEN(WKS-CA-CANT)
                         MOVE WKS-LC-NOMBRE TO
                            WKS-CA-NOMBRE(WKS-CA-CANT)
                      ELSE
                         ADD 1 TO WKS-I-DESBORDE
                      END-IF
                   END-IF
                   READ CATALOGO-CANALES INTO WKS-LINEA-CANAL
                   AT END
                      SET WKS-FIN-CANALCAT TO TRUE
                   END-READ
           END-PERFORM

           CLOSE CATALOGO-CANALES
           DISPLAY "ORIGENES EN EL CATALOGO DE CANALES: " WKS-CA-CANT.
       0002-CARGA-CANALES-E.
           EXIT.

       0003-INICIO-HISTORIA SECTION.
      *COPIA EL HISTORICO AL NUEVO SIN EL PERIODO DE LA CORRIDA Y
      *TOMA DE EL LAS BASES DEL MES ANTERIOR Y DEL AÑO ANTERIOR.
           OPEN OUTPUT HISTORIA-CANALES-NUEVA
           IF WKS-FS-CANALHIN NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL HISTORICO NUEVO DE CANALES"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT HISTORIA-CANALES
           IF WKS-FS-CANALHIE = "35"
              DISPLAY "SIN HISTORICO DE CANALES ANTERIOR; NO HAY "
                      "BASES DE COMPARACION"
              GO TO 0003-HISTORIA-E
           END-IF
           IF WKS-FS-CANALHIE NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL HISTORICO DE CANALES"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           READ HISTORIA-CANALES INTO WKS-LINEA-HISTORIA
           AT END
              SET WKS-FIN-CANALHIE TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-CANALHIE
                   ADD 1 TO WKS-I-HISTORIA-LEIDA
                   IF WKS-LH-PERIODO NOT = WKS-PERIODO
                      WRITE REG-HISTORIA-NUEVA FROM WKS-LINEA-HISTORIA
                      ADD 1 TO WKS-I-HISTORIA-GRABADA
                   END-IF
                   IF WKS-LH-PERIODO = WKS-PERIODO-ANTERIOR OR
                      WKS-LH-PERIODO = WKS-PERIODO-ANIO-ANT
                      MOVE WKS-LH-CANAL TO WKS-BU-CANAL
                      MOVE WKS-LH-AGENCIA TO WKS-BU-AGENCIA
                      MOVE WKS-LH-CODIGO TO WKS-BU-CODIGO
                      PERFORM 0005-INICIO-BUSCA-ENTRADA THRU
                         0005-BUSCA-ENTRADA-E
                      IF WKS-MX-IDX > ZEROES
                         IF WKS-LH-PERIODO = WKS-PERIODO-ANTERIOR
                            ADD WKS-LH-CANTIDAD TO
                               WKS-MX-CANT-ANT(WKS-MX-IDX)
                            ADD WKS-LH-MONTO TO
                               WKS-MX-MONTO-ANT(WKS-MX-IDX)
                         ELSE
                            ADD WKS-LH-CANTIDAD TO
                               WKS-MX-CANT-AA(WKS-MX-IDX)
                            ADD WKS-LH-MONTO TO
                               WKS-MX-MONTO-AA(WKS-MX-IDX)
                         END-IF
                      END-IF
                   END-IF
                   READ HISTORIA-CANALES INTO WKS-LINEA-HISTORIA
                   AT END
                      SET WKS-FIN-CANALHIE TO TRUE
                   END-READ
           END-PERFORM

           CLOSE HISTORIA-CANALES.
       0003-HISTORIA-E.
           EXIT.

       0004-INICIO-LEE-ARCHIVO SECTION.
      *EL REGISTRO DE ARCHIVO SOLO TRAE DIA Y MES: SE TOMAN LOS
      *MOVIMIENTOS DEL MES DEL PERIODO DE LAS GENERACIONES QUE EL
      *PLANIFICADOR CONCATENA, COMO EN LA CONSOLIDACION MENSUAL.
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
                   IF WKS-AR-MES = WKS-PE-MES
                      ADD 1 TO WKS-I-DEL-PERIODO
                      PERFORM 0009-INICIO-CLASIFICA THRU
                         0009-CLASIFICA-E
                   END-IF
                   READ ARCHIVO-FTPMOM INTO WKS-REG-ARCHIVO
                   AT END
                      SET WKS-FIN-ARCHFTPM TO TRUE
                   END-READ
           END-PERFORM

           CLOSE ARCHIVO-FTPMOM.
       0004-LEE-ARCHIVO-E.
           EXIT.

       0005-INICIO-BUSCA-ENTRADA SECTION.
      *BUSCA LA COMBINACION CANAL-AGENCIA-CODIGO EN LA TABLA; SI NO
      *ESTA LA AGREGA CON EL NOMBRE Y LA REGION DEL MAESTRO DE
      *AGENCIAS. SIN ESPACIO DEJA EL INDICE EN CERO.
           PERFORM VARYING WKS-MX-IDX FROM 1 BY 1
              UNTIL WKS-MX-IDX > WKS-MX-CANT
              IF WKS-MX-CANAL(WKS-MX-IDX) = WKS-BU-CANAL AND
                 WKS-MX-AGENCIA(WKS-MX-IDX) = WKS-BU-AGENCIA AND
                 WKS-MX-CODIGO(WKS-MX-IDX) = WKS-BU-CODIGO
                 GO TO 0005-BUSCA-ENTRADA-E
              END-IF
           END-PERFORM

           IF WKS-MX-CANT NOT < 5000
              MOVE ZEROES TO WKS-MX-IDX
              ADD 1 TO WKS-I-DESBORDE
              GO TO 0005-BUSCA-ENTRADA-E
           END-IF

           ADD 1 TO WKS-MX-CANT
           MOVE WKS-MX-CANT TO WKS-MX-IDX
           MOVE WKS-BU-CANAL TO WKS-MX-CANAL(WKS-MX-IDX)
           MOVE WKS-BU-AGENCIA TO WKS-MX-AGENCIA(WKS-MX-IDX)
           MOVE WKS-BU-CODIGO TO WKS-MX-CODIGO(WKS-MX-IDX)
           MOVE "??" TO WKS-MX-REGION(WKS-MX-IDX)
           MOVE "AGENCIA NO CATALOGADA" TO WKS-MX-NOMBRE(WKS-MX-IDX)
           IF WKS-AGENMST-ABIERTO
              MOVE WKS-BU-AGENCIA TO AGENMST-CODIGO
              READ AGENCIA-MASTER
              IF WKS-FS-AGENMST = "00"
                 MOVE AGENMST-REGION TO WKS-MX-REGION(WKS-MX-IDX)
                 MOVE AGENMST-NOMBRE TO WKS-MX-NOMBRE(WKS-MX-IDX)
              END-IF
           END-IF.
       0005-BUSCA-ENTRADA-E.
           EXIT.

       0006-INICIO-GRABA-HISTORIA SECTION.
      *AGREGA AL HISTORICO NUEVO LOS ACUMULADOS DEL PERIODO.
           PERFORM VARYING WKS-MX-IDX FROM 1 BY 1
              UNTIL WKS-MX-IDX > WKS-MX-CANT
              IF WKS-MX-CANT-ACT(WKS-MX-IDX) > ZEROES
                 MOVE WKS-PERIODO TO WKS-LH-PERIODO
                 MOVE WKS-MX-CANAL(WKS-MX-IDX) TO WKS-LH-CANAL
                 MOVE WKS-MX-AGENCIA(WKS-MX-IDX) TO WKS-LH-AGENCIA
                 MOVE WKS-MX-CODIGO(WKS-MX-IDX) TO WKS-LH-CODIGO
                 MOVE WKS-MX-CANT-ACT(WKS-MX-IDX) TO WKS-LH-CANTIDAD
                 MOVE WKS-MX-MONTO-ACT(WKS-MX-IDX) TO WKS-LH-MONTO
                 WRITE REG-HISTORIA-NUEVA FROM WKS-LINEA-HISTORIA
                 ADD 1 TO WKS-I-HISTORIA-GRABADA
              END-IF
           END-PERFORM

           CLOSE HISTORIA-CANALES-NUEVA.
       0006-GRABA-HISTORIA-E.
           EXIT.

       0007-INICIO-ORDENA SECTION.
      *ORDENA LA MEZCLA POR REGION, AGENCIA, CANAL Y CODIGO, Y
      *ARMA LOS TOTALES POR CANAL-CODIGO Y POR CANAL.
           PERFORM VARYING WKS-MX-IDX FROM 1 BY 1
              UNTIL WKS-MX-IDX >= WKS-MX-CANT
              PERFORM VARYING WKS-MX-IDX2 FROM 1 BY 1
                 UNTIL WKS-MX-IDX2 > WKS-MX-CANT - WKS-MX-IDX
                 IF WKS-MX-ORDEN(WKS-MX-IDX2) >
                    WKS-MX-ORDEN(WKS-MX-IDX2 + 1)
                    MOVE WKS-MX-ENTRADA(WKS-MX-IDX2) TO
                       WKS-MX-AUXILIAR
                    MOVE WKS-MX-ENTRADA(WKS-MX-IDX2 + 1) TO
                       WKS-MX-ENTRADA(WKS-MX-IDX2)
                    MOVE WKS-MX-AUXILIAR TO
                       WKS-MX-ENTRADA(WKS-MX-IDX2 + 1)
                 END-IF
              END-PERFORM
           END-PERFORM

           PERFORM VARYING WKS-MX-IDX FROM 1 BY 1
              UNTIL WKS-MX-IDX > WKS-MX-CANT
              PERFORM 0010-INICIO-TOTALIZA THRU 0010-TOTALIZA-E
           END-PERFORM

           PERFORM VARYING WKS-CC-IDX FROM 1 BY 1
              UNTIL WKS-CC-IDX >= WKS-CC-CANT
              PERFORM VARYING WKS-CC-IDX2 FROM 1 BY 1
                 UNTIL WKS-CC-IDX2 > WKS-CC-CANT - WKS-CC-IDX
                 IF WKS-CC-ORDEN(WKS-CC-IDX2) >
                    WKS-CC-ORDEN(WKS-CC-IDX2 + 1)
                    MOVE WKS-CC-ENTRADA(WKS-CC-IDX2) TO
                       WKS-CC-AUXILIAR
                    MOVE WKS-CC-ENTRADA(WKS-CC-IDX2 + 1) TO
                       WKS-CC-ENTRADA(WKS-CC-IDX2)
                    MOVE WKS-CC-AUXILIAR TO
                       WKS-CC-ENTRADA(WKS-CC-IDX2 + 1)
                 END-IF
              END-PERFORM
           END-PERFORM

           PERFORM VARYING WKS-TC-IDX FROM 1 BY 1
              UNTIL WKS-TC-IDX >= WKS-TC-CANT
              PERFORM VARYING WKS-TC-IDX2 FROM 1 BY 1
                 UNTIL WKS-TC-IDX2 > WKS-TC-CANT - WKS-TC-IDX
                 IF WKS-TC-CANAL(WKS-TC-IDX2) >
                    WKS-TC-CANAL(WKS-TC-IDX2 + 1)
                    MOVE WKS-TC-ENTRADA(WKS-TC-IDX2) TO
                       WKS-TC-AUXILIAR
                    MOVE WKS-TC-ENTRADA(WKS-TC-IDX2 + 1) TO
                       WKS-TC-ENTRADA(WKS-TC-IDX2)
                    MOVE WKS-TC-AUXILIAR TO
                       WKS-TC-ENTRADA(WKS-TC-IDX2 + 1)
                 END-IF
              END-PERFORM
           END-PERFORM.
       0007-ORDENA-E.
           EXIT.

       0008-INICIO-REPORTE SECTION.
           OPEN OUTPUT RPT-CANALES
           IF WKS-FS-RPTCANAL NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL REPORTE DE CANALES"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE SPACES TO REG-RPT-CANALES
           STRING "MEZCLA DE CANALES DEL PERIODO " WKS-PERIODO
                  "  (COMPARADO CONTRA " WKS-PERIODO-ANTERIOR
                  " Y " WKS-PERIODO-ANIO-ANT
                  "; MONTOS BRUTOS)"
              DELIMITED BY SIZE INTO REG-RPT-CANALES
           END-STRING
           WRITE REG-RPT-CANALES
           MOVE SPACES TO REG-RPT-CANALES
           WRITE REG-RPT-CANALES

      *PRIMERA PARTE: POR REGION, AGENCIA Y CANAL, CON CORTES.
           MOVE "POR REGION, AGENCIA Y CANAL:" TO REG-RPT-CANALES
           WRITE REG-RPT-CANALES
           WRITE REG-RPT-CANALES FROM WKS-LINEA-ENCABEZADO

           INITIALIZE WKS-ACUMULADORES
           MOVE "N" TO WKS-CO-FINAL-SW
           PERFORM VARYING WKS-MX-IDX FROM 1 BY 1
              UNTIL WKS-MX-IDX > WKS-MX-CANT
              PERFORM 0012-INICIO-CORTES THRU 0012-CORTES-E
              IF WKS-CO-ROMPE-REGION = "S"
                 MOVE SPACES TO REG-RPT-CANALES
                 STRING "REGION " WKS-MX-REGION(WKS-MX-IDX)
                    DELIMITED BY SIZE INTO REG-RPT-CANALES
                 END-STRING
                 WRITE REG-RPT-CANALES
              END-IF
              IF WKS-CO-ROMPE-AGENCIA = "S"
                 MOVE SPACES TO REG-RPT-CANALES
                 STRING "  AGENCIA " WKS-MX-AGENCIA(WKS-MX-IDX)
                        " " WKS-MX-NOMBRE(WKS-MX-IDX)
                    DELIMITED BY SIZE INTO REG-RPT-CANALES
                 END-STRING
                 WRITE REG-RPT-CANALES
              END-IF
              MOVE WKS-MX-REGION(WKS-MX-IDX) TO WKS-CO-REGION
              MOVE WKS-MX-AGENCIA(WKS-MX-IDX) TO WKS-CO-AGENCIA
              MOVE WKS-MX-CANAL(WKS-MX-IDX) TO WKS-CO-CANAL
              PERFORM VARYING WKS-AK-IDX FROM 1 BY 1
                 UNTIL WKS-AK-IDX > 4
                 ADD WKS-MX-CANT-ACT(WKS-MX-IDX) TO
                    WKS-AK-CANT-ACT(WKS-AK-IDX)
                 ADD WKS-MX-MONTO-ACT(WKS-MX-IDX) TO
                    WKS-AK-MONTO-ACT(WKS-AK-IDX)
                 ADD WKS-MX-CANT-ANT(WKS-MX-IDX) TO
                    WKS-AK-CANT-ANT(WKS-AK-IDX)
                 ADD WKS-MX-MONTO-ANT(WKS-MX-IDX) TO
                    WKS-AK-MONTO-ANT(WKS-AK-IDX)
                 ADD WKS-MX-CANT-AA(WKS-MX-IDX) TO
                    WKS-AK-CANT-AA(WKS-AK-IDX)
                 ADD WKS-MX-MONTO-AA(WKS-MX-IDX) TO
                    WKS-AK-MONTO-AA(WKS-AK-IDX)
              END-PERFORM
           END-PERFORM

           IF WKS-MX-CANT > ZEROES
              MOVE "S" TO WKS-CO-FINAL-SW
              PERFORM 0012-INICIO-CORTES THRU 0012-CORTES-E
           END-IF
           MOVE "TOTAL GENERAL" TO WKS-LM-TITULO
           MOVE 4 TO WKS-AK-IDX
           PERFORM 0013-INICIO-EMITE-NIVEL THRU 0013-EMITE-NIVEL-E

      *SEGUNDA PARTE: POR CANAL Y CODIGO DE TRANSACCION.
           MOVE SPACES TO REG-RPT-CANALES
           WRITE REG-RPT-CANALES
           MOVE "POR CANAL Y CODIGO DE TRANSACCION:" TO
              REG-RPT-CANALES
           WRITE REG-RPT-CANALES
           WRITE REG-RPT-CANALES FROM WKS-LINEA-ENCABEZADO
           PERFORM VARYING WKS-CC-IDX FROM 1 BY 1
              UNTIL WKS-CC-IDX > WKS-CC-CANT
              MOVE SPACES TO WKS-LM-TITULO
              STRING "  " WKS-CC-CANAL(WKS-CC-IDX)
                     " TRANS " WKS-CC-CODIGO(WKS-CC-IDX)
                 DELIMITED BY SIZE INTO WKS-LM-TITULO
              END-STRING
              MOVE 1 TO WKS-AK-IDX
              MOVE WKS-CC-CANT-ACT(WKS-CC-IDX) TO
                 WKS-AK-CANT-ACT(1)
              MOVE WKS-CC-MONTO-ACT(WKS-CC-IDX) TO
                 WKS-AK-MONTO-ACT(1)
              MOVE WKS-CC-CANT-ANT(WKS-CC-IDX) TO
                 WKS-AK-CANT-ANT(1)
              MOVE WKS-CC-MONTO-ANT(WKS-CC-IDX) TO
                 WKS-AK-MONTO-ANT(1)
              MOVE WKS-CC-CANT-AA(WKS-CC-IDX) TO WKS-AK-CANT-AA(1)
              MOVE WKS-CC-MONTO-AA(WKS-CC-IDX) TO
                 WKS-AK-MONTO-AA(1)
              PERFORM 0013-INICIO-EMITE-NIVEL THRU
                 0013-EMITE-NIVEL-E
           END-PERFORM

      *TERCERA PARTE: TOTALES Y PARTICIPACION POR CANAL.
           MOVE SPACES TO REG-RPT-CANALES
           WRITE REG-RPT-CANALES
           MOVE "TOTALES POR CANAL:" TO REG-RPT-CANALES
           WRITE REG-RPT-CANALES
           WRITE REG-RPT-CANALES FROM WKS-LINEA-ENCABEZADO
           PERFORM VARYING WKS-TC-IDX FROM 1 BY 1
              UNTIL WKS-TC-IDX > WKS-TC-CANT
              MOVE SPACES TO WKS-LM-TITULO
              STRING "  " WKS-TC-CANAL(WKS-TC-IDX)
                 DELIMITED BY SIZE INTO WKS-LM-TITULO
              END-STRING
              MOVE 1 TO WKS-AK-IDX
              MOVE WKS-TC-CANT-ACT(WKS-TC-IDX) TO
                 WKS-AK-CANT-ACT(1)
              MOVE WKS-TC-MONTO-ACT(WKS-TC-IDX) TO
                 WKS-AK-MONTO-ACT(1)
              MOVE WKS-TC-CANT-ANT(WKS-TC-IDX) TO
                 WKS-AK-CANT-ANT(1)
              MOVE WKS-TC-MONTO-ANT(WKS-TC-IDX) TO
                 WKS-AK-MONTO-ANT(1)
              MOVE WKS-TC-CANT-AA(WKS-TC-IDX) TO WKS-AK-CANT-AA(1)
              MOVE WKS-TC-MONTO-AA(WKS-TC-IDX) TO
                 WKS-AK-MONTO-AA(1)
              PERFORM 0013-INICIO-EMITE-NIVEL THRU
                 0013-EMITE-NIVEL-E
           END-PERFORM

           MOVE SPACES TO REG-RPT-CANALES
           WRITE REG-RPT-CANALES
           MOVE "PARTICIPACION POR CANAL (% DE LA CANTIDAD):" TO
              REG-RPT-CANALES
           WRITE REG-RPT-CANALES
           PERFORM VARYING WKS-TC-IDX FROM 1 BY 1
              UNTIL WKS-TC-IDX > WKS-TC-CANT
              MOVE WKS-TC-CANAL(WKS-TC-IDX) TO WKS-LP-CANAL
              MOVE ZEROES TO WKS-LP-ACT WKS-LP-ANT WKS-LP-AA
              IF WKS-TOT-CANT-ACT > ZEROES
                 COMPUTE WKS-VA-PARTE ROUNDED =
                    WKS-TC-CANT-ACT(WKS-TC-IDX) * 100 /
                    WKS-TOT-CANT-ACT
                 MOVE WKS-VA-PARTE TO WKS-LP-ACT
              END-IF
              IF WKS-TOT-CANT-ANT > ZEROES
                 COMPUTE WKS-VA-PARTE ROUNDED =
                    WKS-TC-CANT-ANT(WKS-TC-IDX) * 100 /
                    WKS-TOT-CANT-ANT
                 MOVE WKS-VA-PARTE TO WKS-LP-ANT
              END-IF
              IF WKS-TOT-CANT-AA > ZEROES
                 COMPUTE WKS-VA-PARTE ROUNDED =
                    WKS-TC-CANT-AA(WKS-TC-IDX) * 100 /
                    WKS-TOT-CANT-AA
                 MOVE WKS-VA-PARTE TO WKS-LP-AA
              END-IF
              WRITE REG-RPT-CANALES FROM WKS-LINEA-PARTICIPACION
           END-PERFORM

      *CUARTA PARTE: ORIGENES QUE NO ESTAN EN EL CATALOGO.
           MOVE SPACES TO REG-RPT-CANALES
           WRITE REG-RPT-CANALES
           IF WKS-DE-CANT = ZEROES
              MOVE "TODOS LOS ORIGENES DEL PERIODO ESTAN CATALOGADOS"
                 TO REG-RPT-CANALES
              WRITE REG-RPT-CANALES
           ELSE
              MOVE "ORIGENES DE TRANSACCION NO CATALOGADOS:" TO
                 REG-RPT-CANALES
              WRITE REG-RPT-CANALES
              PERFORM VARYING WKS-DE-IDX FROM 1 BY 1
                 UNTIL WKS-DE-IDX > WKS-DE-CANT
                 MOVE WKS-DE-MONTO(WKS-DE-IDX) TO WKS-LM-MONTO
                 MOVE SPACES TO REG-RPT-CANALES
                 STRING "  ORIGEN " WKS-DE-ORIGEN(WKS-DE-IDX)
                        " MOVIMIENTOS " WKS-DE-CANTIDAD(WKS-DE-IDX)
                        " MONTO " WKS-LM-MONTO
                    DELIMITED BY SIZE INTO REG-RPT-CANALES
                 END-STRING
                 WRITE REG-RPT-CANALES
              END-PERFORM
           END-IF

           CLOSE RPT-CANALES.
       0008-REPORTE-E.
           EXIT.

       0009-INICIO-CLASIFICA SECTION.
      *CANAL DEL ORIGEN SEGUN EL CATALOGO; UN ORIGEN QUE NO ESTA SE
      *ACUMULA APARTE COMO DESCONOCIDO, CON SU PROPIO CODIGO.
           IF WKS-AR-VALOR-ENT NUMERIC AND WKS-AR-VALOR-DEC NUMERIC
              COMPUTE WKS-MONTO-TRAB = WKS-AR-VALOR-ENT +
                 (WKS-AR-VALOR-DEC / 100)
           ELSE
              MOVE ZEROES TO WKS-MONTO-TRAB
           END-IF

           MOVE SPACES TO WKS-BU-CANAL
           PERFORM VARYING WKS-CA-IDX FROM 1 BY 1
              UNTIL WKS-CA-IDX > WKS-CA-CANT OR WKS-BU-CANAL NOT =
                    SPACES
              IF WKS-CA-ORIGEN(WKS-CA-IDX) = WKS-AR-ORIGEN-TRANSACCION
                 MOVE WKS-CA-NOMBRE(WKS-CA-IDX) TO WKS-BU-CANAL
              END-IF
           END-PERFORM

           IF WKS-BU-CANAL = SPACES
              ADD 1 TO WKS-I-DESCONOCIDOS
              STRING "DESCONOCIDO-" WKS-AR-ORIGEN-TRANSACCION
                 DELIMITED BY SIZE INTO WKS-BU-CANAL
              END-STRING
              MOVE ZEROES TO WKS-DE-POS
              PERFORM VARYING WKS-DE-IDX FROM 1 BY 1
                 UNTIL WKS-DE-IDX > WKS-DE-CANT
                 IF WKS-DE-ORIGEN(WKS-DE-IDX) =
                    WKS-AR-ORIGEN-TRANSACCION
                    MOVE WKS-DE-IDX TO WKS-DE-POS
                 END-IF
              END-PERFORM
              IF WKS-DE-POS = ZEROES AND WKS-DE-CANT < 100
                 ADD 1 TO WKS-DE-CANT
                 MOVE WKS-DE-CANT TO WKS-DE-POS
                 MOVE WKS-AR-ORIGEN-TRANSACCION TO
                    WKS-DE-ORIGEN(WKS-DE-POS)
              END-IF
              IF WKS-DE-POS > ZEROES
                 ADD 1 TO WKS-DE-CANTIDAD(WKS-DE-POS)
                 ADD WKS-MONTO-TRAB TO WKS-DE-MONTO(WKS-DE-POS)
              END-IF
           END-IF

           MOVE WKS-AR-AGENCIA-ORIGEN TO WKS-BU-AGENCIA
           MOVE WKS-AR-CODIGO-TRANSACCION TO WKS-BU-CODIGO
           PERFORM 0005-INICIO-BUSCA-ENTRADA THRU 0005-BUSCA-ENTRADA-E
           IF WKS-MX-IDX > ZEROES
              ADD 1 TO WKS-MX-CANT-ACT(WKS-MX-IDX)
              ADD WKS-MONTO-TRAB TO WKS-MX-MONTO-ACT(WKS-MX-IDX)
           END-IF.
       0009-CLASIFICA-E.
           EXIT.

       0010-INICIO-TOTALIZA SECTION.
      *SUMA LA ENTRADA WKS-MX-IDX A SU CANAL-CODIGO, A SU CANAL Y
      *AL TOTAL DE CANTIDADES DE CADA PERIODO.
           ADD WKS-MX-CANT-ACT(WKS-MX-IDX) TO WKS-TOT-CANT-ACT
           ADD WKS-MX-CANT-ANT(WKS-MX-IDX) TO WKS-TOT-CANT-ANT
           ADD WKS-MX-CANT-AA(WKS-MX-IDX) TO WKS-TOT-CANT-AA

           PERFORM VARYING WKS-CC-IDX FROM 1 BY 1
              UNTIL WKS-CC-IDX > WKS-CC-CANT
              IF WKS-CC-CANAL(WKS-CC-IDX) = WKS-MX-CANAL(WKS-MX-IDX)
                 AND WKS-CC-CODIGO(WKS-CC-IDX) =
                     WKS-MX-CODIGO(WKS-MX-IDX)
                 GO TO 0010-TOTALIZA-CODIGO
              END-IF
           END-PERFORM
           IF WKS-CC-CANT < 500
              ADD 1 TO WKS-CC-CANT
              MOVE WKS-CC-CANT TO WKS-CC-IDX
              MOVE WKS-MX-CANAL(WKS-MX-IDX) TO WKS-CC-CANAL(WKS-CC-IDX)
              MOVE WKS-MX-CODIGO(WKS-MX-IDX) TO
                 WKS-CC-CODIGO(WKS-CC-IDX)
           ELSE
              ADD 1 TO WKS-I-DESBORDE
              GO TO 0010-TOTALIZA-CANAL
           END-IF.

       0010-TOTALIZA-CODIGO.
           ADD WKS-MX-CANT-ACT(WKS-MX-IDX) TO
              WKS-CC-CANT-ACT(WKS-CC-IDX)
           ADD WKS-MX-MONTO-ACT(WKS-MX-IDX) TO
              WKS-CC-MONTO-ACT(WKS-CC-IDX)
           ADD WKS-MX-CANT-ANT(WKS-MX-IDX) TO
              WKS-CC-CANT-ANT(WKS-CC-IDX)
           ADD WKS-MX-MONTO-ANT(WKS-MX-IDX) TO
              WKS-CC-MONTO-ANT(WKS-CC-IDX)
           ADD WKS-MX-CANT-AA(WKS-MX-IDX) TO WKS-CC-CANT-AA(WKS-CC-IDX)
           ADD WKS-MX-MONTO-AA(WKS-MX-IDX) TO
              WKS-CC-MONTO-AA(WKS-CC-IDX).

       0010-TOTALIZA-CANAL.
           PERFORM VARYING WKS-TC-IDX FROM 1 BY 1
              UNTIL WKS-TC-IDX > WKS-TC-CANT
              IF WKS-TC-CANAL(WKS-TC-IDX) = WKS-MX-CANAL(WKS-MX-IDX)
                 GO TO 0010-TOTALIZA-SUMA
              END-IF
           END-PERFORM
           IF WKS-TC-CANT < 100
              ADD 1 TO WKS-TC-CANT
              MOVE WKS-TC-CANT TO WKS-TC-IDX
              MOVE WKS-MX-CANAL(WKS-MX-IDX) TO WKS-TC-CANAL(WKS-TC-IDX)
           ELSE
              ADD 1 TO WKS-I-DESBORDE
              GO TO 0010-TOTALIZA-E
           END-IF.

       0010-TOTALIZA-SUMA.
           ADD WKS-MX-CANT-ACT(WKS-MX-IDX) TO
              WKS-TC-CANT-ACT(WKS-TC-IDX)
           ADD WKS-MX-MONTO-ACT(WKS-MX-IDX) TO
              WKS-TC-MONTO-ACT(WKS-TC-IDX)
           ADD WKS-MX-CANT-ANT(WKS-MX-IDX) TO
              WKS-TC-CANT-ANT(WKS-TC-IDX)
           ADD WKS-MX-MONTO-ANT(WKS-MX-IDX) TO
              WKS-TC-MONTO-ANT(WKS-TC-IDX)
           ADD WKS-MX-CANT-AA(WKS-MX-IDX) TO WKS-TC-CANT-AA(WKS-TC-IDX)
           ADD WKS-MX-MONTO-AA(WKS-MX-IDX) TO
              WKS-TC-MONTO-AA(WKS-TC-IDX).
       0010-TOTALIZA-E.
           EXIT.

       0011-INICIO-RESUMEN SECTION.
      *UNA LINEA POR REGION-AGENCIA-CANAL-CODIGO, CON ENCABEZADO DE
      *COLUMNAS, PARA CARGAR DIRECTO EN LA HOJA DE CALCULO.
           OPEN OUTPUT RESUMEN-CANALES
           IF WKS-FS-CANALRES NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL RESUMEN DE CANALES"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           WRITE REG-RESUMEN-CANALES FROM WKS-ENCABEZADO-RESUMEN

           PERFORM VARYING WKS-MX-IDX FROM 1 BY 1
              UNTIL WKS-MX-IDX > WKS-MX-CANT
              MOVE WKS-PERIODO TO WKS-LR-PERIODO
              MOVE WKS-MX-REGION(WKS-MX-IDX) TO WKS-LR-REGION
              MOVE WKS-MX-AGENCIA(WKS-MX-IDX) TO WKS-LR-AGENCIA
              MOVE WKS-MX-NOMBRE(WKS-MX-IDX) TO WKS-LR-NOMBRE
              MOVE WKS-MX-CANAL(WKS-MX-IDX) TO WKS-LR-CANAL
              MOVE WKS-MX-CODIGO(WKS-MX-IDX) TO WKS-LR-CODIGO
              MOVE WKS-MX-CANT-ACT(WKS-MX-IDX) TO WKS-LR-CANT-ACT
              MOVE WKS-MX-MONTO-ACT(WKS-MX-IDX) TO WKS-LR-MONTO-ACT
              MOVE WKS-MX-CANT-ANT(WKS-MX-IDX) TO WKS-LR-CANT-ANT
              MOVE WKS-MX-MONTO-ANT(WKS-MX-IDX) TO WKS-LR-MONTO-ANT
              MOVE WKS-MX-CANT-AA(WKS-MX-IDX) TO WKS-LR-CANT-AA
              MOVE WKS-MX-MONTO-AA(WKS-MX-IDX) TO WKS-LR-MONTO-AA
              WRITE REG-RESUMEN-CANALES FROM WKS-LINEA-RESUMEN
              ADD 1 TO WKS-I-RESUMEN
           END-PERFORM

           CLOSE RESUMEN-CANALES.
       0011-RESUMEN-E.
           EXIT.

       0012-INICIO-CORTES SECTION.
      *DETERMINA QUE NIVELES SE ROMPEN ENTRE LA ENTRADA ACTUAL Y LA
      *ANTERIOR Y EMITE SUS TOTALES (DEL MAS FINO AL MAS GRUESO).
      *EN EL CIERRE FINAL SE ROMPEN TODOS.
           MOVE "N" TO WKS-CO-ROMPE-CANAL WKS-CO-ROMPE-AGENCIA
                       WKS-CO-ROMPE-REGION
           IF WKS-CO-FINAL
              MOVE "S" TO WKS-CO-ROMPE-CANAL WKS-CO-ROMPE-AGENCIA
                          WKS-CO-ROMPE-REGION
           ELSE
              IF WKS-MX-IDX = 1
                 MOVE "S" TO WKS-CO-ROMPE-AGENCIA WKS-CO-ROMPE-REGION
                 GO TO 0012-CORTES-E
              END-IF
              IF WKS-MX-REGION(WKS-MX-IDX) NOT = WKS-CO-REGION
                 MOVE "S" TO WKS-CO-ROMPE-CANAL WKS-CO-ROMPE-AGENCIA
                             WKS-CO-ROMPE-REGION
              ELSE
                 IF WKS-MX-AGENCIA(WKS-MX-IDX) NOT = WKS-CO-AGENCIA
                    MOVE "S" TO WKS-CO-ROMPE-CANAL
                                WKS-CO-ROMPE-AGENCIA
                 ELSE
                    IF WKS-MX-CANAL(WKS-MX-IDX) NOT = WKS-CO-CANAL
                       MOVE "S" TO WKS-CO-ROMPE-CANAL
                    END-IF
                 END-IF
              END-IF
           END-IF

           IF WKS-CO-ROMPE-CANAL = "S"
              MOVE SPACES TO WKS-LM-TITULO
              STRING "    " WKS-CO-CANAL
                 DELIMITED BY SIZE INTO WKS-LM-TITULO
              END-STRING
              MOVE 1 TO WKS-AK-IDX
              PERFORM 0013-INICIO-EMITE-NIVEL THRU 0013-EMITE-NIVEL-E
           END-IF
           IF WKS-CO-ROMPE-AGENCIA = "S"
              MOVE SPACES TO WKS-LM-TITULO
              STRING "  TOTAL AGENCIA " WKS-CO-AGENCIA
                 DELIMITED BY SIZE INTO WKS-LM-TITULO
              END-STRING
              MOVE 2 TO WKS-AK-IDX
              PERFORM 0013-INICIO-EMITE-NIVEL THRU 0013-EMITE-NIVEL-E
           END-IF
           IF WKS-CO-ROMPE-REGION = "S"
              MOVE SPACES TO WKS-LM-TITULO
              STRING "TOTAL REGION " WKS-CO-REGION
                 DELIMITED BY SIZE INTO WKS-LM-TITULO
              END-STRING
              MOVE 3 TO WKS-AK-IDX
              PERFORM 0013-INICIO-EMITE-NIVEL THRU 0013-EMITE-NIVEL-E
              MOVE SPACES TO REG-RPT-CANALES
              WRITE REG-RPT-CANALES
           END-IF.
       0012-CORTES-E.
           EXIT.

       0013-INICIO-EMITE-NIVEL SECTION.
      *ESCRIBE LA LINEA COMPARATIVA DEL NIVEL WKS-AK-IDX CON EL
      *TITULO YA PUESTO Y DEJA EL NIVEL EN CERO.
           MOVE WKS-AK-CANT-ACT(WKS-AK-IDX) TO WKS-LM-CANT
           MOVE WKS-AK-MONTO-ACT(WKS-AK-IDX) TO WKS-LM-MONTO
           MOVE WKS-AK-CANT-ANT(WKS-AK-IDX) TO WKS-LM-CANT-ANT
           MOVE WKS-AK-CANT-AA(WKS-AK-IDX) TO WKS-LM-CANT-AA

           MOVE WKS-AK-CANT-ACT(WKS-AK-IDX) TO WKS-VA-ACTUAL
           MOVE WKS-AK-CANT-ANT(WKS-AK-IDX) TO WKS-VA-BASE
           PERFORM 0014-INICIO-VARIACION THRU 0014-VARIACION-E
           MOVE WKS-VA-TEXTO TO WKS-LM-VAR-CANT-ANT
           MOVE WKS-AK-MONTO-ACT(WKS-AK-IDX) TO WKS-VA-ACTUAL
           MOVE WKS-AK-MONTO-ANT(WKS-AK-IDX) TO WKS-VA-BASE
           PERFORM 0014-INICIO-VARIACION THRU 0014-VARIACION-E
           MOVE WKS-VA-TEXTO TO WKS-LM-VAR-MONTO-ANT
           MOVE WKS-AK-CANT-ACT(WKS-AK-IDX) TO WKS-VA-ACTUAL
           MOVE WKS-AK-CANT-AA(WKS-AK-IDX) TO WKS-VA-BASE
           PERFORM 0014-INICIO-VARIACION THRU 0014-VARIACION-E
           MOVE WKS-VA-TEXTO TO WKS-LM-VAR-CANT-AA
           MOVE WKS-AK-MONTO-ACT(WKS-AK-IDX) TO WKS-VA-ACTUAL
           MOVE WKS-AK-MONTO-AA(WKS-AK-IDX) TO WKS-VA-BASE
           PERFORM 0014-INICIO-VARIACION THRU 0014-VARIACION-E
           MOVE WKS-VA-TEXTO TO WKS-LM-VAR-MONTO-AA

           WRITE REG-RPT-CANALES FROM WKS-LINEA-MEZCLA
           INITIALIZE WKS-AK-NIVEL(WKS-AK-IDX).
       0013-EMITE-NIVEL-E.
           EXIT.

       0014-INICIO-VARIACION SECTION.
      *VARIACION PORCENTUAL DE WKS-VA-ACTUAL CONTRA WKS-VA-BASE; SIN
      *BASE SE MARCA NUEVO (O GUION SI TAMPOCO HAY MOVIMIENTO).
           IF WKS-VA-BASE = ZEROES
              IF WKS-VA-ACTUAL = ZEROES
                 MOVE "      -" TO WKS-VA-TEXTO
              ELSE
                 MOVE "  NUEVO" TO WKS-VA-TEXTO
              END-IF
              GO TO 0014-VARIACION-E
           END-IF

           COMPUTE WKS-VA-PCT ROUNDED =
              (WKS-VA-ACTUAL - WKS-VA-BASE) * 100 / WKS-VA-BASE
              ON SIZE ERROR
                 MOVE " >9999" TO WKS-VA-TEXTO
              NOT ON SIZE ERROR
                 MOVE WKS-VA-PCT TO WKS-VA-ED
                 MOVE WKS-VA-ED TO WKS-VA-TEXTO
           END-COMPUTE.
       0014-VARIACION-E.
           EXIT.
