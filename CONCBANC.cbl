      ******************************************************************
      * FECHA       : 2026                                             *
      * PROGRAMADOR : DIANA STEFFANNY SALGUERO ROSALES                 *
      * APLICACION  : EDUCACION                                        *
      * PROGRAMA    : EDUC3081                                         *
      * TIPO        : BATCH (NOCTURNO)                                 *
      * DESCRIPCION : CONCILIACION DEL ESTADO DE CUENTA DEL BANCO      *
      *             : RECEPTOR CONTRA LA POLIZA CONTABLE DEL EXTRACTO  *
      *             : (GLVOUCH, DE EDUC3011). CARGA LAS LINEAS DEL     *
      *             : ESTADO DEL DIA (ESTBANCO: FECHA VALOR, MONEDA,   *
      *             : DEBITO/CREDITO, VALOR, REFERENCIA) Y LAS LINEAS  *
      *             : DE LIQUIDACION DE LA POLIZA (CUENTA PUENTE       *
      *             : 210101), MAS LAS PARTIDAS ABIERTAS QUE VIENEN DE *
      *             : NOCHES ANTERIORES (PARTABIE). CRUZA POR FECHA,   *
      *             : MONEDA Y VALOR DENTRO DE LA TOLERANCIA, PRIMERO  *
      *             : UNO A UNO Y LUEGO UNO A VARIOS EN AMBOS          *
      *             : SENTIDOS. LO QUE NO CRUZA PASA AL ARCHIVO DE     *
      *             : PARTIDAS ABIERTAS DE MAÑANA (PARTABIN) Y AL      *
      *             : REPORTE DE PARTIDAS ABIERTAS POR ANTIGUEDAD PARA *
      *             : TESORERIA (RPTCONC).                             *
      * ARCHIVOS    : ESTBANCO (ENTRADA), GLVOUCH (ENTRADA), PARTABIE  *
      *             : (ENTRADA, OPCIONAL), PARTABIN (SALIDA), RPTCONC  *
      *             : (SALIDA)                                         *
      * PROGRAMA(S) : ELAPBUS1, PARMRD01, RUNSTAT1                     *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDUC3081.
       AUTHOR. DIANA SALGUERO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTADO-BANCO ASSIGN TO ESTBANCO
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-ESTBANCO.
           SELECT POLIZA-CONTABLE ASSIGN TO GLVOUCH
                  FILE STATUS IS WKS-FS-GLVOUCH.
      *PARTIDAS ABIERTAS: LA DE ANOCHE ENTRA (PARTABIE) Y LA DE HOY
      *SALE (PARTABIN); EL PLANIFICADOR RENOMBRA UNA EN LA OTRA AL
      *TERMINAR EL PASO, COMO LA REFERENCIA DE DUPLICADOS DEL
      *EXTRACTO.
           SELECT PARTIDAS-ABIERTAS ASSIGN TO PARTABIE
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-PARTABIE.
           SELECT PARTIDAS-NUEVAS ASSIGN TO PARTABIN
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-PARTABIN.
           SELECT RPT-CONCILIACION ASSIGN TO RPTCONC
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-RPTCONC.

       DATA DIVISION.

       FILE SECTION.
       FD ESTADO-BANCO.
       01 REG-ESTADO-BANCO              PIC X(50).

       FD POLIZA-CONTABLE
           RECORDING MODE IS F.
       01 AREA-POLIZA                   PIC X(60).

       FD PARTIDAS-ABIERTAS.
       01 REG-PARTIDA-ABIERTA           PIC X(80).

       FD PARTIDAS-NUEVAS.
       01 REG-PARTIDA-NUEVA             PIC X(80).

       FD RPT-CONCILIACION.
       01 REG-RPT-CONCILIACION          PIC X(132).

       WORKING-STORAGE SECTION.

       01 WKS-CONTROL-ARCHIVOS.
          02 WKS-FS-ESTBANCO            PIC X(02) VALUE SPACES.
             88 WKS-FIN-ESTBANCO                  VALUE "10".
          02 WKS-FS-GLVOUCH             PIC X(02) VALUE SPACES.
             88 WKS-FIN-GLVOUCH                   VALUE "10".
          02 WKS-FS-PARTABIE            PIC X(02) VALUE SPACES.
             88 WKS-FIN-PARTABIE                  VALUE "10".
          02 WKS-FS-PARTABIN            PIC X(02) VALUE SPACES.
          02 WKS-FS-RPTCONC             PIC X(02) VALUE SPACES.

      *LINEA DEL ESTADO DE CUENTA DEL BANCO: FECHA VALOR, MONEDA
      *(MISMOS CODIGOS DEL EXTRACTO), D=DEBITO / C=CREDITO A
      *NUESTRA CUENTA, VALOR CON DOS DECIMALES IMPLICITOS Y
      *REFERENCIA DEL BANCO.
       01 WKS-REG-ESTADO.
          02 WKS-EB-FECHA-VALOR         PIC 9(08) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-EB-MONEDA              PIC 9(01) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-EB-DEBITO-CREDITO      PIC X(01) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-EB-VALOR               PIC 9(11)V99 VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-EB-REFERENCIA          PIC X(16) VALUE SPACES.
          02 FILLER                     PIC X(07) VALUE SPACES.

      *MISMA LINEA DE POLIZA QUE GRABA EDUC3011 (WKS-LINEA-POLIZA).
       01 WKS-REG-POLIZA.
          02 WKS-PZ-TIPO                PIC X(01).
          02 FILLER                     PIC X(01).
          02 WKS-PZ-CUENTA              PIC 9(06).
          02 FILLER                     PIC X(01).
          02 WKS-PZ-FECHA               PIC 9(08).
          02 FILLER                     PIC X(01).
          02 WKS-PZ-CORRIDA             PIC 9(06).
          02 FILLER                     PIC X(01).
          02 WKS-PZ-AGENCIA             PIC 9(03).
          02 FILLER                     PIC X(01).
          02 WKS-PZ-MONEDA              PIC 9(01).
          02 FILLER                     PIC X(01).
          02 WKS-PZ-SIGNO               PIC X(01).
          02 WKS-PZ-VALOR               PIC 9(11)V99.
          02 FILLER                     PIC X(15).

      *PARTIDA ABIERTA: ORIGEN B=LINEA DEL BANCO, P=LINEA DE LA
      *POLIZA; FECHA DE LA PARTIDA, MONEDA, VALOR CON SIGNO,
      *REFERENCIA (DEL BANCO, O LA CORRIDA EN LAS DE POLIZA),
      *AGENCIA (SOLO POLIZA) Y FECHA EN QUE SE ABRIO.
       01 WKS-REG-PARTIDA.
          02 WKS-PA-ORIGEN              PIC X(01) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-PA-FECHA               PIC 9(08) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-PA-MONEDA              PIC 9(01) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-PA-SIGNO               PIC X(01) VALUE SPACES.
          02 WKS-PA-VALOR               PIC 9(11)V99 VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-PA-REFERENCIA          PIC X(16) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-PA-AGENCIA             PIC 9(03) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-PA-FECHA-ALTA          PIC 9(08) VALUE ZEROES.
          02 FILLER                     PIC X(23) VALUE SPACES.

      *PARTIDAS A CONCILIAR, DEL BANCO (BC) Y DE LA POLIZA (PL). EL
      *VALOR VA CON SIGNO: CREDITO DEL BANCO POSITIVO, DEBITO
      *NEGATIVO; LA POLIZA CON EL SIGNO QUE TRAE SU LINEA.
       01 WKS-TABLA-BANCO.
          02 WKS-BC-ENTRADA OCCURS 2000 TIMES.
             03 WKS-BC-FECHA            PIC 9(08).
             03 WKS-BC-MONEDA           PIC 9(01).
             03 WKS-BC-VALOR            PIC S9(11)V99.
             03 WKS-BC-REFERENCIA       PIC X(16).
             03 WKS-BC-FECHA-ALTA       PIC 9(08).
             03 WKS-BC-ESTADO           PIC X(01).
                88 WKS-BC-CRUZADA                 VALUE "S".
          02 WKS-BC-CANT                PIC 9(04) VALUE ZEROES.
          02 WKS-BC-IDX                 PIC 9(04) VALUE ZEROES.
          02 WKS-BC-IDX2                PIC 9(04) VALUE ZEROES.

       01 WKS-TABLA-POLIZA.
          02 WKS-PL-ENTRADA OCCURS 2000 TIMES.
             03 WKS-PL-FECHA            PIC 9(08).
             03 WKS-PL-MONEDA           PIC 9(01).
             03 WKS-PL-VALOR            PIC S9(11)V99.
             03 WKS-PL-REFERENCIA       PIC X(16).
             03 WKS-PL-AGENCIA          PIC 9(03).
             03 WKS-PL-FECHA-ALTA       PIC 9(08).
             03 WKS-PL-ESTADO           PIC X(01).
                88 WKS-PL-CRUZADA                 VALUE "S".
          02 WKS-PL-CANT                PIC 9(04) VALUE ZEROES.
          02 WKS-PL-IDX                 PIC 9(04) VALUE ZEROES.
          02 WKS-PL-IDX2                PIC 9(04) VALUE ZEROES.

       01 WKS-CONTROL-CONCILIACION.
          02 WKS-FECHA-NEGOCIO          PIC 9(08) VALUE ZEROES.
          02 WKS-FECHA-ENTERA           PIC X(20) VALUE SPACES.
          02 WKS-TOLERANCIA             PIC 9(07)V99 VALUE ZEROES.
          02 WKS-TOLERANCIA-CENT        PIC 9(09) VALUE ZEROES.
          02 WKS-DIAS-ALERTA            PIC 9(03) VALUE ZEROES.
          02 WKS-DIFERENCIA             PIC S9(11)V99 VALUE ZEROES.
          02 WKS-SUMA-GRUPO             PIC S9(13)V99 VALUE ZEROES.
          02 WKS-CANT-GRUPO             PIC 9(04) VALUE ZEROES.
          02 WKS-HALLADO                PIC X(01) VALUE "N".
             88 WKS-CRUCE-HALLADO                 VALUE "S".
          02 WKS-VALOR-ABS              PIC 9(11)V99 VALUE ZEROES.

       01 WKS-CONTROL-ELAPBUS.
          02 WKS-EL-FECHA-INICIO        PIC 9(08) VALUE ZEROES.
          02 WKS-EL-FECHA-FIN           PIC 9(08) VALUE ZEROES.
          02 WKS-EL-DIAS-HABILES        PIC 9(05) VALUE ZEROES.
          02 WKS-EL-SWITCH-ERROR        PIC X(01) VALUE "N".

      *ANTIGUEDAD EN DIAS HABILES: 0-1, 2-5, 6-10 Y MAS DE 10, POR
      *ORIGEN (1=BANCO, 2=POLIZA).
       01 WKS-TABLA-ANTIGUEDAD.
          02 WKS-AN-ORIGEN OCCURS 2 TIMES.
             03 WKS-AN-TRAMO OCCURS 4 TIMES.
                04 WKS-AN-CANTIDAD      PIC 9(05).
                04 WKS-AN-VALOR         PIC S9(11)V99.
          02 WKS-AN-ORIGEN-IDX          PIC 9(01) VALUE ZEROES.
          02 WKS-AN-TRAMO-IDX           PIC 9(01) VALUE ZEROES.

       01 WKS-NOMBRES-TRAMO.
          02 FILLER                     PIC X(12) VALUE "0 A 1 DIAS".
          02 FILLER                     PIC X(12) VALUE "2 A 5 DIAS".
          02 FILLER                     PIC X(12) VALUE "6 A 10 DIAS".
          02 FILLER                     PIC X(12) VALUE "MAS DE 10".
       01 WKS-TABLA-TRAMO REDEFINES WKS-NOMBRES-TRAMO.
          02 WKS-TR-NOMBRE              PIC X(12) OCCURS 4 TIMES.

       01 WKS-ITERACIONES.
          02 WKS-I-LINEAS-BANCO         PIC 9(05) VALUE ZEROES.
          02 WKS-I-LINEAS-POLIZA        PIC 9(05) VALUE ZEROES.
          02 WKS-I-ARRASTRADAS          PIC 9(05) VALUE ZEROES.
          02 WKS-I-CRUCES-UNO           PIC 9(05) VALUE ZEROES.
          02 WKS-I-CRUCES-VARIOS        PIC 9(05) VALUE ZEROES.
          02 WKS-I-ABIERTAS             PIC 9(05) VALUE ZEROES.
          02 WKS-I-VENCIDAS             PIC 9(05) VALUE ZEROES.
          02 WKS-I-DESBORDE             PIC 9(05) VALUE ZEROES.

       01 WKS-LINEA-ABIERTA.
          02 WKS-LA-ORIGEN              PIC X(06) VALUE SPACES.
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 WKS-LA-FECHA               PIC 9(08) VALUE ZEROES.
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 WKS-LA-MONEDA              PIC 9(01) VALUE ZEROES.
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 WKS-LA-VALOR               PIC -ZZ,ZZZ,ZZZ,ZZ9.99
                                        VALUE ZEROES.
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 WKS-LA-REFERENCIA          PIC X(16) VALUE SPACES.
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 WKS-LA-AGENCIA             PIC X(03) VALUE SPACES.
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 WKS-LA-FECHA-ALTA          PIC 9(08) VALUE ZEROES.
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 WKS-LA-DIAS                PIC ZZZZ9 VALUE ZEROES.
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 WKS-LA-TRAMO               PIC X(12) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LA-ALERTA              PIC X(07) VALUE SPACES.

       01 WKS-LINEA-TRAMO.
          02 WKS-LT-ORIGEN              PIC X(06) VALUE SPACES.
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 WKS-LT-TRAMO               PIC X(12) VALUE SPACES.
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 WKS-LT-CANTIDAD            PIC ZZZZ9 VALUE ZEROES.
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 WKS-LT-VALOR               PIC -ZZ,ZZZ,ZZZ,ZZ9.99
                                        VALUE ZEROES.

      *AREA PARA EL LECTOR COMUN DEL ARCHIVO CENTRAL DE PARAMETROS.
       01 WKS-CONTROL-PARAMETROS.
          02 WKS-PARM-SECCION           PIC X(08) VALUE "EDUC3081".
          02 WKS-PARM-CANT              PIC 9(02) VALUE ZEROES.
          02 WKS-PARM-TABLA.
             03 WKS-PARM-ENTRADA OCCURS 20 TIMES.
                04 WKS-PARM-CLAVE       PIC X(20).
                04 WKS-PARM-VALOR       PIC X(20).
          02 WKS-PARM-SIN-SECCION       PIC X(01) VALUE "S".
          02 WKS-PARM-IDX               PIC 9(02) VALUE ZEROES.

      *AREA PARA LA RUTINA COMUN DE ESTADISTICAS DE CORRIDA.
       01 WKS-CONTROL-ESTADISTICA.
          02 WKS-ST-PROGRAMA            PIC X(08) VALUE "EDUK3081".
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

           INITIALIZE WKS-TABLA-BANCO
           INITIALIZE WKS-TABLA-POLIZA
           INITIALIZE WKS-TABLA-ANTIGUEDAD

           PERFORM 0001-INICIO-PARAMETROS THRU 0001-PARAMETROS-E
           PERFORM 0002-INICIO-CARGA-ABIERTAS THRU
              0002-CARGA-ABIERTAS-E
           PERFORM 0003-INICIO-CARGA-ESTADO THRU 0003-CARGA-ESTADO-E
           PERFORM 0004-INICIO-CARGA-POLIZA THRU 0004-CARGA-POLIZA-E
           PERFORM 0005-INICIO-CRUCE-UNO THRU 0005-CRUCE-UNO-E
           PERFORM 0006-INICIO-CRUCE-VARIOS THRU 0006-CRUCE-VARIOS-E
           PERFORM 0007-INICIO-ABIERTAS THRU 0007-ABIERTAS-E

           DISPLAY "LINEAS DEL ESTADO DEL BANCO: " WKS-I-LINEAS-BANCO
           DISPLAY "LINEAS DE LIQUIDACION DE LA POLIZA: "
                   WKS-I-LINEAS-POLIZA
           DISPLAY "PARTIDAS ARRASTRADAS DE NOCHES ANTERIORES: "
                   WKS-I-ARRASTRADAS
           DISPLAY "CRUCES UNO A UNO: " WKS-I-CRUCES-UNO
           DISPLAY "CRUCES UNO A VARIOS: " WKS-I-CRUCES-VARIOS
           DISPLAY "PARTIDAS QUE QUEDAN ABIERTAS: " WKS-I-ABIERTAS
           DISPLAY "ABIERTAS CON MAS DE " WKS-DIAS-ALERTA
                   " DIAS HABILES: " WKS-I-VENCIDAS
           IF WKS-I-DESBORDE > ZEROES
              DISPLAY "PARTIDAS QUE NO CUPIERON EN LAS TABLAS: "
                      WKS-I-DESBORDE
           END-IF

           COMPUTE WKS-ST-LEIDOS = WKS-I-LINEAS-BANCO +
              WKS-I-LINEAS-POLIZA
           COMPUTE WKS-ST-ESCRITOS = WKS-I-CRUCES-UNO +
              WKS-I-CRUCES-VARIOS
           MOVE WKS-I-ABIERTAS TO WKS-ST-RECHAZADOS
           CALL 'RUNSTAT1' USING WKS-ST-PROGRAMA
                                 WKS-ST-FECHA-INICIO
                                 WKS-ST-HORA-INICIO
                                 WKS-ST-LEIDOS
                                 WKS-ST-ESCRITOS
                                 WKS-ST-RECHAZADOS

           IF WKS-I-VENCIDAS > ZEROES OR WKS-I-DESBORDE > ZEROES
              MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.
       0000-INICIO-E.
           EXIT.

       0001-INICIO-PARAMETROS SECTION.
      *FECHA_NEGOCIO: POR OMISION LA FECHA DE PROCESO. TOLERANCIA:
      *DIFERENCIA MAXIMA ACEPTADA EN UN CRUCE, EN CENTAVOS (POR
      *OMISION CERO). DIAS_ALERTA: DIAS HABILES ABIERTA A PARTIR DE
      *LOS CUALES UNA PARTIDA SE SEÑALA A TESORERIA (POR OMISION 5).
           MOVE FUNCTION CURRENT-DATE TO WKS-FECHA-ENTERA
           ACCEPT WKS-FECHA-NEGOCIO FROM ENVIRONMENT "FECHA_NEGOCIO"
           IF WKS-FECHA-NEGOCIO NOT NUMERIC OR
              WKS-FECHA-NEGOCIO = ZEROES
              MOVE WKS-FECHA-ENTERA(1:8) TO WKS-FECHA-NEGOCIO
           END-IF
           ACCEPT WKS-TOLERANCIA-CENT FROM ENVIRONMENT "TOLERANCIA"
           IF WKS-TOLERANCIA-CENT NOT NUMERIC
              MOVE ZEROES TO WKS-TOLERANCIA-CENT
           END-IF
           ACCEPT WKS-DIAS-ALERTA FROM ENVIRONMENT "DIAS_ALERTA"
           IF WKS-DIAS-ALERTA NOT NUMERIC OR WKS-DIAS-ALERTA = ZEROES
              MOVE 5 TO WKS-DIAS-ALERTA
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
              WHEN "TOLERANCIA"
                   IF WKS-PARM-VALOR(WKS-PARM-IDX)(1:9) NUMERIC
                      MOVE WKS-PARM-VALOR(WKS-PARM-IDX)(1:9) TO
                         WKS-TOLERANCIA-CENT
                   END-IF
              WHEN "DIAS_ALERTA"
                   IF WKS-PARM-VALOR(WKS-PARM-IDX)(1:3) NUMERIC AND
                      WKS-PARM-VALOR(WKS-PARM-IDX)(1:3) NOT = "000"
                      MOVE WKS-PARM-VALOR(WKS-PARM-IDX)(1:3) TO
                         WKS-DIAS-ALERTA
                   END-IF
              WHEN OTHER
                   DISPLAY "PARAMETRO DESCONOCIDO EN PARAMET: "
                           WKS-PARM-CLAVE(WKS-PARM-IDX)
              END-EVALUATE
           END-PERFORM

           COMPUTE WKS-TOLERANCIA = WKS-TOLERANCIA-CENT / 100

           DISPLAY "PARAMETROS EFECTIVOS DE LA CORRIDA:"
           DISPLAY "  FECHA_NEGOCIO: " WKS-FECHA-NEGOCIO
           DISPLAY "  TOLERANCIA: " WKS-TOLERANCIA-CENT
           DISPLAY "  DIAS_ALERTA: " WKS-DIAS-ALERTA.
       0001-PARAMETROS-E.
           EXIT.

       0002-INICIO-CARGA-ABIERTAS SECTION.
      *LA PRIMERA NOCHE NO HAY PARTIDAS ABIERTAS ANTERIORES.
           OPEN INPUT PARTIDAS-ABIERTAS
           IF WKS-FS-PARTABIE = "35"
              DISPLAY "SIN PARTIDAS ABIERTAS ANTERIORES PARTABIE"
              GO TO 0002-CARGA-ABIERTAS-E
           END-IF
           IF WKS-FS-PARTABIE NOT = "00"
              DISPLAY "NO SE PUDO ABRIR LAS PARTIDAS ABIERTAS"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           READ PARTIDAS-ABIERTAS INTO WKS-REG-PARTIDA
           AT END
              SET WKS-FIN-PARTABIE TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-PARTABIE
                   ADD 1 TO WKS-I-ARRASTRADAS
                   MOVE WKS-PA-VALOR TO WKS-DIFERENCIA
                   IF WKS-PA-SIGNO = "-"
                      COMPUTE WKS-DIFERENCIA = ZERO - WKS-PA-VALOR
                   END-IF
                   EVALUATE WKS-PA-ORIGEN
                   WHEN "B"
                        IF WKS-BC-CANT < 2000
                           ADD 1 TO WKS-BC-CANT
                           MOVE WKS-PA-FECHA TO
                              WKS-BC-FECHA(WKS-BC-CANT)
                           MOVE WKS-PA-MONEDA TO
                              WKS-BC-MONEDA(WKS-BC-CANT)
                           MOVE WKS-DIFERENCIA TO
                              WKS-BC-VALOR(WKS-BC-CANT)
                           MOVE WKS-PA-REFERENCIA TO
                              WKS-BC-REFERENCIA(WKS-BC-CANT)
                           MOVE WKS-PA-FECHA-ALTA TO
                              WKS-BC-FECHA-ALTA(WKS-BC-CANT)
                           MOVE "N" TO WKS-BC-ESTADO(WKS-BC-CANT)
                        ELSE
                           ADD 1 TO WKS-I-DESBORDE
                        END-IF
                   WHEN "P"
                        IF WKS-PL-CANT < 2000
                           ADD 1 TO WKS-PL-CANT
                           MOVE WKS-PA-FECHA TO
                              WKS-PL-FECHA(WKS-PL-CANT)
                           MOVE WKS-PA-MONEDA TO
                              WKS-PL-MONEDA(WKS-PL-CANT)
                           MOVE WKS-DIFERENCIA TO
                              WKS-PL-VALOR(WKS-PL-CANT)
                           MOVE WKS-PA-REFERENCIA TO
                              WKS-PL-REFERENCIA(WKS-PL-CANT)
                           MOVE WKS-PA-AGENCIA TO
                              WKS-PL-AGENCIA(WKS-PL-CANT)
                           MOVE WKS-PA-FECHA-ALTA TO
                              WKS-PL-FECHA-ALTA(WKS-PL-CANT)
                           MOVE "N" TO WKS-PL-ESTADO(WKS-PL-CANT)
                        ELSE
                           ADD 1 TO WKS-I-DESBORDE
                        END-IF
                   WHEN OTHER
                        DISPLAY "PARTIDA ABIERTA CON ORIGEN INVALIDO: "
                                WKS-PA-ORIGEN
                   END-EVALUATE
                   READ PARTIDAS-ABIERTAS INTO WKS-REG-PARTIDA
                   AT END
                      SET WKS-FIN-PARTABIE TO TRUE
                   END-READ
           END-PERFORM

           CLOSE PARTIDAS-ABIERTAS.
       0002-CARGA-ABIERTAS-E.
           EXIT.

       0003-INICIO-CARGA-ESTADO SECTION.
           OPEN INPUT ESTADO-BANCO
           IF WKS-FS-ESTBANCO NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL ESTADO DE CUENTA DEL BANCO"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           READ ESTADO-BANCO INTO WKS-REG-ESTADO
           AT END
              SET WKS-FIN-ESTBANCO TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-ESTBANCO
                   ADD 1 TO WKS-I-LINEAS-BANCO
                   IF WKS-BC-CANT < 2000
                      ADD 1 TO WKS-BC-CANT
                      MOVE WKS-EB-FECHA-VALOR TO
                         WKS-BC-FECHA(WKS-BC-CANT)
                      MOVE WKS-EB-MONEDA TO WKS-BC-MONEDA(WKS-BC-CANT)
                      IF WKS-EB-DEBITO-CREDITO = "D"
                         COMPUTE WKS-BC-VALOR(WKS-BC-CANT) =
                            ZERO - WKS-EB-VALOR
                      ELSE
                         MOVE WKS-EB-VALOR TO WKS-BC-VALOR(WKS-BC-CANT)
                      END-IF
                      MOVE WKS-EB-REFERENCIA TO
                         WKS-BC-REFERENCIA(WKS-BC-CANT)
                      MOVE WKS-FECHA-NEGOCIO TO
                         WKS-BC-FECHA-ALTA(WKS-BC-CANT)
                      MOVE "N" TO WKS-BC-ESTADO(WKS-BC-CANT)
                   ELSE
                      ADD 1 TO WKS-I-DESBORDE
                   END-IF
                   READ ESTADO-BANCO INTO WKS-REG-ESTADO
                   AT END
                      SET WKS-FIN-ESTBANCO TO TRUE
                   END-READ
           END-PERFORM

           CLOSE ESTADO-BANCO.
       0003-CARGA-ESTADO-E.
           EXIT.

       0004-INICIO-CARGA-POLIZA SECTION.
      *DE LA POLIZA SOLO INTERESAN LAS LINEAS DE LIQUIDACION (HABER
      *A LA CUENTA PUENTE 210101), UNA POR AGENCIA Y MONEDA. SIN
      *POLIZA (DIA SIN EXTRACTO) SOLO SE CONCILIA LO ARRASTRADO.
           OPEN INPUT POLIZA-CONTABLE
           IF WKS-FS-GLVOUCH = "35"
              DISPLAY "SIN POLIZA CONTABLE GLVOUCH DEL DIA"
              GO TO 0004-CARGA-POLIZA-E
           END-IF
           IF WKS-FS-GLVOUCH NOT = "00"
              DISPLAY "NO SE PUDO ABRIR LA POLIZA CONTABLE GLVOUCH"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           READ POLIZA-CONTABLE INTO WKS-REG-POLIZA
           AT END
              SET WKS-FIN-GLVOUCH TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-GLVOUCH
                   IF WKS-PZ-TIPO = "C" AND WKS-PZ-CUENTA = 210101
                      ADD 1 TO WKS-I-LINEAS-POLIZA
                      IF WKS-PL-CANT < 2000
                         ADD 1 TO WKS-PL-CANT
                         MOVE WKS-PZ-FECHA TO WKS-PL-FECHA(WKS-PL-CANT)
                         MOVE WKS-PZ-MONEDA TO
                            WKS-PL-MONEDA(WKS-PL-CANT)
                         IF WKS-PZ-SIGNO = "-"
                            COMPUTE WKS-PL-VALOR(WKS-PL-CANT) =
                               ZERO - WKS-PZ-VALOR
                         ELSE
                            MOVE WKS-PZ-VALOR TO
                               WKS-PL-VALOR(WKS-PL-CANT)
                         END-IF
                         MOVE SPACES TO WKS-PL-REFERENCIA(WKS-PL-CANT)
                         STRING "CORRIDA " WKS-PZ-CORRIDA
                            DELIMITED BY SIZE INTO
                            WKS-PL-REFERENCIA(WKS-PL-CANT)
                         END-STRING
                         MOVE WKS-PZ-AGENCIA TO
                            WKS-PL-AGENCIA(WKS-PL-CANT)
                         MOVE WKS-FECHA-NEGOCIO TO
                            WKS-PL-FECHA-ALTA(WKS-PL-CANT)
                         MOVE "N" TO WKS-PL-ESTADO(WKS-PL-CANT)
                      ELSE
                         ADD 1 TO WKS-I-DESBORDE
                      END-IF
                   END-IF
                   READ POLIZA-CONTABLE INTO WKS-REG-POLIZA
                   AT END
                      SET WKS-FIN-GLVOUCH TO TRUE
                   END-READ
           END-PERFORM

           CLOSE POLIZA-CONTABLE.
       0004-CARGA-POLIZA-E.
           EXIT.

       0005-INICIO-CRUCE-UNO SECTION.
      *PRIMERA PASADA: UNA LINEA DEL BANCO CONTRA UNA LINEA DE LA
      *POLIZA DE LA MISMA FECHA Y MONEDA, CON DIFERENCIA DENTRO DE
      *LA TOLERANCIA.
           PERFORM VARYING WKS-BC-IDX FROM 1 BY 1
              UNTIL WKS-BC-IDX > WKS-BC-CANT
              IF NOT WKS-BC-CRUZADA(WKS-BC-IDX)
                 MOVE "N" TO WKS-HALLADO
                 PERFORM VARYING WKS-PL-IDX FROM 1 BY 1
                    UNTIL WKS-PL-IDX > WKS-PL-CANT OR
                          WKS-CRUCE-HALLADO
                    IF NOT WKS-PL-CRUZADA(WKS-PL-IDX) AND
                       WKS-PL-FECHA(WKS-PL-IDX) =
                          WKS-BC-FECHA(WKS-BC-IDX) AND
                       WKS-PL-MONEDA(WKS-PL-IDX) =
                          WKS-BC-MONEDA(WKS-BC-IDX)
                       COMPUTE WKS-DIFERENCIA =
                          WKS-BC-VALOR(WKS-BC-IDX) -
                          WKS-PL-VALOR(WKS-PL-IDX)
                       IF WKS-DIFERENCIA < ZEROES
                          COMPUTE WKS-DIFERENCIA =
                             ZERO - WKS-DIFERENCIA
                       END-IF
                       IF WKS-DIFERENCIA NOT > WKS-TOLERANCIA
                          MOVE "S" TO WKS-HALLADO
                          MOVE "S" TO WKS-BC-ESTADO(WKS-BC-IDX)
                          MOVE "S" TO WKS-PL-ESTADO(WKS-PL-IDX)
                          ADD 1 TO WKS-I-CRUCES-UNO
                       END-IF
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.
       0005-CRUCE-UNO-E.
           EXIT.

       0006-INICIO-CRUCE-VARIOS SECTION.
      *SEGUNDA PASADA: UNA LINEA DEL BANCO CONTRA LA SUMA DE TODAS
      *LAS LINEAS PENDIENTES DE LA POLIZA DE SU FECHA Y MONEDA (EL
      *BANCO LIQUIDA EN UN SOLO MOVIMIENTO VARIAS AGENCIAS), Y LUEGO
      *AL REVES: UNA LINEA DE LA POLIZA CONTRA VARIAS DEL BANCO.
           PERFORM VARYING WKS-BC-IDX FROM 1 BY 1
              UNTIL WKS-BC-IDX > WKS-BC-CANT
              IF NOT WKS-BC-CRUZADA(WKS-BC-IDX)
                 MOVE ZEROES TO WKS-SUMA-GRUPO, WKS-CANT-GRUPO
                 PERFORM VARYING WKS-PL-IDX FROM 1 BY 1
                    UNTIL WKS-PL-IDX > WKS-PL-CANT
                    IF NOT WKS-PL-CRUZADA(WKS-PL-IDX) AND
                       WKS-PL-FECHA(WKS-PL-IDX) =
                          WKS-BC-FECHA(WKS-BC-IDX) AND
                       WKS-PL-MONEDA(WKS-PL-IDX) =
                          WKS-BC-MONEDA(WKS-BC-IDX)
                       ADD WKS-PL-VALOR(WKS-PL-IDX) TO WKS-SUMA-GRUPO
                       ADD 1 TO WKS-CANT-GRUPO
                    END-IF
                 END-PERFORM
                 COMPUTE WKS-DIFERENCIA = WKS-BC-VALOR(WKS-BC-IDX) -
                    WKS-SUMA-GRUPO
                 IF WKS-DIFERENCIA < ZEROES
                    COMPUTE WKS-DIFERENCIA = ZERO - WKS-DIFERENCIA
                 END-IF
                 IF WKS-CANT-GRUPO > 1 AND
                    WKS-DIFERENCIA NOT > WKS-TOLERANCIA
                    ADD 1 TO WKS-I-CRUCES-VARIOS
                    MOVE "S" TO WKS-BC-ESTADO(WKS-BC-IDX)
                    PERFORM VARYING WKS-PL-IDX FROM 1 BY 1
                       UNTIL WKS-PL-IDX > WKS-PL-CANT
                       IF NOT WKS-PL-CRUZADA(WKS-PL-IDX) AND
                          WKS-PL-FECHA(WKS-PL-IDX) =
                             WKS-BC-FECHA(WKS-BC-IDX) AND
                          WKS-PL-MONEDA(WKS-PL-IDX) =
                             WKS-BC-MONEDA(WKS-BC-IDX)
                          MOVE "S" TO WKS-PL-ESTADO(WKS-PL-IDX)
                       END-IF
                    END-PERFORM
                 END-IF
              END-IF
           END-PERFORM

           PERFORM VARYING WKS-PL-IDX FROM 1 BY 1
              UNTIL WKS-PL-IDX > WKS-PL-CANT
              IF NOT WKS-PL-CRUZADA(WKS-PL-IDX)
                 MOVE ZEROES TO WKS-SUMA-GRUPO, WKS-CANT-GRUPO
                 PERFORM VARYING WKS-BC-IDX FROM 1 BY 1
                    UNTIL WKS-BC-IDX > WKS-BC-CANT
                    IF NOT WKS-BC-CRUZADA(WKS-BC-IDX) AND
                       WKS-BC-FECHA(WKS-BC-IDX) =
                          WKS-PL-FECHA(WKS-PL-IDX) AND
                       WKS-BC-MONEDA(WKS-BC-IDX) =
                          WKS-PL-MONEDA(WKS-PL-IDX)
                       ADD WKS-BC-VALOR(WKS-BC-IDX) TO WKS-SUMA-GRUPO
                       ADD 1 TO WKS-CANT-GRUPO
                    END-IF
                 END-PERFORM
                 COMPUTE WKS-DIFERENCIA = WKS-PL-VALOR(WKS-PL-IDX) -
                    WKS-SUMA-GRUPO
                 IF WKS-DIFERENCIA < ZEROES
                    COMPUTE WKS-DIFERENCIA = ZERO - WKS-DIFERENCIA
                 END-IF
                 IF WKS-CANT-GRUPO > 1 AND
                    WKS-DIFERENCIA NOT > WKS-TOLERANCIA
                    ADD 1 TO WKS-I-CRUCES-VARIOS
                    MOVE "S" TO WKS-PL-ESTADO(WKS-PL-IDX)
                    PERFORM VARYING WKS-BC-IDX FROM 1 BY 1
                       UNTIL WKS-BC-IDX > WKS-BC-CANT
                       IF NOT WKS-BC-CRUZADA(WKS-BC-IDX) AND
                          WKS-BC-FECHA(WKS-BC-IDX) =
                             WKS-PL-FECHA(WKS-PL-IDX) AND
                          WKS-BC-MONEDA(WKS-BC-IDX) =
                             WKS-PL-MONEDA(WKS-PL-IDX)
                          MOVE "S" TO WKS-BC-ESTADO(WKS-BC-IDX)
                       END-IF
                    END-PERFORM
                 END-IF
              END-IF
           END-PERFORM.
       0006-CRUCE-VARIOS-E.
           EXIT.

       0007-INICIO-ABIERTAS SECTION.
      *LO QUE NO CRUZO SE ARRASTRA A LA NOCHE SIGUIENTE CON SU
      *FECHA DE ALTA ORIGINAL Y SE LISTA POR ANTIGUEDAD.
           OPEN OUTPUT PARTIDAS-NUEVAS
           IF WKS-FS-PARTABIN NOT = "00"
              DISPLAY "NO SE PUDO ABRIR LAS PARTIDAS ABIERTAS NUEVAS"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT RPT-CONCILIACION
           IF WKS-FS-RPTCONC NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL REPORTE DE CONCILIACION"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE SPACES TO REG-RPT-CONCILIACION
           STRING "CONCILIACION BANCO CONTRA POLIZA - PARTIDAS "
                  "ABIERTAS POR ANTIGUEDAD - FECHA DE NEGOCIO "
                  WKS-FECHA-NEGOCIO
              DELIMITED BY SIZE INTO REG-RPT-CONCILIACION
           END-STRING
           WRITE REG-RPT-CONCILIACION
           MOVE "ORIGEN  FECHA     MON  VALOR" TO REG-RPT-CONCILIACION
           MOVE "REFERENCIA        AGE  ALTA      DIAS  TRAMO"
              TO REG-RPT-CONCILIACION(40:45)
           WRITE REG-RPT-CONCILIACION

           PERFORM VARYING WKS-BC-IDX FROM 1 BY 1
              UNTIL WKS-BC-IDX > WKS-BC-CANT
              IF NOT WKS-BC-CRUZADA(WKS-BC-IDX)
                 MOVE "B" TO WKS-PA-ORIGEN
                 MOVE WKS-BC-FECHA(WKS-BC-IDX) TO WKS-PA-FECHA
                 MOVE WKS-BC-MONEDA(WKS-BC-IDX) TO WKS-PA-MONEDA
                 MOVE WKS-BC-VALOR(WKS-BC-IDX) TO WKS-DIFERENCIA
                 MOVE WKS-BC-REFERENCIA(WKS-BC-IDX) TO
                    WKS-PA-REFERENCIA
                 MOVE ZEROES TO WKS-PA-AGENCIA
                 MOVE WKS-BC-FECHA-ALTA(WKS-BC-IDX) TO
                    WKS-PA-FECHA-ALTA
                 MOVE 1 TO WKS-AN-ORIGEN-IDX
                 PERFORM 0008-INICIO-GRABA-ABIERTA THRU
                    0008-GRABA-ABIERTA-E
              END-IF
           END-PERFORM
           PERFORM VARYING WKS-PL-IDX FROM 1 BY 1
              UNTIL WKS-PL-IDX > WKS-PL-CANT
              IF NOT WKS-PL-CRUZADA(WKS-PL-IDX)
                 MOVE "P" TO WKS-PA-ORIGEN
                 MOVE WKS-PL-FECHA(WKS-PL-IDX) TO WKS-PA-FECHA
                 MOVE WKS-PL-MONEDA(WKS-PL-IDX) TO WKS-PA-MONEDA
                 MOVE WKS-PL-VALOR(WKS-PL-IDX) TO WKS-DIFERENCIA
                 MOVE WKS-PL-REFERENCIA(WKS-PL-IDX) TO
                    WKS-PA-REFERENCIA
                 MOVE WKS-PL-AGENCIA(WKS-PL-IDX) TO WKS-PA-AGENCIA
                 MOVE WKS-PL-FECHA-ALTA(WKS-PL-IDX) TO
                    WKS-PA-FECHA-ALTA
                 MOVE 2 TO WKS-AN-ORIGEN-IDX
                 PERFORM 0008-INICIO-GRABA-ABIERTA THRU
                    0008-GRABA-ABIERTA-E
              END-IF
           END-PERFORM

           IF WKS-I-ABIERTAS = ZEROES
              MOVE "  SIN PARTIDAS ABIERTAS" TO REG-RPT-CONCILIACION
              WRITE REG-RPT-CONCILIACION
           END-IF

      *RESUMEN POR ORIGEN Y TRAMO DE ANTIGUEDAD.
           MOVE SPACES TO REG-RPT-CONCILIACION
           WRITE REG-RPT-CONCILIACION
           MOVE "RESUMEN POR ANTIGUEDAD (DIAS HABILES)" TO
              REG-RPT-CONCILIACION
           WRITE REG-RPT-CONCILIACION
           PERFORM VARYING WKS-AN-ORIGEN-IDX FROM 1 BY 1
              UNTIL WKS-AN-ORIGEN-IDX > 2
              PERFORM VARYING WKS-AN-TRAMO-IDX FROM 1 BY 1
                 UNTIL WKS-AN-TRAMO-IDX > 4
                 IF WKS-AN-ORIGEN-IDX = 1
                    MOVE "BANCO" TO WKS-LT-ORIGEN
                 ELSE
                    MOVE "POLIZA" TO WKS-LT-ORIGEN
                 END-IF
                 MOVE WKS-TR-NOMBRE(WKS-AN-TRAMO-IDX) TO WKS-LT-TRAMO
                 MOVE WKS-AN-CANTIDAD(WKS-AN-ORIGEN-IDX,
                    WKS-AN-TRAMO-IDX) TO WKS-LT-CANTIDAD
                 MOVE WKS-AN-VALOR(WKS-AN-ORIGEN-IDX,
                    WKS-AN-TRAMO-IDX) TO WKS-LT-VALOR
                 WRITE REG-RPT-CONCILIACION FROM WKS-LINEA-TRAMO
              END-PERFORM
           END-PERFORM

           MOVE SPACES TO REG-RPT-CONCILIACION
           WRITE REG-RPT-CONCILIACION
           MOVE SPACES TO REG-RPT-CONCILIACION
           STRING "LINEAS BANCO: " WKS-I-LINEAS-BANCO
                  "  LINEAS POLIZA: " WKS-I-LINEAS-POLIZA
                  "  ARRASTRADAS: " WKS-I-ARRASTRADAS
                  "  CRUCES 1-1: " WKS-I-CRUCES-UNO
                  "  CRUCES 1-N: " WKS-I-CRUCES-VARIOS
                  "  ABIERTAS: " WKS-I-ABIERTAS
              DELIMITED BY SIZE INTO REG-RPT-CONCILIACION
           END-STRING
           WRITE REG-RPT-CONCILIACION

           CLOSE PARTIDAS-NUEVAS, RPT-CONCILIACION.
       0007-ABIERTAS-E.
           EXIT.

       0008-INICIO-GRABA-ABIERTA SECTION.
      *WKS-DIFERENCIA TRAE EL VALOR CON SIGNO DE LA PARTIDA.
           ADD 1 TO WKS-I-ABIERTAS
           IF WKS-DIFERENCIA < ZEROES
              MOVE "-" TO WKS-PA-SIGNO
              COMPUTE WKS-VALOR-ABS = ZERO - WKS-DIFERENCIA
           ELSE
              MOVE "+" TO WKS-PA-SIGNO
              MOVE WKS-DIFERENCIA TO WKS-VALOR-ABS
           END-IF
           MOVE WKS-VALOR-ABS TO WKS-PA-VALOR
           WRITE REG-PARTIDA-NUEVA FROM WKS-REG-PARTIDA

      *ANTIGUEDAD DESDE LA FECHA DE LA PARTIDA HASTA HOY.
           MOVE WKS-PA-FECHA TO WKS-EL-FECHA-INICIO
           MOVE WKS-FECHA-NEGOCIO TO WKS-EL-FECHA-FIN
           MOVE ZEROES TO WKS-EL-DIAS-HABILES
           IF WKS-EL-FECHA-INICIO < WKS-EL-FECHA-FIN
              CALL 'ELAPBUS1' USING WKS-EL-FECHA-INICIO
                                    WKS-EL-FECHA-FIN
                                    WKS-EL-DIAS-HABILES
                                    WKS-EL-SWITCH-ERROR
              IF WKS-EL-SWITCH-ERROR = "S"
                 MOVE ZEROES TO WKS-EL-DIAS-HABILES
              END-IF
           END-IF
           EVALUATE TRUE
           WHEN WKS-EL-DIAS-HABILES NOT > 1
                MOVE 1 TO WKS-AN-TRAMO-IDX
           WHEN WKS-EL-DIAS-HABILES NOT > 5
                MOVE 2 TO WKS-AN-TRAMO-IDX
           WHEN WKS-EL-DIAS-HABILES NOT > 10
                MOVE 3 TO WKS-AN-TRAMO-IDX
           WHEN OTHER
                MOVE 4 TO WKS-AN-TRAMO-IDX
           END-EVALUATE
           ADD 1 TO WKS-AN-CANTIDAD(WKS-AN-ORIGEN-IDX,
              WKS-AN-TRAMO-IDX)
           ADD WKS-DIFERENCIA TO WKS-AN-VALOR(WKS-AN-ORIGEN-IDX,
              WKS-AN-TRAMO-IDX)

           IF WKS-PA-ORIGEN = "B"
              MOVE "BANCO" TO WKS-LA-ORIGEN
              MOVE SPACES TO WKS-LA-AGENCIA
           ELSE
              MOVE "POLIZA" TO WKS-LA-ORIGEN
              MOVE WKS-PA-AGENCIA TO WKS-LA-AGENCIA
           END-IF
           MOVE WKS-PA-FECHA TO WKS-LA-FECHA
           MOVE WKS-PA-MONEDA TO WKS-LA-MONEDA
           MOVE WKS-DIFERENCIA TO WKS-LA-VALOR
           MOVE WKS-PA-REFERENCIA TO WKS-LA-REFERENCIA
           MOVE WKS-PA-FECHA-ALTA TO WKS-LA-FECHA-ALTA
           MOVE WKS-EL-DIAS-HABILES TO WKS-LA-DIAS
           MOVE WKS-TR-NOMBRE(WKS-AN-TRAMO-IDX) TO WKS-LA-TRAMO
           MOVE SPACES TO WKS-LA-ALERTA
           IF WKS-EL-DIAS-HABILES > WKS-DIAS-ALERTA
              MOVE "ALERTA" TO WKS-LA-ALERTA
              ADD 1 TO WKS-I-VENCIDAS
           END-IF
           WRITE REG-RPT-CONCILIACION FROM WKS-LINEA-ABIERTA.
       0008-GRABA-ABIERTA-E.
           EXIT.
