      ******************************************************************
      * FECHA       : 2026                                             *
      * PROGRAMADOR : DIANA STEFFANNY SALGUERO ROSALES                 *
      * APLICACION  : EDUCACION                                        *
      * PROGRAMA    : EDUC3084                                         *
      * TIPO        : BATCH (NOCTURNO / MENSUAL)                       *
      * DESCRIPCION : CUENTAS DORMIDAS. EN MODO NOCHE MANTIENE EL      *
      *             : ARCHIVO DE ULTIMA ACTIVIDAD DEL CLIENTE POR      *
      *             : CUENTA (ULTACTIE -> ULTACTIN) CON LOS            *
      *             : MOVIMIENTOS DEL ARCHFTPM DEL DIA, SIN CONTAR LOS *
      *             : CODIGOS DE TRANSACCION DEL SISTEMA (COMISIONES,  *
      *             : INTERESES) DEFINIDOS EN PARAMET, Y LISTA PARA    *
      *             : REVISION DE FRAUDE LAS CUENTAS YA DORMIDAS QUE   *
      *             : TUVIERON MOVIMIENTO DEL CLIENTE ESA NOCHE        *
      *             : (DORMMOV). EN MODO MES RECORRE EL FILE-A, TOMA   *
      *             : LA ULTIMA ACTIVIDAD DE CADA CUENTA ABIERTA (O SU *
      *             : FECHA DE APERTURA SI NUNCA TUVO) Y LA CLASIFICA  *
      *             : DORMIDA CUANDO SUPERA LOS DIAS DE DORMANCIA DE   *
      *             : SU CLASE: GRABA LA TRANSACCION DE CAMBIO DE      *
      *             : ESTADO PARA EL MANTENIMIENTO DEL MAESTRO         *
      *             : (TRANSCTA, ACCION D, DE EDUC3070) Y EL REPORTE   *
      *             : DE CUENTAS DORMIDAS POR AGENCIA (RPTDORM).       *
      * ARCHIVOS    : ARCHFTPM (ENTRADA), FILE-A (ENTRADA), CTAMST     *
      *             : (ENTRADA), ULTACTIE (ENTRADA, OPCIONAL),         *
      *             : ULTACTIN (SALIDA), DORMMOV (SALIDA), TRANSCTA    *
      *             : (SALIDA), RPTDORM (SALIDA)                       *
      * PROGRAMA(S) : GENREG01, PARMRD01, RUNSTAT1                     *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDUC3084.
       AUTHOR. DIANA SALGUERO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-FTPMOM ASSIGN TO ARCHFTPM
                  FILE STATUS IS WKS-FS-ARCHFTPM.
           SELECT FILE-A ASSIGN TO FILE-A
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS FILEA-LLAVE
                  FILE STATUS IS WKS-FS-FILEA.
           SELECT CUENTA-MASTER ASSIGN TO CTAMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CTAMST-LLAVE
                  FILE STATUS IS WKS-FS-CTAMST.
      *ULTIMA ACTIVIDAD DEL CLIENTE POR CUENTA, ORDENADA POR CUENTA:
      *LA DE ANOCHE ENTRA (ULTACTIE) Y LA DE HOY SALE (ULTACTIN); EL
      *PLANIFICADOR RENOMBRA UNA EN LA OTRA AL TERMINAR EL PASO.
           SELECT ULTIMA-ACTIVIDAD ASSIGN TO ULTACTIE
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-ULTACTIE.
           SELECT ULTIMA-ACTIVIDAD-NUEVA ASSIGN TO ULTACTIN
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-ULTACTIN.
           SELECT MOVIMIENTO-DORMIDAS ASSIGN TO DORMMOV
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-DORMMOV.
           SELECT TRANS-CUENTAS ASSIGN TO TRANSCTA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-TRANSCTA.
           SELECT RPT-DORMIDAS ASSIGN TO RPTDORM
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-RPTDORM.

       DATA DIVISION.

       FILE SECTION.
       FD ARCHIVO-FTPMOM
           RECORDING MODE IS F.
       01 AREA-ARCHIVO                  PIC X(115).

       FD FILE-A.
           COPY FILE-A.

       FD CUENTA-MASTER.
           COPY CTAMST.

       FD ULTIMA-ACTIVIDAD.
       01 REG-ULTIMA-ACTIVIDAD          PIC X(40).

       FD ULTIMA-ACTIVIDAD-NUEVA.
       01 REG-ULTIMA-NUEVA              PIC X(40).

       FD MOVIMIENTO-DORMIDAS.
       01 REG-MOVIMIENTO-DORMIDA        PIC X(100).

       FD TRANS-CUENTAS.
       01 REG-TRANS-CUENTAS             PIC X(40).

       FD RPT-DORMIDAS.
       01 REG-RPT-DORMIDAS              PIC X(132).

       WORKING-STORAGE SECTION.

       01 WKS-CONTROL-ARCHIVOS.
          02 WKS-FS-ARCHFTPM            PIC X(02) VALUE SPACES.
             88 WKS-FIN-ARCHFTPM                  VALUE "10".
          02 WKS-FS-FILEA               PIC X(02) VALUE SPACES.
             88 WKS-FIN-FILEA                     VALUE "10".
          02 WKS-FS-CTAMST              PIC X(02) VALUE SPACES.
          02 WKS-FS-ULTACTIE            PIC X(02) VALUE SPACES.
             88 WKS-FIN-ULTACTIE                  VALUE "10".
          02 WKS-FS-ULTACTIN            PIC X(02) VALUE SPACES.
          02 WKS-FS-DORMMOV             PIC X(02) VALUE SPACES.
          02 WKS-FS-TRANSCTA            PIC X(02) VALUE SPACES.
          02 WKS-FS-RPTDORM             PIC X(02) VALUE SPACES.

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

      *LINEA DEL ARCHIVO DE ULTIMA ACTIVIDAD: CUENTA Y FECHA DEL
      *ULTIMO MOVIMIENTO INICIADO POR EL CLIENTE.
       01 WKS-REG-ULTIMA.
          02 WKS-UL-CUENTA              PIC 9(10) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE "|".
          02 WKS-UL-FECHA               PIC 9(08) VALUE ZEROES.
          02 FILLER                     PIC X(21) VALUE SPACES.

       01 WKS-REG-ULTIMA-SALIDA.
          02 WKS-US-CUENTA              PIC 9(10) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE "|".
          02 WKS-US-FECHA               PIC 9(08) VALUE ZEROES.
          02 FILLER                     PIC X(21) VALUE SPACES.

      *MOVIMIENTOS DEL CLIENTE DE LA NOCHE, UNA ENTRADA POR CUENTA
      *CON SU FECHA MAS RECIENTE, CANTIDAD Y VALOR BRUTO.
       01 WKS-TABLA-ACTIVIDAD.
          02 WKS-AC-ENTRADA OCCURS 9999 TIMES.
             03 WKS-AC-CUENTA           PIC 9(10).
             03 WKS-AC-FECHA            PIC 9(08).
             03 WKS-AC-MOVIMIENTOS      PIC 9(05).
             03 WKS-AC-VALOR            PIC 9(11)V99.
          02 WKS-AC-CANT                PIC 9(04) VALUE ZEROES.
          02 WKS-AC-IDX                 PIC 9(04) VALUE ZEROES.
          02 WKS-AC-IDX2                PIC 9(04) VALUE ZEROES.
          02 WKS-AC-AUXILIAR            PIC X(36) VALUE SPACES.

      *CODIGOS DE TRANSACCION QUE INICIA EL SISTEMA Y NO CUENTAN
      *COMO ACTIVIDAD DEL CLIENTE (CLAVE CODIGOS_SISTEMA, VARIAS
      *VECES SI HACE FALTA, CODIGOS DE DOS DIGITOS SEGUIDOS).
       01 WKS-TABLA-SISTEMA.
          02 WKS-SI-CODIGO OCCURS 50 TIMES PIC 9(02).
          02 WKS-SI-CANT                PIC 9(02) VALUE ZEROES.
          02 WKS-SI-IDX                 PIC 9(02) VALUE ZEROES.
          02 WKS-SI-POS                 PIC 9(02) VALUE ZEROES.
          02 WKS-SI-VALOR               PIC X(20) VALUE SPACES.
          02 WKS-SI-SW                  PIC X(01) VALUE "N".
             88 WKS-ES-SISTEMA                    VALUE "S".

      *DIAS SIN ACTIVIDAD PARA DECLARAR DORMIDA UNA CUENTA, POR
      *CLASE (DIAS_DORMANCIA_n); SIN VALOR PROPIO LA CLASE USA EL
      *GENERAL DIAS_DORMANCIA.
       01 WKS-TABLA-DORMANCIA.
          02 WKS-DD-DIAS OCCURS 9 TIMES PIC 9(05).
          02 WKS-DD-GENERAL             PIC 9(05) VALUE 365.
          02 WKS-DD-IDX                 PIC 9(01) VALUE ZEROES.

      *CUENTAS DORMIDAS DEL MES PARA EL REPORTE POR AGENCIA:
      *N=DORMIDA ESTE MES, A=YA ESTABA DORMIDA.
       01 WKS-TABLA-DORMIDAS.
          02 WKS-DO-ENTRADA OCCURS 9999 TIMES.
             03 WKS-DO-AGENCIA          PIC 9(03).
             03 WKS-DO-CUENTA           PIC 9(10).
             03 WKS-DO-CLASE            PIC 9(01).
             03 WKS-DO-ULTIMA           PIC 9(08).
             03 WKS-DO-DIAS             PIC 9(05).
             03 WKS-DO-SALDO            PIC S9(09)V99.
             03 WKS-DO-MARCA            PIC X(01).
          02 WKS-DO-CANT                PIC 9(04) VALUE ZEROES.
          02 WKS-DO-IDX                 PIC 9(04) VALUE ZEROES.
          02 WKS-DO-IDX2                PIC 9(04) VALUE ZEROES.
          02 WKS-DO-AUXILIAR            PIC X(39) VALUE SPACES.

      *TRANSACCION DE MANTENIMIENTO DEL MAESTRO (MISMO LAYOUT QUE
      *LEE EDUC3070).
       01 WKS-REG-TRANS.
          02 WKS-TA-ACCION              PIC X(01) VALUE SPACES.
          02 WKS-TA-NUMERO              PIC 9(10) VALUE ZEROES.
          02 WKS-TA-CLASE               PIC X(01) VALUE SPACES.
          02 WKS-TA-MONEDA              PIC X(01) VALUE SPACES.
          02 WKS-TA-AGENCIA             PIC X(03) VALUE SPACES.
          02 WKS-TA-FECHA               PIC X(08) VALUE SPACES.
          02 FILLER                     PIC X(16) VALUE SPACES.

       01 WKS-LINEA-FRAUDE.
          02 WKS-LF-CUENTA              PIC 9(10) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE "|".
          02 WKS-LF-AGENCIA             PIC 9(03) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE "|".
          02 WKS-LF-ULTIMA-ANTERIOR     PIC 9(08) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE "|".
          02 WKS-LF-FECHA               PIC 9(08) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE "|".
          02 WKS-LF-MOVIMIENTOS         PIC 9(05) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE "|".
          02 WKS-LF-VALOR               PIC 9(11)V99 VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE "|".
          02 WKS-LF-NOTA                PIC X(30) VALUE
             "CUENTA DORMIDA CON MOVIMIENTO".
          02 FILLER                     PIC X(17) VALUE SPACES.

       01 WKS-LINEA-DORMIDA.
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 WKS-LD-CUENTA              PIC 9(10) VALUE ZEROES.
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 WKS-LD-CLASE               PIC 9(01) VALUE ZEROES.
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 WKS-LD-ULTIMA              PIC 9(08) VALUE ZEROES.
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 WKS-LD-DIAS                PIC ZZZZ9 VALUE ZEROES.
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 WKS-LD-SALDO               PIC -ZZZ,ZZZ,ZZ9.99
                                        VALUE ZEROES.
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 WKS-LD-MARCA               PIC X(20) VALUE SPACES.

       01 WKS-CONTROL-DORMANCIA.
          02 WKS-MODO                   PIC X(05) VALUE "NOCHE".
             88 WKS-MODO-NOCHE                    VALUE "NOCHE".
             88 WKS-MODO-MES                      VALUE "MES".
          02 WKS-FECHA-NEGOCIO          PIC 9(08) VALUE ZEROES.
          02 WKS-FECHA-NEGOCIO-R REDEFINES WKS-FECHA-NEGOCIO.
             03 WKS-FN-ANIO             PIC 9(04).
             03 WKS-FN-MMDD             PIC 9(04).
          02 WKS-FECHA-ENTERA           PIC X(20) VALUE SPACES.
          02 WKS-FECHA-MOVIMIENTO       PIC 9(08) VALUE ZEROES.
          02 WKS-FECHA-MOV-R REDEFINES WKS-FECHA-MOVIMIENTO.
             03 WKS-FM-ANIO             PIC 9(04).
             03 WKS-FM-MES              PIC 9(02).
             03 WKS-FM-DIA              PIC 9(02).
          02 WKS-ULTIMA-ANTERIOR        PIC 9(08) VALUE ZEROES.
          02 WKS-ULTIMA-CUENTA          PIC 9(08) VALUE ZEROES.
          02 WKS-DIAS-INACTIVA          PIC S9(07) VALUE ZEROES.
          02 WKS-VALOR-MOV              PIC 9(11)V99 VALUE ZEROES.
          02 WKS-AGENCIA-ANTERIOR       PIC 9(03) VALUE ZEROES.
          02 WKS-SUB-CUENTAS            PIC 9(05) VALUE ZEROES.
          02 WKS-SUB-SALDO              PIC S9(13)V99 VALUE ZEROES.
          02 WKS-ED-SALDO               PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99
                                        VALUE ZEROES.
          02 WKS-TOT-SALDO              PIC S9(13)V99 VALUE ZEROES.

       01 WKS-ITERACIONES.
          02 WKS-I-MOVIMIENTOS          PIC 9(07) VALUE ZEROES.
          02 WKS-I-MOV-SISTEMA          PIC 9(07) VALUE ZEROES.
          02 WKS-I-CUENTAS-ACTIVAS      PIC 9(07) VALUE ZEROES.
          02 WKS-I-ULTIMAS-GRABADAS     PIC 9(07) VALUE ZEROES.
          02 WKS-I-FRAUDE               PIC 9(05) VALUE ZEROES.
          02 WKS-I-CUENTAS              PIC 9(07) VALUE ZEROES.
          02 WKS-I-NUEVAS-DORMIDAS      PIC 9(07) VALUE ZEROES.
          02 WKS-I-YA-DORMIDAS          PIC 9(07) VALUE ZEROES.
          02 WKS-I-SIN-MAESTRO          PIC 9(07) VALUE ZEROES.
          02 WKS-I-DESBORDE             PIC 9(05) VALUE ZEROES.

      *VERIFICACION CONTRA EL REGISTRO CENTRAL DE GENERACIONES
      *(GENREG01): EL ARCHFTPM DEBE SER LA GENERACION DE LA FECHA DE
      *NEGOCIO PEDIDA, COMO EN EL CUADRE DE CAJA (EDUC3071).
       01 WKS-CONTROL-GENREG.
          02 WKS-GR-FUNCION             PIC X(01) VALUE "V".
          02 WKS-GR-ARCHIVO             PIC X(08) VALUE "ARCHFTPM".
          02 WKS-GR-FECHA               PIC 9(08) VALUE ZEROES.
          02 WKS-GR-REGISTROS           PIC 9(08) VALUE ZEROES.
          02 WKS-GR-CONFORME            PIC X(01) VALUE "S".
          02 WKS-GR-PROGRAMA            PIC X(08) VALUE "EDUC3084".

      *AREA PARA EL LECTOR COMUN DEL ARCHIVO CENTRAL DE PARAMETROS.
       01 WKS-CONTROL-PARAMETROS.
          02 WKS-PARM-SECCION           PIC X(08) VALUE "EDUC3084".
          02 WKS-PARM-CANT              PIC 9(02) VALUE ZEROES.
          02 WKS-PARM-TABLA.
             03 WKS-PARM-ENTRADA OCCURS 20 TIMES.
                04 WKS-PARM-CLAVE       PIC X(20).
                04 WKS-PARM-VALOR       PIC X(20).
          02 WKS-PARM-SIN-SECCION       PIC X(01) VALUE "S".
          02 WKS-PARM-IDX               PIC 9(02) VALUE ZEROES.

      *AREA PARA LA RUTINA COMUN DE ESTADISTICAS DE CORRIDA.
       01 WKS-CONTROL-ESTADISTICA.
          02 WKS-ST-PROGRAMA            PIC X(08) VALUE "EDUK3084".
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

           INITIALIZE WKS-TABLA-ACTIVIDAD
           INITIALIZE WKS-TABLA-DORMIDAS
           INITIALIZE WKS-TABLA-SISTEMA
           INITIALIZE WKS-TABLA-DORMANCIA
           MOVE 365 TO WKS-DD-GENERAL

           PERFORM 0001-INICIO-PARAMETROS THRU 0001-PARAMETROS-E

           IF WKS-MODO-NOCHE
              PERFORM 0002-INICIO-CARGA-NOCHE THRU 0002-CARGA-NOCHE-E
              PERFORM 0003-INICIO-ACTUALIZA THRU 0003-ACTUALIZA-E
              DISPLAY "MOVIMIENTOS DEL DIA LEIDOS: " WKS-I-MOVIMIENTOS
              DISPLAY "MOVIMIENTOS DEL SISTEMA EXCLUIDOS: "
                      WKS-I-MOV-SISTEMA
              DISPLAY "CUENTAS CON ACTIVIDAD DEL CLIENTE: "
                      WKS-I-CUENTAS-ACTIVAS
              DISPLAY "CUENTAS EN EL ARCHIVO DE ULTIMA ACTIVIDAD: "
                      WKS-I-ULTIMAS-GRABADAS
              DISPLAY "CUENTAS DORMIDAS CON MOVIMIENTO (FRAUDE): "
                      WKS-I-FRAUDE
              MOVE WKS-I-MOVIMIENTOS TO WKS-ST-LEIDOS
              MOVE WKS-I-ULTIMAS-GRABADAS TO WKS-ST-ESCRITOS
              MOVE WKS-I-FRAUDE TO WKS-ST-RECHAZADOS
           ELSE
              PERFORM 0004-INICIO-CLASIFICA THRU 0004-CLASIFICA-E
              PERFORM 0005-INICIO-REPORTE THRU 0005-REPORTE-E
              DISPLAY "CUENTAS DEL FILE-A REVISADAS: " WKS-I-CUENTAS
              DISPLAY "CUENTAS DECLARADAS DORMIDAS ESTE MES: "
                      WKS-I-NUEVAS-DORMIDAS
              DISPLAY "CUENTAS QUE YA ESTABAN DORMIDAS: "
                      WKS-I-YA-DORMIDAS
              DISPLAY "CUENTAS SIN MAESTRO: " WKS-I-SIN-MAESTRO
              MOVE WKS-I-CUENTAS TO WKS-ST-LEIDOS
              MOVE WKS-I-NUEVAS-DORMIDAS TO WKS-ST-ESCRITOS
              MOVE WKS-I-SIN-MAESTRO TO WKS-ST-RECHAZADOS
           END-IF
           IF WKS-I-DESBORDE > ZEROES
              DISPLAY "ENTRADAS QUE NO CUPIERON EN LAS TABLAS: "
                      WKS-I-DESBORDE
           END-IF

           CALL 'RUNSTAT1' USING WKS-ST-PROGRAMA
                                 WKS-ST-FECHA-INICIO
                                 WKS-ST-HORA-INICIO
                                 WKS-ST-LEIDOS
                                 WKS-ST-ESCRITOS
                                 WKS-ST-RECHAZADOS

           IF WKS-I-FRAUDE > ZEROES OR WKS-I-DESBORDE > ZEROES OR
              WKS-I-SIN-MAESTRO > ZEROES
              MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.
       0000-INICIO-E.
           EXIT.

       0001-INICIO-PARAMETROS SECTION.
      *MODO: NOCHE (POR OMISION) O MES. FECHA_NEGOCIO: POR OMISION
      *LA FECHA DE PROCESO. DIAS_DORMANCIA Y DIAS_DORMANCIA_n: DIAS
      *SIN ACTIVIDAD DEL CLIENTE, GENERAL Y POR CLASE n.
      *CODIGOS_SISTEMA: CODIGOS DE TRANSACCION QUE NO SON ACTIVIDAD
      *DEL CLIENTE.
           MOVE FUNCTION CURRENT-DATE TO WKS-FECHA-ENTERA
           ACCEPT WKS-FECHA-NEGOCIO FROM ENVIRONMENT "FECHA_NEGOCIO"
           IF WKS-FECHA-NEGOCIO NOT NUMERIC OR
              WKS-FECHA-NEGOCIO = ZEROES
              MOVE WKS-FECHA-ENTERA(1:8) TO WKS-FECHA-NEGOCIO
           END-IF
           ACCEPT WKS-MODO FROM ENVIRONMENT "MODO"
           IF NOT WKS-MODO-NOCHE AND NOT WKS-MODO-MES
              MOVE "NOCHE" TO WKS-MODO
           END-IF

           CALL 'PARMRD01' USING WKS-PARM-SECCION
                                 WKS-PARM-CANT
                                 WKS-PARM-TABLA
                                 WKS-PARM-SIN-SECCION

           PERFORM VARYING WKS-PARM-IDX FROM 1 BY 1
              UNTIL WKS-PARM-IDX > WKS-PARM-CANT
              EVALUATE TRUE
              WHEN WKS-PARM-CLAVE(WKS-PARM-IDX) = "FECHA_NEGOCIO"
                   IF WKS-PARM-VALOR(WKS-PARM-IDX)(1:8) NUMERIC
                      MOVE WKS-PARM-VALOR(WKS-PARM-IDX)(1:8) TO
                         WKS-FECHA-NEGOCIO
                   END-IF
              WHEN WKS-PARM-CLAVE(WKS-PARM-IDX) = "MODO"
                   IF WKS-PARM-VALOR(WKS-PARM-IDX)(1:5) = "NOCHE" OR
                      WKS-PARM-VALOR(WKS-PARM-IDX)(1:5) = "MES"
                      MOVE WKS-PARM-VALOR(WKS-PARM-IDX)(1:5) TO
                         WKS-MODO
                   END-IF
              WHEN WKS-PARM-CLAVE(WKS-PARM-IDX) = "DIAS_DORMANCIA"
                   IF WKS-PARM-VALOR(WKS-PARM-IDX)(1:5) NUMERIC
                      MOVE WKS-PARM-VALOR(WKS-PARM-IDX)(1:5) TO
                         WKS-DD-GENERAL
                   END-IF
              WHEN WKS-PARM-CLAVE(WKS-PARM-IDX)(1:15) =
                   "DIAS_DORMANCIA_" AND
                   WKS-PARM-CLAVE(WKS-PARM-IDX)(16:1) IS NUMERIC AND
                   WKS-PARM-CLAVE(WKS-PARM-IDX)(16:1) NOT = "0"
                   IF WKS-PARM-VALOR(WKS-PARM-IDX)(1:5) NUMERIC
                      MOVE WKS-PARM-CLAVE(WKS-PARM-IDX)(16:1) TO
                         WKS-DD-IDX
                      MOVE WKS-PARM-VALOR(WKS-PARM-IDX)(1:5) TO
                         WKS-DD-DIAS(WKS-DD-IDX)
                   END-IF
              WHEN WKS-PARM-CLAVE(WKS-PARM-IDX) = "CODIGOS_SISTEMA"
                   MOVE WKS-PARM-VALOR(WKS-PARM-IDX) TO WKS-SI-VALOR
                   PERFORM VARYING WKS-SI-POS FROM 1 BY 2
                      UNTIL WKS-SI-POS > 19
                      IF WKS-SI-VALOR(WKS-SI-POS:2) NUMERIC AND
                         WKS-SI-CANT < 50
                         ADD 1 TO WKS-SI-CANT
                         MOVE WKS-SI-VALOR(WKS-SI-POS:2) TO
                            WKS-SI-CODIGO(WKS-SI-CANT)
                      END-IF
                   END-PERFORM
              WHEN OTHER
                   DISPLAY "PARAMETRO DESCONOCIDO EN PARAMET: "
                           WKS-PARM-CLAVE(WKS-PARM-IDX)
              END-EVALUATE
           END-PERFORM

           PERFORM VARYING WKS-DD-IDX FROM 1 BY 1
              UNTIL WKS-DD-IDX > 8
              IF WKS-DD-DIAS(WKS-DD-IDX) = ZEROES
                 MOVE WKS-DD-GENERAL TO WKS-DD-DIAS(WKS-DD-IDX)
              END-IF
           END-PERFORM
           IF WKS-DD-DIAS(9) = ZEROES
              MOVE WKS-DD-GENERAL TO WKS-DD-DIAS(9)
           END-IF

           DISPLAY "PARAMETROS EFECTIVOS DE LA CORRIDA:"
           DISPLAY "  MODO: " WKS-MODO
           DISPLAY "  FECHA_NEGOCIO: " WKS-FECHA-NEGOCIO
           DISPLAY "  DIAS_DORMANCIA: " WKS-DD-GENERAL
           PERFORM VARYING WKS-DD-IDX FROM 1 BY 1
              UNTIL WKS-DD-IDX > 8
              DISPLAY "  DIAS_DORMANCIA_" WKS-DD-IDX ": "
                      WKS-DD-DIAS(WKS-DD-IDX)
           END-PERFORM
           DISPLAY "  DIAS_DORMANCIA_9: " WKS-DD-DIAS(9)
           DISPLAY "  CODIGOS_SISTEMA: " WKS-SI-CANT " CODIGOS"
           IF WKS-MODO-NOCHE AND WKS-SI-CANT = ZEROES
              DISPLAY "ATENCION: SIN CODIGOS_SISTEMA, TODO MOVIMIENTO "
                      "CUENTA COMO ACTIVIDAD DEL CLIENTE"
           END-IF.
       0001-PARAMETROS-E.
           EXIT.

       0002-INICIO-CARGA-NOCHE SECTION.
      *UNA ENTRADA POR CUENTA CON MOVIMIENTO DEL CLIENTE; EL AÑO DEL
      *MOVIMIENTO ES EL DE LA FECHA DE NEGOCIO, SALVO QUE SU MES Y
      *DIA QUEDEN DESPUES DE ELLA (MOVIMIENTO DE FIN DE AÑO ANTERIOR).
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

           OPEN INPUT ARCHIVO-FTPMOM
           IF WKS-FS-ARCHFTPM NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DEL DIA"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           READ ARCHIVO-FTPMOM INTO WKS-REG-ARCHIVO
           AT END
              SET WKS-FIN-ARCHFTPM TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-ARCHFTPM
                   ADD 1 TO WKS-I-MOVIMIENTOS
                   MOVE "N" TO WKS-SI-SW
                   PERFORM VARYING WKS-SI-IDX FROM 1 BY 1
                      UNTIL WKS-SI-IDX > WKS-SI-CANT OR WKS-ES-SISTEMA
                      IF WKS-SI-CODIGO(WKS-SI-IDX) =
                         WKS-AR-CODIGO-TRANSACCION
                         MOVE "S" TO WKS-SI-SW
                      END-IF
                   END-PERFORM
                   IF WKS-ES-SISTEMA
                      ADD 1 TO WKS-I-MOV-SISTEMA
                   ELSE
                      PERFORM 0006-INICIO-ACUMULA-CUENTA THRU
                         0006-ACUMULA-CUENTA-E
                   END-IF
                   READ ARCHIVO-FTPMOM INTO WKS-REG-ARCHIVO
                   AT END
                      SET WKS-FIN-ARCHFTPM TO TRUE
                   END-READ
           END-PERFORM

           CLOSE ARCHIVO-FTPMOM

           PERFORM VARYING WKS-AC-IDX FROM 1 BY 1
              UNTIL WKS-AC-IDX >= WKS-AC-CANT
              PERFORM VARYING WKS-AC-IDX2 FROM 1 BY 1
                 UNTIL WKS-AC-IDX2 > WKS-AC-CANT - WKS-AC-IDX
                 IF WKS-AC-CUENTA(WKS-AC-IDX2) >
                    WKS-AC-CUENTA(WKS-AC-IDX2 + 1)
                    MOVE WKS-AC-ENTRADA(WKS-AC-IDX2) TO
                       WKS-AC-AUXILIAR
                    MOVE WKS-AC-ENTRADA(WKS-AC-IDX2 + 1) TO
                       WKS-AC-ENTRADA(WKS-AC-IDX2)
                    MOVE WKS-AC-AUXILIAR TO
                       WKS-AC-ENTRADA(WKS-AC-IDX2 + 1)
                 END-IF
              END-PERFORM
           END-PERFORM

           MOVE WKS-AC-CANT TO WKS-I-CUENTAS-ACTIVAS.
       0002-CARGA-NOCHE-E.
           EXIT.

       0003-INICIO-ACTUALIZA SECTION.
      *CASA LA TABLA ORDENADA DE LA NOCHE CONTRA EL ARCHIVO DE
      *ULTIMA ACTIVIDAD (TAMBIEN ORDENADO POR CUENTA) Y GRABA EL
      *ARCHIVO NUEVO. CADA CUENTA CON ACTIVIDAD SE REVISA EN EL
      *MAESTRO: SI YA ESTABA DORMIDA VA A LA LISTA DE FRAUDE.
           OPEN INPUT ULTIMA-ACTIVIDAD
           IF WKS-FS-ULTACTIE = "35"
              DISPLAY "SIN ARCHIVO DE ULTIMA ACTIVIDAD ANTERIOR"
              SET WKS-FIN-ULTACTIE TO TRUE
           ELSE
              IF WKS-FS-ULTACTIE NOT = "00"
                 DISPLAY "NO SE PUDO ABRIR LA ULTIMA ACTIVIDAD"
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              READ ULTIMA-ACTIVIDAD INTO WKS-REG-ULTIMA
              AT END
                 SET WKS-FIN-ULTACTIE TO TRUE
              END-READ
           END-IF
           OPEN OUTPUT ULTIMA-ACTIVIDAD-NUEVA
           IF WKS-FS-ULTACTIN NOT = "00"
              DISPLAY "NO SE PUDO ABRIR LA ULTIMA ACTIVIDAD NUEVA"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT MOVIMIENTO-DORMIDAS
           IF WKS-FS-DORMMOV NOT = "00"
              DISPLAY "NO SE PUDO ABRIR LA LISTA DE DORMIDAS CON "
                      "MOVIMIENTO"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT CUENTA-MASTER
           IF WKS-FS-CTAMST NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE CUENTAS"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE 1 TO WKS-AC-IDX
           PERFORM UNTIL WKS-FIN-ULTACTIE AND WKS-AC-IDX > WKS-AC-CANT
                   EVALUATE TRUE
                   WHEN WKS-FIN-ULTACTIE OR
                        (WKS-AC-IDX NOT > WKS-AC-CANT AND
                         WKS-AC-CUENTA(WKS-AC-IDX) < WKS-UL-CUENTA)
                        MOVE ZEROES TO WKS-ULTIMA-ANTERIOR
                        PERFORM 0007-INICIO-GRABA-ACTIVA THRU
                           0007-GRABA-ACTIVA-E
                        ADD 1 TO WKS-AC-IDX
                   WHEN WKS-AC-IDX > WKS-AC-CANT OR
                        WKS-UL-CUENTA < WKS-AC-CUENTA(WKS-AC-IDX)
                        MOVE WKS-UL-CUENTA TO WKS-US-CUENTA
                        MOVE WKS-UL-FECHA TO WKS-US-FECHA
                        WRITE REG-ULTIMA-NUEVA
                           FROM WKS-REG-ULTIMA-SALIDA
                        ADD 1 TO WKS-I-ULTIMAS-GRABADAS
                        READ ULTIMA-ACTIVIDAD INTO WKS-REG-ULTIMA
                        AT END
                           SET WKS-FIN-ULTACTIE TO TRUE
                        END-READ
                   WHEN OTHER
                        MOVE WKS-UL-FECHA TO WKS-ULTIMA-ANTERIOR
                        PERFORM 0007-INICIO-GRABA-ACTIVA THRU
                           0007-GRABA-ACTIVA-E
                        ADD 1 TO WKS-AC-IDX
                        READ ULTIMA-ACTIVIDAD INTO WKS-REG-ULTIMA
                        AT END
                           SET WKS-FIN-ULTACTIE TO TRUE
                        END-READ
                   END-EVALUATE
           END-PERFORM

           IF WKS-FS-ULTACTIE NOT = "35"
              CLOSE ULTIMA-ACTIVIDAD
           END-IF
           CLOSE ULTIMA-ACTIVIDAD-NUEVA, MOVIMIENTO-DORMIDAS,
                 CUENTA-MASTER.
       0003-ACTUALIZA-E.
           EXIT.

       0004-INICIO-CLASIFICA SECTION.
      *RECORRE EL FILE-A EN ORDEN DE CUENTA JUNTO CON EL ARCHIVO DE
      *ULTIMA ACTIVIDAD. SOLO LAS CUENTAS ABIERTAS (A) PUEDEN PASAR A
      *DORMIDAS; LAS QUE YA ESTAN DORMIDAS (D) SE LISTAN IGUAL.
           OPEN INPUT FILE-A
           IF WKS-FS-FILEA NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL ARCHIVO FILE-A"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT CUENTA-MASTER
           IF WKS-FS-CTAMST NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE CUENTAS"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT ULTIMA-ACTIVIDAD
           IF WKS-FS-ULTACTIE = "35"
              DISPLAY "SIN ARCHIVO DE ULTIMA ACTIVIDAD: SE USA LA "
                      "FECHA DE APERTURA"
              SET WKS-FIN-ULTACTIE TO TRUE
           ELSE
              IF WKS-FS-ULTACTIE NOT = "00"
                 DISPLAY "NO SE PUDO ABRIR LA ULTIMA ACTIVIDAD"
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              READ ULTIMA-ACTIVIDAD INTO WKS-REG-ULTIMA
              AT END
                 SET WKS-FIN-ULTACTIE TO TRUE
              END-READ
           END-IF
           OPEN OUTPUT TRANS-CUENTAS
           IF WKS-FS-TRANSCTA NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE TRANSACCIONES"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           READ FILE-A NEXT RECORD
           AT END
              SET WKS-FIN-FILEA TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-FILEA
                   ADD 1 TO WKS-I-CUENTAS
                   PERFORM UNTIL WKS-FIN-ULTACTIE OR
                                 WKS-UL-CUENTA NOT < FILEA-LLAVE
                           READ ULTIMA-ACTIVIDAD INTO WKS-REG-ULTIMA
                           AT END
                              SET WKS-FIN-ULTACTIE TO TRUE
                           END-READ
                   END-PERFORM
                   MOVE FILEA-LLAVE TO CTAMST-NUMERO
                   READ CUENTA-MASTER
                   END-READ
                   IF WKS-FS-CTAMST NOT = "00"
                      ADD 1 TO WKS-I-SIN-MAESTRO
                   ELSE
                      IF CTAMST-ESTADO = "A" OR CTAMST-ESTADO = "D"
                         PERFORM 0008-INICIO-EVALUA-CUENTA THRU
                            0008-EVALUA-CUENTA-E
                      END-IF
                   END-IF
                   READ FILE-A NEXT RECORD
                   AT END
                      SET WKS-FIN-FILEA TO TRUE
                   END-READ
           END-PERFORM

           IF WKS-FS-ULTACTIE NOT = "35"
              CLOSE ULTIMA-ACTIVIDAD
           END-IF
           CLOSE FILE-A, CUENTA-MASTER, TRANS-CUENTAS.
       0004-CLASIFICA-E.
           EXIT.

       0005-INICIO-REPORTE SECTION.
      *REPORTE DE CUENTAS DORMIDAS ORDENADO POR AGENCIA Y CUENTA,
      *CON SUBTOTAL POR AGENCIA Y TOTAL GENERAL.
           PERFORM VARYING WKS-DO-IDX FROM 1 BY 1
              UNTIL WKS-DO-IDX >= WKS-DO-CANT
              PERFORM VARYING WKS-DO-IDX2 FROM 1 BY 1
                 UNTIL WKS-DO-IDX2 > WKS-DO-CANT - WKS-DO-IDX
                 IF WKS-DO-AGENCIA(WKS-DO-IDX2) >
                    WKS-DO-AGENCIA(WKS-DO-IDX2 + 1) OR
                    (WKS-DO-AGENCIA(WKS-DO-IDX2) =
                     WKS-DO-AGENCIA(WKS-DO-IDX2 + 1) AND
                     WKS-DO-CUENTA(WKS-DO-IDX2) >
                     WKS-DO-CUENTA(WKS-DO-IDX2 + 1))
                    MOVE WKS-DO-ENTRADA(WKS-DO-IDX2) TO
                       WKS-DO-AUXILIAR
                    MOVE WKS-DO-ENTRADA(WKS-DO-IDX2 + 1) TO
                       WKS-DO-ENTRADA(WKS-DO-IDX2)
                    MOVE WKS-DO-AUXILIAR TO
                       WKS-DO-ENTRADA(WKS-DO-IDX2 + 1)
                 END-IF
              END-PERFORM
           END-PERFORM

           OPEN OUTPUT RPT-DORMIDAS
           IF WKS-FS-RPTDORM NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL REPORTE DE DORMIDAS"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE SPACES TO REG-RPT-DORMIDAS
           STRING "CUENTAS DORMIDAS POR AGENCIA AL " WKS-FECHA-NEGOCIO
              DELIMITED BY SIZE INTO REG-RPT-DORMIDAS
           END-STRING
           WRITE REG-RPT-DORMIDAS
           MOVE "  CUENTA      C  ULT.ACTIV  DIAS" TO REG-RPT-DORMIDAS
           MOVE "SALDO" TO REG-RPT-DORMIDAS(48:5)
           MOVE "ESTADO" TO REG-RPT-DORMIDAS(56:6)
           WRITE REG-RPT-DORMIDAS

           MOVE ZEROES TO WKS-SUB-CUENTAS, WKS-SUB-SALDO
           PERFORM VARYING WKS-DO-IDX FROM 1 BY 1
              UNTIL WKS-DO-IDX > WKS-DO-CANT
              IF WKS-DO-IDX = 1 OR
                 WKS-DO-AGENCIA(WKS-DO-IDX) NOT = WKS-AGENCIA-ANTERIOR
                 IF WKS-DO-IDX > 1
                    PERFORM 0009-INICIO-SUBTOTAL THRU 0009-SUBTOTAL-E
                 END-IF
                 MOVE WKS-DO-AGENCIA(WKS-DO-IDX) TO
                    WKS-AGENCIA-ANTERIOR
                 MOVE SPACES TO REG-RPT-DORMIDAS
                 WRITE REG-RPT-DORMIDAS
                 MOVE SPACES TO REG-RPT-DORMIDAS
                 STRING "AGENCIA " WKS-AGENCIA-ANTERIOR
                    DELIMITED BY SIZE INTO REG-RPT-DORMIDAS
                 END-STRING
                 WRITE REG-RPT-DORMIDAS
              END-IF
              MOVE WKS-DO-CUENTA(WKS-DO-IDX) TO WKS-LD-CUENTA
              MOVE WKS-DO-CLASE(WKS-DO-IDX) TO WKS-LD-CLASE
              MOVE WKS-DO-ULTIMA(WKS-DO-IDX) TO WKS-LD-ULTIMA
              MOVE WKS-DO-DIAS(WKS-DO-IDX) TO WKS-LD-DIAS
              MOVE WKS-DO-SALDO(WKS-DO-IDX) TO WKS-LD-SALDO
              IF WKS-DO-MARCA(WKS-DO-IDX) = "N"
                 MOVE "DORMIDA ESTE MES" TO WKS-LD-MARCA
              ELSE
                 MOVE "YA DORMIDA" TO WKS-LD-MARCA
              END-IF
              WRITE REG-RPT-DORMIDAS FROM WKS-LINEA-DORMIDA
              ADD 1 TO WKS-SUB-CUENTAS
              ADD WKS-DO-SALDO(WKS-DO-IDX) TO WKS-SUB-SALDO
              ADD WKS-DO-SALDO(WKS-DO-IDX) TO WKS-TOT-SALDO
           END-PERFORM
           IF WKS-DO-CANT > ZEROES
              PERFORM 0009-INICIO-SUBTOTAL THRU 0009-SUBTOTAL-E
           ELSE
              MOVE "  SIN CUENTAS DORMIDAS" TO REG-RPT-DORMIDAS
              WRITE REG-RPT-DORMIDAS
           END-IF

           MOVE SPACES TO REG-RPT-DORMIDAS
           WRITE REG-RPT-DORMIDAS
           MOVE WKS-TOT-SALDO TO WKS-ED-SALDO
           MOVE SPACES TO REG-RPT-DORMIDAS
           STRING "TOTAL DORMIDAS: " WKS-DO-CANT
                  "  NUEVAS ESTE MES: " WKS-I-NUEVAS-DORMIDAS
                  "  SALDO " WKS-ED-SALDO
              DELIMITED BY SIZE INTO REG-RPT-DORMIDAS
           END-STRING
           WRITE REG-RPT-DORMIDAS

           CLOSE RPT-DORMIDAS.
       0005-REPORTE-E.
           EXIT.

       0006-INICIO-ACUMULA-CUENTA SECTION.
           MOVE WKS-FN-ANIO TO WKS-FM-ANIO
           MOVE WKS-AR-MES TO WKS-FM-MES
           MOVE WKS-AR-DIA TO WKS-FM-DIA
           IF WKS-FECHA-MOVIMIENTO(5:4) > WKS-FECHA-NEGOCIO(5:4)
              SUBTRACT 1 FROM WKS-FM-ANIO
           END-IF
           COMPUTE WKS-VALOR-MOV = WKS-AR-VALOR-ENT +
              (WKS-AR-VALOR-DEC / 100)

           PERFORM VARYING WKS-AC-IDX FROM 1 BY 1
              UNTIL WKS-AC-IDX > WKS-AC-CANT
              IF WKS-AC-CUENTA(WKS-AC-IDX) = WKS-AR-NUMERO-CUENTA
                 IF WKS-FECHA-MOVIMIENTO > WKS-AC-FECHA(WKS-AC-IDX)
                    MOVE WKS-FECHA-MOVIMIENTO TO
                       WKS-AC-FECHA(WKS-AC-IDX)
                 END-IF
                 ADD 1 TO WKS-AC-MOVIMIENTOS(WKS-AC-IDX)
                 ADD WKS-VALOR-MOV TO WKS-AC-VALOR(WKS-AC-IDX)
                 GO TO 0006-ACUMULA-CUENTA-E
              END-IF
           END-PERFORM
           IF WKS-AC-CANT < 9999
              ADD 1 TO WKS-AC-CANT
              MOVE WKS-AR-NUMERO-CUENTA TO WKS-AC-CUENTA(WKS-AC-CANT)
              MOVE WKS-FECHA-MOVIMIENTO TO WKS-AC-FECHA(WKS-AC-CANT)
              MOVE 1 TO WKS-AC-MOVIMIENTOS(WKS-AC-CANT)
              MOVE WKS-VALOR-MOV TO WKS-AC-VALOR(WKS-AC-CANT)
           ELSE
              ADD 1 TO WKS-I-DESBORDE
           END-IF.
       0006-ACUMULA-CUENTA-E.
           EXIT.

       0007-INICIO-GRABA-ACTIVA SECTION.
      *GRABA LA CUENTA CON ACTIVIDAD DE LA NOCHE (QUEDA LA FECHA MAS
      *RECIENTE) Y LA REVISA CONTRA EL ESTADO DEL MAESTRO.
           MOVE WKS-AC-CUENTA(WKS-AC-IDX) TO WKS-US-CUENTA
           MOVE WKS-AC-FECHA(WKS-AC-IDX) TO WKS-US-FECHA
           IF WKS-ULTIMA-ANTERIOR > WKS-US-FECHA
              MOVE WKS-ULTIMA-ANTERIOR TO WKS-US-FECHA
           END-IF
           WRITE REG-ULTIMA-NUEVA FROM WKS-REG-ULTIMA-SALIDA
           ADD 1 TO WKS-I-ULTIMAS-GRABADAS

           MOVE WKS-AC-CUENTA(WKS-AC-IDX) TO CTAMST-NUMERO
           READ CUENTA-MASTER
           END-READ
           IF WKS-FS-CTAMST = "00" AND CTAMST-ESTADO = "D"
              MOVE WKS-AC-CUENTA(WKS-AC-IDX) TO WKS-LF-CUENTA
              MOVE CTAMST-AGENCIA TO WKS-LF-AGENCIA
              MOVE WKS-ULTIMA-ANTERIOR TO WKS-LF-ULTIMA-ANTERIOR
              MOVE WKS-AC-FECHA(WKS-AC-IDX) TO WKS-LF-FECHA
              MOVE WKS-AC-MOVIMIENTOS(WKS-AC-IDX) TO
                 WKS-LF-MOVIMIENTOS
              MOVE WKS-AC-VALOR(WKS-AC-IDX) TO WKS-LF-VALOR
              WRITE REG-MOVIMIENTO-DORMIDA FROM WKS-LINEA-FRAUDE
              ADD 1 TO WKS-I-FRAUDE
           END-IF.
       0007-GRABA-ACTIVA-E.
           EXIT.

       0008-INICIO-EVALUA-CUENTA SECTION.
      *ULTIMA ACTIVIDAD: LA DEL ARCHIVO SI LA CUENTA ESTA EN EL, Y SI
      *NO, LA FECHA DE APERTURA DEL MAESTRO.
           IF NOT WKS-FIN-ULTACTIE AND WKS-UL-CUENTA = FILEA-LLAVE
              MOVE WKS-UL-FECHA TO WKS-ULTIMA-CUENTA
           ELSE
              MOVE CTAMST-FECHA-APERTURA TO WKS-ULTIMA-CUENTA
           END-IF
           IF WKS-ULTIMA-CUENTA NOT NUMERIC OR
              WKS-ULTIMA-CUENTA = ZEROES OR
              WKS-ULTIMA-CUENTA > WKS-FECHA-NEGOCIO
              MOVE WKS-FECHA-NEGOCIO TO WKS-ULTIMA-CUENTA
           END-IF
           COMPUTE WKS-DIAS-INACTIVA =
              FUNCTION INTEGER-OF-DATE(WKS-FECHA-NEGOCIO) -
              FUNCTION INTEGER-OF-DATE(WKS-ULTIMA-CUENTA)

           IF CTAMST-CLASE = ZEROES
              MOVE 9 TO WKS-DD-IDX
           ELSE
              MOVE CTAMST-CLASE TO WKS-DD-IDX
           END-IF
           IF CTAMST-ESTADO = "A" AND
              WKS-DIAS-INACTIVA NOT > WKS-DD-DIAS(WKS-DD-IDX)
              GO TO 0008-EVALUA-CUENTA-E
           END-IF

           IF CTAMST-ESTADO = "A"
              MOVE "D" TO WKS-TA-ACCION
              MOVE FILEA-LLAVE TO WKS-TA-NUMERO
              MOVE CTAMST-CLASE TO WKS-TA-CLASE
              MOVE CTAMST-MONEDA TO WKS-TA-MONEDA
              MOVE CTAMST-AGENCIA TO WKS-TA-AGENCIA
              MOVE WKS-FECHA-NEGOCIO TO WKS-TA-FECHA
              WRITE REG-TRANS-CUENTAS FROM WKS-REG-TRANS
              ADD 1 TO WKS-I-NUEVAS-DORMIDAS
           ELSE
              ADD 1 TO WKS-I-YA-DORMIDAS
           END-IF

           IF WKS-DO-CANT < 9999
              ADD 1 TO WKS-DO-CANT
              MOVE CTAMST-AGENCIA TO WKS-DO-AGENCIA(WKS-DO-CANT)
              MOVE FILEA-LLAVE TO WKS-DO-CUENTA(WKS-DO-CANT)
              MOVE CTAMST-CLASE TO WKS-DO-CLASE(WKS-DO-CANT)
              MOVE WKS-ULTIMA-CUENTA TO WKS-DO-ULTIMA(WKS-DO-CANT)
              MOVE WKS-DIAS-INACTIVA TO WKS-DO-DIAS(WKS-DO-CANT)
              MOVE FILEA-SALDO TO WKS-DO-SALDO(WKS-DO-CANT)
              IF CTAMST-ESTADO = "A"
                 MOVE "N" TO WKS-DO-MARCA(WKS-DO-CANT)
              ELSE
                 MOVE "A" TO WKS-DO-MARCA(WKS-DO-CANT)
              END-IF
           ELSE
              ADD 1 TO WKS-I-DESBORDE
           END-IF.
       0008-EVALUA-CUENTA-E.
           EXIT.

       0009-INICIO-SUBTOTAL SECTION.
           MOVE WKS-SUB-SALDO TO WKS-ED-SALDO
           MOVE SPACES TO REG-RPT-DORMIDAS
           STRING "  SUBTOTAL AGENCIA " WKS-AGENCIA-ANTERIOR
                  "  CUENTAS " WKS-SUB-CUENTAS
                  "  SALDO " WKS-ED-SALDO
              DELIMITED BY SIZE INTO REG-RPT-DORMIDAS
           END-STRING
           WRITE REG-RPT-DORMIDAS
           MOVE ZEROES TO WKS-SUB-CUENTAS, WKS-SUB-SALDO.
       0009-SUBTOTAL-E.
           EXIT.
