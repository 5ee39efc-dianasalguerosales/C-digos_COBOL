      ******************************************************************
      * FECHA       : 2026                                             *
      * PROGRAMADOR : DIANA STEFFANNY SALGUERO ROSALES                 *
      * APLICACION  : EDUCACION                                        *
      * PROGRAMA    : EDUC3079                                         *
      * TIPO        : BATCH (MENSUAL)                                  *
      * DESCRIPCION : ESTADOS DE CUENTA DEL MES. TOMA EL SALDO INICIAL *
      *             : DE CADA CUENTA DE LA FOTO DEL MAESTRO A AL       *
      *             : INICIO DEL MES (FILEAINI), RECORRE LOS           *
      *             : MOVIMIENTOS DEL MES EN EL ARCHIVO DE RESPALDO    *
      *             : (ARCHFTPM, GENERACIONES CONCATENADAS) EN ORDEN   *
      *             : DE FECHA Y SECUENCIA Y ARMA EL ESTADO CON SALDO  *
      *             : CORRIDO, DESCRIPCION POR CODIGO DE TRANSACCION,  *
      *             : RESERVAS Y SALDO FINAL. EL SALDO FINAL CALCULADO *
      *             : SE CRUZA CONTRA EL FILE-A DE FIN DE MES: SI NO   *
      *             : CUADRA, LA CUENTA VA A DIFESTC Y NO SE IMPRIME.  *
      *             : LAS CUENTAS SE ESCOGEN POR TARJETAS DE SELECCION *
      *             : EN SYSIN (AGENCIA, CTADESDE, CTAHASTA; FIN       *
      *             : CIERRA); SIN TARJETAS SALEN TODAS.               *
      * ARCHIVOS    : FILEAINI (ENTRADA), ARCHFTPM (ENTRADA),          *
      *             : FILE-A (ENTRADA), CTAMST (ENTRADA), CODTRANS     *
      *             : (ENTRADA, OPCIONAL), ESTCTA (SALIDA), DIFESTC    *
      *             : (SALIDA)                                         *
      * PROGRAMA(S) : PARMRD01, RUNSTAT1                               *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDUC3079.
       AUTHOR. DIANA SALGUERO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *FOTO DEL MAESTRO A AL CIERRE DEL ULTIMO DIA DEL MES ANTERIOR,
      *CON EL MISMO LAYOUT QUE FILEAANT DE LA RUEDA DE SALDOS.
           SELECT MAESTRO-INICIAL ASSIGN TO FILEAINI
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS INI-LLAVE
                  FILE STATUS IS WKS-FS-FILEAINI.
           SELECT ARCHIVO-FTPMOM ASSIGN TO ARCHFTPM
                  FILE STATUS IS WKS-FS-ARCHFTPM.
           SELECT FILE-A ASSIGN TO FILE-A
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FILEA-LLAVE
                  FILE STATUS IS WKS-FS-FILEA.
           SELECT CUENTA-MASTER ASSIGN TO CTAMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CTAMST-LLAVE
                  FILE STATUS IS WKS-FS-CTAMST.
      *DESCRIPCIONES DE LOS CODIGOS DE TRANSACCION PARA EL CLIENTE:
      *CODIGO (2), ESPACIO Y DESCRIPCION (30).
           SELECT CODIGOS-TRANSACCION ASSIGN TO CODTRANS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-CODTRANS.
           SELECT ESTADOS-CUENTA ASSIGN TO ESTCTA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-ESTCTA.
           SELECT DIFERENCIAS-ESTADO ASSIGN TO DIFESTC
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-DIFESTC.

       DATA DIVISION.

       FILE SECTION.
       FD MAESTRO-INICIAL.
       01 INI-REGISTRO.
          05 INI-LLAVE                  PIC 9(10).
          05 INI-NOMBRE                 PIC X(20).
          05 INI-SALDO                  PIC S9(09)V99.
          05 INI-FECHA                  PIC 9(08).

       FD ARCHIVO-FTPMOM
           RECORDING MODE IS F.
       01 AREA-ARCHIVO                  PIC X(115).

       FD FILE-A.
           COPY FILE-A.

       FD CUENTA-MASTER.
           COPY CTAMST.

       FD CODIGOS-TRANSACCION.
       01 REG-CODIGO-TRANSACCION        PIC X(40).

       FD ESTADOS-CUENTA.
       01 REG-ESTADO-CUENTA             PIC X(132).

       FD DIFERENCIAS-ESTADO.
       01 REG-DIFERENCIA                PIC X(100).

       WORKING-STORAGE SECTION.

       01 WKS-CONTROL-ARCHIVOS.
          02 WKS-FS-FILEAINI            PIC X(02) VALUE SPACES.
             88 WKS-FIN-FILEAINI                  VALUE "10".
          02 WKS-FS-ARCHFTPM            PIC X(02) VALUE SPACES.
             88 WKS-FIN-ARCHFTPM                  VALUE "10".
          02 WKS-FS-FILEA               PIC X(02) VALUE SPACES.
          02 WKS-FS-CTAMST              PIC X(02) VALUE SPACES.
          02 WKS-FS-CODTRANS            PIC X(02) VALUE SPACES.
             88 WKS-FIN-CODTRANS                  VALUE "10".
          02 WKS-FS-ESTCTA              PIC X(02) VALUE SPACES.
          02 WKS-FS-DIFESTC             PIC X(02) VALUE SPACES.

      *MISMA VISTA DEL REGISTRO DE ARCHIVO DE ANCHO FIJO QUE GRABA
      *EDUC3011, CON LAS DOS RESERVAS DEL MOVIMIENTO.
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
          05 WKS-AR-RESERVA OCCURS 2 TIMES.
             10 WKS-AR-RESERVA-TIPO      PIC 9(01).
             10 WKS-AR-RESERVA-SIGNO     PIC X(01).
             10 WKS-AR-RESERVA-ENT       PIC 9(09).
             10 FILLER                   PIC X(01).
             10 WKS-AR-RESERVA-DEC       PIC 9(02).
          05 WKS-AR-LEGAJO               PIC 9(09).
          05 WKS-AR-TERMINAL             PIC 9(04).
          05 WKS-AR-NUM-SECUENCIA        PIC 9(04).
          05 WKS-AR-TIPO-MOVIMIENTO      PIC 9(01).
          05 FILLER                      PIC X(27).

      *CUENTAS CONSIDERADAS EN LA CORRIDA: LAS DE LA FOTO INICIAL Y
      *LAS QUE APARECEN EN EL MOVIMIENTO DEL MES. SELECCION S/N
      *SEGUN LAS TARJETAS; LA FOTO MARCA SI TRAE SALDO INICIAL.
       01 WKS-TABLA-CUENTAS.
          02 WKS-CT-ENTRADA OCCURS 3000 TIMES.
             03 WKS-CT-CUENTA           PIC 9(10).
             03 WKS-CT-AGENCIA          PIC 9(03).
             03 WKS-CT-SELECCION        PIC X(01).
             03 WKS-CT-FOTO             PIC X(01).
             03 WKS-CT-SALDO-INICIAL    PIC S9(11)V99.
          02 WKS-CT-CANT                PIC 9(04) VALUE ZEROES.
          02 WKS-CT-IDX                 PIC 9(04) VALUE ZEROES.
          02 WKS-CT-IDX2                PIC 9(04) VALUE ZEROES.
          02 WKS-CT-HALLADO             PIC 9(04) VALUE ZEROES.
       01 WKS-CT-AUXILIAR               PIC X(28) VALUE SPACES.

      *MOVIMIENTOS DEL MES DE LAS CUENTAS SELECCIONADAS. EL VALOR YA
      *LLEVA EL EFECTO SOBRE EL SALDO: DEBITOS (TIPO IMPAR) RESTAN,
      *CREDITOS (PAR) SUMAN Y LA REVERSION INVIERTE EL SIGNO.
       01 WKS-TABLA-MOVIMIENTOS.
          02 WKS-MV-ENTRADA OCCURS 9999 TIMES.
             03 WKS-MV-CUENTA           PIC 9(10).
             03 WKS-MV-MMDD             PIC 9(04).
             03 WKS-MV-SECUENCIA        PIC 9(04).
             03 WKS-MV-CODIGO           PIC 9(02).
             03 WKS-MV-DOCUMENTO        PIC X(09).
             03 WKS-MV-VALOR            PIC S9(11)V99.
             03 WKS-MV-RESERVA          PIC 9(11)V99.
          02 WKS-MV-CANT                PIC 9(04) VALUE ZEROES.
          02 WKS-MV-IDX                 PIC 9(04) VALUE ZEROES.
          02 WKS-MV-IDX2                PIC 9(04) VALUE ZEROES.
          02 WKS-MV-PRIMERO             PIC 9(04) VALUE ZEROES.
          02 WKS-MV-ULTIMO              PIC 9(04) VALUE ZEROES.
       01 WKS-MV-AUXILIAR               PIC X(55) VALUE SPACES.

      *DESCRIPCIONES DE LOS CODIGOS DE TRANSACCION.
       01 WKS-TABLA-CODIGOS.
          02 WKS-CD-ENTRADA OCCURS 100 TIMES.
             03 WKS-CD-CODIGO           PIC 9(02).
             03 WKS-CD-DESCRIPCION      PIC X(30).
          02 WKS-CD-CANT                PIC 9(03) VALUE ZEROES.
          02 WKS-CD-IDX                 PIC 9(03) VALUE ZEROES.

       01 WKS-REG-CODIGO.
          02 WKS-RC-CODIGO              PIC X(02).
          02 FILLER                     PIC X(01).
          02 WKS-RC-DESCRIPCION         PIC X(30).
          02 FILLER                     PIC X(07).

      *CRITERIOS DE SELECCION DE LAS TARJETAS. LAS AGENCIAS SE
      *ACUMULAN (VARIAS TARJETAS AGENCIA); EL RANGO DE CUENTAS ES
      *INCLUSIVO.
       01 WKS-CONTROL-CRITERIOS.
          02 WKS-CR-AGENCIA-CANT        PIC 9(02) VALUE ZEROES.
          02 WKS-CR-AGENCIA             PIC 9(03) OCCURS 20 TIMES.
          02 WKS-CR-AGENCIA-IDX         PIC 9(02) VALUE ZEROES.
          02 WKS-CR-DESDE               PIC 9(10) VALUE ZEROES.
          02 WKS-CR-HASTA               PIC 9(10) VALUE 9999999999.

      *TARJETA DE SELECCION: VERBO Y VALOR.
       01 WKS-TARJETA-SELECCION.
          02 WKS-TS-VERBO               PIC X(09) VALUE SPACES.
             88 WKS-FIN-SYSIN                     VALUE "FIN".
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-TS-VALOR               PIC X(11) VALUE SPACES.

       01 WKS-CONTROL-ESTADO.
          02 WKS-FECHA-DESDE            PIC 9(08) VALUE ZEROES.
          02 WKS-FECHA-HASTA            PIC 9(08) VALUE ZEROES.
          02 WKS-FECHA-REGISTRO         PIC 9(08) VALUE ZEROES.
          02 WKS-CTAMST-DISPONIBLE      PIC X(01) VALUE "N".
          02 WKS-CUENTA-BUSCADA         PIC 9(10) VALUE ZEROES.
          02 WKS-VALOR-TRAB             PIC S9(11)V99 VALUE ZEROES.
          02 WKS-RESERVA-TRAB           PIC 9(11)V99 VALUE ZEROES.
          02 WKS-DIVISION               PIC 9(01) VALUE ZEROES.
          02 WKS-RESIDUO                PIC 9(01) VALUE ZEROES.
          02 WKS-SALDO-CORRIDO          PIC S9(11)V99 VALUE ZEROES.
          02 WKS-SALDO-CALCULADO        PIC S9(11)V99 VALUE ZEROES.
          02 WKS-TOTAL-DEBITOS          PIC 9(11)V99 VALUE ZEROES.
          02 WKS-TOTAL-CREDITOS         PIC 9(11)V99 VALUE ZEROES.
          02 WKS-TOTAL-RESERVAS         PIC 9(11)V99 VALUE ZEROES.
          02 WKS-RES-IDX                PIC 9(01) VALUE ZEROES.

       01 WKS-ITERACIONES.
          02 WKS-I-LEIDOS               PIC 9(07) VALUE ZEROES.
          02 WKS-I-DEL-MES              PIC 9(07) VALUE ZEROES.
          02 WKS-I-ESTADOS              PIC 9(05) VALUE ZEROES.
          02 WKS-I-DIFERENCIAS          PIC 9(05) VALUE ZEROES.
          02 WKS-I-DESBORDE             PIC 9(07) VALUE ZEROES.

       01 WKS-LINEA-TITULO.
          02 FILLER                     PIC X(17) VALUE
             "ESTADO DE CUENTA ".
          02 WKS-LT-CUENTA              PIC 9(10) VALUE ZEROES.
          02 FILLER                     PIC X(11) VALUE "  AGENCIA: ".
          02 WKS-LT-AGENCIA             PIC 9(03) VALUE ZEROES.
          02 FILLER                     PIC X(10) VALUE "  NOMBRE: ".
          02 WKS-LT-NOMBRE              PIC X(20) VALUE SPACES.
          02 FILLER                     PIC X(12) VALUE "  PERIODO: ".
          02 WKS-LT-DESDE               PIC X(10) VALUE SPACES.
          02 FILLER                     PIC X(04) VALUE " AL ".
          02 WKS-LT-HASTA               PIC X(10) VALUE SPACES.

       01 WKS-LINEA-MOVIMIENTO.
          02 WKS-LM-FECHA               PIC X(10) VALUE SPACES.
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 WKS-LM-SECUENCIA           PIC X(04) VALUE SPACES.
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 WKS-LM-DOCUMENTO           PIC X(09) VALUE SPACES.
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 WKS-LM-DESCRIPCION         PIC X(30) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LM-DEBITO              PIC ZZ,ZZZ,ZZZ,ZZ9.99
                                        BLANK WHEN ZERO.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LM-CREDITO             PIC ZZ,ZZZ,ZZZ,ZZ9.99
                                        BLANK WHEN ZERO.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LM-RESERVA             PIC ZZZ,ZZZ,ZZ9.99
                                        BLANK WHEN ZERO.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LM-SALDO               PIC -ZZ,ZZZ,ZZZ,ZZ9.99
                                        VALUE ZEROES.

      *FECHA DD/MM/AAAA PARA EL ESTADO.
       01 WKS-FECHA-IMPRESA.
          02 WKS-FI-DIA                 PIC 9(02) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE "/".
          02 WKS-FI-MES                 PIC 9(02) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE "/".
          02 WKS-FI-ANIO                PIC 9(04) VALUE ZEROES.

       01 WKS-LINEA-DIFERENCIA.
          02 WKS-DF-CUENTA              PIC 9(10) VALUE ZEROES.
          02 FILLER                     PIC X(10) VALUE " INICIAL: ".
          02 WKS-DF-INICIAL             PIC -(10)9.99 VALUE ZEROES.
          02 FILLER                     PIC X(12) VALUE " CALCULADO: ".
          02 WKS-DF-CALCULADO           PIC -(10)9.99 VALUE ZEROES.
          02 FILLER                     PIC X(08) VALUE " REAL: ".
          02 WKS-DF-REAL                PIC -(10)9.99 VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-DF-NOTA                PIC X(20) VALUE SPACES.

      *AREA PARA EL LECTOR COMUN DEL ARCHIVO CENTRAL DE PARAMETROS.
       01 WKS-CONTROL-PARAMETROS.
          02 WKS-PARM-SECCION           PIC X(08) VALUE "EDUC3079".
          02 WKS-PARM-CANT              PIC 9(02) VALUE ZEROES.
          02 WKS-PARM-TABLA.
             03 WKS-PARM-ENTRADA OCCURS 20 TIMES.
                04 WKS-PARM-CLAVE       PIC X(20).
                04 WKS-PARM-VALOR       PIC X(20).
          02 WKS-PARM-SIN-SECCION       PIC X(01) VALUE "S".
          02 WKS-PARM-IDX               PIC 9(02) VALUE ZEROES.

      *AREA PARA LA RUTINA COMUN DE ESTADISTICAS DE CORRIDA.
       01 WKS-CONTROL-ESTADISTICA.
          02 WKS-ST-PROGRAMA            PIC X(08) VALUE "EDUK3079".
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

           INITIALIZE WKS-TABLA-CUENTAS
           INITIALIZE WKS-TABLA-MOVIMIENTOS
           INITIALIZE WKS-TABLA-CODIGOS

           PERFORM 0001-INICIO-PARAMETROS THRU 0001-PARAMETROS-E
           PERFORM 0002-INICIO-LEE-TARJETAS THRU 0002-LEE-TARJETAS-E
           PERFORM 0003-INICIO-CARGA-CODIGOS THRU 0003-CARGA-CODIGOS-E

      *EL MAESTRO DE CUENTAS DA LA AGENCIA DUENA; SOLO ES
      *INDISPENSABLE SI SE SELECCIONA POR AGENCIA.
           OPEN INPUT CUENTA-MASTER
           IF WKS-FS-CTAMST = "00"
              MOVE "S" TO WKS-CTAMST-DISPONIBLE
           ELSE
              IF WKS-CR-AGENCIA-CANT > ZEROES
                 DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE CUENTAS"
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              DISPLAY "SIN MAESTRO DE CUENTAS CTAMST"
           END-IF

           PERFORM 0004-INICIO-CARGA-INICIAL THRU 0004-CARGA-INICIAL-E
           PERFORM 0005-INICIO-CARGA-MES THRU 0005-CARGA-MES-E

           IF WKS-CTAMST-DISPONIBLE = "S"
              CLOSE CUENTA-MASTER
           END-IF

           PERFORM 0008-INICIO-ORDENA THRU 0008-ORDENA-E

           OPEN INPUT FILE-A
           IF WKS-FS-FILEA NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL MAESTRO A DE FIN DE MES"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT ESTADOS-CUENTA
           IF WKS-FS-ESTCTA NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE ESTADOS DE CUENTA"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT DIFERENCIAS-ESTADO
           IF WKS-FS-DIFESTC NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE DIFERENCIAS"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE 1 TO WKS-MV-IDX
           PERFORM VARYING WKS-CT-IDX FROM 1 BY 1
              UNTIL WKS-CT-IDX > WKS-CT-CANT
              IF WKS-CT-SELECCION(WKS-CT-IDX) = "S"
                 PERFORM 0009-INICIO-UNA-CUENTA THRU
                    0009-UNA-CUENTA-E
              END-IF
           END-PERFORM

           CLOSE FILE-A, ESTADOS-CUENTA, DIFERENCIAS-ESTADO

           DISPLAY "REGISTROS LEIDOS DEL ARCHIVO: " WKS-I-LEIDOS
           DISPLAY "MOVIMIENTOS DEL MES SELECCIONADOS: "
                   WKS-I-DEL-MES
           DISPLAY "ESTADOS DE CUENTA EMITIDOS: " WKS-I-ESTADOS
           DISPLAY "CUENTAS QUE NO CUADRAN CON FILE-A: "
                   WKS-I-DIFERENCIAS
           IF WKS-I-DESBORDE > ZEROES
              DISPLAY "REGISTROS QUE NO CUPIERON EN LAS TABLAS: "
                      WKS-I-DESBORDE
           END-IF

           MOVE WKS-I-LEIDOS TO WKS-ST-LEIDOS
           MOVE WKS-I-ESTADOS TO WKS-ST-ESCRITOS
           MOVE WKS-I-DIFERENCIAS TO WKS-ST-RECHAZADOS
           CALL 'RUNSTAT1' USING WKS-ST-PROGRAMA
                                 WKS-ST-FECHA-INICIO
                                 WKS-ST-HORA-INICIO
                                 WKS-ST-LEIDOS
                                 WKS-ST-ESCRITOS
                                 WKS-ST-RECHAZADOS

           IF WKS-I-DIFERENCIAS > ZEROES OR WKS-I-DESBORDE > ZEROES
              MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.
       0000-INICIO-E.
           EXIT.

       0001-INICIO-PARAMETROS SECTION.
      *EL PERIODO DEL ESTADO ES UN MES CALENDARIO: FECHA_DESDE Y
      *FECHA_HASTA (AAAAMMDD), AMBAS OBLIGATORIAS.
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
              WHEN OTHER
                   DISPLAY "PARAMETRO DESCONOCIDO EN PARAMET: "
                           WKS-PARM-CLAVE(WKS-PARM-IDX)
              END-EVALUATE
           END-PERFORM

           DISPLAY "PARAMETROS EFECTIVOS DE LA CORRIDA:"
           DISPLAY "  FECHA_DESDE: " WKS-FECHA-DESDE
           DISPLAY "  FECHA_HASTA: " WKS-FECHA-HASTA

           IF WKS-FECHA-DESDE = ZEROES OR WKS-FECHA-HASTA = ZEROES
              DISPLAY "FALTA EL PERIODO DEL ESTADO DE CUENTA"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE WKS-FECHA-DESDE(7:2) TO WKS-FI-DIA
           MOVE WKS-FECHA-DESDE(5:2) TO WKS-FI-MES
           MOVE WKS-FECHA-DESDE(1:4) TO WKS-FI-ANIO
           MOVE WKS-FECHA-IMPRESA TO WKS-LT-DESDE
           MOVE WKS-FECHA-HASTA(7:2) TO WKS-FI-DIA
           MOVE WKS-FECHA-HASTA(5:2) TO WKS-FI-MES
           MOVE WKS-FECHA-HASTA(1:4) TO WKS-FI-ANIO
           MOVE WKS-FECHA-IMPRESA TO WKS-LT-HASTA.
       0001-PARAMETROS-E.
           EXIT.

       0002-INICIO-LEE-TARJETAS SECTION.
      *TARJETAS "VERBO VALOR" COMO EN EL BUSCADOR DEL ARCHIVO:
      *AGENCIA NNN (UNA O VARIAS), CTADESDE Y CTAHASTA (CUENTA DE
      *DIEZ DIGITOS). LO NO SUMINISTRADO NO FILTRA.
           ACCEPT WKS-TARJETA-SELECCION FROM SYSIN

           PERFORM UNTIL WKS-FIN-SYSIN
                   EVALUATE WKS-TS-VERBO
                   WHEN "AGENCIA"
                        IF WKS-TS-VALOR(1:3) NUMERIC AND
                           WKS-CR-AGENCIA-CANT < 20
                           ADD 1 TO WKS-CR-AGENCIA-CANT
                           MOVE WKS-TS-VALOR(1:3) TO
                              WKS-CR-AGENCIA(WKS-CR-AGENCIA-CANT)
                        END-IF
                   WHEN "CTADESDE"
                        IF WKS-TS-VALOR(1:10) NUMERIC
                           MOVE WKS-TS-VALOR(1:10) TO WKS-CR-DESDE
                        END-IF
                   WHEN "CTAHASTA"
                        IF WKS-TS-VALOR(1:10) NUMERIC
                           MOVE WKS-TS-VALOR(1:10) TO WKS-CR-HASTA
                        END-IF
                   WHEN OTHER
                        DISPLAY "TARJETA DE SELECCION DESCONOCIDA: "
                                WKS-TARJETA-SELECCION
                   END-EVALUATE
                   ACCEPT WKS-TARJETA-SELECCION FROM SYSIN
                   IF WKS-TARJETA-SELECCION = "FIN"
                      SET WKS-FIN-SYSIN TO TRUE
                   END-IF
           END-PERFORM

           DISPLAY "SELECCION DE CUENTAS: DESDE " WKS-CR-DESDE
                   " HASTA " WKS-CR-HASTA
           PERFORM VARYING WKS-CR-AGENCIA-IDX FROM 1 BY 1
              UNTIL WKS-CR-AGENCIA-IDX > WKS-CR-AGENCIA-CANT
              DISPLAY "  AGENCIA: " WKS-CR-AGENCIA(WKS-CR-AGENCIA-IDX)
           END-PERFORM.
       0002-LEE-TARJETAS-E.
           EXIT.

       0003-INICIO-CARGA-CODIGOS SECTION.
           OPEN INPUT CODIGOS-TRANSACCION
           IF WKS-FS-CODTRANS = "35"
              DISPLAY "SIN CATALOGO DE CODIGOS CODTRANS"
              GO TO 0003-CARGA-CODIGOS-E
           END-IF
           IF WKS-FS-CODTRANS NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL CATALOGO DE CODIGOS"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           READ CODIGOS-TRANSACCION INTO WKS-REG-CODIGO
           AT END
              SET WKS-FIN-CODTRANS TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-CODTRANS
                   IF WKS-RC-CODIGO NUMERIC AND WKS-CD-CANT < 100
                      ADD 1 TO WKS-CD-CANT
                      MOVE WKS-RC-CODIGO TO WKS-CD-CODIGO(WKS-CD-CANT)
                      MOVE WKS-RC-DESCRIPCION TO
                         WKS-CD-DESCRIPCION(WKS-CD-CANT)
                   END-IF
                   READ CODIGOS-TRANSACCION INTO WKS-REG-CODIGO
                   AT END
                      SET WKS-FIN-CODTRANS TO TRUE
                   END-READ
           END-PERFORM

           CLOSE CODIGOS-TRANSACCION.
       0003-CARGA-CODIGOS-E.
           EXIT.

       0004-INICIO-CARGA-INICIAL SECTION.
      *SALDO INICIAL DE CADA CUENTA SELECCIONADA SEGUN LA FOTO DEL
      *MAESTRO A AL INICIO DEL MES.
           OPEN INPUT MAESTRO-INICIAL
           IF WKS-FS-FILEAINI NOT = "00"
              DISPLAY "NO SE PUDO ABRIR LA FOTO INICIAL DEL MAESTRO A"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           READ MAESTRO-INICIAL
           AT END
              SET WKS-FIN-FILEAINI TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-FILEAINI
                   MOVE INI-LLAVE TO WKS-CUENTA-BUSCADA
                   PERFORM 0006-INICIO-BUSCA-CUENTA THRU
                      0006-BUSCA-CUENTA-E
                   IF WKS-CT-HALLADO > ZEROES
                      MOVE "S" TO WKS-CT-FOTO(WKS-CT-HALLADO)
                      MOVE INI-SALDO TO
                         WKS-CT-SALDO-INICIAL(WKS-CT-HALLADO)
                   END-IF
                   READ MAESTRO-INICIAL
                   AT END
                      SET WKS-FIN-FILEAINI TO TRUE
                   END-READ
           END-PERFORM

           CLOSE MAESTRO-INICIAL.
       0004-CARGA-INICIAL-E.
           EXIT.

       0005-INICIO-CARGA-MES SECTION.
      *MOVIMIENTOS DEL PERIODO DE LAS CUENTAS SELECCIONADAS. EL
      *REGISTRO DE ARCHIVO SOLO TRAE DIA Y MES: EL ANO SE TOMA DEL
      *PERIODO PEDIDO, COMO EN LA CONSOLIDACION MENSUAL.
           OPEN INPUT ARCHIVO-FTPMOM
           IF WKS-FS-ARCHFTPM NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE RESPALDO ARCHFTPM"
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
                   IF WKS-FECHA-REGISTRO NOT < WKS-FECHA-DESDE AND
                      WKS-FECHA-REGISTRO NOT > WKS-FECHA-HASTA
                      PERFORM 0007-INICIO-GUARDA-MOV THRU
                         0007-GUARDA-MOV-E
                   END-IF
                   READ ARCHIVO-FTPMOM INTO WKS-REG-ARCHIVO
                   AT END
                      SET WKS-FIN-ARCHFTPM TO TRUE
                   END-READ
           END-PERFORM

           CLOSE ARCHIVO-FTPMOM.
       0005-CARGA-MES-E.
           EXIT.

       0006-INICIO-BUSCA-CUENTA SECTION.
      *DEVUELVE EN WKS-CT-HALLADO LA POSICION DE LA CUENTA SI ESTA
      *SELECCIONADA (CERO SI NO LO ESTA). LA PRIMERA VEZ QUE SE VE
      *UNA CUENTA SE DECIDE SU SELECCION Y SE GUARDA LA DECISION.
           MOVE ZEROES TO WKS-CT-HALLADO
           PERFORM VARYING WKS-CT-IDX FROM 1 BY 1
              UNTIL WKS-CT-IDX > WKS-CT-CANT
              IF WKS-CT-CUENTA(WKS-CT-IDX) = WKS-CUENTA-BUSCADA
                 IF WKS-CT-SELECCION(WKS-CT-IDX) = "S"
                    MOVE WKS-CT-IDX TO WKS-CT-HALLADO
                 END-IF
                 GO TO 0006-BUSCA-CUENTA-E
              END-IF
           END-PERFORM

           IF WKS-CUENTA-BUSCADA < WKS-CR-DESDE OR
              WKS-CUENTA-BUSCADA > WKS-CR-HASTA
              GO TO 0006-BUSCA-CUENTA-E
           END-IF

           IF WKS-CT-CANT NOT < 3000
              ADD 1 TO WKS-I-DESBORDE
              GO TO 0006-BUSCA-CUENTA-E
           END-IF
           ADD 1 TO WKS-CT-CANT
           MOVE WKS-CUENTA-BUSCADA TO WKS-CT-CUENTA(WKS-CT-CANT)
           MOVE "N" TO WKS-CT-FOTO(WKS-CT-CANT)
           MOVE ZEROES TO WKS-CT-SALDO-INICIAL(WKS-CT-CANT)
           MOVE ZEROES TO WKS-CT-AGENCIA(WKS-CT-CANT)
           IF WKS-CTAMST-DISPONIBLE = "S"
              MOVE WKS-CUENTA-BUSCADA TO CTAMST-NUMERO
              READ CUENTA-MASTER
              END-READ
              IF WKS-FS-CTAMST = "00"
                 MOVE CTAMST-AGENCIA TO WKS-CT-AGENCIA(WKS-CT-CANT)
              END-IF
           END-IF

           MOVE "S" TO WKS-CT-SELECCION(WKS-CT-CANT)
           IF WKS-CR-AGENCIA-CANT > ZEROES
              MOVE "N" TO WKS-CT-SELECCION(WKS-CT-CANT)
              PERFORM VARYING WKS-CR-AGENCIA-IDX FROM 1 BY 1
                 UNTIL WKS-CR-AGENCIA-IDX > WKS-CR-AGENCIA-CANT
                 IF WKS-CR-AGENCIA(WKS-CR-AGENCIA-IDX) =
                    WKS-CT-AGENCIA(WKS-CT-CANT)
                    MOVE "S" TO WKS-CT-SELECCION(WKS-CT-CANT)
                 END-IF
              END-PERFORM
           END-IF

           IF WKS-CT-SELECCION(WKS-CT-CANT) = "S"
              MOVE WKS-CT-CANT TO WKS-CT-HALLADO
           END-IF.
       0006-BUSCA-CUENTA-E.
           EXIT.

       0007-INICIO-GUARDA-MOV SECTION.
           MOVE WKS-AR-NUMERO-CUENTA TO WKS-CUENTA-BUSCADA
           PERFORM 0006-INICIO-BUSCA-CUENTA THRU 0006-BUSCA-CUENTA-E
           IF WKS-CT-HALLADO = ZEROES
              GO TO 0007-GUARDA-MOV-E
           END-IF
           IF WKS-MV-CANT NOT < 9999
              ADD 1 TO WKS-I-DESBORDE
              GO TO 0007-GUARDA-MOV-E
           END-IF

           IF WKS-AR-VALOR-SIGNO = "-"
              COMPUTE WKS-VALOR-TRAB = ZERO - WKS-AR-VALOR-ENT -
                 (WKS-AR-VALOR-DEC / 100)
           ELSE
              COMPUTE WKS-VALOR-TRAB = WKS-AR-VALOR-ENT +
                 (WKS-AR-VALOR-DEC / 100)
           END-IF
           DIVIDE WKS-AR-TIPO-MOVIMIENTO BY 2
              GIVING WKS-DIVISION
              REMAINDER WKS-RESIDUO
           IF WKS-RESIDUO = 1
              COMPUTE WKS-VALOR-TRAB = ZERO - WKS-VALOR-TRAB
           END-IF

      *RESERVAS QUE EL MOVIMIENTO DEJA SOBRE LOS FONDOS.
           MOVE ZEROES TO WKS-RESERVA-TRAB
           PERFORM VARYING WKS-RES-IDX FROM 1 BY 1
              UNTIL WKS-RES-IDX > 2
              IF WKS-AR-RESERVA-TIPO(WKS-RES-IDX) NUMERIC AND
                 WKS-AR-RESERVA-TIPO(WKS-RES-IDX) > ZEROES AND
                 WKS-AR-RESERVA-ENT(WKS-RES-IDX) NUMERIC AND
                 WKS-AR-RESERVA-DEC(WKS-RES-IDX) NUMERIC AND
                 WKS-AR-RESERVA-SIGNO(WKS-RES-IDX) NOT = "-"
                 COMPUTE WKS-RESERVA-TRAB = WKS-RESERVA-TRAB +
                    WKS-AR-RESERVA-ENT(WKS-RES-IDX) +
                    (WKS-AR-RESERVA-DEC(WKS-RES-IDX) / 100)
              END-IF
           END-PERFORM

           ADD 1 TO WKS-I-DEL-MES
           ADD 1 TO WKS-MV-CANT
           MOVE WKS-AR-NUMERO-CUENTA TO WKS-MV-CUENTA(WKS-MV-CANT)
           COMPUTE WKS-MV-MMDD(WKS-MV-CANT) =
              WKS-AR-MES * 100 + WKS-AR-DIA
           MOVE WKS-AR-NUM-SECUENCIA TO WKS-MV-SECUENCIA(WKS-MV-CANT)
           MOVE WKS-AR-CODIGO-TRANSACCION TO
              WKS-MV-CODIGO(WKS-MV-CANT)
           MOVE WKS-AR-DOCUMENTO TO WKS-MV-DOCUMENTO(WKS-MV-CANT)
           MOVE WKS-VALOR-TRAB TO WKS-MV-VALOR(WKS-MV-CANT)
           MOVE WKS-RESERVA-TRAB TO WKS-MV-RESERVA(WKS-MV-CANT).
       0007-GUARDA-MOV-E.
           EXIT.

       0008-INICIO-ORDENA SECTION.
      *CUENTAS POR NUMERO; MOVIMIENTOS POR CUENTA, FECHA Y
      *SECUENCIA, POR INTERCAMBIO DIRECTO.
           PERFORM VARYING WKS-CT-IDX FROM 1 BY 1
              UNTIL WKS-CT-IDX >= WKS-CT-CANT
              PERFORM VARYING WKS-CT-IDX2 FROM 1 BY 1
                 UNTIL WKS-CT-IDX2 >= WKS-CT-CANT
                 IF WKS-CT-CUENTA(WKS-CT-IDX2) >
                    WKS-CT-CUENTA(WKS-CT-IDX2 + 1)
                    MOVE WKS-CT-ENTRADA(WKS-CT-IDX2) TO
                       WKS-CT-AUXILIAR
                    MOVE WKS-CT-ENTRADA(WKS-CT-IDX2 + 1) TO
                       WKS-CT-ENTRADA(WKS-CT-IDX2)
                    MOVE WKS-CT-AUXILIAR TO
                       WKS-CT-ENTRADA(WKS-CT-IDX2 + 1)
                 END-IF
              END-PERFORM
           END-PERFORM

           PERFORM VARYING WKS-MV-IDX FROM 1 BY 1
              UNTIL WKS-MV-IDX >= WKS-MV-CANT
              PERFORM VARYING WKS-MV-IDX2 FROM 1 BY 1
                 UNTIL WKS-MV-IDX2 >= WKS-MV-CANT
                 IF WKS-MV-CUENTA(WKS-MV-IDX2) >
                    WKS-MV-CUENTA(WKS-MV-IDX2 + 1) OR
                    (WKS-MV-CUENTA(WKS-MV-IDX2) =
                     WKS-MV-CUENTA(WKS-MV-IDX2 + 1) AND
                     WKS-MV-MMDD(WKS-MV-IDX2) >
                     WKS-MV-MMDD(WKS-MV-IDX2 + 1)) OR
                    (WKS-MV-CUENTA(WKS-MV-IDX2) =
                     WKS-MV-CUENTA(WKS-MV-IDX2 + 1) AND
                     WKS-MV-MMDD(WKS-MV-IDX2) =
                     WKS-MV-MMDD(WKS-MV-IDX2 + 1) AND
                     WKS-MV-SECUENCIA(WKS-MV-IDX2) >
                     WKS-MV-SECUENCIA(WKS-MV-IDX2 + 1))
                    MOVE WKS-MV-ENTRADA(WKS-MV-IDX2) TO
                       WKS-MV-AUXILIAR
                    MOVE WKS-MV-ENTRADA(WKS-MV-IDX2 + 1) TO
                       WKS-MV-ENTRADA(WKS-MV-IDX2)
                    MOVE WKS-MV-AUXILIAR TO
                       WKS-MV-ENTRADA(WKS-MV-IDX2 + 1)
                 END-IF
              END-PERFORM
           END-PERFORM.
       0008-ORDENA-E.
           EXIT.

       0009-INICIO-UNA-CUENTA SECTION.
      *LOS MOVIMIENTOS DE LA CUENTA SON CONSECUTIVOS A PARTIR DE
      *WKS-MV-IDX (AMBAS TABLAS VAN EN ORDEN DE CUENTA). PRIMERO SE
      *CALCULA EL SALDO FINAL Y SE CRUZA CON FILE-A; SOLO SI CUADRA
      *SE IMPRIME EL ESTADO.
           MOVE WKS-MV-IDX TO WKS-MV-PRIMERO
           MOVE WKS-CT-SALDO-INICIAL(WKS-CT-IDX) TO WKS-SALDO-CALCULADO
           PERFORM UNTIL WKS-MV-IDX > WKS-MV-CANT OR
                   WKS-MV-CUENTA(WKS-MV-IDX) NOT =
                   WKS-CT-CUENTA(WKS-CT-IDX)
                   ADD WKS-MV-VALOR(WKS-MV-IDX) TO WKS-SALDO-CALCULADO
                   ADD 1 TO WKS-MV-IDX
           END-PERFORM
           COMPUTE WKS-MV-ULTIMO = WKS-MV-IDX - 1

           MOVE WKS-CT-CUENTA(WKS-CT-IDX) TO FILEA-LLAVE
           READ FILE-A
           END-READ
           IF WKS-FS-FILEA NOT = "00"
              ADD 1 TO WKS-I-DIFERENCIAS
              MOVE WKS-CT-CUENTA(WKS-CT-IDX) TO WKS-DF-CUENTA
              MOVE WKS-CT-SALDO-INICIAL(WKS-CT-IDX) TO WKS-DF-INICIAL
              MOVE WKS-SALDO-CALCULADO TO WKS-DF-CALCULADO
              MOVE ZEROES TO WKS-DF-REAL
              MOVE "CUENTA AUSENTE" TO WKS-DF-NOTA
              WRITE REG-DIFERENCIA FROM WKS-LINEA-DIFERENCIA
              GO TO 0009-UNA-CUENTA-E
           END-IF
           IF FILEA-SALDO NOT = WKS-SALDO-CALCULADO
              ADD 1 TO WKS-I-DIFERENCIAS
              MOVE WKS-CT-CUENTA(WKS-CT-IDX) TO WKS-DF-CUENTA
              MOVE WKS-CT-SALDO-INICIAL(WKS-CT-IDX) TO WKS-DF-INICIAL
              MOVE WKS-SALDO-CALCULADO TO WKS-DF-CALCULADO
              MOVE FILEA-SALDO TO WKS-DF-REAL
              IF WKS-CT-FOTO(WKS-CT-IDX) = "S"
                 MOVE "SALDO NO CUADRA" TO WKS-DF-NOTA
              ELSE
                 MOVE "SIN SALDO INICIAL" TO WKS-DF-NOTA
              END-IF
              WRITE REG-DIFERENCIA FROM WKS-LINEA-DIFERENCIA
              GO TO 0009-UNA-CUENTA-E
           END-IF

           PERFORM 0010-INICIO-IMPRIME THRU 0010-IMPRIME-E.
       0009-UNA-CUENTA-E.
           EXIT.

       0010-INICIO-IMPRIME SECTION.
           ADD 1 TO WKS-I-ESTADOS
           MOVE ZEROES TO WKS-TOTAL-DEBITOS, WKS-TOTAL-CREDITOS,
              WKS-TOTAL-RESERVAS

           MOVE WKS-CT-CUENTA(WKS-CT-IDX) TO WKS-LT-CUENTA
           MOVE WKS-CT-AGENCIA(WKS-CT-IDX) TO WKS-LT-AGENCIA
           MOVE FILEA-NOMBRE TO WKS-LT-NOMBRE
           MOVE ALL "=" TO REG-ESTADO-CUENTA
           WRITE REG-ESTADO-CUENTA
           WRITE REG-ESTADO-CUENTA FROM WKS-LINEA-TITULO
           MOVE SPACES TO REG-ESTADO-CUENTA
           MOVE "FECHA       SEC.  DOCUMENTO  DESCRIPCION" TO
              REG-ESTADO-CUENTA(1:41)
           MOVE "DEBITOS" TO REG-ESTADO-CUENTA(70:7)
           MOVE "CREDITOS" TO REG-ESTADO-CUENTA(87:8)
           MOVE "RESERVAS" TO REG-ESTADO-CUENTA(103:8)
           MOVE "SALDO" TO REG-ESTADO-CUENTA(125:5)
           WRITE REG-ESTADO-CUENTA

           MOVE WKS-CT-SALDO-INICIAL(WKS-CT-IDX) TO WKS-SALDO-CORRIDO
           MOVE SPACES TO WKS-LINEA-MOVIMIENTO
           MOVE WKS-LT-DESDE TO WKS-LM-FECHA
           MOVE "SALDO INICIAL" TO WKS-LM-DESCRIPCION
           MOVE ZEROES TO WKS-LM-DEBITO, WKS-LM-CREDITO, WKS-LM-RESERVA
           MOVE WKS-SALDO-CORRIDO TO WKS-LM-SALDO
           WRITE REG-ESTADO-CUENTA FROM WKS-LINEA-MOVIMIENTO

           PERFORM VARYING WKS-MV-IDX2 FROM WKS-MV-PRIMERO BY 1
              UNTIL WKS-MV-IDX2 > WKS-MV-ULTIMO
              ADD WKS-MV-VALOR(WKS-MV-IDX2) TO WKS-SALDO-CORRIDO
              DIVIDE WKS-MV-MMDD(WKS-MV-IDX2) BY 100
                 GIVING WKS-FI-MES REMAINDER WKS-FI-DIA
              MOVE WKS-FECHA-DESDE(1:4) TO WKS-FI-ANIO
              MOVE WKS-FECHA-IMPRESA TO WKS-LM-FECHA
              MOVE WKS-MV-SECUENCIA(WKS-MV-IDX2) TO WKS-LM-SECUENCIA
              MOVE WKS-MV-DOCUMENTO(WKS-MV-IDX2) TO WKS-LM-DOCUMENTO
              PERFORM 0011-INICIO-DESCRIPCION THRU
                 0011-DESCRIPCION-E
              IF WKS-MV-VALOR(WKS-MV-IDX2) < ZEROES
                 COMPUTE WKS-LM-DEBITO = ZERO -
                    WKS-MV-VALOR(WKS-MV-IDX2)
                 MOVE ZEROES TO WKS-LM-CREDITO
                 SUBTRACT WKS-MV-VALOR(WKS-MV-IDX2) FROM
                    WKS-TOTAL-DEBITOS
              ELSE
                 MOVE ZEROES TO WKS-LM-DEBITO
                 MOVE WKS-MV-VALOR(WKS-MV-IDX2) TO WKS-LM-CREDITO
                 ADD WKS-MV-VALOR(WKS-MV-IDX2) TO WKS-TOTAL-CREDITOS
              END-IF
              MOVE WKS-MV-RESERVA(WKS-MV-IDX2) TO WKS-LM-RESERVA
              ADD WKS-MV-RESERVA(WKS-MV-IDX2) TO WKS-TOTAL-RESERVAS
              MOVE WKS-SALDO-CORRIDO TO WKS-LM-SALDO
              WRITE REG-ESTADO-CUENTA FROM WKS-LINEA-MOVIMIENTO
           END-PERFORM

           MOVE SPACES TO WKS-LINEA-MOVIMIENTO
           MOVE WKS-LT-HASTA TO WKS-LM-FECHA
           MOVE "TOTALES Y SALDO FINAL" TO WKS-LM-DESCRIPCION
           MOVE WKS-TOTAL-DEBITOS TO WKS-LM-DEBITO
           MOVE WKS-TOTAL-CREDITOS TO WKS-LM-CREDITO
           MOVE WKS-TOTAL-RESERVAS TO WKS-LM-RESERVA
           MOVE WKS-SALDO-CORRIDO TO WKS-LM-SALDO
           WRITE REG-ESTADO-CUENTA FROM WKS-LINEA-MOVIMIENTO.
       0010-IMPRIME-E.
           EXIT.

       0011-INICIO-DESCRIPCION SECTION.
           PERFORM VARYING WKS-CD-IDX FROM 1 BY 1
              UNTIL WKS-CD-IDX > WKS-CD-CANT
              IF WKS-CD-CODIGO(WKS-CD-IDX) = WKS-MV-CODIGO(WKS-MV-IDX2)
                 MOVE WKS-CD-DESCRIPCION(WKS-CD-IDX) TO
                    WKS-LM-DESCRIPCION
                 GO TO 0011-DESCRIPCION-E
              END-IF
           END-PERFORM

           MOVE SPACES TO WKS-LM-DESCRIPCION
           STRING "TRANSACCION CODIGO " WKS-MV-CODIGO(WKS-MV-IDX2)
              DELIMITED BY SIZE INTO WKS-LM-DESCRIPCION
           END-STRING.
       0011-DESCRIPCION-E.
           EXIT.
