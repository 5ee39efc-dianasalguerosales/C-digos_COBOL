      ******************************************************************
      * FECHA       : 2026                                             *
      * PROGRAMADOR : DIANA STEFFANNY SALGUERO ROSALES                 *
      * APLICACION  : EDUCACION                                        *
      * PROGRAMA    : EDUC3087                                         *
      * TIPO        : BATCH (FIN DE MES)                               *
      * DESCRIPCION : COBRO DE COMISION POR SALDO MINIMO. CALCULA EL   *
      *             : SALDO PROMEDIO DIARIO DEL MES DE CADA CUENTA A   *
      *             : PARTIR DEL SALDO INICIAL (FOTO DEL MAESTRO A AL  *
      *             : INICIO DEL MES, FILEAINI) Y DE LAS POSICIONES    *
      *             : NETAS DIARIAS DEL EXTRACTO (POSNETA, CON LAS     *
      *             : GENERACIONES DEL MES CONCATENADAS), CUADRANDO EL *
      *             : SALDO FINAL CONTRA EL FILE-A DE FIN DE MES. SI   *
      *             : EL PROMEDIO QUEDA BAJO EL MINIMO DE LA TABLA DE  *
      *             : COMISIONES (TABCOMIS, POR CLASE DE CUENTA Y      *
      *             : MONEDA) GENERA EL CARGO COMO MOVIMIENTO EN EL    *
      *             : LAYOUT DE MOMDCO (COMISMOM, CON SU TARJETA DE    *
      *             : CONTROL) PARA QUE ENTRE POR EL EXTRACTO, SUS     *
      *             : VALIDACIONES Y LA POLIZA CONTABLE. QUEDAN        *
      *             : EXENTAS LAS CUENTAS NO ABIERTAS (DORMIDAS,       *
      *             : CONGELADAS, CERRADAS), LAS DE EMPLEADOS (EMPCTA) *
      *             : Y LAS ABIERTAS HACE MENOS DE DIAS_CUENTA_NUEVA   *
      *             : DIAS. EL REGISTRO DE COMISIONES (RPTCOMIS)       *
      *             : MUESTRA EL SALDO PROMEDIO QUE ORIGINO CADA       *
      *             : CARGO.                                           *
      * ARCHIVOS    : FILEAINI (ENTRADA), POSNETA (ENTRADA), FILE-A    *
      *             : (ENTRADA), CTAMST (ENTRADA), EMPCTA (ENTRADA),   *
      *             : TABCOMIS (ENTRADA), COMISMOM (SALIDA), RPTCOMIS  *
      *             : (SALIDA)                                         *
      * PROGRAMA(S) : PARMRD01, RUNSTAT1                               *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDUC3087.
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
      *POSICIONES NETAS DIARIAS QUE GRABA EDUC3011, CON LA FECHA DE
      *NEGOCIO AL FINAL DE CADA LINEA.
           SELECT POSICION-NETA ASSIGN TO POSNETA
                  FILE STATUS IS WKS-FS-POSNETA.
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
           SELECT EMPLEADO-CUENTA ASSIGN TO EMPCTA
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EMPCTA-LLAVE
                  FILE STATUS IS WKS-FS-EMPCTA.
      *TABLA DE COMISIONES: C M SSSSSSSSS.DD CCCCCCC.DD (CLASE DE
      *CUENTA, MONEDA, SALDO PROMEDIO MINIMO Y COMISION MENSUAL).
           SELECT TABLA-COMISIONES ASSIGN TO TABCOMIS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-TABCOMIS.
      *CARGOS EN EL LAYOUT DE MOMDCO, PARA INYECTARSE AL EXTRACTO.
           SELECT MOVIMIENTOS-COMISION ASSIGN TO COMISMOM
                  FILE STATUS IS WKS-FS-COMISMOM.
           SELECT RPT-COMISIONES ASSIGN TO RPTCOMIS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-RPTCOMIS.

       DATA DIVISION.

       FILE SECTION.
       FD MAESTRO-INICIAL.
       01 INI-REGISTRO.
          05 INI-LLAVE                  PIC 9(10).
          05 INI-NOMBRE                 PIC X(20).
          05 INI-SALDO                  PIC S9(09)V99.
          05 INI-FECHA                  PIC 9(08).

       FD POSICION-NETA.
       01 REG-POSICION-NETA             PIC X(100).

       FD FILE-A.
           COPY FILE-A.

       FD CUENTA-MASTER.
           COPY CTAMST.

       FD EMPLEADO-CUENTA.
           COPY EMPCTA.

       FD TABLA-COMISIONES.
       01 REG-TABLA-COMISIONES          PIC X(40).

       FD MOVIMIENTOS-COMISION
           RECORDING MODE IS F.
           COPY FILE-IN.

       FD RPT-COMISIONES.
       01 REG-RPT-COMISIONES            PIC X(132).

       WORKING-STORAGE SECTION.

       01 WKS-CONTROL-ARCHIVOS.
          02 WKS-FS-FILEAINI            PIC X(02) VALUE SPACES.
             88 WKS-FIN-FILEAINI                  VALUE "10".
          02 WKS-FS-POSNETA             PIC X(02) VALUE SPACES.
             88 WKS-FIN-POSNETA                   VALUE "10".
          02 WKS-FS-FILEA               PIC X(02) VALUE SPACES.
          02 WKS-FS-CTAMST              PIC X(02) VALUE SPACES.
          02 WKS-FS-EMPCTA              PIC X(02) VALUE SPACES.
             88 WKS-FIN-EMPCTA                    VALUE "10".
          02 WKS-FS-TABCOMIS            PIC X(02) VALUE SPACES.
             88 WKS-FIN-TABCOMIS                  VALUE "10".
          02 WKS-FS-COMISMOM            PIC X(02) VALUE SPACES.
          02 WKS-FS-RPTCOMIS            PIC X(02) VALUE SPACES.

      *MISMA LINEA DE POSICION NETA QUE GRABA EDUC3011
      *(WKS-LINEA-POSICION).
       01 WKS-LINEA-POSICION.
          02 WKS-PL-CUENTA              PIC 9(10).
          02 FILLER                     PIC X(01).
          02 WKS-PL-MONEDA              PIC 9(01).
          02 FILLER                     PIC X(01).
          02 WKS-PL-CANT-DEB            PIC 9(06).
          02 FILLER                     PIC X(01).
          02 WKS-PL-CANT-CRE            PIC 9(06).
          02 FILLER                     PIC X(01).
          02 WKS-PL-VALOR-DEB           PIC X(15).
          02 FILLER                     PIC X(01).
          02 WKS-PL-VALOR-CRE           PIC X(15).
          02 FILLER                     PIC X(01).
          02 WKS-PL-NETO                PIC X(16).
          02 FILLER                     PIC X(01).
          02 WKS-PL-FECHA               PIC 9(08).
          02 FILLER                     PIC X(16).

      *VISTA DE LA LINEA DE LA TABLA DE COMISIONES.
       01 WKS-LINEA-COMISION.
          02 WKS-TL-CLASE               PIC 9(01).
          02 FILLER                     PIC X(01).
          02 WKS-TL-MONEDA              PIC 9(01).
          02 FILLER                     PIC X(01).
          02 WKS-TL-MINIMO-ENT          PIC 9(09).
          02 FILLER                     PIC X(01).
          02 WKS-TL-MINIMO-DEC          PIC 9(02).
          02 FILLER                     PIC X(01).
          02 WKS-TL-COMISION-ENT        PIC 9(07).
          02 FILLER                     PIC X(01).
          02 WKS-TL-COMISION-DEC        PIC 9(02).
          02 FILLER                     PIC X(13).

      *REGLAS DE COMISION POR CLASE DE CUENTA (1-9) Y MONEDA (1-9).
       01 WKS-TABLA-REGLAS.
          02 WKS-RG-CLASE OCCURS 9 TIMES.
             03 WKS-RG-MONEDA OCCURS 9 TIMES.
                04 WKS-RG-SW            PIC X(01).
                   88 WKS-RG-CON-REGLA            VALUE "S".
                04 WKS-RG-MINIMO        PIC 9(09)V99.
                04 WKS-RG-COMISION      PIC 9(07)V99.
          02 WKS-RG-IDX-CLASE           PIC 9(02) VALUE ZEROES.
          02 WKS-RG-IDX-MONEDA          PIC 9(02) VALUE ZEROES.

      *MOVIMIENTO NETO DEL MES POR CUENTA: EL NETO SIMPLE (PARA
      *CUADRAR CONTRA EL FILE-A) Y EL NETO PONDERADO POR LOS DIAS
      *QUE CADA NETO DIARIO PERMANECIO EN LA CUENTA HASTA FIN DE MES.
       01 WKS-TABLA-NETOS.
          02 WKS-NT-ENTRADA OCCURS 9999 TIMES.
             03 WKS-NT-CUENTA           PIC 9(10).
             03 WKS-NT-NETO             PIC S9(13)V99.
             03 WKS-NT-PONDERADO        PIC S9(15)V99.
          02 WKS-NT-CANT                PIC 9(04) VALUE ZEROES.
          02 WKS-NT-IDX                 PIC 9(04) VALUE ZEROES.
          02 WKS-NT-HALLADO             PIC X(01) VALUE "N".
             88 WKS-NT-CUENTA-HALLADA             VALUE "S".

      *TOTALES DE CARGOS POR MONEDA.
       01 WKS-TABLA-MONEDAS.
          02 WKS-MO-ENTRADA OCCURS 9 TIMES.
             03 WKS-MO-CARGOS           PIC 9(07).
             03 WKS-MO-VALOR            PIC 9(13)V99.
          02 WKS-MO-IDX                 PIC 9(02) VALUE ZEROES.

       01 WKS-CONTROL-COMISION.
          02 WKS-FECHA-NEGOCIO          PIC 9(08) VALUE ZEROES.
          02 WKS-FECHA-ENTERA           PIC X(20) VALUE SPACES.
          02 WKS-PERIODO                PIC 9(06) VALUE ZEROES.
          02 WKS-PERIODO-R REDEFINES WKS-PERIODO.
             03 WKS-PE-ANIO             PIC 9(04).
             03 WKS-PE-MES              PIC 9(02).
          02 WKS-FECHA-TRABAJO          PIC 9(08) VALUE ZEROES.
          02 WKS-FECHA-TRABAJO-R REDEFINES WKS-FECHA-TRABAJO.
             03 WKS-FT-ANIO             PIC 9(04).
             03 WKS-FT-MES              PIC 9(02).
             03 WKS-FT-DIA              PIC 9(02).
          02 WKS-FECHA-FIN-MES          PIC 9(08) VALUE ZEROES.
          02 WKS-FECHA-FIN-R REDEFINES WKS-FECHA-FIN-MES.
             03 WKS-FF-ANIO             PIC 9(04).
             03 WKS-FF-MES              PIC 9(02).
             03 WKS-FF-DIA              PIC 9(02).
          02 WKS-DIAS-MES               PIC 9(02) VALUE ZEROES.
          02 WKS-FECHA-CUENTA-NUEVA     PIC 9(08) VALUE ZEROES.
          02 WKS-DIAS-CUENTA-NUEVA      PIC 9(04) VALUE 90.
          02 WKS-CODIGO-COMISION        PIC 9(02) VALUE 47.
          02 WKS-MOTIVO-COMISION        PIC 9(05) VALUE 470.
          02 WKS-ORIGEN-COMISION        PIC 9(02) VALUE 90.
          02 WKS-DIA-POSICION           PIC 9(02) VALUE ZEROES.
          02 WKS-NETO-DIA               PIC S9(13)V99 VALUE ZEROES.
          02 WKS-SALDO-CALCULADO        PIC S9(13)V99 VALUE ZEROES.
          02 WKS-SALDO-PROMEDIO         PIC S9(13)V99 VALUE ZEROES.
          02 WKS-SECUENCIA              PIC 9(06) VALUE ZEROES.
          02 WKS-HASH-VALOR             PIC S9(13)V99 VALUE ZEROES.
          02 WKS-TOTAL-COMISION         PIC 9(13)V99 VALUE ZEROES.
          02 WKS-EMPLEADO-SW            PIC X(01) VALUE "N".
             88 WKS-CUENTA-EMPLEADO               VALUE "S".

       01 WKS-ITERACIONES.
          02 WKS-I-CUENTAS              PIC 9(07) VALUE ZEROES.
          02 WKS-I-POSICIONES           PIC 9(07) VALUE ZEROES.
          02 WKS-I-FUERA-PERIODO        PIC 9(07) VALUE ZEROES.
          02 WKS-I-POSICION-INVALIDA    PIC 9(07) VALUE ZEROES.
          02 WKS-I-SIN-MAESTRO          PIC 9(07) VALUE ZEROES.
          02 WKS-I-NO-ABIERTAS          PIC 9(07) VALUE ZEROES.
          02 WKS-I-DORMIDAS             PIC 9(07) VALUE ZEROES.
          02 WKS-I-EMPLEADOS            PIC 9(07) VALUE ZEROES.
          02 WKS-I-NUEVAS               PIC 9(07) VALUE ZEROES.
          02 WKS-I-SIN-REGLA            PIC 9(07) VALUE ZEROES.
          02 WKS-I-SOBRE-MINIMO         PIC 9(07) VALUE ZEROES.
          02 WKS-I-DESCUADRES           PIC 9(07) VALUE ZEROES.
          02 WKS-I-CARGOS               PIC 9(07) VALUE ZEROES.
          02 WKS-I-DESBORDE             PIC 9(07) VALUE ZEROES.

      *LINEA DEL REGISTRO DE COMISIONES.
       01 WKS-LINEA-CARGO.
          02 WKS-LC-CUENTA              PIC 9(10) VALUE ZEROES.
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 WKS-LC-AGENCIA             PIC 9(03) VALUE ZEROES.
          02 FILLER                     PIC X(04) VALUE SPACES.
          02 WKS-LC-CLASE               PIC 9(01) VALUE ZEROES.
          02 FILLER                     PIC X(05) VALUE SPACES.
          02 WKS-LC-MONEDA              PIC 9(01) VALUE ZEROES.
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 WKS-LC-SALDO-INICIAL       PIC -ZZZ,ZZZ,ZZ9.99
                                        VALUE ZEROES.
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 WKS-LC-SALDO-PROMEDIO      PIC -ZZZ,ZZZ,ZZ9.99
                                        VALUE ZEROES.
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 WKS-LC-MINIMO              PIC ZZZ,ZZZ,ZZ9.99 VALUE ZEROES.
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 WKS-LC-SALDO-FINAL         PIC -ZZZ,ZZZ,ZZ9.99
                                        VALUE ZEROES.
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 WKS-LC-COMISION            PIC Z,ZZZ,ZZ9.99 VALUE ZEROES.
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 WKS-LC-DOCUMENTO           PIC 9(08) VALUE ZEROES.
          02 FILLER                     PIC X(13) VALUE SPACES.

       01 WKS-LINEA-DESCUADRE.
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 WKS-LD-CUENTA              PIC 9(10) VALUE ZEROES.
          02 FILLER                     PIC X(17)
                                        VALUE "  SALDO INICIAL ".
          02 WKS-LD-SALDO-INICIAL       PIC -ZZZ,ZZZ,ZZ9.99
                                        VALUE ZEROES.
          02 FILLER                     PIC X(19)
                                        VALUE "  SALDO CALCULADO ".
          02 WKS-LD-SALDO-CALCULADO     PIC -ZZZ,ZZZ,ZZ9.99
                                        VALUE ZEROES.
          02 FILLER                     PIC X(16)
                                        VALUE "  SALDO FILE-A ".
          02 WKS-LD-SALDO-FILEA         PIC -ZZZ,ZZZ,ZZ9.99
                                        VALUE ZEROES.
          02 FILLER                     PIC X(23) VALUE SPACES.

       01 WKS-LINEA-TOTAL.
          02 WKS-LT-TITULO              PIC X(50) VALUE SPACES.
          02 WKS-LT-CANTIDAD            PIC Z,ZZZ,ZZ9 VALUE ZEROES.
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 WKS-LT-VALOR               PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99
                                        VALUE ZEROES.
          02 FILLER                     PIC X(50) VALUE SPACES.

      *AREA PARA EL LECTOR COMUN DEL ARCHIVO CENTRAL DE PARAMETROS.
       01 WKS-CONTROL-PARAMETROS.
          02 WKS-PARM-SECCION           PIC X(08) VALUE "EDUC3087".
          02 WKS-PARM-CANT              PIC 9(02) VALUE ZEROES.
          02 WKS-PARM-TABLA.
             03 WKS-PARM-ENTRADA OCCURS 20 TIMES.
                04 WKS-PARM-CLAVE       PIC X(20).
                04 WKS-PARM-VALOR       PIC X(20).
          02 WKS-PARM-SIN-SECCION       PIC X(01) VALUE "S".
          02 WKS-PARM-IDX               PIC 9(02) VALUE ZEROES.

      *AREA PARA LA RUTINA COMUN DE ESTADISTICAS DE CORRIDA.
       01 WKS-CONTROL-ESTADISTICA.
          02 WKS-ST-PROGRAMA            PIC X(08) VALUE "EDUK3087".
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

           INITIALIZE WKS-TABLA-REGLAS
           INITIALIZE WKS-TABLA-NETOS
           INITIALIZE WKS-TABLA-MONEDAS

           PERFORM 0001-INICIO-PARAMETROS THRU 0001-PARAMETROS-E
           PERFORM 0002-INICIO-CARGA-REGLAS THRU 0002-CARGA-REGLAS-E
           PERFORM 0003-INICIO-CARGA-POSICIONES THRU
              0003-CARGA-POSICIONES-E
           PERFORM 0004-INICIO-EVALUA-CUENTAS THRU
              0004-EVALUA-CUENTAS-E

           DISPLAY "CUENTAS LEIDAS DE LA FOTO INICIAL: " WKS-I-CUENTAS
           DISPLAY "LINEAS DE POSICION DEL PERIODO: " WKS-I-POSICIONES
           DISPLAY "LINEAS DE POSICION DE OTRO PERIODO: "
                   WKS-I-FUERA-PERIODO
           DISPLAY "LINEAS DE POSICION INVALIDAS: "
                   WKS-I-POSICION-INVALIDA
           DISPLAY "CUENTAS SIN MAESTRO: " WKS-I-SIN-MAESTRO
           DISPLAY "EXENTAS POR CUENTA DORMIDA: " WKS-I-DORMIDAS
           DISPLAY "EXENTAS POR CUENTA NO ABIERTA: " WKS-I-NO-ABIERTAS
           DISPLAY "EXENTAS POR CUENTA DE EMPLEADO: " WKS-I-EMPLEADOS
           DISPLAY "EXENTAS POR CUENTA NUEVA: " WKS-I-NUEVAS
           DISPLAY "CUENTAS SIN REGLA DE COMISION: " WKS-I-SIN-REGLA
           DISPLAY "CUENTAS SOBRE EL MINIMO: " WKS-I-SOBRE-MINIMO
           DISPLAY "CUENTAS CON DESCUADRE CONTRA FILE-A: "
                   WKS-I-DESCUADRES
           DISPLAY "CARGOS DE COMISION GENERADOS: " WKS-I-CARGOS
           DISPLAY "TOTAL DE COMISIONES: " WKS-TOTAL-COMISION
           IF WKS-I-DESBORDE > ZEROES
              DISPLAY "CUENTAS QUE NO CUPIERON EN LA TABLA DE NETOS: "
                      WKS-I-DESBORDE
           END-IF

           MOVE WKS-I-CUENTAS TO WKS-ST-LEIDOS
           MOVE WKS-I-CARGOS TO WKS-ST-ESCRITOS
           COMPUTE WKS-ST-RECHAZADOS = WKS-I-DESCUADRES +
              WKS-I-SIN-MAESTRO
           CALL 'RUNSTAT1' USING WKS-ST-PROGRAMA
                                 WKS-ST-FECHA-INICIO
                                 WKS-ST-HORA-INICIO
                                 WKS-ST-LEIDOS
                                 WKS-ST-ESCRITOS
                                 WKS-ST-RECHAZADOS

      *SIN TODAS LAS POSICIONES EN LA TABLA LOS PROMEDIOS NO SON
      *CONFIABLES: LOS CARGOS NO DEBEN INYECTARSE.
           EVALUATE TRUE
           WHEN WKS-I-DESBORDE > ZEROES
                MOVE 8 TO RETURN-CODE
           WHEN WKS-I-DESCUADRES > ZEROES OR
                WKS-I-SIN-MAESTRO > ZEROES OR
                WKS-I-POSICION-INVALIDA > ZEROES
                MOVE 4 TO RETURN-CODE
           END-EVALUATE

           STOP RUN.
       0000-INICIO-E.
           EXIT.

       0001-INICIO-PARAMETROS SECTION.
      *PERIODO: MES A EVALUAR (AAAAMM), POR OMISION EL DE LA FECHA
      *DE NEGOCIO. CODIGO_COMISION, MOTIVO_COMISION Y
      *ORIGEN_COMISION: CODIGOS CON QUE SE GRABAN LOS CARGOS (DEBEN
      *ESTAR HABILITADOS EN REGLASTM PARA CADA CLASE DE CUENTA).
      *DIAS_CUENTA_NUEVA: ANTIGUEDAD MINIMA AL FIN DE MES PARA COBRAR.
           MOVE FUNCTION CURRENT-DATE TO WKS-FECHA-ENTERA
           ACCEPT WKS-FECHA-NEGOCIO FROM ENVIRONMENT "FECHA_NEGOCIO"
           IF WKS-FECHA-NEGOCIO NOT NUMERIC OR
              WKS-FECHA-NEGOCIO = ZEROES
              MOVE WKS-FECHA-ENTERA(1:8) TO WKS-FECHA-NEGOCIO
           END-IF
           ACCEPT WKS-PERIODO FROM ENVIRONMENT "PERIODO"
           IF WKS-PERIODO NOT NUMERIC OR WKS-PERIODO = ZEROES
              MOVE WKS-FECHA-NEGOCIO(1:6) TO WKS-PERIODO
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
              WHEN "PERIODO"
                   IF WKS-PARM-VALOR(WKS-PARM-IDX)(1:6) NUMERIC
                      MOVE WKS-PARM-VALOR(WKS-PARM-IDX)(1:6) TO
                         WKS-PERIODO
                   END-IF
              WHEN "CODIGO_COMISION"
                   IF WKS-PARM-VALOR(WKS-PARM-IDX)(1:2) NUMERIC
                      MOVE WKS-PARM-VALOR(WKS-PARM-IDX)(1:2) TO
                         WKS-CODIGO-COMISION
                   END-IF
              WHEN "MOTIVO_COMISION"
                   IF WKS-PARM-VALOR(WKS-PARM-IDX)(1:5) NUMERIC
                      MOVE WKS-PARM-VALOR(WKS-PARM-IDX)(1:5) TO
                         WKS-MOTIVO-COMISION
                   END-IF
              WHEN "ORIGEN_COMISION"
                   IF WKS-PARM-VALOR(WKS-PARM-IDX)(1:2) NUMERIC
                      MOVE WKS-PARM-VALOR(WKS-PARM-IDX)(1:2) TO
                         WKS-ORIGEN-COMISION
                   END-IF
              WHEN "DIAS_CUENTA_NUEVA"
                   IF WKS-PARM-VALOR(WKS-PARM-IDX)(1:4) NUMERIC
                      MOVE WKS-PARM-VALOR(WKS-PARM-IDX)(1:4) TO
                         WKS-DIAS-CUENTA-NUEVA
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

      *FIN DE MES = DIA ANTERIOR AL PRIMERO DEL MES SIGUIENTE; SU DIA
      *ES LA CANTIDAD DE DIAS DEL PERIODO.
           IF WKS-PE-MES = 12
              COMPUTE WKS-FT-ANIO = WKS-PE-ANIO + 1
              MOVE 1 TO WKS-FT-MES
           ELSE
              MOVE WKS-PE-ANIO TO WKS-FT-ANIO
              COMPUTE WKS-FT-MES = WKS-PE-MES + 1
           END-IF
           MOVE 1 TO WKS-FT-DIA
           COMPUTE WKS-FECHA-FIN-MES = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE(WKS-FECHA-TRABAJO) - 1)
           MOVE WKS-FF-DIA TO WKS-DIAS-MES
           COMPUTE WKS-FECHA-CUENTA-NUEVA = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE(WKS-FECHA-FIN-MES) -
               WKS-DIAS-CUENTA-NUEVA)

           DISPLAY "PARAMETROS EFECTIVOS DE LA CORRIDA:"
           DISPLAY "  FECHA_NEGOCIO: " WKS-FECHA-NEGOCIO
           DISPLAY "  PERIODO: " WKS-PERIODO
           DISPLAY "  CODIGO_COMISION: " WKS-CODIGO-COMISION
           DISPLAY "  MOTIVO_COMISION: " WKS-MOTIVO-COMISION
           DISPLAY "  ORIGEN_COMISION: " WKS-ORIGEN-COMISION
           DISPLAY "  DIAS_CUENTA_NUEVA: " WKS-DIAS-CUENTA-NUEVA
           DISPLAY "  FIN DE MES: " WKS-FECHA-FIN-MES
                   "  CUENTAS NUEVAS DESDE: " WKS-FECHA-CUENTA-NUEVA.
       0001-PARAMETROS-E.
           EXIT.

       0002-INICIO-CARGA-REGLAS SECTION.
      *UNA LINEA POR CLASE Y MONEDA; SI SE REPITE, VALE LA ULTIMA.
      *LAS CUENTAS CUYA PAREJA NO TIENE LINEA NO PAGAN COMISION.
           OPEN INPUT TABLA-COMISIONES
           IF WKS-FS-TABCOMIS NOT = "00"
              DISPLAY "NO SE PUDO ABRIR LA TABLA DE COMISIONES"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           READ TABLA-COMISIONES INTO WKS-LINEA-COMISION
           AT END
              SET WKS-FIN-TABCOMIS TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-TABCOMIS
                   IF WKS-TL-CLASE NOT NUMERIC OR
                      WKS-TL-CLASE = ZEROES OR
                      WKS-TL-MONEDA NOT NUMERIC OR
                      WKS-TL-MONEDA = ZEROES OR
                      WKS-TL-MINIMO-ENT NOT NUMERIC OR
                      WKS-TL-MINIMO-DEC NOT NUMERIC OR
                      WKS-TL-COMISION-ENT NOT NUMERIC OR
                      WKS-TL-COMISION-DEC NOT NUMERIC
                      DISPLAY "LINEA DE TABLA DE COMISIONES INVALIDA: "
                              WKS-LINEA-COMISION
                   ELSE
                      MOVE WKS-TL-CLASE TO WKS-RG-IDX-CLASE
                      MOVE WKS-TL-MONEDA TO WKS-RG-IDX-MONEDA
                      MOVE "S" TO
                         WKS-RG-SW(WKS-RG-IDX-CLASE, WKS-RG-IDX-MONEDA)
                      COMPUTE WKS-RG-MINIMO(WKS-RG-IDX-CLASE,
                                            WKS-RG-IDX-MONEDA) =
                         WKS-TL-MINIMO-ENT + (WKS-TL-MINIMO-DEC / 100)
                      COMPUTE WKS-RG-COMISION(WKS-RG-IDX-CLASE,
                                              WKS-RG-IDX-MONEDA) =
                         WKS-TL-COMISION-ENT +
                         (WKS-TL-COMISION-DEC / 100)
                   END-IF
                   READ TABLA-COMISIONES INTO WKS-LINEA-COMISION
                   AT END
                      SET WKS-FIN-TABCOMIS TO TRUE
                   END-READ
           END-PERFORM

           CLOSE TABLA-COMISIONES.
       0002-CARGA-REGLAS-E.
           EXIT.

       0003-INICIO-CARGA-POSICIONES SECTION.
      *ACUMULA POR CUENTA LOS NETOS DIARIOS DEL PERIODO. EL NETO DEL
      *DIA D QUEDA EN EL SALDO DESDE EL CIERRE DE ESE DIA HASTA FIN
      *DE MES, ASI QUE PONDERA (DIAS DEL MES - D + 1) DIAS; CON ESO
      *EL ORDEN DE LAS GENERACIONES NO IMPORTA.
           OPEN INPUT POSICION-NETA
           IF WKS-FS-POSNETA NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE POSICION NETA"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           READ POSICION-NETA INTO WKS-LINEA-POSICION
           AT END
              SET WKS-FIN-POSNETA TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-POSNETA
                   EVALUATE TRUE
                   WHEN WKS-PL-CUENTA NOT NUMERIC OR
                        WKS-PL-FECHA NOT NUMERIC
                        ADD 1 TO WKS-I-POSICION-INVALIDA
                        DISPLAY "LINEA DE POSICION INVALIDA: "
                                WKS-LINEA-POSICION(1:84)
                   WHEN WKS-PL-FECHA(1:6) NOT = WKS-PERIODO
                        ADD 1 TO WKS-I-FUERA-PERIODO
                   WHEN OTHER
                        ADD 1 TO WKS-I-POSICIONES
                        PERFORM 0005-INICIO-ACUMULA-NETO THRU
                           0005-ACUMULA-NETO-E
                   END-EVALUATE
                   READ POSICION-NETA INTO WKS-LINEA-POSICION
                   AT END
                      SET WKS-FIN-POSNETA TO TRUE
                   END-READ
           END-PERFORM

           CLOSE POSICION-NETA.
       0003-CARGA-POSICIONES-E.
           EXIT.

       0004-INICIO-EVALUA-CUENTAS SECTION.
      *RECORRE LA FOTO INICIAL EN ORDEN DE CUENTA: CADA CUENTA PASA
      *POR LAS EXENCIONES, EL CUADRE CONTRA EL FILE-A DE FIN DE MES
      *Y LA REGLA DE SU CLASE Y MONEDA, EN ESE ORDEN.
           OPEN INPUT MAESTRO-INICIAL
           IF WKS-FS-FILEAINI NOT = "00"
              DISPLAY "NO SE PUDO ABRIR LA FOTO INICIAL FILEAINI"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
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
           OPEN INPUT EMPLEADO-CUENTA
           IF WKS-FS-EMPCTA NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL CRUCE EMPLEADO-CUENTA"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT MOVIMIENTOS-COMISION
           IF WKS-FS-COMISMOM NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE CARGOS COMISMOM"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT RPT-COMISIONES
           IF WKS-FS-RPTCOMIS NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL REGISTRO DE COMISIONES"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE SPACES TO REG-RPT-COMISIONES
           STRING "REGISTRO DE COMISIONES POR SALDO MINIMO - PERIODO "
                  WKS-PERIODO " - FECHA DEL CARGO " WKS-FECHA-FIN-MES
                  " - " WKS-DIAS-MES " DIAS"
              DELIMITED BY SIZE INTO REG-RPT-COMISIONES
           END-STRING
           WRITE REG-RPT-COMISIONES
           MOVE SPACES TO REG-RPT-COMISIONES
           WRITE REG-RPT-COMISIONES
           MOVE SPACES TO REG-RPT-COMISIONES
           STRING "CUENTA      AGENCIA CLASE MONEDA   SALDO INICIAL"
                  "  SALDO PROMEDIO   SALDO MINIMO     SALDO FINAL"
                  "      COMISION  DOCUMENTO"
              DELIMITED BY SIZE INTO REG-RPT-COMISIONES
           END-STRING
           WRITE REG-RPT-COMISIONES

           READ MAESTRO-INICIAL NEXT RECORD
           AT END
              SET WKS-FIN-FILEAINI TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-FILEAINI
                   ADD 1 TO WKS-I-CUENTAS
                   PERFORM 0006-INICIO-EVALUA-CUENTA THRU
                      0006-EVALUA-CUENTA-E
                   READ MAESTRO-INICIAL NEXT RECORD
                   AT END
                      SET WKS-FIN-FILEAINI TO TRUE
                   END-READ
           END-PERFORM

      *TARJETA DE CONTROL AL FINAL, COMO LA ESPERA EL EXTRACTO.
           MOVE SPACES TO FILE-CTL-REGISTRO
           MOVE "CT" TO FILE-CTL-MARCA
           MOVE WKS-I-CARGOS TO FILE-CTL-CANT-ESPERADA
           MOVE WKS-HASH-VALOR TO FILE-CTL-HASH-VALOR
           WRITE FILE-CTL-REGISTRO

           PERFORM 0008-INICIO-TOTALES THRU 0008-TOTALES-E

           CLOSE MAESTRO-INICIAL, FILE-A, CUENTA-MASTER,
                 EMPLEADO-CUENTA, MOVIMIENTOS-COMISION, RPT-COMISIONES.
       0004-EVALUA-CUENTAS-E.
           EXIT.

       0005-INICIO-ACUMULA-NETO SECTION.
           MOVE FUNCTION NUMVAL(WKS-PL-NETO) TO WKS-NETO-DIA
           MOVE WKS-PL-FECHA(7:2) TO WKS-DIA-POSICION
           IF WKS-DIA-POSICION < 1 OR WKS-DIA-POSICION > WKS-DIAS-MES
              ADD 1 TO WKS-I-POSICION-INVALIDA
              DISPLAY "FECHA DE POSICION INVALIDA: "
                      WKS-LINEA-POSICION(1:84)
              GO TO 0005-ACUMULA-NETO-E
           END-IF

           PERFORM 0009-INICIO-BUSCA-NETO THRU 0009-BUSCA-NETO-E
           IF NOT WKS-NT-CUENTA-HALLADA
              IF WKS-NT-CANT < 9999
                 ADD 1 TO WKS-NT-CANT
                 MOVE WKS-NT-CANT TO WKS-NT-IDX
                 MOVE WKS-PL-CUENTA TO WKS-NT-CUENTA(WKS-NT-IDX)
                 MOVE ZEROES TO WKS-NT-NETO(WKS-NT-IDX)
                 MOVE ZEROES TO WKS-NT-PONDERADO(WKS-NT-IDX)
              ELSE
                 ADD 1 TO WKS-I-DESBORDE
                 GO TO 0005-ACUMULA-NETO-E
              END-IF
           END-IF

           ADD WKS-NETO-DIA TO WKS-NT-NETO(WKS-NT-IDX)
           COMPUTE WKS-NT-PONDERADO(WKS-NT-IDX) =
              WKS-NT-PONDERADO(WKS-NT-IDX) +
              WKS-NETO-DIA * (WKS-DIAS-MES - WKS-DIA-POSICION + 1).
       0005-ACUMULA-NETO-E.
           EXIT.

       0006-INICIO-EVALUA-CUENTA SECTION.
           MOVE INI-LLAVE TO CTAMST-NUMERO
           READ CUENTA-MASTER
           END-READ
           IF WKS-FS-CTAMST NOT = "00"
              ADD 1 TO WKS-I-SIN-MAESTRO
              DISPLAY "CUENTA SIN MAESTRO: " INI-LLAVE
              GO TO 0006-EVALUA-CUENTA-E
           END-IF

           EVALUATE CTAMST-ESTADO
           WHEN "A"
                CONTINUE
           WHEN "D"
                ADD 1 TO WKS-I-DORMIDAS
                GO TO 0006-EVALUA-CUENTA-E
           WHEN OTHER
                ADD 1 TO WKS-I-NO-ABIERTAS
                GO TO 0006-EVALUA-CUENTA-E
           END-EVALUATE

           IF CTAMST-FECHA-APERTURA > WKS-FECHA-CUENTA-NUEVA
              ADD 1 TO WKS-I-NUEVAS
              GO TO 0006-EVALUA-CUENTA-E
           END-IF

           PERFORM 0010-INICIO-BUSCA-EMPLEADO THRU
              0010-BUSCA-EMPLEADO-E
           IF WKS-CUENTA-EMPLEADO
              ADD 1 TO WKS-I-EMPLEADOS
              GO TO 0006-EVALUA-CUENTA-E
           END-IF

      *SALDO PROMEDIO = SALDO INICIAL + NETO PONDERADO / DIAS DEL MES.
      *EL SALDO FINAL CALCULADO DEBE SER EL DEL FILE-A DE FIN DE MES;
      *SI NO, FALTAN POSICIONES Y LA CUENTA NO SE COBRA.
           MOVE INI-LLAVE TO WKS-PL-CUENTA
           PERFORM 0009-INICIO-BUSCA-NETO THRU 0009-BUSCA-NETO-E
           IF WKS-NT-CUENTA-HALLADA
              COMPUTE WKS-SALDO-CALCULADO =
                 INI-SALDO + WKS-NT-NETO(WKS-NT-IDX)
              COMPUTE WKS-SALDO-PROMEDIO ROUNDED = INI-SALDO +
                 WKS-NT-PONDERADO(WKS-NT-IDX) / WKS-DIAS-MES
           ELSE
              MOVE INI-SALDO TO WKS-SALDO-CALCULADO
              MOVE INI-SALDO TO WKS-SALDO-PROMEDIO
           END-IF

           MOVE INI-LLAVE TO FILEA-LLAVE
           READ FILE-A
           END-READ
           IF WKS-FS-FILEA NOT = "00" OR
              FILEA-SALDO NOT = WKS-SALDO-CALCULADO
              IF WKS-FS-FILEA NOT = "00"
                 MOVE ZEROES TO FILEA-SALDO
              END-IF
              ADD 1 TO WKS-I-DESCUADRES
              MOVE INI-LLAVE TO WKS-LD-CUENTA
              MOVE INI-SALDO TO WKS-LD-SALDO-INICIAL
              MOVE WKS-SALDO-CALCULADO TO WKS-LD-SALDO-CALCULADO
              MOVE FILEA-SALDO TO WKS-LD-SALDO-FILEA
              DISPLAY "DESCUADRE CONTRA FILE-A: " WKS-LINEA-DESCUADRE
              GO TO 0006-EVALUA-CUENTA-E
           END-IF

           MOVE CTAMST-CLASE TO WKS-RG-IDX-CLASE
           MOVE CTAMST-MONEDA TO WKS-RG-IDX-MONEDA
           IF WKS-RG-IDX-MONEDA = ZEROES
              MOVE 1 TO WKS-RG-IDX-MONEDA
           END-IF
           IF WKS-RG-IDX-CLASE = ZEROES OR
              NOT WKS-RG-CON-REGLA(WKS-RG-IDX-CLASE, WKS-RG-IDX-MONEDA)
              ADD 1 TO WKS-I-SIN-REGLA
              GO TO 0006-EVALUA-CUENTA-E
           END-IF

           IF WKS-SALDO-PROMEDIO NOT <
              WKS-RG-MINIMO(WKS-RG-IDX-CLASE, WKS-RG-IDX-MONEDA) OR
              WKS-RG-COMISION(WKS-RG-IDX-CLASE, WKS-RG-IDX-MONEDA)
              = ZEROES
              ADD 1 TO WKS-I-SOBRE-MINIMO
              GO TO 0006-EVALUA-CUENTA-E
           END-IF

           PERFORM 0007-INICIO-GRABA-CARGO THRU 0007-GRABA-CARGO-E.
       0006-EVALUA-CUENTA-E.
           EXIT.

       0007-INICIO-GRABA-CARGO SECTION.
      *DEBITO (TIPO DE MOVIMIENTO 1) CON FECHA DE FIN DE MES EN LA
      *AGENCIA DUENA DE LA CUENTA. EL DOCUMENTO ES MES + SECUENCIA.
           ADD 1 TO WKS-SECUENCIA
           ADD 1 TO WKS-I-CARGOS

           INITIALIZE FILE-IN-REGISTRO
           MOVE WKS-CODIGO-COMISION TO FILE-CODIGO-TRANSACCION
           MOVE WKS-FF-DIA TO FILE-DIA
           MOVE WKS-FF-MES TO FILE-MES
           MOVE CTAMST-CLASE TO FILE-CLASE-CUENTA
           MOVE INI-LLAVE TO FILE-NUMERO-CUENTA
           COMPUTE FILE-DOCUMENTO = WKS-FF-MES * 1000000 +
              WKS-SECUENCIA
           MOVE CTAMST-AGENCIA TO FILE-AGENCIA-ORIGEN
           MOVE WKS-RG-COMISION(WKS-RG-IDX-CLASE, WKS-RG-IDX-MONEDA)
              TO FILE-VALOR
           MOVE WKS-SECUENCIA TO FILE-NUM-SECUENCIA
           MOVE 1 TO FILE-TIPO-MOVIMIENTO
           MOVE ZEROES TO FILE-SIT-REGISTRO
           MOVE "EDUC3087" TO FILE-GRABA-VERIF
           MOVE WKS-ORIGEN-COMISION TO FILE-ORIGEN-TRANSACCION
           MOVE CTAMST-MONEDA TO FILE-CODIGO-MONEDA
           MOVE WKS-MOTIVO-COMISION TO FILE-CODIGO-MOTIVO
           MOVE SPACES TO FILE-FILLER
           WRITE FILE-IN-REGISTRO
           ADD FILE-VALOR TO WKS-HASH-VALOR
           ADD FILE-VALOR TO WKS-TOTAL-COMISION

           MOVE WKS-RG-IDX-MONEDA TO WKS-MO-IDX
           ADD 1 TO WKS-MO-CARGOS(WKS-MO-IDX)
           ADD FILE-VALOR TO WKS-MO-VALOR(WKS-MO-IDX)

           MOVE INI-LLAVE TO WKS-LC-CUENTA
           MOVE CTAMST-AGENCIA TO WKS-LC-AGENCIA
           MOVE CTAMST-CLASE TO WKS-LC-CLASE
           MOVE CTAMST-MONEDA TO WKS-LC-MONEDA
           MOVE INI-SALDO TO WKS-LC-SALDO-INICIAL
           MOVE WKS-SALDO-PROMEDIO TO WKS-LC-SALDO-PROMEDIO
           MOVE WKS-RG-MINIMO(WKS-RG-IDX-CLASE, WKS-RG-IDX-MONEDA)
              TO WKS-LC-MINIMO
           MOVE FILEA-SALDO TO WKS-LC-SALDO-FINAL
           MOVE FILE-VALOR TO WKS-LC-COMISION
           MOVE FILE-DOCUMENTO TO WKS-LC-DOCUMENTO
           WRITE REG-RPT-COMISIONES FROM WKS-LINEA-CARGO.
       0007-GRABA-CARGO-E.
           EXIT.

       0008-INICIO-TOTALES SECTION.
      *TOTALES POR MONEDA Y CONTEO DE CUENTAS NO COBRADAS POR CAUSA.
           MOVE SPACES TO REG-RPT-COMISIONES
           WRITE REG-RPT-COMISIONES
           IF WKS-I-CARGOS = ZEROES
              MOVE "  SIN CARGOS DE COMISION EN EL PERIODO" TO
                 REG-RPT-COMISIONES
              WRITE REG-RPT-COMISIONES
           END-IF
           PERFORM VARYING WKS-MO-IDX FROM 1 BY 1
              UNTIL WKS-MO-IDX > 9
              IF WKS-MO-CARGOS(WKS-MO-IDX) > ZEROES
                 MOVE SPACES TO WKS-LT-TITULO
                 STRING "TOTAL COMISIONES MONEDA " WKS-MO-IDX(2:1)
                    DELIMITED BY SIZE INTO WKS-LT-TITULO
                 END-STRING
                 MOVE WKS-MO-CARGOS(WKS-MO-IDX) TO WKS-LT-CANTIDAD
                 MOVE WKS-MO-VALOR(WKS-MO-IDX) TO WKS-LT-VALOR
                 WRITE REG-RPT-COMISIONES FROM WKS-LINEA-TOTAL
              END-IF
           END-PERFORM

           MOVE ZEROES TO WKS-LT-VALOR
           MOVE SPACES TO REG-RPT-COMISIONES
           WRITE REG-RPT-COMISIONES
           MOVE "CUENTAS EVALUADAS" TO WKS-LT-TITULO
           MOVE WKS-I-CUENTAS TO WKS-LT-CANTIDAD
           WRITE REG-RPT-COMISIONES FROM WKS-LINEA-TOTAL
           MOVE "EXENTAS: CUENTA DORMIDA" TO WKS-LT-TITULO
           MOVE WKS-I-DORMIDAS TO WKS-LT-CANTIDAD
           WRITE REG-RPT-COMISIONES FROM WKS-LINEA-TOTAL
           MOVE "EXENTAS: CUENTA CONGELADA O CERRADA" TO WKS-LT-TITULO
           MOVE WKS-I-NO-ABIERTAS TO WKS-LT-CANTIDAD
           WRITE REG-RPT-COMISIONES FROM WKS-LINEA-TOTAL
           MOVE "EXENTAS: CUENTA DE EMPLEADO" TO WKS-LT-TITULO
           MOVE WKS-I-EMPLEADOS TO WKS-LT-CANTIDAD
           WRITE REG-RPT-COMISIONES FROM WKS-LINEA-TOTAL
           MOVE "EXENTAS: CUENTA NUEVA" TO WKS-LT-TITULO
           MOVE WKS-I-NUEVAS TO WKS-LT-CANTIDAD
           WRITE REG-RPT-COMISIONES FROM WKS-LINEA-TOTAL
           MOVE "SIN REGLA PARA SU CLASE Y MONEDA" TO WKS-LT-TITULO
           MOVE WKS-I-SIN-REGLA TO WKS-LT-CANTIDAD
           WRITE REG-RPT-COMISIONES FROM WKS-LINEA-TOTAL
           MOVE "SALDO PROMEDIO SOBRE EL MINIMO" TO WKS-LT-TITULO
           MOVE WKS-I-SOBRE-MINIMO TO WKS-LT-CANTIDAD
           WRITE REG-RPT-COMISIONES FROM WKS-LINEA-TOTAL
           MOVE "SIN MAESTRO DE CUENTAS" TO WKS-LT-TITULO
           MOVE WKS-I-SIN-MAESTRO TO WKS-LT-CANTIDAD
           WRITE REG-RPT-COMISIONES FROM WKS-LINEA-TOTAL
           MOVE "NO COBRADAS POR DESCUADRE CONTRA FILE-A" TO
              WKS-LT-TITULO
           MOVE WKS-I-DESCUADRES TO WKS-LT-CANTIDAD
           WRITE REG-RPT-COMISIONES FROM WKS-LINEA-TOTAL
           MOVE "CARGOS GENERADOS" TO WKS-LT-TITULO
           MOVE WKS-I-CARGOS TO WKS-LT-CANTIDAD
           MOVE WKS-TOTAL-COMISION TO WKS-LT-VALOR
           WRITE REG-RPT-COMISIONES FROM WKS-LINEA-TOTAL
           IF WKS-I-DESBORDE > ZEROES
              MOVE SPACES TO REG-RPT-COMISIONES
              STRING "ATENCION: " WKS-I-DESBORDE
                     " CUENTAS CON POSICION NO CUPIERON EN LA TABLA - "
                     "NO INYECTAR LOS CARGOS"
                 DELIMITED BY SIZE INTO REG-RPT-COMISIONES
              END-STRING
              WRITE REG-RPT-COMISIONES
           END-IF.
       0008-TOTALES-E.
           EXIT.

       0009-INICIO-BUSCA-NETO SECTION.
           MOVE "N" TO WKS-NT-HALLADO
           PERFORM VARYING WKS-NT-IDX FROM 1 BY 1
              UNTIL WKS-NT-IDX > WKS-NT-CANT OR WKS-NT-CUENTA-HALLADA
              IF WKS-NT-CUENTA(WKS-NT-IDX) = WKS-PL-CUENTA
                 MOVE "S" TO WKS-NT-HALLADO
              END-IF
           END-PERFORM
           IF WKS-NT-CUENTA-HALLADA
              SUBTRACT 1 FROM WKS-NT-IDX
           END-IF.
       0009-BUSCA-NETO-E.
           EXIT.

       0010-INICIO-BUSCA-EMPLEADO SECTION.
      *LA CUENTA ES DE EMPLEADO SI TIENE ALGUN VINCULO ACTIVO
      *(TITULAR O FAMILIAR) EN EL CRUCE EMPLEADO-CUENTA.
           MOVE "N" TO WKS-EMPLEADO-SW
           MOVE SPACES TO WKS-FS-EMPCTA
           MOVE INI-LLAVE TO EMPCTA-CUENTA
           MOVE ZEROES TO EMPCTA-LEGAJO
           START EMPLEADO-CUENTA KEY IS NOT LESS THAN EMPCTA-LLAVE
           INVALID KEY
              GO TO 0010-BUSCA-EMPLEADO-E
           END-START

           READ EMPLEADO-CUENTA NEXT RECORD
           AT END
              SET WKS-FIN-EMPCTA TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-EMPCTA OR WKS-CUENTA-EMPLEADO OR
                         EMPCTA-CUENTA NOT = INI-LLAVE
                   IF EMPCTA-ESTADO = "A"
                      MOVE "S" TO WKS-EMPLEADO-SW
                   ELSE
                      READ EMPLEADO-CUENTA NEXT RECORD
                      AT END
                         SET WKS-FIN-EMPCTA TO TRUE
                      END-READ
                   END-IF
           END-PERFORM.
       0010-BUSCA-EMPLEADO-E.
           EXIT.
