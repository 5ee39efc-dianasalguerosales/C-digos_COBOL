      ******************************************************************
      * FECHA       : 2026                                             *
      * PROGRAMADOR : DIANA STEFFANNY SALGUERO ROSALES                 *
      * APLICACION  : EDUCACION                                        *
      * PROGRAMA    : EDUC3097                                         *
      * TIPO        : BATCH (DIARIO)                                   *
      * DESCRIPCION : SEGUIMIENTO DE LAS DISPUTAS DE CIUDADANOS CONTRA *
      *             : UN VEREDICTO DENEGADO O FABRICADO, COMO CASOS    *
      *             : CON NUMERO EN EL MAESTRO DISPUTA. APLICA LAS     *
      *             : TARJETAS DEL DIA POR SYSIN: ABRE (DPI, DECISION  *
      *             : DISPUTADA DE AUDMAST, FECHA DE RECIBIDO Y        *
      *             : CANAL), REVISA (EL CASO PASA A REVISION CON SU   *
      *             : ANALISTA) Y RESUELVE (SOSTENIDO O REVOCADO CON   *
      *             : UNA NOTA). UN CASO REVOCADO GRABA EL VEREDICTO   *
      *             : CORREGIDO EN AS-DPIAUDIT Y EN REGDPI Y, SI EL    *
      *             : DPI ESTA EN LA LISTA DE BLOQUEO, ESCRIBE EL      *
      *             : LEVANTAMIENTO EN EL FORMATO DE TRANSBLQ PARA     *
      *             : EDUC3033. AL FINAL EMITE EL REPORTE DE           *
      *             : ANTIGUEDAD DE LOS CASOS PENDIENTES EN DIAS       *
      *             : HABILES (ELAPBUS1) CONTRA EL PLAZO LEGAL DE      *
      *             : RESPUESTA, MARCANDO LOS QUE ESTAN POR VENCER Y   *
      *             : LOS VENCIDOS.                                    *
      * ARCHIVOS    : OPERMST (ENTRADA), AUDMAST (ENTRADA), BLOQDPI    *
      *             : (ENTRADA), DISPUTA (I-O), REGDPI (I-O),          *
      *             : AS-DPIAUDIT (EXTEND), TRANSDIS (SALIDA), RPTDISN *
      *             : (SALIDA), RPTDISP (SALIDA)                       *
      * PROGRAMA(S) : ELAPBUS1, PARMRD01, RUNSTAT1                     *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDUC3097.
       AUTHOR. DIANA SALGUERO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERADOR-MASTER ASSIGN TO OPERMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS OPERMST-LLAVE
                  FILE STATUS IS WKS-FS-OPERMST.
           SELECT AUDIT-MAESTRO ASSIGN TO AUDMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS AUDM-LLAVE
                  FILE STATUS IS WKS-FS-AUDMAST.
           SELECT BLOQUEO-DPI ASSIGN TO BLOQDPI
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-BLOQDPI.
           SELECT CASOS-DISPUTA ASSIGN TO DISPUTA
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DISP-LLAVE
                  FILE STATUS IS WKS-FS-DISPUTA.
           SELECT REGISTRO-DPI ASSIGN TO REGDPI
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS REGDPI-LLAVE
                  FILE STATUS IS WKS-FS-REGDPI.
           SELECT DPI-AUDIT ASSIGN TO AS-DPIAUDIT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-DPIAUDIT.
           SELECT TRANS-BLOQUEO ASSIGN TO TRANSDIS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-TRANSDIS.
      *BITACORA DE LA CORRIDA: TARJETAS APLICADAS O RECHAZADAS Y LO
      *QUE CADA REVOCACION CAMBIO.
           SELECT RPT-BITACORA ASSIGN TO RPTDISN
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-RPTDISN.
           SELECT RPT-ANTIGUEDAD ASSIGN TO RPTDISP
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-RPTDISP.

       DATA DIVISION.

       FILE SECTION.
       FD OPERADOR-MASTER.
           COPY OPERMST.

       FD AUDIT-MAESTRO.
           COPY AUDMAST.

       FD BLOQUEO-DPI.
       01 REG-BLOQUEO-DPI               PIC X(25).

       FD CASOS-DISPUTA.
           COPY DISPUTA.

       FD REGISTRO-DPI.
           COPY REGDPI.

       FD DPI-AUDIT.
       01 REG-DPI-AUDIT                 PIC X(83).

       FD TRANS-BLOQUEO.
       01 REG-TRANS-BLOQUEO             PIC X(30).

       FD RPT-BITACORA.
       01 REG-RPT-BITACORA              PIC X(132).

       FD RPT-ANTIGUEDAD.
       01 REG-RPT-ANTIGUEDAD            PIC X(132).

       WORKING-STORAGE SECTION.

       01 WKS-CONTROL-ARCHIVOS.
          02 WKS-FS-OPERMST             PIC X(02) VALUE SPACES.
          02 WKS-FS-AUDMAST             PIC X(02) VALUE SPACES.
          02 WKS-FS-BLOQDPI             PIC X(02) VALUE SPACES.
             88 WKS-FIN-BLOQDPI                   VALUE "10".
          02 WKS-FS-DISPUTA             PIC X(02) VALUE SPACES.
             88 WKS-FIN-DISPUTA                   VALUE "10".
          02 WKS-FS-REGDPI              PIC X(02) VALUE SPACES.
          02 WKS-FS-DPIAUDIT            PIC X(02) VALUE SPACES.
          02 WKS-FS-TRANSDIS            PIC X(02) VALUE SPACES.
          02 WKS-FS-RPTDISN             PIC X(02) VALUE SPACES.
          02 WKS-FS-RPTDISP             PIC X(02) VALUE SPACES.
      *EL HISTORICO DE AUDITORIA SE ABRE SOLO SI HAY REVOCACIONES.
          02 WKS-DPIAUDIT-SW            PIC X(01) VALUE "N".
             88 WKS-DPIAUDIT-ABIERTO              VALUE "S".

      *TARJETA DE DISPUTA: ACCION, NUMERO DE CASO (EN BLANCO EN ABRE
      *PARA TOMAR EL SIGUIENTE), OPERADOR DE OPERMST Y LOS DATOS DE
      *LA ACCION. "FIN" CIERRA LAS TARJETAS.
       01 WKS-TARJETA-DISPUTA.
          02 WKS-TC-ACCION              PIC X(08) VALUE SPACES.
             88 WKS-FIN-SYSIN                     VALUE "FIN".
             88 WKS-TC-ABRE                       VALUE "ABRE".
             88 WKS-TC-REVISA                     VALUE "REVISA".
             88 WKS-TC-RESUELVE                   VALUE "RESUELVE".
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-TC-CASO                PIC X(08) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-TC-OPERADOR            PIC X(08) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-TC-DATOS               PIC X(90) VALUE SPACES.
      *ABRE: DPI, DECISION DISPUTADA (FECHA, CORRIDA, SECUENCIA DE
      *AUDMAST), FECHA DE RECIBIDO (EN BLANCO = HOY) Y CANAL.
          02 WKS-TC-ABRE-DATOS REDEFINES WKS-TC-DATOS.
             03 WKS-TC-DPI              PIC X(13).
             03 FILLER                  PIC X(01).
             03 WKS-TC-DEC-FECHA        PIC X(08).
             03 FILLER                  PIC X(01).
             03 WKS-TC-DEC-CORRIDA      PIC X(06).
             03 FILLER                  PIC X(01).
             03 WKS-TC-DEC-SECUENCIA    PIC X(03).
             03 FILLER                  PIC X(01).
             03 WKS-TC-RECIBIDO         PIC X(08).
             03 FILLER                  PIC X(01).
             03 WKS-TC-CANAL            PIC X(01).
             03 FILLER                  PIC X(46).
      *RESUELVE: S=SOSTENIDO O R=REVOCADO, VEREDICTO CORREGIDO (EN
      *BLANCO = ACEPTADO) Y NOTA.
          02 WKS-TC-RESUELVE-DATOS REDEFINES WKS-TC-DATOS.
             03 WKS-TC-RESOLUCION       PIC X(01).
                88 WKS-TC-SOSTIENE                VALUE "S".
                88 WKS-TC-REVOCA                  VALUE "R".
             03 FILLER                  PIC X(01).
             03 WKS-TC-VEREDICTO        PIC X(20).
             03 FILLER                  PIC X(01).
             03 WKS-TC-NOTA             PIC X(60).
             03 FILLER                  PIC X(07).

       01 WKS-CONTROL-DISPUTAS.
          02 WKS-FECHA-HOY              PIC 9(08) VALUE ZEROES.
          02 WKS-HORA-HOY               PIC 9(06) VALUE ZEROES.
          02 WKS-ULTIMO-CASO            PIC 9(08) VALUE ZEROES.
          02 WKS-FECHA-RECIBIDO         PIC 9(08) VALUE ZEROES.
          02 WKS-PLAZO-DIAS             PIC 9(03) VALUE 030.
          02 WKS-DIAS-ALERTA            PIC 9(03) VALUE 005.
          02 WKS-MOTIVO-RECHAZO         PIC X(30) VALUE SPACES.
          02 WKS-RESULTADO-REVOCA       PIC X(60) VALUE SPACES.

      *DECISIONES CON UNA DISPUTA PENDIENTE, PARA NO ABRIR DOS CASOS
      *SOBRE LA MISMA DECISION.
       01 WKS-TABLA-PENDIENTES.
          02 WKS-PE-ENTRADA OCCURS 3000 TIMES.
             03 WKS-PE-DPI              PIC 9(13).
             03 WKS-PE-DECISION         PIC X(17).
             03 WKS-PE-CASO             PIC 9(08).
          02 WKS-PE-CANT                PIC 9(04) VALUE ZEROES.
          02 WKS-PE-IDX                 PIC 9(04) VALUE ZEROES.
          02 WKS-PE-HALLADO             PIC 9(04) VALUE ZEROES.

      *LISTA DE BLOQUEO VIGENTE, CON EL MISMO LAYOUT DE LINEA QUE LEE
      *EDUC3007; EL ESTADO MARCA LOS LEVANTAMIENTOS YA ENVIADOS EN
      *ESTA CORRIDA.
       01 WKS-LINEA-BLOQUEO.
          02 WKS-BL-DPI                 PIC 9(13) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-BL-MOTIVO              PIC X(02) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-BL-FECHA-EFEC          PIC 9(08) VALUE ZEROES.

       01 WKS-TABLA-BLOQUEOS.
          02 WKS-BQ-ENTRADA OCCURS 200 TIMES.
             03 WKS-BQ-DPI              PIC 9(13).
             03 WKS-BQ-MOTIVO           PIC X(02).
      *LOS BLOQUEOS POR ORDEN DE JUZGADO O POR LISTA DE SANCIONES Y
      *PEP NO DEPENDEN DEL VEREDICTO Y NO SE LEVANTAN POR UNA
      *DISPUTA.
                88 WKS-BQ-NO-LEVANTABLE           VALUE "OJ" "SA"
                                                        "PP".
             03 WKS-BQ-ESTADO           PIC X(01).
                88 WKS-BQ-VIGENTE                 VALUE "A".
          02 WKS-BQ-CANT                PIC 9(03) VALUE ZEROES.
          02 WKS-BQ-IDX                 PIC 9(03) VALUE ZEROES.

      *TRANSACCION DE LEVANTAMIENTO EN EL FORMATO DE TRANSBLQ.
       01 WKS-REG-TRANS.
          02 WKS-TB-ACCION              PIC X(01) VALUE "L".
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-TB-DPI                 PIC X(13) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-TB-MOTIVO              PIC X(02) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-TB-FECHA-EFEC          PIC 9(08) VALUE ZEROES.
          02 FILLER                     PIC X(03) VALUE SPACES.

      *MISMO LAYOUT DE LA LINEA DE AUDITORIA QUE GRABA EDUC3007.
       01 WKS-LINEA-AUDIT.
          02 WKS-AU-FECHA               PIC 9(08) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-AU-DPI                 PIC 9(13) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-AU-RESTA               PIC 9(02) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-AU-VERIFICADOR         PIC 9(01) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-AU-VEREDICTO           PIC X(20) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-AU-REENVIOS            PIC 9(03) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-AU-CORRIDA             PIC 9(06) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-AU-OFICINA             PIC X(04) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-AU-OPERADOR            PIC X(08) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
      *FECHA DE VENCIMIENTO DEL DOCUMENTO CUANDO EL LOTE LA TRAE;
      *CEROS CUANDO NO SE CAPTURO.
          02 WKS-AU-VENCE               PIC 9(08) VALUE ZEROES.

      *AREA DE LLAMADA AL CONTADOR DE DIAS HABILES.
       01 WKS-CONTROL-ELAPSO.
          02 WKS-EL-FECHA-INICIO        PIC 9(08) VALUE ZEROES.
          02 WKS-EL-FECHA-FIN           PIC 9(08) VALUE ZEROES.
          02 WKS-EL-DIAS-HABILES        PIC 9(05) VALUE ZEROES.
          02 WKS-EL-SWITCH-ERROR        PIC X(01) VALUE "N".
          02 WKS-EL-RESTAN              PIC S9(05) VALUE ZEROES.

       01 WKS-ITERACIONES.
          02 WKS-I-TARJETAS             PIC 9(05) VALUE ZEROES.
          02 WKS-I-ABIERTOS             PIC 9(05) VALUE ZEROES.
          02 WKS-I-REVISION             PIC 9(05) VALUE ZEROES.
          02 WKS-I-SOSTENIDOS           PIC 9(05) VALUE ZEROES.
          02 WKS-I-REVOCADOS            PIC 9(05) VALUE ZEROES.
          02 WKS-I-RECHAZADAS           PIC 9(05) VALUE ZEROES.
          02 WKS-I-AUDITORIA            PIC 9(05) VALUE ZEROES.
          02 WKS-I-REGDPI               PIC 9(05) VALUE ZEROES.
          02 WKS-I-LEVANTAMIENTOS       PIC 9(05) VALUE ZEROES.
          02 WKS-I-PENDIENTES           PIC 9(06) VALUE ZEROES.
          02 WKS-I-POR-VENCER           PIC 9(06) VALUE ZEROES.
          02 WKS-I-VENCIDOS             PIC 9(06) VALUE ZEROES.
          02 WKS-I-TOT-SOSTENIDOS       PIC 9(06) VALUE ZEROES.
          02 WKS-I-TOT-REVOCADOS        PIC 9(06) VALUE ZEROES.

       01 WKS-TITULO-2.
          02 FILLER                     PIC X(10) VALUE "CASO".
          02 FILLER                     PIC X(15) VALUE "DPI".
          02 FILLER                     PIC X(21) VALUE
                                        "VEREDICTO DISPUTADO".
          02 FILLER                     PIC X(10) VALUE "RECIBIDO".
          02 FILLER                     PIC X(07) VALUE "CANAL".
          02 FILLER                     PIC X(12) VALUE "ESTADO".
          02 FILLER                     PIC X(10) VALUE "ANALISTA".
          02 FILLER                     PIC X(07) VALUE " DIAS".
          02 FILLER                     PIC X(07) VALUE "RESTAN".
          02 FILLER                     PIC X(33) VALUE "ALERTA".

       01 WKS-LINEA-CASO.
          02 WKS-LC-CASO                PIC 9(08) VALUE ZEROES.
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 WKS-LC-DPI                 PIC 9(13) VALUE ZEROES.
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 WKS-LC-VEREDICTO           PIC X(20) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LC-RECIBIDO            PIC 9(08) VALUE ZEROES.
          02 FILLER                     PIC X(04) VALUE SPACES.
          02 WKS-LC-CANAL               PIC X(01) VALUE SPACES.
          02 FILLER                     PIC X(04) VALUE SPACES.
          02 WKS-LC-ESTADO              PIC X(11) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LC-ANALISTA            PIC X(08) VALUE SPACES.
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 WKS-LC-DIAS                PIC ZZZZ9 VALUE ZEROES.
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 WKS-LC-RESTAN              PIC -ZZZ9 VALUE ZEROES.
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 WKS-LC-ALERTA              PIC X(12) VALUE SPACES.
          02 FILLER                     PIC X(21) VALUE SPACES.

      *AREA PARA EL LECTOR COMUN DEL ARCHIVO CENTRAL DE PARAMETROS.
       01 WKS-CONTROL-PARAMETROS.
          02 WKS-PARM-SECCION           PIC X(08) VALUE "EDUC3097".
          02 WKS-PARM-CANT              PIC 9(02) VALUE ZEROES.
          02 WKS-PARM-TABLA.
             03 WKS-PARM-ENTRADA OCCURS 20 TIMES.
                04 WKS-PARM-CLAVE       PIC X(20).
                04 WKS-PARM-VALOR       PIC X(20).
          02 WKS-PARM-SIN-SECCION       PIC X(01) VALUE "S".
          02 WKS-PARM-IDX               PIC 9(02) VALUE ZEROES.

      *AREA PARA LA RUTINA COMUN DE ESTADISTICAS DE CORRIDA.
       01 WKS-CONTROL-ESTADISTICA.
          02 WKS-ST-PROGRAMA            PIC X(08) VALUE "EDUK3097".
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
           MOVE WKS-ST-HORA-INICIO TO WKS-HORA-HOY

           PERFORM 0001-INICIO-PARAMETROS THRU 0001-PARAMETROS-E

           OPEN I-O CASOS-DISPUTA
           IF WKS-FS-DISPUTA = "35"
              OPEN OUTPUT CASOS-DISPUTA
              CLOSE CASOS-DISPUTA
              OPEN I-O CASOS-DISPUTA
           END-IF
           IF WKS-FS-DISPUTA NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE DISPUTAS"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT OPERADOR-MASTER
           IF WKS-FS-OPERMST NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE OPERADORES"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT AUDIT-MAESTRO
           IF WKS-FS-AUDMAST NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE AUDITORIA "
                      "AUDMAST, FILE STATUS: " WKS-FS-AUDMAST
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN I-O REGISTRO-DPI
           IF WKS-FS-REGDPI NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL REGISTRO HISTORICO DE DPI, "
                      "FILE STATUS: " WKS-FS-REGDPI
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT TRANS-BLOQUEO
           IF WKS-FS-TRANSDIS NOT = "00"
              DISPLAY "NO SE PUDO ABRIR LAS TRANSACCIONES TRANSDIS"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT RPT-BITACORA
           IF WKS-FS-RPTDISN NOT = "00"
              DISPLAY "NO SE PUDO ABRIR LA BITACORA DE DISPUTAS"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE SPACES TO REG-RPT-BITACORA
           STRING "EDUC3097 BITACORA DE DISPUTAS DE VEREDICTOS DE DPI"
                  " - " WKS-FECHA-HOY
              DELIMITED BY SIZE INTO REG-RPT-BITACORA
           END-STRING
           WRITE REG-RPT-BITACORA

           PERFORM 0002-INICIO-CARGA-BLOQUEOS THRU 0002-CARGA-BLOQUEOS-E
           PERFORM 0003-INICIO-REVISA-MAESTRO THRU 0003-REVISA-MAESTRO-E
           PERFORM 0004-INICIO-LEE-TARJETAS THRU 0004-LEE-TARJETAS-E
           PERFORM 0010-INICIO-REPORTE-ANTIGUEDAD THRU
              0010-REPORTE-ANTIGUEDAD-E

           CLOSE CASOS-DISPUTA, OPERADOR-MASTER, AUDIT-MAESTRO,
                 REGISTRO-DPI, TRANS-BLOQUEO, RPT-BITACORA
           IF WKS-DPIAUDIT-ABIERTO
              CLOSE DPI-AUDIT
           END-IF

           DISPLAY "TARJETAS LEIDAS: " WKS-I-TARJETAS
           DISPLAY "CASOS ABIERTOS: " WKS-I-ABIERTOS
           DISPLAY "CASOS PASADOS A REVISION: " WKS-I-REVISION
           DISPLAY "CASOS SOSTENIDOS: " WKS-I-SOSTENIDOS
           DISPLAY "CASOS REVOCADOS: " WKS-I-REVOCADOS
           DISPLAY "  LINEAS GRABADAS EN AS-DPIAUDIT: " WKS-I-AUDITORIA
           DISPLAY "  REGISTROS DE REGDPI CORREGIDOS: " WKS-I-REGDPI
           DISPLAY "  LEVANTAMIENTOS ENVIADOS A TRANSDIS: "
                   WKS-I-LEVANTAMIENTOS
           DISPLAY "TARJETAS RECHAZADAS: " WKS-I-RECHAZADAS
           DISPLAY "CASOS PENDIENTES: " WKS-I-PENDIENTES
           DISPLAY "  POR VENCER: " WKS-I-POR-VENCER
           DISPLAY "  VENCIDOS: " WKS-I-VENCIDOS

           MOVE WKS-I-TARJETAS TO WKS-ST-LEIDOS
           COMPUTE WKS-ST-ESCRITOS = WKS-I-ABIERTOS + WKS-I-REVISION +
              WKS-I-SOSTENIDOS + WKS-I-REVOCADOS
           MOVE WKS-I-RECHAZADAS TO WKS-ST-RECHAZADOS
           CALL 'RUNSTAT1' USING WKS-ST-PROGRAMA
                                 WKS-ST-FECHA-INICIO
                                 WKS-ST-HORA-INICIO
                                 WKS-ST-LEIDOS
                                 WKS-ST-ESCRITOS
                                 WKS-ST-RECHAZADOS

           IF WKS-I-RECHAZADAS > ZEROES OR WKS-I-VENCIDOS > ZEROES
              MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.
       0000-INICIO-E.
           EXIT.

       0001-INICIO-PARAMETROS SECTION.
      *PLAZO_DIAS: DIAS HABILES DEL PLAZO LEGAL DE RESPUESTA (30 POR
      *OMISION). DIAS_ALERTA: DIAS HABILES ANTES DEL PLAZO EN QUE EL
      *CASO SE MARCA POR VENCER (5 POR OMISION). VARIABLE DE AMBIENTE
      *COMO RESPALDO Y LA SECCION DE ESTE PROGRAMA EN PARAMET, QUE
      *GANA.
           ACCEPT WKS-PLAZO-DIAS FROM ENVIRONMENT "PLAZO_DIAS"
           IF WKS-PLAZO-DIAS NOT NUMERIC OR WKS-PLAZO-DIAS = ZEROES
              MOVE 30 TO WKS-PLAZO-DIAS
           END-IF
           ACCEPT WKS-DIAS-ALERTA FROM ENVIRONMENT "DIAS_ALERTA"
           IF WKS-DIAS-ALERTA NOT NUMERIC
              MOVE 5 TO WKS-DIAS-ALERTA
           END-IF

           CALL 'PARMRD01' USING WKS-PARM-SECCION
                                 WKS-PARM-CANT
                                 WKS-PARM-TABLA
                                 WKS-PARM-SIN-SECCION

           PERFORM VARYING WKS-PARM-IDX FROM 1 BY 1
              UNTIL WKS-PARM-IDX > WKS-PARM-CANT
              EVALUATE WKS-PARM-CLAVE(WKS-PARM-IDX)
              WHEN "PLAZO_DIAS"
                   IF WKS-PARM-VALOR(WKS-PARM-IDX)(1:3) NUMERIC AND
                      WKS-PARM-VALOR(WKS-PARM-IDX)(1:3) NOT = "000"
                      MOVE WKS-PARM-VALOR(WKS-PARM-IDX)(1:3) TO
                         WKS-PLAZO-DIAS
                   END-IF
              WHEN "DIAS_ALERTA"
                   IF WKS-PARM-VALOR(WKS-PARM-IDX)(1:3) NUMERIC
                      MOVE WKS-PARM-VALOR(WKS-PARM-IDX)(1:3) TO
                         WKS-DIAS-ALERTA
                   END-IF
              WHEN OTHER
                   DISPLAY "PARAMETRO DESCONOCIDO EN PARAMET: "
                           WKS-PARM-CLAVE(WKS-PARM-IDX)
              END-EVALUATE
           END-PERFORM

           DISPLAY "PARAMETROS EFECTIVOS DE LA CORRIDA:"
           DISPLAY "  FECHA DE PROCESO: " WKS-FECHA-HOY
           DISPLAY "  PLAZO_DIAS: " WKS-PLAZO-DIAS
           DISPLAY "  DIAS_ALERTA: " WKS-DIAS-ALERTA.
       0001-PARAMETROS-E.
           EXIT.

       0002-INICIO-CARGA-BLOQUEOS SECTION.
      *SIN LISTA DE BLOQUEO NO HAY NADA QUE LEVANTAR.
           OPEN INPUT BLOQUEO-DPI
           IF WKS-FS-BLOQDPI NOT = "00"
              DISPLAY "SIN ARCHIVO DE LISTA DE BLOQUEO BLOQDPI"
              GO TO 0002-CARGA-BLOQUEOS-E
           END-IF

           READ BLOQUEO-DPI INTO WKS-LINEA-BLOQUEO
           AT END
              SET WKS-FIN-BLOQDPI TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-BLOQDPI
                   IF WKS-BQ-CANT < 200 AND WKS-BL-DPI NUMERIC
                      ADD 1 TO WKS-BQ-CANT
                      MOVE WKS-BL-DPI TO WKS-BQ-DPI(WKS-BQ-CANT)
                      MOVE WKS-BL-MOTIVO TO WKS-BQ-MOTIVO(WKS-BQ-CANT)
                      MOVE "A" TO WKS-BQ-ESTADO(WKS-BQ-CANT)
                   END-IF
                   READ BLOQUEO-DPI INTO WKS-LINEA-BLOQUEO
                   AT END
                      SET WKS-FIN-BLOQDPI TO TRUE
                   END-READ
           END-PERFORM

           CLOSE BLOQUEO-DPI
           DISPLAY "BLOQUEOS DE DPI CARGADOS: " WKS-BQ-CANT.
       0002-CARGA-BLOQUEOS-E.
           EXIT.

       0003-INICIO-REVISA-MAESTRO SECTION.
      *RECORRE LOS CASOS PARA TOMAR EL ULTIMO NUMERO USADO Y LAS
      *DECISIONES QUE YA TIENEN UNA DISPUTA PENDIENTE.
           MOVE ZEROES TO DISP-CASO
           START CASOS-DISPUTA KEY NOT < DISP-LLAVE
           END-START
           IF WKS-FS-DISPUTA = "00"
              READ CASOS-DISPUTA NEXT
              AT END
                 SET WKS-FIN-DISPUTA TO TRUE
              END-READ
           ELSE
              SET WKS-FIN-DISPUTA TO TRUE
           END-IF

           PERFORM UNTIL WKS-FIN-DISPUTA
                   MOVE DISP-CASO TO WKS-ULTIMO-CASO
                   IF DISP-PENDIENTE AND WKS-PE-CANT < 3000
                      ADD 1 TO WKS-PE-CANT
                      MOVE DISP-DPI TO WKS-PE-DPI(WKS-PE-CANT)
                      MOVE DISP-DECISION TO
                         WKS-PE-DECISION(WKS-PE-CANT)
                      MOVE DISP-CASO TO WKS-PE-CASO(WKS-PE-CANT)
                   END-IF
                   READ CASOS-DISPUTA NEXT
                   AT END
                      SET WKS-FIN-DISPUTA TO TRUE
                   END-READ
           END-PERFORM

           DISPLAY "ULTIMO NUMERO DE CASO: " WKS-ULTIMO-CASO
           DISPLAY "DISPUTAS PENDIENTES AL INICIO: " WKS-PE-CANT.
       0003-REVISA-MAESTRO-E.
           EXIT.

       0004-INICIO-LEE-TARJETAS SECTION.
           ACCEPT WKS-TARJETA-DISPUTA FROM SYSIN

           PERFORM UNTIL WKS-FIN-SYSIN
                   ADD 1 TO WKS-I-TARJETAS
                   PERFORM 0005-INICIO-APLICA-TARJETA THRU
                      0005-APLICA-TARJETA-E
                   MOVE SPACES TO WKS-TARJETA-DISPUTA
                   ACCEPT WKS-TARJETA-DISPUTA FROM SYSIN
           END-PERFORM.
       0004-LEE-TARJETAS-E.
           EXIT.

       0005-INICIO-APLICA-TARJETA SECTION.
      *EL OPERADOR DEBE SER VIGENTE EN OPERMST; CADA ACCION VALIDA
      *LO SUYO Y DEJA EL MOTIVO DE RECHAZO SI NO SE PUEDE APLICAR.
           MOVE SPACES TO WKS-MOTIVO-RECHAZO, WKS-RESULTADO-REVOCA
           IF NOT WKS-TC-ABRE AND NOT WKS-TC-REVISA AND
              NOT WKS-TC-RESUELVE
              MOVE "ACCION INVALIDA" TO WKS-MOTIVO-RECHAZO
              GO TO 0005-RECHAZA-TARJETA
           END-IF

           MOVE WKS-TC-OPERADOR TO OPERMST-ID
           READ OPERADOR-MASTER
           END-READ
           EVALUATE TRUE
           WHEN WKS-TC-OPERADOR = SPACES
                MOVE "SIN ID DE OPERADOR" TO WKS-MOTIVO-RECHAZO
           WHEN WKS-FS-OPERMST NOT = "00"
                MOVE "OPERADOR DESCONOCIDO" TO WKS-MOTIVO-RECHAZO
           WHEN OPERMST-ESTADO NOT = "A"
                MOVE "OPERADOR INACTIVO" TO WKS-MOTIVO-RECHAZO
           WHEN OTHER
                CONTINUE
           END-EVALUATE
           IF WKS-MOTIVO-RECHAZO NOT = SPACES
              GO TO 0005-RECHAZA-TARJETA
           END-IF

           EVALUATE TRUE
           WHEN WKS-TC-ABRE
                PERFORM 0006-INICIO-ABRE THRU 0006-ABRE-E
           WHEN WKS-TC-REVISA
                PERFORM 0007-INICIO-REVISA THRU 0007-REVISA-E
           WHEN OTHER
                PERFORM 0008-INICIO-RESUELVE THRU 0008-RESUELVE-E
           END-EVALUATE
           IF WKS-MOTIVO-RECHAZO NOT = SPACES
              GO TO 0005-RECHAZA-TARJETA
           END-IF

           MOVE SPACES TO REG-RPT-BITACORA
           STRING WKS-TC-ACCION " CASO " DISP-CASO " DPI " DISP-DPI
                  " ESTADO " DISP-ESTADO " OPERADOR " WKS-TC-OPERADOR
                  " " WKS-RESULTADO-REVOCA
              DELIMITED BY SIZE INTO REG-RPT-BITACORA
           END-STRING
           WRITE REG-RPT-BITACORA
           GO TO 0005-APLICA-TARJETA-E.

       0005-RECHAZA-TARJETA.
           ADD 1 TO WKS-I-RECHAZADAS
           MOVE SPACES TO REG-RPT-BITACORA
           STRING "TARJETA RECHAZADA (" WKS-MOTIVO-RECHAZO "): "
                  WKS-TC-ACCION " " WKS-TC-CASO " " WKS-TC-OPERADOR
                  " " WKS-TC-DATOS(1:60)
              DELIMITED BY SIZE INTO REG-RPT-BITACORA
           END-STRING
           WRITE REG-RPT-BITACORA.
       0005-APLICA-TARJETA-E.
           EXIT.

       0006-INICIO-ABRE SECTION.
      *LA DECISION DISPUTADA DEBE EXISTIR EN AUDMAST CON UN
      *VEREDICTO DENEGADO O FABRICADO, Y NO TENER YA UNA DISPUTA
      *PENDIENTE. LA FECHA DE RECIBIDO NO PUEDE SER FUTURA.
           EVALUATE TRUE
           WHEN WKS-TC-DPI NOT NUMERIC
                MOVE "DPI NO NUMERICO" TO WKS-MOTIVO-RECHAZO
           WHEN WKS-TC-DEC-FECHA NOT NUMERIC OR
                WKS-TC-DEC-CORRIDA NOT NUMERIC OR
                WKS-TC-DEC-SECUENCIA NOT NUMERIC
                MOVE "DECISION DISPUTADA INVALIDA" TO
                   WKS-MOTIVO-RECHAZO
           WHEN WKS-TC-CANAL NOT = "V" AND "C" AND "T" AND "W" AND
                                   "O"
                MOVE "CANAL INVALIDO" TO WKS-MOTIVO-RECHAZO
           WHEN WKS-TC-CASO NOT = SPACES AND
                WKS-TC-CASO NOT NUMERIC
                MOVE "NUMERO DE CASO INVALIDO" TO WKS-MOTIVO-RECHAZO
           WHEN OTHER
                CONTINUE
           END-EVALUATE
           IF WKS-MOTIVO-RECHAZO NOT = SPACES
              GO TO 0006-ABRE-E
           END-IF

           IF WKS-TC-RECIBIDO = SPACES
              MOVE WKS-FECHA-HOY TO WKS-TC-RECIBIDO
           END-IF
           IF WKS-TC-RECIBIDO NOT NUMERIC
              MOVE "FECHA DE RECIBIDO INVALIDA" TO WKS-MOTIVO-RECHAZO
              GO TO 0006-ABRE-E
           END-IF
           MOVE WKS-TC-RECIBIDO TO WKS-FECHA-RECIBIDO
           IF FUNCTION TEST-DATE-YYYYMMDD(WKS-FECHA-RECIBIDO) NOT = 0
              OR WKS-FECHA-RECIBIDO > WKS-FECHA-HOY
              MOVE "FECHA DE RECIBIDO INVALIDA" TO WKS-MOTIVO-RECHAZO
              GO TO 0006-ABRE-E
           END-IF

           MOVE WKS-TC-DPI TO AUDM-DPI
           MOVE WKS-TC-DEC-FECHA TO AUDM-FECHA
           MOVE WKS-TC-DEC-CORRIDA TO AUDM-CORRIDA
           MOVE WKS-TC-DEC-SECUENCIA TO AUDM-SECUENCIA
           READ AUDIT-MAESTRO
           END-READ
           IF WKS-FS-AUDMAST NOT = "00"
              MOVE "DECISION NO EXISTE EN AUDMAST" TO
                 WKS-MOTIVO-RECHAZO
              GO TO 0006-ABRE-E
           END-IF
           IF AUDM-VEREDICTO(1:8) NOT = "DENEGADO" AND
              AUDM-VEREDICTO(1:9) NOT = "FABRICADO"
              MOVE "VEREDICTO NO DISPUTABLE" TO WKS-MOTIVO-RECHAZO
              GO TO 0006-ABRE-E
           END-IF

           PERFORM VARYING WKS-PE-IDX FROM 1 BY 1
              UNTIL WKS-PE-IDX > WKS-PE-CANT
              IF WKS-PE-DPI(WKS-PE-IDX) = AUDM-DPI AND
                 WKS-PE-DECISION(WKS-PE-IDX) = AUDM-LLAVE(14:17)
                 MOVE "DECISION YA TIENE DISPUTA" TO
                    WKS-MOTIVO-RECHAZO
              END-IF
           END-PERFORM
           IF WKS-MOTIVO-RECHAZO NOT = SPACES
              GO TO 0006-ABRE-E
           END-IF

           INITIALIZE DISP-REGISTRO
           IF WKS-TC-CASO = SPACES
              ADD 1 TO WKS-ULTIMO-CASO
              MOVE WKS-ULTIMO-CASO TO DISP-CASO
           ELSE
              MOVE WKS-TC-CASO TO DISP-CASO
              IF DISP-CASO > WKS-ULTIMO-CASO
                 MOVE DISP-CASO TO WKS-ULTIMO-CASO
              END-IF
           END-IF
           MOVE AUDM-DPI TO DISP-DPI
           MOVE AUDM-FECHA TO DISP-DEC-FECHA
           MOVE AUDM-CORRIDA TO DISP-DEC-CORRIDA
           MOVE AUDM-SECUENCIA TO DISP-DEC-SECUENCIA
           MOVE AUDM-VEREDICTO TO DISP-VEREDICTO-DISPUTADO
           MOVE WKS-FECHA-RECIBIDO TO DISP-FECHA-RECIBIDO
           MOVE WKS-TC-CANAL TO DISP-CANAL
           SET DISP-ABIERTO TO TRUE
           MOVE WKS-FECHA-HOY TO DISP-FECHA-APERTURA
           MOVE WKS-TC-OPERADOR TO DISP-ABIERTO-POR
           MOVE "N" TO DISP-BLOQUEO-LEVANTADO
           WRITE DISP-REGISTRO
           END-WRITE
           IF WKS-FS-DISPUTA NOT = "00"
              MOVE "CASO YA EXISTE" TO WKS-MOTIVO-RECHAZO
              GO TO 0006-ABRE-E
           END-IF

           IF WKS-PE-CANT < 3000
              ADD 1 TO WKS-PE-CANT
              MOVE DISP-DPI TO WKS-PE-DPI(WKS-PE-CANT)
              MOVE DISP-DECISION TO WKS-PE-DECISION(WKS-PE-CANT)
              MOVE DISP-CASO TO WKS-PE-CASO(WKS-PE-CANT)
           END-IF
           ADD 1 TO WKS-I-ABIERTOS.
       0006-ABRE-E.
           EXIT.

       0007-INICIO-REVISA SECTION.
      *EL CASO PENDIENTE PASA A REVISION CON EL OPERADOR DE LA
      *TARJETA COMO ANALISTA (UNA SEGUNDA TARJETA LO REASIGNA).
           IF WKS-TC-CASO NOT NUMERIC
              MOVE "NUMERO DE CASO INVALIDO" TO WKS-MOTIVO-RECHAZO
              GO TO 0007-REVISA-E
           END-IF
           MOVE WKS-TC-CASO TO DISP-CASO
           READ CASOS-DISPUTA
           END-READ
           EVALUATE TRUE
           WHEN WKS-FS-DISPUTA NOT = "00"
                MOVE "CASO INEXISTENTE" TO WKS-MOTIVO-RECHAZO
           WHEN NOT DISP-PENDIENTE
                MOVE "CASO YA RESUELTO" TO WKS-MOTIVO-RECHAZO
           WHEN OTHER
                CONTINUE
           END-EVALUATE
           IF WKS-MOTIVO-RECHAZO NOT = SPACES
              GO TO 0007-REVISA-E
           END-IF

           SET DISP-EN-REVISION TO TRUE
           MOVE WKS-TC-OPERADOR TO DISP-ANALISTA
           MOVE WKS-FECHA-HOY TO DISP-FECHA-REVISION
           REWRITE DISP-REGISTRO
           END-REWRITE
           ADD 1 TO WKS-I-REVISION.
       0007-REVISA-E.
           EXIT.

       0008-INICIO-RESUELVE SECTION.
      *SOSTENIDO CIERRA EL CASO SIN TOCAR EL VEREDICTO. REVOCADO
      *EXIGE UN VEREDICTO CORREGIDO DISTINTO DEL DISPUTADO (ACEPTADO
      *SI VIENE EN BLANCO) Y LO PROPAGA. AMBOS EXIGEN NOTA.
           IF WKS-TC-CASO NOT NUMERIC
              MOVE "NUMERO DE CASO INVALIDO" TO WKS-MOTIVO-RECHAZO
              GO TO 0008-RESUELVE-E
           END-IF
           IF WKS-TC-REVOCA AND WKS-TC-VEREDICTO = SPACES
              MOVE "ACEPTADO" TO WKS-TC-VEREDICTO
           END-IF
           MOVE WKS-TC-CASO TO DISP-CASO
           READ CASOS-DISPUTA
           END-READ
           EVALUATE TRUE
           WHEN WKS-FS-DISPUTA NOT = "00"
                MOVE "CASO INEXISTENTE" TO WKS-MOTIVO-RECHAZO
           WHEN NOT DISP-PENDIENTE
                MOVE "CASO YA RESUELTO" TO WKS-MOTIVO-RECHAZO
           WHEN NOT WKS-TC-SOSTIENE AND NOT WKS-TC-REVOCA
                MOVE "RESOLUCION INVALIDA (S O R)" TO
                   WKS-MOTIVO-RECHAZO
           WHEN WKS-TC-NOTA = SPACES
                MOVE "RESOLUCION SIN NOTA" TO WKS-MOTIVO-RECHAZO
           WHEN WKS-TC-REVOCA AND
                WKS-TC-VEREDICTO = DISP-VEREDICTO-DISPUTADO
                MOVE "VEREDICTO CORREGIDO IGUAL" TO WKS-MOTIVO-RECHAZO
           WHEN OTHER
                CONTINUE
           END-EVALUATE
           IF WKS-MOTIVO-RECHAZO NOT = SPACES
              GO TO 0008-RESUELVE-E
           END-IF

           IF DISP-ANALISTA = SPACES
              MOVE WKS-TC-OPERADOR TO DISP-ANALISTA
              MOVE WKS-FECHA-HOY TO DISP-FECHA-REVISION
           END-IF
           MOVE WKS-FECHA-HOY TO DISP-FECHA-RESOLUCION
           MOVE WKS-TC-OPERADOR TO DISP-RESUELTO-POR
           MOVE WKS-TC-NOTA TO DISP-NOTA
           IF WKS-TC-SOSTIENE
              SET DISP-SOSTENIDO TO TRUE
              ADD 1 TO WKS-I-SOSTENIDOS
           ELSE
              SET DISP-REVOCADO TO TRUE
              MOVE WKS-TC-VEREDICTO TO DISP-VEREDICTO-CORREGIDO
              PERFORM 0009-INICIO-REVOCA THRU 0009-REVOCA-E
              ADD 1 TO WKS-I-REVOCADOS
           END-IF
           REWRITE DISP-REGISTRO
           END-REWRITE

           PERFORM VARYING WKS-PE-IDX FROM 1 BY 1
              UNTIL WKS-PE-IDX > WKS-PE-CANT
              IF WKS-PE-CASO(WKS-PE-IDX) = DISP-CASO
                 MOVE ZEROES TO WKS-PE-DPI(WKS-PE-IDX)
                 MOVE SPACES TO WKS-PE-DECISION(WKS-PE-IDX)
              END-IF
           END-PERFORM.
       0008-RESUELVE-E.
           EXIT.

       0009-INICIO-REVOCA SECTION.
      *EL VEREDICTO CORREGIDO SE GRABA COMO UNA DECISION NUEVA EN
      *AS-DPIAUDIT (EL CARGADOR NOCTURNO LA PASA A AUDMAST), CON LA
      *RESTA Y EL VERIFICADOR DE LA DECISION DISPUTADA Y FIRMADA POR
      *QUIEN RESUELVE; REGDPI QUEDA CON EL VEREDICTO CORREGIDO COMO
      *ULTIMO VEREDICTO. SI EL DPI ESTA BLOQUEADO SE PIDE EL
      *LEVANTAMIENTO, SALVO LOS BLOQUEOS QUE NO DEPENDEN DEL
      *VEREDICTO.
           MOVE DISP-DPI TO AUDM-DPI
           MOVE DISP-DEC-FECHA TO AUDM-FECHA
           MOVE DISP-DEC-CORRIDA TO AUDM-CORRIDA
           MOVE DISP-DEC-SECUENCIA TO AUDM-SECUENCIA
           READ AUDIT-MAESTRO
           END-READ
           IF WKS-FS-AUDMAST = "00"
              MOVE AUDM-RESTA TO WKS-AU-RESTA
              MOVE AUDM-VERIFICADOR TO WKS-AU-VERIFICADOR
              MOVE AUDM-OFICINA TO WKS-AU-OFICINA
           ELSE
              MOVE ZEROES TO WKS-AU-RESTA, WKS-AU-VERIFICADOR
              MOVE SPACES TO WKS-AU-OFICINA
           END-IF

           IF NOT WKS-DPIAUDIT-ABIERTO
              OPEN EXTEND DPI-AUDIT
              IF WKS-FS-DPIAUDIT = "35"
                 OPEN OUTPUT DPI-AUDIT
              END-IF
              IF WKS-FS-DPIAUDIT NOT = "00"
                 DISPLAY "NO SE PUDO ABRIR EL HISTORICO DE AUDITORIA"
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              SET WKS-DPIAUDIT-ABIERTO TO TRUE
           END-IF
           MOVE WKS-FECHA-HOY TO WKS-AU-FECHA
           MOVE DISP-DPI TO WKS-AU-DPI
           MOVE DISP-VEREDICTO-CORREGIDO TO WKS-AU-VEREDICTO
           MOVE ZEROES TO WKS-AU-REENVIOS
           MOVE WKS-HORA-HOY TO WKS-AU-CORRIDA
           MOVE WKS-TC-OPERADOR TO WKS-AU-OPERADOR
           MOVE ZEROES TO WKS-AU-VENCE
           WRITE REG-DPI-AUDIT FROM WKS-LINEA-AUDIT
           ADD 1 TO WKS-I-AUDITORIA
           MOVE "AUDITORIA" TO WKS-RESULTADO-REVOCA

           MOVE DISP-DPI TO REGDPI-LLAVE
           READ REGISTRO-DPI
           END-READ
           IF WKS-FS-REGDPI = "00"
              IF REGDPI-ULTIMO-VEREDICTO NOT = DISP-VEREDICTO-CORREGIDO
                 ADD 1 TO REGDPI-CAMBIOS
              END-IF
              MOVE DISP-VEREDICTO-CORREGIDO TO REGDPI-ULTIMO-VEREDICTO
              REWRITE REGDPI-REGISTRO
              END-REWRITE
              ADD 1 TO WKS-I-REGDPI
              MOVE "REGDPI" TO WKS-RESULTADO-REVOCA(11:6)
           ELSE
              DISPLAY "DPI SIN REGISTRO EN REGDPI, CASO " DISP-CASO
                      " DPI " DISP-DPI
           END-IF

           PERFORM VARYING WKS-BQ-IDX FROM 1 BY 1
              UNTIL WKS-BQ-IDX > WKS-BQ-CANT
              IF WKS-BQ-VIGENTE(WKS-BQ-IDX) AND
                 WKS-BQ-DPI(WKS-BQ-IDX) = DISP-DPI
                 IF WKS-BQ-NO-LEVANTABLE(WKS-BQ-IDX)
                    MOVE SPACES TO REG-RPT-BITACORA
                    STRING "  CASO " DISP-CASO " DPI " DISP-DPI
                           " BLOQUEO CON MOTIVO "
                           WKS-BQ-MOTIVO(WKS-BQ-IDX)
                           " NO SE LEVANTA POR LA DISPUTA"
                       DELIMITED BY SIZE INTO REG-RPT-BITACORA
                    END-STRING
                    WRITE REG-RPT-BITACORA
                 ELSE
                    MOVE DISP-DPI TO WKS-TB-DPI
                    MOVE WKS-BQ-MOTIVO(WKS-BQ-IDX) TO WKS-TB-MOTIVO
                    MOVE WKS-FECHA-HOY TO WKS-TB-FECHA-EFEC
                    WRITE REG-TRANS-BLOQUEO FROM WKS-REG-TRANS
                    MOVE "L" TO WKS-BQ-ESTADO(WKS-BQ-IDX)
                    MOVE "S" TO DISP-BLOQUEO-LEVANTADO
                    ADD 1 TO WKS-I-LEVANTAMIENTOS
                    MOVE "LEVANTAMIENTO" TO
                       WKS-RESULTADO-REVOCA(18:13)
                 END-IF
              END-IF
           END-PERFORM.
       0009-REVOCA-E.
           EXIT.

       0010-INICIO-REPORTE-ANTIGUEDAD SECTION.
      *CASOS PENDIENTES CON SU ANTIGUEDAD EN DIAS HABILES DESDE QUE
      *SE RECIBIO LA DISPUTA (ELAPBUS1, FERIADOS INCLUIDOS) CONTRA EL
      *PLAZO LEGAL: POR VENCER CUANDO RESTAN DIAS_ALERTA O MENOS,
      *VENCIDO CUANDO YA SE PASO. LOS RESUELTOS SOLO SE CUENTAN.
           OPEN OUTPUT RPT-ANTIGUEDAD
           IF WKS-FS-RPTDISP NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL REPORTE DE ANTIGUEDAD"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE SPACES TO REG-RPT-ANTIGUEDAD
           STRING "EDUC3097 ANTIGUEDAD DE DISPUTAS PENDIENTES AL "
                  WKS-FECHA-HOY " (PLAZO " WKS-PLAZO-DIAS
                  " DIAS HABILES, ALERTA A " WKS-DIAS-ALERTA " DIAS)"
              DELIMITED BY SIZE INTO REG-RPT-ANTIGUEDAD
           END-STRING
           WRITE REG-RPT-ANTIGUEDAD
           MOVE SPACES TO REG-RPT-ANTIGUEDAD
           WRITE REG-RPT-ANTIGUEDAD
           WRITE REG-RPT-ANTIGUEDAD FROM WKS-TITULO-2

           MOVE ZEROES TO DISP-CASO
           MOVE "00" TO WKS-FS-DISPUTA
           START CASOS-DISPUTA KEY NOT < DISP-LLAVE
           END-START
           IF WKS-FS-DISPUTA = "00"
              READ CASOS-DISPUTA NEXT
              AT END
                 SET WKS-FIN-DISPUTA TO TRUE
              END-READ
           ELSE
              SET WKS-FIN-DISPUTA TO TRUE
           END-IF

           PERFORM UNTIL WKS-FIN-DISPUTA
                   EVALUATE TRUE
                   WHEN DISP-PENDIENTE
                        PERFORM 0011-INICIO-LINEA-CASO THRU
                           0011-LINEA-CASO-E
                   WHEN DISP-SOSTENIDO
                        ADD 1 TO WKS-I-TOT-SOSTENIDOS
                   WHEN DISP-REVOCADO
                        ADD 1 TO WKS-I-TOT-REVOCADOS
                   END-EVALUATE
                   READ CASOS-DISPUTA NEXT
                   AT END
                      SET WKS-FIN-DISPUTA TO TRUE
                   END-READ
           END-PERFORM

           IF WKS-I-PENDIENTES = ZEROES
              MOVE "  SIN DISPUTAS PENDIENTES" TO REG-RPT-ANTIGUEDAD
              WRITE REG-RPT-ANTIGUEDAD
           END-IF
           MOVE SPACES TO REG-RPT-ANTIGUEDAD
           WRITE REG-RPT-ANTIGUEDAD
           MOVE SPACES TO REG-RPT-ANTIGUEDAD
           STRING "PENDIENTES: " WKS-I-PENDIENTES
                  "  POR VENCER: " WKS-I-POR-VENCER
                  "  VENCIDOS: " WKS-I-VENCIDOS
                  "  RESUELTOS SOSTENIDOS: " WKS-I-TOT-SOSTENIDOS
                  "  RESUELTOS REVOCADOS: " WKS-I-TOT-REVOCADOS
              DELIMITED BY SIZE INTO REG-RPT-ANTIGUEDAD
           END-STRING
           WRITE REG-RPT-ANTIGUEDAD

           CLOSE RPT-ANTIGUEDAD.
       0010-REPORTE-ANTIGUEDAD-E.
           EXIT.

       0011-INICIO-LINEA-CASO SECTION.
           ADD 1 TO WKS-I-PENDIENTES
           MOVE DISP-FECHA-RECIBIDO TO WKS-EL-FECHA-INICIO
           MOVE WKS-FECHA-HOY TO WKS-EL-FECHA-FIN
           CALL 'ELAPBUS1' USING WKS-EL-FECHA-INICIO
                                 WKS-EL-FECHA-FIN
                                 WKS-EL-DIAS-HABILES
                                 WKS-EL-SWITCH-ERROR
           IF WKS-EL-SWITCH-ERROR = "S"
              MOVE ZEROES TO WKS-EL-DIAS-HABILES
           END-IF
           COMPUTE WKS-EL-RESTAN = WKS-PLAZO-DIAS - WKS-EL-DIAS-HABILES

           MOVE DISP-CASO TO WKS-LC-CASO
           MOVE DISP-DPI TO WKS-LC-DPI
           MOVE DISP-VEREDICTO-DISPUTADO TO WKS-LC-VEREDICTO
           MOVE DISP-FECHA-RECIBIDO TO WKS-LC-RECIBIDO
           MOVE DISP-CANAL TO WKS-LC-CANAL
           IF DISP-EN-REVISION
              MOVE "EN REVISION" TO WKS-LC-ESTADO
           ELSE
              MOVE "ABIERTO" TO WKS-LC-ESTADO
           END-IF
           MOVE DISP-ANALISTA TO WKS-LC-ANALISTA
           MOVE WKS-EL-DIAS-HABILES TO WKS-LC-DIAS
           MOVE WKS-EL-RESTAN TO WKS-LC-RESTAN
           EVALUATE TRUE
           WHEN WKS-EL-RESTAN < 0
                MOVE "VENCIDO" TO WKS-LC-ALERTA
                ADD 1 TO WKS-I-VENCIDOS
           WHEN WKS-EL-RESTAN NOT > WKS-DIAS-ALERTA
                MOVE "POR VENCER" TO WKS-LC-ALERTA
                ADD 1 TO WKS-I-POR-VENCER
           WHEN OTHER
                MOVE SPACES TO WKS-LC-ALERTA
           END-EVALUATE
           WRITE REG-RPT-ANTIGUEDAD FROM WKS-LINEA-CASO.
       0011-LINEA-CASO-E.
           EXIT.
