      ******************************************************************
      * FECHA       : 2026                                             *
      * PROGRAMADOR : DIANA STEFFANNY SALGUERO ROSALES                 *
      * APLICACION  : EDUCACION                                        *
      * PROGRAMA    : EDUC3096                                         *
      * TIPO        : BATCH (MENSUAL)                                  *
      * DESCRIPCION : CRIBA MENSUAL CONTRA LA LISTA DE SANCIONES Y DE  *
      *             : PERSONAS EXPUESTAS POLITICAMENTE (PEP) QUE       *
      *             : RECIBE CUMPLIMIENTO. CARGA LA LISTA (NOMBRE      *
      *             : PRINCIPAL Y ALIAS, FUENTE, CATEGORIA Y DPI O     *
      *             : PASAPORTE CUANDO SE CONOCE) Y NORMALIZA CADA     *
      *             : NOMBRE PALABRA POR PALABRA CON NRMNOM01. COMPARA *
      *             : CONTRA LOS TITULARES DE CUENTA DE FILE-A, LOS    *
      *             : MAESTROS DE ESTUDIANTES (ESTUMST) Y DE           *
      *             : ENCARGADOS (ENCMST) Y LOS DOCUMENTOS DEL         *
      *             : REGISTRO DE DPI (REGDPI): COINCIDENCIA EXACTA DE *
      *             : DOCUMENTO, NOMBRE NORMALIZADO IGUAL Y PUNTAJE    *
      *             : POR PALABRAS COMUNES. LAS COINCIDENCIAS SALEN AL *
      *             : ARCHIVO DE ALERTAS SANCALER CON SU PUNTAJE Y LOS *
      *             : CAMPOS QUE COINCIDIERON. AL INICIO SE APLICAN    *
      *             : LAS DECISIONES DE CUMPLIMIENTO SOBRE LAS ALERTAS *
      *             : DEL MES ANTERIOR (SANCDEC): LAS CONFIRMADAS      *
      *             : SALEN COMO TRANSACCIONES DE BLOQUEO EN EL        *
      *             : FORMATO DE TRANSBLQ PARA EDUC3033 Y LOS FALSOS   *
      *             : POSITIVOS SE ACUMULAN EN SANCSUPR PARA NO VOLVER *
      *             : A ALERTARLOS.                                    *
      * ARCHIVOS    : LISTASAN (ENTRADA), SANCDEC (ENTRADA), SANCSUPR  *
      *             : (ENTRADA/SALIDA), FILE-A (ENTRADA), ESTUMST      *
      *             : (ENTRADA), ENCMST (ENTRADA), REGDPI (ENTRADA),   *
      *             : SANCALER (SALIDA), TRANSSAN (SALIDA), RPTSANC    *
      *             : (SALIDA)                                         *
      * PROGRAMA(S) : NRMNOM01, PARMRD01, RUNSTAT1                     *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDUC3096.
       AUTHOR. DIANA SALGUERO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LISTA-SANCIONES ASSIGN TO LISTASAN
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-LISTASAN.
           SELECT DECISIONES ASSIGN TO SANCDEC
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-SANCDEC.
           SELECT SUPRESIONES ASSIGN TO SANCSUPR
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-SANCSUPR.
           SELECT FILE-A ASSIGN TO FILE-A
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS FILEA-LLAVE
                  FILE STATUS IS WKS-FS-FILEA.
           SELECT ESTUDIANTE-MASTER ASSIGN TO ESTUMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ESTUM-LLAVE
                  FILE STATUS IS WKS-FS-ESTUMST.
           SELECT ENCARGADO-MASTER ASSIGN TO ENCMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ENC-LLAVE
                  FILE STATUS IS WKS-FS-ENCMST.
           SELECT REGISTRO-DPI ASSIGN TO REGDPI
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS REGDPI-LLAVE
                  FILE STATUS IS WKS-FS-REGDPI.
           SELECT ALERTAS ASSIGN TO SANCALER
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-SANCALER.
           SELECT TRANS-BLOQUEO ASSIGN TO TRANSSAN
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-TRANSSAN.
           SELECT RPT-CRIBA ASSIGN TO RPTSANC
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-RPTSANC.

       DATA DIVISION.

       FILE SECTION.
      *LISTA DE CUMPLIMIENTO, UN NOMBRE POR REGISTRO: IDENTIFICADOR
      *DE LA ENTRADA(10) TIPO DE NOMBRE(1) (P=PRINCIPAL, A=ALIAS)
      *FUENTE(10) CATEGORIA(1) (S=SANCION, P=PEP) TIPO DE
      *DOCUMENTO(1) (D=DPI, P=PASAPORTE, BLANCO=SIN DOCUMENTO)
      *DOCUMENTO(13) NOMBRE(50), SEPARADOS POR UN BLANCO.
       FD LISTA-SANCIONES.
       01 REG-LISTA.
          05 LS-ID                      PIC X(10).
          05 FILLER                     PIC X(01).
          05 LS-TIPO-NOMBRE             PIC X(01).
          05 FILLER                     PIC X(01).
          05 LS-FUENTE                  PIC X(10).
          05 FILLER                     PIC X(01).
          05 LS-CATEGORIA               PIC X(01).
          05 FILLER                     PIC X(01).
          05 LS-TIPO-DOC                PIC X(01).
          05 FILLER                     PIC X(01).
          05 LS-DOCUMENTO               PIC X(13).
          05 FILLER                     PIC X(01).
          05 LS-NOMBRE                  PIC X(50).
          05 FILLER                     PIC X(08).

      *DECISION DE CUMPLIMIENTO SOBRE UNA ALERTA: DECISION(1)
      *(C=COINCIDENCIA CONFIRMADA, F=FALSO POSITIVO) IDENTIFICADOR DE
      *LA LISTA(10) ORIGEN(1) LLAVE(13) DPI(13) CATEGORIA(1)
      *OPERADOR(8), COPIADOS DE LA LINEA DE ALERTA.
       FD DECISIONES.
       01 REG-DECISION.
          05 DC-DECISION                PIC X(01).
             88 DC-CONFIRMADA                     VALUE "C".
             88 DC-FALSO-POSITIVO                 VALUE "F".
          05 FILLER                     PIC X(01).
          05 DC-ID                      PIC X(10).
          05 FILLER                     PIC X(01).
          05 DC-ORIGEN                  PIC X(01).
             88 DC-ORIGEN-VALIDO                  VALUE "C" "E" "N"
                                                        "R".
          05 FILLER                     PIC X(01).
          05 DC-LLAVE                   PIC X(13).
          05 FILLER                     PIC X(01).
          05 DC-DPI                     PIC X(13).
          05 FILLER                     PIC X(01).
          05 DC-CATEGORIA               PIC X(01).
          05 FILLER                     PIC X(01).
          05 DC-OPERADOR                PIC X(08).
          05 FILLER                     PIC X(27).

      *FALSOS POSITIVOS ACUMULADOS: LA PAREJA ENTRADA DE LA LISTA +
      *CLIENTE YA REVISADA NO SE VUELVE A ALERTAR POR NOMBRE.
       FD SUPRESIONES.
       01 REG-SUPRESION.
          05 SP-ID                      PIC X(10).
          05 FILLER                     PIC X(01).
          05 SP-ORIGEN                  PIC X(01).
          05 FILLER                     PIC X(01).
          05 SP-LLAVE                   PIC X(13).
          05 FILLER                     PIC X(01).
          05 SP-FECHA                   PIC 9(08).
          05 FILLER                     PIC X(01).
          05 SP-OPERADOR                PIC X(08).
          05 FILLER                     PIC X(06).

       FD FILE-A.
           COPY FILE-A.

       FD ESTUDIANTE-MASTER.
           COPY ESTUMST.

       FD ENCARGADO-MASTER.
           COPY ENCMST.

       FD REGISTRO-DPI.
           COPY REGDPI.

       FD ALERTAS.
       01 REG-ALERTA                    PIC X(203).

       FD TRANS-BLOQUEO.
       01 REG-TRANS-BLOQUEO             PIC X(30).

       FD RPT-CRIBA.
       01 REG-RPT-CRIBA                 PIC X(132).

       WORKING-STORAGE SECTION.

       01 WKS-CONTROL-ARCHIVOS.
          02 WKS-FS-LISTASAN            PIC X(02) VALUE SPACES.
             88 WKS-FIN-LISTASAN                  VALUE "10".
          02 WKS-FS-SANCDEC             PIC X(02) VALUE SPACES.
             88 WKS-FIN-SANCDEC                   VALUE "10".
          02 WKS-FS-SANCSUPR            PIC X(02) VALUE SPACES.
             88 WKS-FIN-SANCSUPR                  VALUE "10".
          02 WKS-FS-FILEA               PIC X(02) VALUE SPACES.
             88 WKS-FIN-FILEA                     VALUE "10".
          02 WKS-FS-ESTUMST             PIC X(02) VALUE SPACES.
             88 WKS-FIN-ESTUMST                   VALUE "10".
          02 WKS-FS-ENCMST              PIC X(02) VALUE SPACES.
             88 WKS-FIN-ENCMST                    VALUE "10".
          02 WKS-FS-REGDPI              PIC X(02) VALUE SPACES.
          02 WKS-FS-SANCALER            PIC X(02) VALUE SPACES.
          02 WKS-FS-TRANSSAN            PIC X(02) VALUE SPACES.
          02 WKS-FS-RPTSANC             PIC X(02) VALUE SPACES.

      *AREA PARA LA RUTINA COMUN DE ESTADISTICAS DE CORRIDA.
       01 WKS-CONTROL-ESTADISTICA.
          02 WKS-ST-PROGRAMA            PIC X(08) VALUE "EDUK3096".
          02 WKS-ST-FECHA-HORA          PIC X(20) VALUE SPACES.
          02 WKS-ST-FECHA-INICIO        PIC 9(08) VALUE ZEROES.
          02 WKS-ST-HORA-INICIO         PIC 9(06) VALUE ZEROES.
          02 WKS-ST-LEIDOS              PIC 9(06) VALUE ZEROES.
          02 WKS-ST-ESCRITOS            PIC 9(06) VALUE ZEROES.
          02 WKS-ST-RECHAZADOS          PIC 9(06) VALUE ZEROES.

      *AREA PARA EL LECTOR COMUN DEL ARCHIVO CENTRAL DE PARAMETROS
      *(PARMRD01): LOS VALORES DEL ARCHIVO GANAN SOBRE LA VARIABLE
      *DE AMBIENTE.
       01 WKS-CONTROL-PARAMETROS.
          02 WKS-PARM-SECCION           PIC X(08) VALUE "EDUC3096".
          02 WKS-PARM-CANT              PIC 9(02) VALUE ZEROES.
          02 WKS-PARM-TABLA.
             03 WKS-PARM-ENTRADA OCCURS 20 TIMES.
                04 WKS-PARM-CLAVE       PIC X(20).
                04 WKS-PARM-VALOR       PIC X(20).
          02 WKS-PARM-SIN-SECCION       PIC X(01) VALUE "S".
          02 WKS-PARM-IDX               PIC 9(02) VALUE ZEROES.

      *UMBRAL DE PUNTAJE PARA ALERTAR POR PALABRAS COMUNES Y MINIMO
      *DE PALABRAS SIGNIFICATIVAS QUE DEBEN COINCIDIR.
       01 WKS-CONTROL-UMBRAL.
          02 WKS-UMBRAL                 PIC 9(03) VALUE 075.
          02 WKS-MIN-PALABRAS           PIC 9(01) VALUE 2.
          02 WKS-FECHA-HOY              PIC 9(08) VALUE ZEROES.

      *ENTRADAS DE LA LISTA CON SU NOMBRE NORMALIZADO: EL NOMBRE
      *COMPLETO (PALABRAS NORMALIZADAS SEPARADAS POR UN BLANCO) Y
      *LAS PALABRAS SUELTAS PARA EL PUNTAJE.
       01 WKS-TABLA-LISTA.
          02 WKS-LT-ENTRADA OCCURS 2000 TIMES.
             03 WKS-LT-ID               PIC X(10).
             03 WKS-LT-TIPO-NOMBRE      PIC X(01).
                88 WKS-LT-ES-ALIAS                VALUE "A".
             03 WKS-LT-FUENTE           PIC X(10).
             03 WKS-LT-CATEGORIA        PIC X(01).
             03 WKS-LT-TIPO-DOC         PIC X(01).
                88 WKS-LT-DOC-DPI                 VALUE "D".
                88 WKS-LT-DOC-PASAPORTE           VALUE "P".
             03 WKS-LT-DOCUMENTO        PIC 9(13).
             03 WKS-LT-NOMBRE           PIC X(50).
             03 WKS-LT-NORMA.
                04 WKS-LT-NORMAL        PIC X(60).
                04 WKS-LT-CANT-PAL      PIC 9(02).
                04 WKS-LT-PALABRA       PIC X(20) OCCURS 8 TIMES.
          02 WKS-LT-CANT                PIC 9(04) VALUE ZEROES.
          02 WKS-LT-IDX                 PIC 9(04) VALUE ZEROES.
          02 WKS-LT-J                   PIC 9(04) VALUE ZEROES.
          02 WKS-LT-DESBORDE            PIC 9(05) VALUE ZEROES.
          02 WKS-LT-REPETIDO            PIC X(01) VALUE "N".

      *PAREJAS ENTRADA DE LISTA + CLIENTE MARCADAS COMO FALSO
      *POSITIVO EN MESES ANTERIORES.
       01 WKS-TABLA-SUPRESIONES.
          02 WKS-SU-ENTRADA OCCURS 3000 TIMES.
             03 WKS-SU-ID               PIC X(10).
             03 WKS-SU-ORIGEN           PIC X(01).
             03 WKS-SU-LLAVE            PIC X(13).
          02 WKS-SU-CANT                PIC 9(04) VALUE ZEROES.
          02 WKS-SU-IDX                 PIC 9(04) VALUE ZEROES.
          02 WKS-SU-DESBORDE            PIC 9(05) VALUE ZEROES.
          02 WKS-SU-SW                  PIC X(01) VALUE "N".
             88 WKS-SU-SUPRIMIDA                  VALUE "S".

      *NORMALIZACION DE UN NOMBRE: SE PARTE EN PALABRAS Y CADA
      *PALABRA PASA POR NRMNOM01 (QUITA TILDES, PASA A MAYUSCULAS);
      *EL RESULTADO TIENE EL MISMO MOLDE QUE WKS-LT-NORMA.
       01 WKS-CONTROL-NORMALIZA.
          02 WKS-NZ-CRUDO               PIC X(60) VALUE SPACES.
          02 WKS-NZ-I                   PIC 9(02) VALUE ZEROES.
          02 WKS-NZ-LARGO               PIC 9(02) VALUE ZEROES.
          02 WKS-NZ-PUNTERO             PIC 9(03) VALUE ZEROES.
          02 WKS-NZ-CAR                 PIC X(01) VALUE SPACES.
          02 WKS-NZ-PALABRA-ENT         PIC X(20) VALUE SPACES.
          02 WKS-NZ-PALABRA-SAL         PIC X(20) VALUE SPACES.
          02 WKS-NZ-RESULTADO.
             03 WKS-NZ-NORMAL           PIC X(60).
             03 WKS-NZ-CANT-PAL         PIC 9(02).
             03 WKS-NZ-PALABRA          PIC X(20) OCCURS 8 TIMES.

      *CLIENTE EN REVISION (CUENTA, ESTUDIANTE, ENCARGADO O
      *DOCUMENTO DEL REGISTRO DE DPI).
       01 WKS-CONTROL-OBJETIVO.
          02 WKS-OB-ORIGEN              PIC X(01) VALUE SPACES.
             88 WKS-OB-ES-CUENTA                  VALUE "C".
             88 WKS-OB-ES-ESTUDIANTE              VALUE "E".
             88 WKS-OB-ES-ENCARGADO               VALUE "N".
             88 WKS-OB-ES-REGDPI                  VALUE "R".
          02 WKS-OB-LLAVE               PIC X(13) VALUE SPACES.
          02 WKS-OB-DPI                 PIC 9(13) VALUE ZEROES.
          02 WKS-OB-TIPO-DOC            PIC X(01) VALUE SPACES.
             88 WKS-OB-DOC-PASAPORTE              VALUE "P".
          02 WKS-OB-NOMBRE              PIC X(50) VALUE SPACES.
          02 WKS-OB-NORMA.
             03 WKS-OB-NORMAL           PIC X(60).
             03 WKS-OB-CANT-PAL         PIC 9(02).
             03 WKS-OB-PALABRA          PIC X(20) OCCURS 8 TIMES.

      *PUNTAJE DE UNA ENTRADA DE LA LISTA CONTRA EL CLIENTE.
       01 WKS-CONTROL-PUNTAJE.
          02 WKS-PU-PUNTAJE             PIC 9(03) VALUE ZEROES.
          02 WKS-PU-NOMBRE              PIC 9(03) VALUE ZEROES.
          02 WKS-PU-CRITERIO            PIC X(13) VALUE SPACES.
          02 WKS-PU-CAMPOS              PIC X(20) VALUE SPACES.
          02 WKS-PU-CAMPO-NOMBRE        PIC X(06) VALUE SPACES.
          02 WKS-PU-CAMPOS-AUX          PIC X(20) VALUE SPACES.
          02 WKS-PU-EXACTO-SW           PIC X(01) VALUE "N".
             88 WKS-PU-NOMBRE-EXACTO              VALUE "S".
          02 WKS-PU-DOC-SW              PIC X(01) VALUE "N".
             88 WKS-PU-DOC-COINCIDE               VALUE "S".
          02 WKS-PU-SIGNIF-LT           PIC 9(02) VALUE ZEROES.
          02 WKS-PU-SIGNIF-OB           PIC 9(02) VALUE ZEROES.
          02 WKS-PU-COMUNES             PIC 9(02) VALUE ZEROES.
          02 WKS-PU-I                   PIC 9(02) VALUE ZEROES.
          02 WKS-PU-J                   PIC 9(02) VALUE ZEROES.
          02 WKS-PU-ENCONTRADA          PIC X(01) VALUE "N".
          02 WKS-PU-PALABRA             PIC X(20) VALUE SPACES.
             88 WKS-PU-PALABRA-VACIA              VALUE "DEL" "LAS"
                                                        "LOS" "VDA".

      *MEJOR COINCIDENCIA POR ENTRADA DE LA LISTA PARA EL CLIENTE
      *EN REVISION: LOS ALIAS DE UNA MISMA ENTRADA DAN UNA SOLA
      *ALERTA, LA DE MAYOR PUNTAJE.
       01 WKS-TABLA-COINCIDENCIAS.
          02 WKS-CO-ENTRADA OCCURS 20 TIMES.
             03 WKS-CO-ID               PIC X(10).
             03 WKS-CO-LT-IDX           PIC 9(04).
             03 WKS-CO-PUNTAJE          PIC 9(03).
             03 WKS-CO-CRITERIO         PIC X(13).
             03 WKS-CO-CAMPOS           PIC X(20).
          02 WKS-CO-CANT                PIC 9(02) VALUE ZEROES.
          02 WKS-CO-IDX                 PIC 9(02) VALUE ZEROES.
          02 WKS-CO-HALLADA             PIC 9(02) VALUE ZEROES.

       01 WKS-REG-ALERTA.
          02 WKS-AL-FECHA               PIC 9(08) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-AL-ID                  PIC X(10) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-AL-FUENTE              PIC X(10) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-AL-CATEGORIA           PIC X(01) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-AL-ORIGEN              PIC X(01) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-AL-LLAVE               PIC X(13) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-AL-DPI                 PIC 9(13) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-AL-PUNTAJE             PIC 9(03) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-AL-CRITERIO            PIC X(13) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-AL-CAMPOS              PIC X(20) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-AL-NOMBRE-LISTA        PIC X(50) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-AL-NOMBRE-CLIENTE      PIC X(50) VALUE SPACES.

      *TRANSACCION DE BLOQUEO EN EL FORMATO DE TRANSBLQ (EDUC3033).
       01 WKS-REG-TRANS.
          02 WKS-TB-ACCION              PIC X(01) VALUE "B".
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-TB-DPI                 PIC X(13) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-TB-MOTIVO              PIC X(02) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-TB-FECHA-EFEC          PIC 9(08) VALUE ZEROES.
          02 FILLER                     PIC X(03) VALUE SPACES.

       01 WKS-ITERACIONES.
          02 WKS-I-DECISIONES           PIC 9(05) VALUE ZEROES.
          02 WKS-I-CONFIRMADAS          PIC 9(05) VALUE ZEROES.
          02 WKS-I-BLOQUEOS             PIC 9(05) VALUE ZEROES.
          02 WKS-I-SIN-DPI              PIC 9(05) VALUE ZEROES.
          02 WKS-I-FALSOS               PIC 9(05) VALUE ZEROES.
          02 WKS-I-DEC-RECHAZADAS       PIC 9(05) VALUE ZEROES.
          02 WKS-I-LISTA-LEIDOS         PIC 9(05) VALUE ZEROES.
          02 WKS-I-LISTA-RECHAZADOS     PIC 9(05) VALUE ZEROES.
          02 WKS-I-CUENTAS              PIC 9(07) VALUE ZEROES.
          02 WKS-I-ESTUDIANTES          PIC 9(07) VALUE ZEROES.
          02 WKS-I-ENCARGADOS           PIC 9(07) VALUE ZEROES.
          02 WKS-I-DOCUMENTOS           PIC 9(05) VALUE ZEROES.
          02 WKS-I-ALERTAS              PIC 9(06) VALUE ZEROES.
          02 WKS-I-AL-DOCUMENTO         PIC 9(06) VALUE ZEROES.
          02 WKS-I-AL-NOMBRE            PIC 9(06) VALUE ZEROES.
          02 WKS-I-AL-PALABRAS          PIC 9(06) VALUE ZEROES.
          02 WKS-I-SUPRIMIDAS           PIC 9(06) VALUE ZEROES.

       01 WKS-TITULO-1.
          02 FILLER                     PIC X(30) VALUE
                                      "EDUC3096 CRIBA CONTRA LISTA DE".
          02 FILLER                     PIC X(20) VALUE
                                      " SANCIONES Y PEP AL ".
          02 WKS-T1-FECHA               PIC 9(08) VALUE ZEROES.
          02 FILLER                     PIC X(74) VALUE SPACES.

       01 WKS-TITULO-2.
          02 FILLER                     PIC X(09) VALUE "DECISION".
          02 FILLER                     PIC X(11) VALUE "ENTRADA".
          02 FILLER                     PIC X(07) VALUE "ORIGEN".
          02 FILLER                     PIC X(14) VALUE "LLAVE".
          02 FILLER                     PIC X(14) VALUE "DPI".
          02 FILLER                     PIC X(09) VALUE "OPERADOR".
          02 FILLER                     PIC X(11) VALUE "RESULTADO".
          02 FILLER                     PIC X(57) VALUE "OBSERVACION".

       01 WKS-LINEA-DECISION.
          02 WKS-LD-DECISION            PIC X(01) VALUE SPACES.
          02 FILLER                     PIC X(08) VALUE SPACES.
          02 WKS-LD-ID                  PIC X(10) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LD-ORIGEN              PIC X(01) VALUE SPACES.
          02 FILLER                     PIC X(06) VALUE SPACES.
          02 WKS-LD-LLAVE               PIC X(13) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LD-DPI                 PIC X(13) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LD-OPERADOR            PIC X(08) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LD-RESULTADO           PIC X(10) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LD-OBSERVACION         PIC X(40) VALUE SPACES.
          02 FILLER                     PIC X(17) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-INICIO SECTION.
           MOVE FUNCTION CURRENT-DATE TO WKS-ST-FECHA-HORA
           MOVE WKS-ST-FECHA-HORA(1:8) TO WKS-ST-FECHA-INICIO
           MOVE WKS-ST-FECHA-HORA(9:6) TO WKS-ST-HORA-INICIO
           MOVE WKS-ST-FECHA-INICIO TO WKS-FECHA-HOY

           PERFORM 0001-INICIO-PARAMETROS THRU 0001-PARAMETROS-E

           OPEN INPUT LISTA-SANCIONES
           IF WKS-FS-LISTASAN NOT = "00"
              DISPLAY "NO SE PUDO ABRIR LA LISTA DE SANCIONES "
                      "LISTASAN, FILE STATUS: " WKS-FS-LISTASAN
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT RPT-CRIBA
           IF WKS-FS-RPTSANC NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL REPORTE RPTSANC"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT ALERTAS
           IF WKS-FS-SANCALER NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE ALERTAS SANCALER"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT TRANS-BLOQUEO
           IF WKS-FS-TRANSSAN NOT = "00"
              DISPLAY "NO SE PUDO ABRIR LAS TRANSACCIONES TRANSSAN"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE WKS-FECHA-HOY TO WKS-T1-FECHA
           WRITE REG-RPT-CRIBA FROM WKS-TITULO-1
           MOVE SPACES TO REG-RPT-CRIBA
           WRITE REG-RPT-CRIBA
           WRITE REG-RPT-CRIBA FROM WKS-TITULO-2

      *PRIMERO LAS DECISIONES DEL MES ANTERIOR, PARA QUE LOS FALSOS
      *POSITIVOS RECIEN MARCADOS YA NO SALGAN EN ESTA CRIBA.
           PERFORM 0002-INICIO-APLICA-DECISIONES THRU
              0002-APLICA-DECISIONES-E
           PERFORM 0004-INICIO-CARGA-SUPRESIONES THRU
              0004-CARGA-SUPRESIONES-E
           PERFORM 0005-INICIO-CARGA-LISTA THRU 0005-CARGA-LISTA-E

           PERFORM 0006-INICIO-CRIBA-CUENTAS THRU 0006-CRIBA-CUENTAS-E
           PERFORM 0007-INICIO-CRIBA-ESTUDIANTES THRU
              0007-CRIBA-ESTUDIANTES-E
           PERFORM 0008-INICIO-CRIBA-ENCARGADOS THRU
              0008-CRIBA-ENCARGADOS-E
           PERFORM 0009-INICIO-CRIBA-REGDPI THRU 0009-CRIBA-REGDPI-E

           PERFORM 0016-INICIO-TOTALES THRU 0016-TOTALES-E

           CLOSE LISTA-SANCIONES, RPT-CRIBA, ALERTAS, TRANS-BLOQUEO

           IF WKS-I-DEC-RECHAZADAS > ZEROES
              MOVE 4 TO RETURN-CODE
           END-IF

           COMPUTE WKS-ST-LEIDOS = WKS-I-CUENTAS + WKS-I-ESTUDIANTES +
                                   WKS-I-ENCARGADOS + WKS-I-DOCUMENTOS
           MOVE WKS-I-ALERTAS TO WKS-ST-ESCRITOS
           COMPUTE WKS-ST-RECHAZADOS = WKS-I-DEC-RECHAZADAS +
                                       WKS-I-LISTA-RECHAZADOS
           CALL 'RUNSTAT1' USING WKS-ST-PROGRAMA
                                 WKS-ST-FECHA-INICIO
                                 WKS-ST-HORA-INICIO
                                 WKS-ST-LEIDOS
                                 WKS-ST-ESCRITOS
                                 WKS-ST-RECHAZADOS

           STOP RUN.
       0000-INICIO-E.
           EXIT.

       0001-INICIO-PARAMETROS SECTION.
      *UMBRAL_PUNTAJE (75 POR OMISION) Y MIN_PALABRAS (2 POR
      *OMISION): VARIABLE DE AMBIENTE COMO RESPALDO Y LA SECCION DE
      *ESTE PROGRAMA EN EL ARCHIVO CENTRAL PARAMET, QUE GANA.
           ACCEPT WKS-UMBRAL FROM ENVIRONMENT "UMBRAL_PUNTAJE"
           IF WKS-UMBRAL NOT NUMERIC OR WKS-UMBRAL = ZEROES OR
              WKS-UMBRAL > 100
              MOVE 75 TO WKS-UMBRAL
           END-IF
           ACCEPT WKS-MIN-PALABRAS FROM ENVIRONMENT "MIN_PALABRAS"
           IF WKS-MIN-PALABRAS NOT NUMERIC OR
              WKS-MIN-PALABRAS = ZEROES
              MOVE 2 TO WKS-MIN-PALABRAS
           END-IF

           CALL 'PARMRD01' USING WKS-PARM-SECCION
                                 WKS-PARM-CANT
                                 WKS-PARM-TABLA
                                 WKS-PARM-SIN-SECCION

           PERFORM VARYING WKS-PARM-IDX FROM 1 BY 1
              UNTIL WKS-PARM-IDX > WKS-PARM-CANT
              EVALUATE WKS-PARM-CLAVE(WKS-PARM-IDX)
              WHEN "UMBRAL_PUNTAJE"
                   IF WKS-PARM-VALOR(WKS-PARM-IDX)(1:3) NUMERIC AND
                      WKS-PARM-VALOR(WKS-PARM-IDX)(1:3) NOT = "000"
                      AND WKS-PARM-VALOR(WKS-PARM-IDX)(1:3)
                          NOT > "100"
                      MOVE WKS-PARM-VALOR(WKS-PARM-IDX)(1:3) TO
                         WKS-UMBRAL
                   END-IF
              WHEN "MIN_PALABRAS"
                   IF WKS-PARM-VALOR(WKS-PARM-IDX)(1:1) NUMERIC AND
                      WKS-PARM-VALOR(WKS-PARM-IDX)(1:1) NOT = "0"
                      MOVE WKS-PARM-VALOR(WKS-PARM-IDX)(1:1) TO
                         WKS-MIN-PALABRAS
                   END-IF
              WHEN OTHER
                   DISPLAY "PARAMETRO DESCONOCIDO EN PARAMET: "
                           WKS-PARM-CLAVE(WKS-PARM-IDX)
              END-EVALUATE
           END-PERFORM

           DISPLAY "PARAMETROS EFECTIVOS DE LA CORRIDA:"
           DISPLAY "  UMBRAL_PUNTAJE: " WKS-UMBRAL
           DISPLAY "  MIN_PALABRAS: " WKS-MIN-PALABRAS.
       0001-PARAMETROS-E.
           EXIT.

       0002-INICIO-APLICA-DECISIONES SECTION.
      *LAS DECISIONES SON OPCIONALES: EL PRIMER MES, O UN MES SIN
      *REVISION, NO HAY ARCHIVO. LOS FALSOS POSITIVOS SE AGREGAN AL
      *FINAL DEL ACUMULADO SANCSUPR.
           OPEN INPUT DECISIONES
           IF WKS-FS-SANCDEC NOT = "00"
              DISPLAY "SIN DECISIONES DE CUMPLIMIENTO SANCDEC, FILE "
                      "STATUS: " WKS-FS-SANCDEC
              GO TO 0002-APLICA-DECISIONES-E
           END-IF

           OPEN EXTEND SUPRESIONES
           IF WKS-FS-SANCSUPR = "35"
              OPEN OUTPUT SUPRESIONES
           END-IF
           IF WKS-FS-SANCSUPR NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL ACUMULADO SANCSUPR, FILE "
                      "STATUS: " WKS-FS-SANCSUPR
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           READ DECISIONES
           AT END
              SET WKS-FIN-SANCDEC TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-SANCDEC
                   ADD 1 TO WKS-I-DECISIONES
                   PERFORM 0003-INICIO-DECISION THRU 0003-DECISION-E
                   WRITE REG-RPT-CRIBA FROM WKS-LINEA-DECISION
                   READ DECISIONES
                   AT END
                      SET WKS-FIN-SANCDEC TO TRUE
                   END-READ
           END-PERFORM

           CLOSE DECISIONES, SUPRESIONES.
       0002-APLICA-DECISIONES-E.
           EXIT.

       0003-INICIO-DECISION SECTION.
      *CONFIRMADA: TRANSACCION DE BLOQUEO CON MOTIVO SA (SANCION) O
      *PP (PEP) Y FECHA EFECTIVA DE HOY; SI EL CLIENTE NO TIENE DPI
      *(CUENTAS DE FILE-A) SE DEJA EN EL REPORTE PARA BLOQUEO
      *MANUAL. FALSO POSITIVO: SE AGREGA AL ACUMULADO DE SUPRESIONES.
           MOVE DC-DECISION TO WKS-LD-DECISION
           MOVE DC-ID TO WKS-LD-ID
           MOVE DC-ORIGEN TO WKS-LD-ORIGEN
           MOVE DC-LLAVE TO WKS-LD-LLAVE
           MOVE DC-DPI TO WKS-LD-DPI
           MOVE DC-OPERADOR TO WKS-LD-OPERADOR
           MOVE "APLICADA" TO WKS-LD-RESULTADO
           MOVE SPACES TO WKS-LD-OBSERVACION

           IF DC-ID = SPACES OR NOT DC-ORIGEN-VALIDO OR
              DC-LLAVE = SPACES
              MOVE "RECHAZADA" TO WKS-LD-RESULTADO
              MOVE "ENTRADA, ORIGEN O LLAVE INVALIDOS" TO
                 WKS-LD-OBSERVACION
              ADD 1 TO WKS-I-DEC-RECHAZADAS
              GO TO 0003-DECISION-E
           END-IF

           EVALUATE TRUE
           WHEN DC-CONFIRMADA
                ADD 1 TO WKS-I-CONFIRMADAS
                IF DC-DPI NUMERIC AND DC-DPI NOT = ZEROES
                   MOVE DC-DPI TO WKS-TB-DPI
                   IF DC-CATEGORIA = "P"
                      MOVE "PP" TO WKS-TB-MOTIVO
                   ELSE
                      MOVE "SA" TO WKS-TB-MOTIVO
                   END-IF
                   MOVE WKS-FECHA-HOY TO WKS-TB-FECHA-EFEC
                   WRITE REG-TRANS-BLOQUEO FROM WKS-REG-TRANS
                   ADD 1 TO WKS-I-BLOQUEOS
                   STRING "BLOQUEO ENVIADO CON MOTIVO "
                          WKS-TB-MOTIVO
                      DELIMITED BY SIZE INTO WKS-LD-OBSERVACION
                   END-STRING
                ELSE
                   ADD 1 TO WKS-I-SIN-DPI
                   MOVE "SIN DPI, BLOQUEO MANUAL DE LA CUENTA" TO
                      WKS-LD-OBSERVACION
                END-IF
           WHEN DC-FALSO-POSITIVO
                ADD 1 TO WKS-I-FALSOS
                MOVE SPACES TO REG-SUPRESION
                MOVE DC-ID TO SP-ID
                MOVE DC-ORIGEN TO SP-ORIGEN
                MOVE DC-LLAVE TO SP-LLAVE
                MOVE WKS-FECHA-HOY TO SP-FECHA
                MOVE DC-OPERADOR TO SP-OPERADOR
                WRITE REG-SUPRESION
                MOVE "NO SE VUELVE A ALERTAR POR NOMBRE" TO
                   WKS-LD-OBSERVACION
           WHEN OTHER
                MOVE "RECHAZADA" TO WKS-LD-RESULTADO
                MOVE "DECISION INVALIDA (C O F)" TO
                   WKS-LD-OBSERVACION
                ADD 1 TO WKS-I-DEC-RECHAZADAS
           END-EVALUATE.
       0003-DECISION-E.
           EXIT.

       0004-INICIO-CARGA-SUPRESIONES SECTION.
      *CARGA EL ACUMULADO DE FALSOS POSITIVOS, YA CON LOS DE ESTA
      *CORRIDA. SIN ACUMULADO NO SE SUPRIME NADA.
           OPEN INPUT SUPRESIONES
           IF WKS-FS-SANCSUPR NOT = "00"
              DISPLAY "SIN ACUMULADO DE FALSOS POSITIVOS SANCSUPR, "
                      "FILE STATUS: " WKS-FS-SANCSUPR
              GO TO 0004-CARGA-SUPRESIONES-E
           END-IF

           READ SUPRESIONES
           AT END
              SET WKS-FIN-SANCSUPR TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-SANCSUPR
                   IF WKS-SU-CANT < 3000
                      ADD 1 TO WKS-SU-CANT
                      MOVE SP-ID TO WKS-SU-ID(WKS-SU-CANT)
                      MOVE SP-ORIGEN TO WKS-SU-ORIGEN(WKS-SU-CANT)
                      MOVE SP-LLAVE TO WKS-SU-LLAVE(WKS-SU-CANT)
                   ELSE
                      ADD 1 TO WKS-SU-DESBORDE
                   END-IF
                   READ SUPRESIONES
                   AT END
                      SET WKS-FIN-SANCSUPR TO TRUE
                   END-READ
           END-PERFORM

           CLOSE SUPRESIONES
           DISPLAY "FALSOS POSITIVOS CARGADOS: " WKS-SU-CANT
           IF WKS-SU-DESBORDE > ZEROES
              DISPLAY "FALSOS POSITIVOS QUE NO CUPIERON EN LA TABLA: "
                      WKS-SU-DESBORDE
           END-IF.
       0004-CARGA-SUPRESIONES-E.
           EXIT.

       0005-INICIO-CARGA-LISTA SECTION.
      *CADA NOMBRE DE LA LISTA (PRINCIPAL O ALIAS) QUEDA COMO UNA
      *ENTRADA DE LA TABLA CON SU NOMBRE NORMALIZADO. EL DOCUMENTO
      *SE GUARDA SOLO SI ES NUMERICO, ALINEADO A LA DERECHA.
           READ LISTA-SANCIONES
           AT END
              SET WKS-FIN-LISTASAN TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-LISTASAN
                   ADD 1 TO WKS-I-LISTA-LEIDOS
                   IF LS-ID = SPACES OR LS-NOMBRE = SPACES
                      ADD 1 TO WKS-I-LISTA-RECHAZADOS
                      DISPLAY "ENTRADA DE LA LISTA SIN IDENTIFICADOR "
                              "O SIN NOMBRE: " REG-LISTA(1:40)
                   ELSE
                      IF WKS-LT-CANT < 2000
                         ADD 1 TO WKS-LT-CANT
                         MOVE LS-ID TO WKS-LT-ID(WKS-LT-CANT)
                         MOVE LS-TIPO-NOMBRE TO
                            WKS-LT-TIPO-NOMBRE(WKS-LT-CANT)
                         MOVE LS-FUENTE TO WKS-LT-FUENTE(WKS-LT-CANT)
                         MOVE LS-CATEGORIA TO
                            WKS-LT-CATEGORIA(WKS-LT-CANT)
                         MOVE LS-TIPO-DOC TO
                            WKS-LT-TIPO-DOC(WKS-LT-CANT)
                         MOVE ZEROES TO WKS-LT-DOCUMENTO(WKS-LT-CANT)
                         IF LS-DOCUMENTO NOT = SPACES AND
                            FUNCTION TEST-NUMVAL(LS-DOCUMENTO) = 0
                            MOVE FUNCTION NUMVAL(LS-DOCUMENTO) TO
                               WKS-LT-DOCUMENTO(WKS-LT-CANT)
                         END-IF
                         MOVE LS-NOMBRE TO WKS-LT-NOMBRE(WKS-LT-CANT)
                         MOVE LS-NOMBRE TO WKS-NZ-CRUDO
                         PERFORM 0013-INICIO-NORMALIZA THRU
                            0013-NORMALIZA-E
                         MOVE WKS-NZ-RESULTADO TO
                            WKS-LT-NORMA(WKS-LT-CANT)
                      ELSE
                         ADD 1 TO WKS-LT-DESBORDE
                      END-IF
                   END-IF
                   READ LISTA-SANCIONES
                   AT END
                      SET WKS-FIN-LISTASAN TO TRUE
                   END-READ
           END-PERFORM

           DISPLAY "NOMBRES DE LA LISTA CARGADOS: " WKS-LT-CANT
           IF WKS-LT-DESBORDE > ZEROES
              DISPLAY "NOMBRES QUE NO CUPIERON EN LA TABLA: "
                      WKS-LT-DESBORDE
              MOVE 8 TO RETURN-CODE
           END-IF.
       0005-CARGA-LISTA-E.
           EXIT.

       0006-INICIO-CRIBA-CUENTAS SECTION.
      *TITULARES DE CUENTA DE FILE-A: SOLO NOMBRE, SIN DOCUMENTO.
           OPEN INPUT FILE-A
           IF WKS-FS-FILEA NOT = "00"
              DISPLAY "SIN ARCHIVO FILE-A, NO SE CRIBAN CUENTAS, FILE "
                      "STATUS: " WKS-FS-FILEA
              GO TO 0006-CRIBA-CUENTAS-E
           END-IF

           READ FILE-A
           AT END
              SET WKS-FIN-FILEA TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-FILEA
                   ADD 1 TO WKS-I-CUENTAS
                   SET WKS-OB-ES-CUENTA TO TRUE
                   MOVE FILEA-LLAVE TO WKS-OB-LLAVE
                   MOVE ZEROES TO WKS-OB-DPI
                   MOVE SPACES TO WKS-OB-TIPO-DOC
                   MOVE FILEA-NOMBRE TO WKS-OB-NOMBRE
                   PERFORM 0010-INICIO-EVALUA-OBJETIVO THRU
                      0010-EVALUA-OBJETIVO-E
                   READ FILE-A
                   AT END
                      SET WKS-FIN-FILEA TO TRUE
                   END-READ
           END-PERFORM

           CLOSE FILE-A.
       0006-CRIBA-CUENTAS-E.
           EXIT.

       0007-INICIO-CRIBA-ESTUDIANTES SECTION.
      *ESTUDIANTES: NOMBRE Y DOCUMENTO (CUI, DPI O PASAPORTE).
           OPEN INPUT ESTUDIANTE-MASTER
           IF WKS-FS-ESTUMST NOT = "00"
              DISPLAY "SIN MAESTRO DE ESTUDIANTES ESTUMST, NO SE "
                      "CRIBAN, FILE STATUS: " WKS-FS-ESTUMST
              GO TO 0007-CRIBA-ESTUDIANTES-E
           END-IF

           READ ESTUDIANTE-MASTER
           AT END
              SET WKS-FIN-ESTUMST TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-ESTUMST
                   ADD 1 TO WKS-I-ESTUDIANTES
                   SET WKS-OB-ES-ESTUDIANTE TO TRUE
                   MOVE ESTUM-CODIGO TO WKS-OB-LLAVE
                   IF ESTUM-DPI NUMERIC
                      MOVE ESTUM-DPI TO WKS-OB-DPI
                   ELSE
                      MOVE ZEROES TO WKS-OB-DPI
                   END-IF
                   MOVE ESTUM-TIPO-DOCUMENTO TO WKS-OB-TIPO-DOC
                   MOVE ESTUM-NOMBRE TO WKS-OB-NOMBRE
                   PERFORM 0010-INICIO-EVALUA-OBJETIVO THRU
                      0010-EVALUA-OBJETIVO-E
                   READ ESTUDIANTE-MASTER
                   AT END
                      SET WKS-FIN-ESTUMST TO TRUE
                   END-READ
           END-PERFORM

           CLOSE ESTUDIANTE-MASTER.
       0007-CRIBA-ESTUDIANTES-E.
           EXIT.

       0008-INICIO-CRIBA-ENCARGADOS SECTION.
      *ENCARGADOS ACTIVOS Y DE BAJA: NOMBRE Y DPI (LA LLAVE).
           OPEN INPUT ENCARGADO-MASTER
           IF WKS-FS-ENCMST NOT = "00"
              DISPLAY "SIN MAESTRO DE ENCARGADOS ENCMST, NO SE "
                      "CRIBAN, FILE STATUS: " WKS-FS-ENCMST
              GO TO 0008-CRIBA-ENCARGADOS-E
           END-IF

           READ ENCARGADO-MASTER
           AT END
              SET WKS-FIN-ENCMST TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-ENCMST
                   ADD 1 TO WKS-I-ENCARGADOS
                   SET WKS-OB-ES-ENCARGADO TO TRUE
                   MOVE ENC-DPI TO WKS-OB-LLAVE, WKS-OB-DPI
                   MOVE "D" TO WKS-OB-TIPO-DOC
                   MOVE ENC-NOMBRE TO WKS-OB-NOMBRE
                   PERFORM 0010-INICIO-EVALUA-OBJETIVO THRU
                      0010-EVALUA-OBJETIVO-E
                   READ ENCARGADO-MASTER
                   AT END
                      SET WKS-FIN-ENCMST TO TRUE
                   END-READ
           END-PERFORM

           CLOSE ENCARGADO-MASTER.
       0008-CRIBA-ENCARGADOS-E.
           EXIT.

       0009-INICIO-CRIBA-REGDPI SECTION.
      *CADA DPI DE LA LISTA SE BUSCA POR LLAVE EN EL REGISTRO
      *HISTORICO DE DPI: SI ALGUNA VEZ SE PRESENTO EN UN LOTE DE
      *EDUC3007, SALE ALERTA POR DOCUMENTO. EL MISMO DPI REPETIDO EN
      *LOS ALIAS DE UNA ENTRADA SE BUSCA UNA SOLA VEZ.
           OPEN INPUT REGISTRO-DPI
           IF WKS-FS-REGDPI NOT = "00"
              DISPLAY "SIN REGISTRO HISTORICO DE DPI REGDPI, NO SE "
                      "CRIBA, FILE STATUS: " WKS-FS-REGDPI
              GO TO 0009-CRIBA-REGDPI-E
           END-IF

           PERFORM VARYING WKS-LT-IDX FROM 1 BY 1
              UNTIL WKS-LT-IDX > WKS-LT-CANT
              IF WKS-LT-DOC-DPI(WKS-LT-IDX) AND
                 WKS-LT-DOCUMENTO(WKS-LT-IDX) NOT = ZEROES
                 MOVE "N" TO WKS-LT-REPETIDO
                 PERFORM VARYING WKS-LT-J FROM 1 BY 1
                    UNTIL WKS-LT-J NOT < WKS-LT-IDX OR
                          WKS-LT-REPETIDO = "S"
                    IF WKS-LT-ID(WKS-LT-J) = WKS-LT-ID(WKS-LT-IDX)
                       AND WKS-LT-DOCUMENTO(WKS-LT-J) =
                           WKS-LT-DOCUMENTO(WKS-LT-IDX)
                       MOVE "S" TO WKS-LT-REPETIDO
                    END-IF
                 END-PERFORM
                 IF WKS-LT-REPETIDO = "N"
                    ADD 1 TO WKS-I-DOCUMENTOS
                    MOVE WKS-LT-DOCUMENTO(WKS-LT-IDX) TO REGDPI-LLAVE
                    READ REGISTRO-DPI
                    END-READ
                    IF WKS-FS-REGDPI = "00"
                       SET WKS-OB-ES-REGDPI TO TRUE
                       MOVE REGDPI-LLAVE TO WKS-OB-LLAVE, WKS-OB-DPI
                       MOVE "D" TO WKS-OB-TIPO-DOC
                       MOVE SPACES TO WKS-OB-NOMBRE
                       MOVE 1 TO WKS-CO-CANT
                       MOVE WKS-LT-ID(WKS-LT-IDX) TO WKS-CO-ID(1)
                       MOVE WKS-LT-IDX TO WKS-CO-LT-IDX(1)
                       MOVE 100 TO WKS-CO-PUNTAJE(1)
                       MOVE "DOCUMENTO" TO WKS-CO-CRITERIO(1)
                       MOVE "DPI" TO WKS-CO-CAMPOS(1)
                       MOVE 1 TO WKS-CO-IDX
                       PERFORM 0014-INICIO-ESCRIBE-ALERTA THRU
                          0014-ESCRIBE-ALERTA-E
                    END-IF
                 END-IF
              END-IF
           END-PERFORM

           CLOSE REGISTRO-DPI.
       0009-CRIBA-REGDPI-E.
           EXIT.

       0010-INICIO-EVALUA-OBJETIVO SECTION.
      *NORMALIZA EL NOMBRE DEL CLIENTE, LO PUNTUA CONTRA CADA
      *ENTRADA DE LA LISTA Y ESCRIBE UNA ALERTA POR ENTRADA QUE
      *ALCANCE EL UMBRAL (LA MEJOR DE SUS ALIAS).
           MOVE WKS-OB-NOMBRE TO WKS-NZ-CRUDO
           PERFORM 0013-INICIO-NORMALIZA THRU 0013-NORMALIZA-E
           MOVE WKS-NZ-RESULTADO TO WKS-OB-NORMA
           MOVE ZEROES TO WKS-CO-CANT

           PERFORM VARYING WKS-LT-IDX FROM 1 BY 1
              UNTIL WKS-LT-IDX > WKS-LT-CANT
              PERFORM 0011-INICIO-PUNTUA THRU 0011-PUNTUA-E
              IF WKS-PU-PUNTAJE > ZEROES
                 PERFORM 0012-INICIO-REGISTRA-COINCIDENCIA THRU
                    0012-REGISTRA-COINCIDENCIA-E
              END-IF
           END-PERFORM

           PERFORM VARYING WKS-CO-IDX FROM 1 BY 1
              UNTIL WKS-CO-IDX > WKS-CO-CANT
              PERFORM 0014-INICIO-ESCRIBE-ALERTA THRU
                 0014-ESCRIBE-ALERTA-E
           END-PERFORM.
       0010-EVALUA-OBJETIVO-E.
           EXIT.

       0011-INICIO-PUNTUA SECTION.
      *DOCUMENTO IGUAL = 100. NOMBRE NORMALIZADO IGUAL = 95. SI NO,
      *PUNTAJE POR PALABRAS SIGNIFICATIVAS COMUNES (TRES LETRAS O
      *MAS, SIN DEL/LAS/LOS/VDA): 2 X COMUNES X 100 ENTRE LA SUMA DE
      *PALABRAS DE AMBOS NOMBRES, CON UN MINIMO DE PALABRAS COMUNES.
      *EL PASAPORTE DE LA LISTA SOLO SE COMPARA CONTRA ESTUDIANTES
      *CON PASAPORTE; EL DPI CONTRA LOS DEMAS DOCUMENTOS.
           MOVE ZEROES TO WKS-PU-PUNTAJE, WKS-PU-NOMBRE
           MOVE SPACES TO WKS-PU-CRITERIO, WKS-PU-CAMPOS
           MOVE "N" TO WKS-PU-DOC-SW, WKS-PU-EXACTO-SW
           IF WKS-LT-ES-ALIAS(WKS-LT-IDX)
              MOVE "ALIAS" TO WKS-PU-CAMPO-NOMBRE
           ELSE
              MOVE "NOMBRE" TO WKS-PU-CAMPO-NOMBRE
           END-IF

           IF WKS-LT-DOCUMENTO(WKS-LT-IDX) NOT = ZEROES AND
              WKS-OB-DPI NOT = ZEROES AND
              WKS-LT-DOCUMENTO(WKS-LT-IDX) = WKS-OB-DPI
              IF (WKS-LT-DOC-PASAPORTE(WKS-LT-IDX) AND
                  WKS-OB-DOC-PASAPORTE) OR
                 (WKS-LT-DOC-DPI(WKS-LT-IDX) AND
                  NOT WKS-OB-DOC-PASAPORTE)
                 MOVE "S" TO WKS-PU-DOC-SW
              END-IF
           END-IF

           IF WKS-OB-NORMAL NOT = SPACES AND
              WKS-LT-NORMAL(WKS-LT-IDX) = WKS-OB-NORMAL
              MOVE 95 TO WKS-PU-NOMBRE
              SET WKS-PU-NOMBRE-EXACTO TO TRUE
           ELSE
              MOVE ZEROES TO WKS-PU-SIGNIF-LT, WKS-PU-SIGNIF-OB,
                             WKS-PU-COMUNES
              PERFORM VARYING WKS-PU-J FROM 1 BY 1
                 UNTIL WKS-PU-J > WKS-LT-CANT-PAL(WKS-LT-IDX)
                 MOVE WKS-LT-PALABRA(WKS-LT-IDX, WKS-PU-J) TO
                    WKS-PU-PALABRA
                 IF WKS-PU-PALABRA(3:1) NOT = SPACE AND
                    NOT WKS-PU-PALABRA-VACIA
                    ADD 1 TO WKS-PU-SIGNIF-LT
                 END-IF
              END-PERFORM
              PERFORM VARYING WKS-PU-I FROM 1 BY 1
                 UNTIL WKS-PU-I > WKS-OB-CANT-PAL
                 MOVE WKS-OB-PALABRA(WKS-PU-I) TO WKS-PU-PALABRA
                 IF WKS-PU-PALABRA(3:1) NOT = SPACE AND
                    NOT WKS-PU-PALABRA-VACIA
                    ADD 1 TO WKS-PU-SIGNIF-OB
                    MOVE "N" TO WKS-PU-ENCONTRADA
                    PERFORM VARYING WKS-PU-J FROM 1 BY 1
                       UNTIL WKS-PU-J > WKS-LT-CANT-PAL(WKS-LT-IDX)
                          OR WKS-PU-ENCONTRADA = "S"
                       IF WKS-LT-PALABRA(WKS-LT-IDX, WKS-PU-J) =
                          WKS-PU-PALABRA
                          MOVE "S" TO WKS-PU-ENCONTRADA
                          ADD 1 TO WKS-PU-COMUNES
                       END-IF
                    END-PERFORM
                 END-IF
              END-PERFORM
              IF WKS-PU-COMUNES NOT < WKS-MIN-PALABRAS
                 COMPUTE WKS-PU-NOMBRE = WKS-PU-COMUNES * 200 /
                    (WKS-PU-SIGNIF-LT + WKS-PU-SIGNIF-OB)
              END-IF
      *POR PALABRAS NUNCA SE LLEGA AL PUNTAJE DEL NOMBRE EXACTO.
              IF WKS-PU-NOMBRE > 94
                 MOVE 94 TO WKS-PU-NOMBRE
              END-IF
              IF WKS-PU-NOMBRE < WKS-UMBRAL
                 MOVE ZEROES TO WKS-PU-NOMBRE
              END-IF
           END-IF

           EVALUATE TRUE
           WHEN WKS-PU-DOC-COINCIDE
                MOVE 100 TO WKS-PU-PUNTAJE
                MOVE "DOCUMENTO" TO WKS-PU-CRITERIO
                IF WKS-LT-DOC-PASAPORTE(WKS-LT-IDX)
                   MOVE "PASAPORTE" TO WKS-PU-CAMPOS
                ELSE
                   MOVE "DPI" TO WKS-PU-CAMPOS
                END-IF
                IF WKS-PU-NOMBRE > ZEROES
                   MOVE SPACES TO WKS-PU-CAMPOS-AUX
                   STRING WKS-PU-CAMPOS DELIMITED BY SPACE
                          "+" DELIMITED BY SIZE
                          WKS-PU-CAMPO-NOMBRE DELIMITED BY SPACE
                      INTO WKS-PU-CAMPOS-AUX
                   END-STRING
                   MOVE WKS-PU-CAMPOS-AUX TO WKS-PU-CAMPOS
                END-IF
           WHEN WKS-PU-NOMBRE-EXACTO
                MOVE 95 TO WKS-PU-PUNTAJE
                MOVE "NOMBRE EXACTO" TO WKS-PU-CRITERIO
                MOVE WKS-PU-CAMPO-NOMBRE TO WKS-PU-CAMPOS
           WHEN WKS-PU-NOMBRE > ZEROES
                MOVE WKS-PU-NOMBRE TO WKS-PU-PUNTAJE
                MOVE "PALABRAS" TO WKS-PU-CRITERIO
                MOVE WKS-PU-CAMPO-NOMBRE TO WKS-PU-CAMPOS
           END-EVALUATE.
       0011-PUNTUA-E.
           EXIT.

       0012-INICIO-REGISTRA-COINCIDENCIA SECTION.
      *GUARDA LA COINCIDENCIA SI SU ENTRADA AUN NO TIENE UNA, O SI
      *MEJORA EL PUNTAJE DE LA QUE YA TIENE.
           MOVE ZEROES TO WKS-CO-HALLADA
           PERFORM VARYING WKS-CO-IDX FROM 1 BY 1
              UNTIL WKS-CO-IDX > WKS-CO-CANT OR WKS-CO-HALLADA > 0
              IF WKS-CO-ID(WKS-CO-IDX) = WKS-LT-ID(WKS-LT-IDX)
                 MOVE WKS-CO-IDX TO WKS-CO-HALLADA
              END-IF
           END-PERFORM

           IF WKS-CO-HALLADA = ZEROES
              IF WKS-CO-CANT NOT < 20
                 DISPLAY "DEMASIADAS COINCIDENCIAS PARA EL CLIENTE "
                         WKS-OB-ORIGEN " " WKS-OB-LLAVE
                 GO TO 0012-REGISTRA-COINCIDENCIA-E
              END-IF
              ADD 1 TO WKS-CO-CANT
              MOVE WKS-CO-CANT TO WKS-CO-HALLADA
           ELSE
              IF WKS-PU-PUNTAJE NOT >
                 WKS-CO-PUNTAJE(WKS-CO-HALLADA)
                 GO TO 0012-REGISTRA-COINCIDENCIA-E
              END-IF
           END-IF

           MOVE WKS-LT-ID(WKS-LT-IDX) TO WKS-CO-ID(WKS-CO-HALLADA)
           MOVE WKS-LT-IDX TO WKS-CO-LT-IDX(WKS-CO-HALLADA)
           MOVE WKS-PU-PUNTAJE TO WKS-CO-PUNTAJE(WKS-CO-HALLADA)
           MOVE WKS-PU-CRITERIO TO WKS-CO-CRITERIO(WKS-CO-HALLADA)
           MOVE WKS-PU-CAMPOS TO WKS-CO-CAMPOS(WKS-CO-HALLADA).
       0012-REGISTRA-COINCIDENCIA-E.
           EXIT.

       0013-INICIO-NORMALIZA SECTION.
      *PARTE WKS-NZ-CRUDO EN PALABRAS (HASTA OCHO), NORMALIZA CADA
      *UNA CON NRMNOM01 Y ARMA EL NOMBRE COMPLETO NORMALIZADO CON LAS
      *PALABRAS SEPARADAS POR UN SOLO BLANCO.
           MOVE SPACES TO WKS-NZ-RESULTADO
           MOVE ZEROES TO WKS-NZ-CANT-PAL, WKS-NZ-LARGO
           MOVE 1 TO WKS-NZ-PUNTERO
           MOVE SPACES TO WKS-NZ-PALABRA-ENT

           PERFORM VARYING WKS-NZ-I FROM 1 BY 1 UNTIL WKS-NZ-I > 60
              MOVE WKS-NZ-CRUDO(WKS-NZ-I:1) TO WKS-NZ-CAR
              IF WKS-NZ-CAR = SPACE OR "," OR "." OR "-"
                 PERFORM 0015-INICIO-CIERRA-PALABRA THRU
                    0015-CIERRA-PALABRA-E
              ELSE
                 IF WKS-NZ-LARGO < 20
                    ADD 1 TO WKS-NZ-LARGO
                    MOVE WKS-NZ-CAR TO
                       WKS-NZ-PALABRA-ENT(WKS-NZ-LARGO:1)
                 END-IF
              END-IF
           END-PERFORM
           PERFORM 0015-INICIO-CIERRA-PALABRA THRU
              0015-CIERRA-PALABRA-E.
       0013-NORMALIZA-E.
           EXIT.

       0014-INICIO-ESCRIBE-ALERTA SECTION.
      *ESCRIBE LA COINCIDENCIA WKS-CO-IDX DEL CLIENTE EN REVISION.
      *LAS COINCIDENCIAS SOLO POR NOMBRE YA MARCADAS COMO FALSO
      *POSITIVO NO SE ESCRIBEN; LAS DE DOCUMENTO SIEMPRE SALEN.
           MOVE WKS-CO-LT-IDX(WKS-CO-IDX) TO WKS-LT-J

           IF WKS-CO-CRITERIO(WKS-CO-IDX) NOT = "DOCUMENTO"
              MOVE "N" TO WKS-SU-SW
              PERFORM VARYING WKS-SU-IDX FROM 1 BY 1
                 UNTIL WKS-SU-IDX > WKS-SU-CANT OR WKS-SU-SUPRIMIDA
                 IF WKS-SU-ID(WKS-SU-IDX) = WKS-CO-ID(WKS-CO-IDX) AND
                    WKS-SU-ORIGEN(WKS-SU-IDX) = WKS-OB-ORIGEN AND
                    WKS-SU-LLAVE(WKS-SU-IDX) = WKS-OB-LLAVE
                    SET WKS-SU-SUPRIMIDA TO TRUE
                 END-IF
              END-PERFORM
              IF WKS-SU-SUPRIMIDA
                 ADD 1 TO WKS-I-SUPRIMIDAS
                 GO TO 0014-ESCRIBE-ALERTA-E
              END-IF
           END-IF

           MOVE WKS-FECHA-HOY TO WKS-AL-FECHA
           MOVE WKS-CO-ID(WKS-CO-IDX) TO WKS-AL-ID
           MOVE WKS-LT-FUENTE(WKS-LT-J) TO WKS-AL-FUENTE
           MOVE WKS-LT-CATEGORIA(WKS-LT-J) TO WKS-AL-CATEGORIA
           MOVE WKS-OB-ORIGEN TO WKS-AL-ORIGEN
           MOVE WKS-OB-LLAVE TO WKS-AL-LLAVE
      *EL DPI DE LA ALERTA ES EL DEL CLIENTE; SI EL CLIENTE NO TIENE,
      *EL DPI QUE TRAE LA LISTA, PARA QUE LA CONFIRMACION PUEDA
      *BLOQUEARLO.
           IF WKS-OB-DPI NOT = ZEROES AND NOT WKS-OB-DOC-PASAPORTE
              MOVE WKS-OB-DPI TO WKS-AL-DPI
           ELSE
              IF WKS-LT-DOC-DPI(WKS-LT-J)
                 MOVE WKS-LT-DOCUMENTO(WKS-LT-J) TO WKS-AL-DPI
              ELSE
                 MOVE ZEROES TO WKS-AL-DPI
              END-IF
           END-IF
           MOVE WKS-CO-PUNTAJE(WKS-CO-IDX) TO WKS-AL-PUNTAJE
           MOVE WKS-CO-CRITERIO(WKS-CO-IDX) TO WKS-AL-CRITERIO
           MOVE WKS-CO-CAMPOS(WKS-CO-IDX) TO WKS-AL-CAMPOS
           MOVE WKS-LT-NOMBRE(WKS-LT-J) TO WKS-AL-NOMBRE-LISTA
           MOVE WKS-OB-NOMBRE TO WKS-AL-NOMBRE-CLIENTE
           WRITE REG-ALERTA FROM WKS-REG-ALERTA
           ADD 1 TO WKS-I-ALERTAS

           EVALUATE WKS-CO-CRITERIO(WKS-CO-IDX)
           WHEN "DOCUMENTO"
                ADD 1 TO WKS-I-AL-DOCUMENTO
           WHEN "NOMBRE EXACTO"
                ADD 1 TO WKS-I-AL-NOMBRE
           WHEN OTHER
                ADD 1 TO WKS-I-AL-PALABRAS
           END-EVALUATE.
       0014-ESCRIBE-ALERTA-E.
           EXIT.

       0015-INICIO-CIERRA-PALABRA SECTION.
      *AGREGA LA PALABRA ACUMULADA, YA NORMALIZADA, AL RESULTADO.
           IF WKS-NZ-LARGO = ZEROES
              GO TO 0015-CIERRA-PALABRA-E
           END-IF

           CALL 'NRMNOM01' USING WKS-NZ-PALABRA-ENT WKS-NZ-PALABRA-SAL
           IF WKS-NZ-CANT-PAL < 8 AND WKS-NZ-PALABRA-SAL NOT = SPACES
              ADD 1 TO WKS-NZ-CANT-PAL
              MOVE WKS-NZ-PALABRA-SAL TO
                 WKS-NZ-PALABRA(WKS-NZ-CANT-PAL)
              IF WKS-NZ-PUNTERO > 1
                 STRING " " DELIMITED BY SIZE
                    INTO WKS-NZ-NORMAL WITH POINTER WKS-NZ-PUNTERO
                 END-STRING
              END-IF
              STRING WKS-NZ-PALABRA-SAL DELIMITED BY SPACE
                 INTO WKS-NZ-NORMAL WITH POINTER WKS-NZ-PUNTERO
              END-STRING
           END-IF

           MOVE ZEROES TO WKS-NZ-LARGO
           MOVE SPACES TO WKS-NZ-PALABRA-ENT.
       0015-CIERRA-PALABRA-E.
           EXIT.

       0016-INICIO-TOTALES SECTION.
           MOVE SPACES TO REG-RPT-CRIBA
           WRITE REG-RPT-CRIBA
           MOVE SPACES TO REG-RPT-CRIBA
           STRING "DECISIONES LEIDAS: " WKS-I-DECISIONES
                  "  CONFIRMADAS: " WKS-I-CONFIRMADAS
                  "  BLOQUEOS ENVIADOS: " WKS-I-BLOQUEOS
                  "  SIN DPI: " WKS-I-SIN-DPI
                  "  FALSOS POSITIVOS: " WKS-I-FALSOS
                  "  RECHAZADAS: " WKS-I-DEC-RECHAZADAS
              DELIMITED BY SIZE INTO REG-RPT-CRIBA
           END-STRING
           WRITE REG-RPT-CRIBA
           MOVE SPACES TO REG-RPT-CRIBA
           STRING "NOMBRES DE LA LISTA: " WKS-LT-CANT
                  "  RECHAZADOS: " WKS-I-LISTA-RECHAZADOS
                  "  FALSOS POSITIVOS ACUMULADOS: " WKS-SU-CANT
                  "  UMBRAL: " WKS-UMBRAL
              DELIMITED BY SIZE INTO REG-RPT-CRIBA
           END-STRING
           WRITE REG-RPT-CRIBA
           MOVE SPACES TO REG-RPT-CRIBA
           STRING "CRIBADOS CUENTAS: " WKS-I-CUENTAS
                  "  ESTUDIANTES: " WKS-I-ESTUDIANTES
                  "  ENCARGADOS: " WKS-I-ENCARGADOS
                  "  DOCUMENTOS BUSCADOS EN REGDPI: " WKS-I-DOCUMENTOS
              DELIMITED BY SIZE INTO REG-RPT-CRIBA
           END-STRING
           WRITE REG-RPT-CRIBA
           MOVE SPACES TO REG-RPT-CRIBA
           STRING "ALERTAS: " WKS-I-ALERTAS
                  "  POR DOCUMENTO: " WKS-I-AL-DOCUMENTO
                  "  POR NOMBRE EXACTO: " WKS-I-AL-NOMBRE
                  "  POR PALABRAS: " WKS-I-AL-PALABRAS
                  "  SUPRIMIDAS: " WKS-I-SUPRIMIDAS
              DELIMITED BY SIZE INTO REG-RPT-CRIBA
           END-STRING
           WRITE REG-RPT-CRIBA

           DISPLAY "DECISIONES LEIDAS: " WKS-I-DECISIONES
           DISPLAY "  BLOQUEOS ENVIADOS A TRANSSAN: " WKS-I-BLOQUEOS
           DISPLAY "  CONFIRMADAS SIN DPI: " WKS-I-SIN-DPI
           DISPLAY "  FALSOS POSITIVOS NUEVOS: " WKS-I-FALSOS
           DISPLAY "  RECHAZADAS: " WKS-I-DEC-RECHAZADAS
           DISPLAY "CUENTAS CRIBADAS: " WKS-I-CUENTAS
           DISPLAY "ESTUDIANTES CRIBADOS: " WKS-I-ESTUDIANTES
           DISPLAY "ENCARGADOS CRIBADOS: " WKS-I-ENCARGADOS
           DISPLAY "DOCUMENTOS BUSCADOS EN REGDPI: " WKS-I-DOCUMENTOS
           DISPLAY "ALERTAS ESCRITAS: " WKS-I-ALERTAS
           DISPLAY "ALERTAS SUPRIMIDAS POR FALSO POSITIVO: "
                   WKS-I-SUPRIMIDAS.
       0016-TOTALES-E.
           EXIT.
