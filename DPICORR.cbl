      ******************************************************************
      * FECHA       : 2026                                             *
      * PROGRAMADOR : DIANA STEFFANNY SALGUERO ROSALES                 *
      * APLICACION  : EDUCACION                                        *
      * PROGRAMA    : EDUC3090                                         *
      * TIPO        : BATCH (A DEMANDA)                                *
      * DESCRIPCION : CORRECCION DE UN DPI CAPTURADO MAL EN TODOS LOS  *
      *             : ARCHIVOS QUE GUARDAN EL DOCUMENTO. LEE TARJETAS  *
      *             : DE CORRECCION POR SYSIN (DPI ANTERIOR, DPI       *
      *             : NUEVO, OPERADOR DE OPERMST Y RAZON) Y VALIDA EL  *
      *             : DPI NUEVO CON EL DIGITO VERIFICADOR (DPICHK01) Y *
      *             : CON EL CATALOGO GEOGRAFICO (CATGEO). LAS         *
      *             : CORRECCIONES VALIDAS SE APLICAN EN EL MAESTRO DE *
      *             : ESTUDIANTES (ESTUMST) Y SU COPIA PLANA           *
      *             : (ROSTERSAL), EL REGISTRO DE DPI (REGDPI,         *
      *             : FUSIONANDO CONTADORES SI EL NUEVO YA EXISTE), EL *
      *             : MAESTRO DE AUDITORIA (AUDMAST), EL SUSPENSO Y    *
      *             : SUS ASIGNACIONES, LAS SOSPECHAS DE FABRICADO, LA *
      *             : LISTA DE BLOQUEO Y EL EXTRACTO DE CARNETS; CADA  *
      *             : CORRECCION DEJA SU RASTRO EN AS-DPIAUDIT. LOS    *
      *             : ARCHIVOS PLANOS DE LINEA SE REESCRIBEN EN SU     *
      *             : COPIA NUEVA (EL PLANIFICADOR LA RENOMBRA). EL    *
      *             : REPORTE MUESTRA POR CORRECCION Y POR ARCHIVO LOS *
      *             : REGISTROS ANTES Y DESPUES, PARA QUE NINGUNA      *
      *             : QUEDE A MEDIAS.                                  *
      * ARCHIVOS    : OPERMST (ENTRADA), CATGEO (ENTRADA), ESTUMST     *
      *             : (I-O), ROSTERSAL (I-O), REGDPI (I-O), AUDMAST    *
      *             : (I-O), SUSPDPI/SUSPNEW, ASIGSUSP/ASIGSNEW,       *
      *             : SOSPFAB/SOSPFNEW, BLOQDPI/BLOQNEW (ENTRADA Y     *
      *             : SALIDA), CARNETS (I-O), AS-DPIAUDIT (EXTEND),    *
      *             : RPTDPICO (SALIDA)                                *
      * PROGRAMA(S) : DPICHK01, RUNSTAT1                               *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDUC3090.
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
           SELECT CATALOGO-GEO ASSIGN TO CATGEO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CATGEO-LLAVE
                  FILE STATUS IS WKS-FS-CATGEO.
           SELECT ESTUDIANTE-MASTER ASSIGN TO ESTUMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ESTUM-LLAVE
                  FILE STATUS IS WKS-FS-ESTUMST.
           SELECT ROSTER-ESTUDIANTES ASSIGN TO ROSTERSAL
                  FILE STATUS IS WKS-FS-ROSTER.
           SELECT REGISTRO-DPI ASSIGN TO REGDPI
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS REGDPI-LLAVE
                  FILE STATUS IS WKS-FS-REGDPI.
           SELECT AUDIT-MAESTRO ASSIGN TO AUDMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AUDM-LLAVE
                  FILE STATUS IS WKS-FS-AUDMAST.
           SELECT SUSPENSO-DPI ASSIGN TO SUSPDPI
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-SUSPDPI.
           SELECT SUSPENSO-NUEVO ASSIGN TO SUSPNEW
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-SUSPNEW.
           SELECT ASIGNACIONES ASSIGN TO ASIGSUSP
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-ASIGSUSP.
           SELECT ASIGNACIONES-NUEVO ASSIGN TO ASIGSNEW
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-ASIGSNEW.
           SELECT SOSPECHA-FABRICADO ASSIGN TO SOSPFAB
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-SOSPFAB.
           SELECT SOSPECHA-NUEVA ASSIGN TO SOSPFNEW
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-SOSPFNEW.
           SELECT BLOQUEO-DPI ASSIGN TO BLOQDPI
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-BLOQDPI.
           SELECT BLOQUEO-NUEVO ASSIGN TO BLOQNEW
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-BLOQNEW.
           SELECT ARCHIVO-CARNETS ASSIGN TO CARNETS
                  FILE STATUS IS WKS-FS-CARNETS.
           SELECT DPI-AUDIT ASSIGN TO AS-DPIAUDIT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-DPIAUDIT.
           SELECT RPT-CORRECCION ASSIGN TO RPTDPICO
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-RPTDPICO.

       DATA DIVISION.

       FILE SECTION.
       FD OPERADOR-MASTER.
           COPY OPERMST.

       FD CATALOGO-GEO.
           COPY CATGEO.

       FD ESTUDIANTE-MASTER.
           COPY ESTUMST.

       FD ROSTER-ESTUDIANTES
           RECORDING MODE IS F.
           COPY ROSTER.

       FD REGISTRO-DPI.
           COPY REGDPI.

       FD AUDIT-MAESTRO.
           COPY AUDMAST.

       FD SUSPENSO-DPI.
       01 REG-SUSPENSO                  PIC X(28).

       FD SUSPENSO-NUEVO.
       01 REG-SUSPENSO-NUEVO            PIC X(28).

       FD ASIGNACIONES.
       01 REG-ASIGNACION                PIC X(40).

       FD ASIGNACIONES-NUEVO.
       01 REG-ASIGNACION-NUEVO          PIC X(40).

       FD SOSPECHA-FABRICADO.
       01 REG-SOSPECHA-FAB              PIC X(50).

       FD SOSPECHA-NUEVA.
       01 REG-SOSPECHA-NUEVA            PIC X(50).

       FD BLOQUEO-DPI.
       01 REG-BLOQUEO-DPI               PIC X(25).

       FD BLOQUEO-NUEVO.
       01 REG-BLOQUEO-NUEVO             PIC X(25).

       FD ARCHIVO-CARNETS
           RECORDING MODE IS F.
       01 AREA-CARNET                   PIC X(160).

       FD DPI-AUDIT.
       01 REG-DPI-AUDIT                 PIC X(83).

       FD RPT-CORRECCION.
       01 REG-RPT-CORRECCION            PIC X(132).

       WORKING-STORAGE SECTION.

       01 WKS-CONTROL-ARCHIVOS.
          02 WKS-FS-OPERMST             PIC X(02) VALUE SPACES.
          02 WKS-FS-CATGEO              PIC X(02) VALUE SPACES.
          02 WKS-FS-ESTUMST             PIC X(02) VALUE SPACES.
             88 WKS-FIN-ESTUMST                   VALUE "10".
          02 WKS-FS-ROSTER              PIC X(02) VALUE SPACES.
             88 WKS-FIN-ROSTER                    VALUE "10".
          02 WKS-FS-REGDPI              PIC X(02) VALUE SPACES.
          02 WKS-FS-AUDMAST             PIC X(02) VALUE SPACES.
             88 WKS-FIN-AUDMAST                   VALUE "10".
          02 WKS-FS-SUSPDPI             PIC X(02) VALUE SPACES.
             88 WKS-FIN-SUSPDPI                   VALUE "10".
          02 WKS-FS-SUSPNEW             PIC X(02) VALUE SPACES.
          02 WKS-FS-ASIGSUSP            PIC X(02) VALUE SPACES.
             88 WKS-FIN-ASIGSUSP                  VALUE "10".
          02 WKS-FS-ASIGSNEW            PIC X(02) VALUE SPACES.
          02 WKS-FS-SOSPFAB             PIC X(02) VALUE SPACES.
             88 WKS-FIN-SOSPFAB                   VALUE "10".
          02 WKS-FS-SOSPFNEW            PIC X(02) VALUE SPACES.
          02 WKS-FS-BLOQDPI             PIC X(02) VALUE SPACES.
             88 WKS-FIN-BLOQDPI                   VALUE "10".
          02 WKS-FS-BLOQNEW             PIC X(02) VALUE SPACES.
          02 WKS-FS-CARNETS             PIC X(02) VALUE SPACES.
             88 WKS-FIN-CARNETS                   VALUE "10".
          02 WKS-FS-DPIAUDIT            PIC X(02) VALUE SPACES.
          02 WKS-FS-RPTDPICO            PIC X(02) VALUE SPACES.

      *TARJETA DE CORRECCION: DPI ANTERIOR, DPI NUEVO, OPERADOR QUE
      *LA FIRMA Y RAZON. "FIN" CIERRA LAS TARJETAS.
       01 WKS-TARJETA-CORRECCION.
          02 WKS-TC-DPI-ANTERIOR        PIC X(13) VALUE SPACES.
             88 WKS-FIN-SYSIN                     VALUE "FIN".
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-TC-DPI-NUEVO           PIC X(13) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-TC-OPERADOR            PIC X(08) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-TC-RAZON               PIC X(40) VALUE SPACES.

      *DESGLOSE DEL DPI NUEVO PARA EL CATALOGO GEOGRAFICO.
       01 WKS-DPI-DESGLOSE.
          02 WKS-DD-CORRELATIVO         PIC 9(08) VALUE ZEROES.
          02 WKS-DD-VERIFICADOR         PIC 9(01) VALUE ZEROES.
          02 WKS-DD-DEPARTAMENTO        PIC 9(02) VALUE ZEROES.
          02 WKS-DD-MUNICIPIO           PIC 9(02) VALUE ZEROES.

      *AREA DE LLAMADA AL VERIFICADOR COMUN DE DPI.
       01 WKS-CONTROL-CHEQUEO.
          02 WKS-CHK-DPI                PIC 9(13) VALUE ZEROES.
          02 WKS-CHK-DIGITO             PIC 9(02) VALUE ZEROES.
          02 WKS-CHK-VEREDICTO          PIC X(20) VALUE SPACES.
          02 WKS-CHK-ERROR              PIC X(01) VALUE "N".

      *CORRECCIONES LEIDAS. POR CADA UNA Y POR CADA ARCHIVO SE
      *CUENTAN LOS REGISTROS CON EL DPI ANTERIOR Y CON EL NUEVO ANTES
      *DE APLICAR, LOS MOVIDOS AL NUEVO, LOS FUSIONADOS CON UN
      *REGISTRO QUE YA TENIA EL NUEVO Y LOS QUE FALLARON.
       01 WKS-TABLA-CORRECCIONES.
          02 WKS-CO-ENTRADA OCCURS 200 TIMES.
             03 WKS-CO-DPI-ANTERIOR     PIC 9(13).
             03 WKS-CO-DPI-NUEVO        PIC 9(13).
             03 WKS-CO-OPERADOR         PIC X(08).
             03 WKS-CO-RAZON            PIC X(40).
             03 WKS-CO-ESTADO           PIC X(01).
                88 WKS-CO-VALIDA                  VALUE "V".
                88 WKS-CO-RECHAZADA               VALUE "R".
             03 WKS-CO-MOTIVO           PIC X(30).
             03 WKS-CO-ARCHIVO OCCURS 9 TIMES.
                04 WKS-CO-ANTES-ANT     PIC 9(06).
                04 WKS-CO-ANTES-NUE     PIC 9(06).
                04 WKS-CO-MOVIDOS       PIC 9(06).
                04 WKS-CO-FUSIONADOS    PIC 9(06).
                04 WKS-CO-FALLIDOS      PIC 9(06).
          02 WKS-CO-CANT                PIC 9(03) VALUE ZEROES.
          02 WKS-CO-IDX                 PIC 9(03) VALUE ZEROES.
          02 WKS-CO-IDX2                PIC 9(03) VALUE ZEROES.
          02 WKS-CO-VALIDAS             PIC 9(03) VALUE ZEROES.

      *NOMBRES DE LOS ARCHIVOS EN EL ORDEN DE LAS COLUMNAS DE
      *CONTEO; EL SWITCH MARCA LOS QUE NO EXISTEN EN ESTA CORRIDA.
       01 WKS-TABLA-ARCHIVOS.
          02 WKS-AR-VALORES.
             03 FILLER PIC X(10) VALUE "ESTUMST   ".
             03 FILLER PIC X(10) VALUE "ROSTERSAL ".
             03 FILLER PIC X(10) VALUE "REGDPI    ".
             03 FILLER PIC X(10) VALUE "AUDMAST   ".
             03 FILLER PIC X(10) VALUE "SUSPDPI   ".
             03 FILLER PIC X(10) VALUE "ASIGSUSP  ".
             03 FILLER PIC X(10) VALUE "SOSPFAB   ".
             03 FILLER PIC X(10) VALUE "BLOQDPI   ".
             03 FILLER PIC X(10) VALUE "CARNETS   ".
          02 WKS-AR-TABLA REDEFINES WKS-AR-VALORES.
             03 WKS-AR-NOMBRE OCCURS 9 TIMES
                                        PIC X(10).
          02 WKS-AR-PRESENTE OCCURS 9 TIMES
                                        PIC X(01).
          02 WKS-AR-IDX                 PIC 9(02) VALUE ZEROES.

      *BUSQUEDA DE UN DPI ENTRE LAS CORRECCIONES VALIDAS: INDICE DE
      *LA QUE LO TIENE COMO ANTERIOR Y DE LA QUE LO TIENE COMO NUEVO.
       01 WKS-CONTROL-BUSQUEDA.
          02 WKS-BU-DPI                 PIC 9(13) VALUE ZEROES.
          02 WKS-BU-ANTERIOR            PIC 9(03) VALUE ZEROES.
          02 WKS-BU-NUEVO               PIC 9(03) VALUE ZEROES.

      *REGISTRO DE DPI ANTERIOR GUARDADO MIENTRAS SE FUSIONA.
       01 WKS-REGDPI-ANTERIOR.
          02 WKS-RA-LLAVE               PIC 9(13) VALUE ZEROES.
          02 WKS-RA-VECES               PIC 9(05) VALUE ZEROES.
          02 WKS-RA-ULTIMA-FECHA        PIC 9(08) VALUE ZEROES.
          02 WKS-RA-ULTIMO-VEREDICTO    PIC X(20) VALUE SPACES.
          02 WKS-RA-CAMBIOS             PIC 9(03) VALUE ZEROES.
          02 WKS-RA-FECHA-VENCIMIENTO   PIC 9(08) VALUE ZEROES.

      *HISTORIA DE AUDITORIA DEL DPI ANTERIOR, GUARDADA ANTES DE
      *REGRABARLA BAJO EL NUEVO.
       01 WKS-TABLA-AUDITORIA.
          02 WKS-TA-REGISTRO OCCURS 999 TIMES
                                        PIC X(68).
          02 WKS-TA-CANT                PIC 9(03) VALUE ZEROES.
          02 WKS-TA-IDX                 PIC 9(03) VALUE ZEROES.
          02 WKS-TA-DESBORDE            PIC 9(05) VALUE ZEROES.

      *MISMO LAYOUT DE LA LINEA DE SUSPENSO QUE GRABA EDUC3007.
       01 WKS-LINEA-SUSPENSO.
          02 WKS-SU-FECHA               PIC 9(08) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-SU-DPI                 PIC 9(13) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-SU-RESTA               PIC 9(02) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-SU-MOTIVO              PIC X(02) VALUE SPACES.

      *MISMO LAYOUT DE LA LINEA DE ASIGNACION QUE GRABA EDUC3037.
       01 WKS-LINEA-ASIGNACION.
          02 WKS-AS-FECHA               PIC 9(08) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-AS-DPI                 PIC 9(13) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-AS-MOTIVO              PIC X(02) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-AS-SUPERVISOR          PIC X(08) VALUE SPACES.
          02 FILLER                     PIC X(06) VALUE SPACES.

      *MISMO LAYOUT DE LA LINEA DEL MAESTRO DE SOSPECHAS QUE GRABA
      *EDUC3007.
       01 WKS-LINEA-SOSPECHA.
          02 WKS-SF-FECHA               PIC 9(08) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-SF-DPI                 PIC 9(13) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-SF-HEURISTICA          PIC X(12) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-SF-ESTADO              PIC X(01) VALUE "P".
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-SF-FECHA-SOLIC         PIC 9(08) VALUE ZEROES.
          02 FILLER                     PIC X(04) VALUE SPACES.

      *MISMO LAYOUT DE LA LINEA DE BLOQUEO QUE LEE EDUC3007.
       01 WKS-LINEA-BLOQUEO.
          02 WKS-BL-DPI                 PIC 9(13) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-BL-MOTIVO              PIC X(02) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-BL-FECHA-EFEC          PIC 9(08) VALUE ZEROES.

      *MISMO REGISTRO FIJO DEL EXTRACTO DE CARNETS DE EDUC3054.
       01 WKS-REG-CARNET.
          02 WKS-CR-CODIGO              PIC 9(05) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE "|".
          02 WKS-CR-NOMBRE              PIC X(50) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE "|".
          02 WKS-CR-FECHA-NAC           PIC 9(08) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE "|".
          02 WKS-CR-GENERO              PIC X(01) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE "|".
          02 WKS-CR-DPI                 PIC 9(13) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE "|".
          02 WKS-CR-DIRECCION           PIC X(60) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE "|".
          02 WKS-CR-FECHA-EMISION       PIC 9(08) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE "|".
          02 WKS-CR-FECHA-VENCE         PIC 9(08) VALUE ZEROES.

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

       01 WKS-CONTROL-PROCESO.
          02 WKS-FECHA-HOY              PIC 9(08) VALUE ZEROES.
          02 WKS-HORA-HOY               PIC 9(06) VALUE ZEROES.
          02 WKS-CAMBIOS-CORRECCION     PIC 9(06) VALUE ZEROES.
          02 WKS-DESPUES-ANT            PIC 9(06) VALUE ZEROES.
          02 WKS-DESPUES-NUE            PIC 9(06) VALUE ZEROES.
          02 WKS-CORRECCION-INCOMPLETA  PIC X(01) VALUE "N".
             88 WKS-ES-INCOMPLETA                 VALUE "S".

       01 WKS-ITERACIONES.
          02 WKS-I-TARJETAS             PIC 9(05) VALUE ZEROES.
          02 WKS-I-RECHAZADAS           PIC 9(05) VALUE ZEROES.
          02 WKS-I-EXCEDENTES           PIC 9(05) VALUE ZEROES.
          02 WKS-I-MOVIDOS              PIC 9(07) VALUE ZEROES.
          02 WKS-I-FALLIDOS             PIC 9(07) VALUE ZEROES.
          02 WKS-I-AUDITORIA            PIC 9(05) VALUE ZEROES.
          02 WKS-I-INCOMPLETAS          PIC 9(05) VALUE ZEROES.

       01 WKS-LINEA-ARCHIVO.
          02 FILLER                     PIC X(04) VALUE SPACES.
          02 WKS-LA-ARCHIVO             PIC X(10) VALUE SPACES.
          02 FILLER                     PIC X(16) VALUE
                                        " ANTES: ANTERIOR".
          02 WKS-LA-ANTES-ANT           PIC ZZZ,ZZ9 VALUE ZEROES.
          02 FILLER                     PIC X(07) VALUE " NUEVO ".
          02 WKS-LA-ANTES-NUE           PIC ZZZ,ZZ9 VALUE ZEROES.
          02 FILLER                     PIC X(19) VALUE
                                        "  DESPUES: ANTERIOR".
          02 WKS-LA-DESPUES-ANT         PIC ZZZ,ZZ9 VALUE ZEROES.
          02 FILLER                     PIC X(07) VALUE " NUEVO ".
          02 WKS-LA-DESPUES-NUE         PIC ZZZ,ZZ9 VALUE ZEROES.
          02 FILLER                     PIC X(11) VALUE " FUSIONADOS".
          02 WKS-LA-FUSIONADOS          PIC ZZZ,ZZ9 VALUE ZEROES.
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 WKS-LA-RESULTADO           PIC X(12) VALUE SPACES.
          02 FILLER                     PIC X(08) VALUE SPACES.

      *AREA PARA LA RUTINA COMUN DE ESTADISTICAS DE CORRIDA.
       01 WKS-CONTROL-ESTADISTICA.
          02 WKS-ST-PROGRAMA            PIC X(08) VALUE "EDUK3090".
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

           INITIALIZE WKS-TABLA-CORRECCIONES
           PERFORM VARYING WKS-AR-IDX FROM 1 BY 1
              UNTIL WKS-AR-IDX > 9
              MOVE "S" TO WKS-AR-PRESENTE(WKS-AR-IDX)
           END-PERFORM

           OPEN INPUT OPERADOR-MASTER
           IF WKS-FS-OPERMST NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE OPERADORES"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT CATALOGO-GEO
           IF WKS-FS-CATGEO NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL CATALOGO GEOGRAFICO CATGEO"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN I-O ESTUDIANTE-MASTER
           IF WKS-FS-ESTUMST NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE ESTUDIANTES"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN I-O REGISTRO-DPI
           IF WKS-FS-REGDPI NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL REGISTRO DE DPI"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT RPT-CORRECCION
           IF WKS-FS-RPTDPICO NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL REPORTE DE CORRECCIONES"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 0001-INICIO-LEE-TARJETAS THRU 0001-LEE-TARJETAS-E
           PERFORM 0003-INICIO-CUENTA-ESTUMST THRU
              0003-CUENTA-ESTUMST-E

           IF WKS-CO-VALIDAS > ZEROES
              PERFORM 0004-INICIO-CORRIGE-ESTUMST THRU
                 0004-CORRIGE-ESTUMST-E
              PERFORM 0005-INICIO-CORRIGE-ROSTER THRU
                 0005-CORRIGE-ROSTER-E
              PERFORM 0006-INICIO-CORRIGE-REGDPI THRU
                 0006-CORRIGE-REGDPI-E
              PERFORM 0007-INICIO-CORRIGE-AUDMAST THRU
                 0007-CORRIGE-AUDMAST-E
              PERFORM 0008-INICIO-CORRIGE-SUSPENSO THRU
                 0008-CORRIGE-SUSPENSO-E
              PERFORM 0009-INICIO-CORRIGE-ASIGNACION THRU
                 0009-CORRIGE-ASIGNACION-E
              PERFORM 0010-INICIO-CORRIGE-SOSPECHAS THRU
                 0010-CORRIGE-SOSPECHAS-E
              PERFORM 0011-INICIO-CORRIGE-BLOQUEOS THRU
                 0011-CORRIGE-BLOQUEOS-E
              PERFORM 0012-INICIO-CORRIGE-CARNETS THRU
                 0012-CORRIGE-CARNETS-E
              PERFORM 0013-INICIO-GRABA-AUDITORIA THRU
                 0013-GRABA-AUDITORIA-E
           END-IF

           PERFORM 0014-INICIO-REPORTE THRU 0014-REPORTE-E

           CLOSE OPERADOR-MASTER, CATALOGO-GEO, ESTUDIANTE-MASTER,
                 REGISTRO-DPI, RPT-CORRECCION

           DISPLAY "TARJETAS DE CORRECCION LEIDAS: " WKS-I-TARJETAS
           DISPLAY "CORRECCIONES VALIDAS: " WKS-CO-VALIDAS
           DISPLAY "CORRECCIONES RECHAZADAS: " WKS-I-RECHAZADAS
           DISPLAY "REGISTROS MOVIDOS AL DPI NUEVO: " WKS-I-MOVIDOS
           DISPLAY "REGISTROS QUE NO SE PUDIERON CORREGIR: "
                   WKS-I-FALLIDOS
           DISPLAY "LINEAS GRABADAS EN AS-DPIAUDIT: " WKS-I-AUDITORIA
           DISPLAY "CORRECCIONES INCOMPLETAS: " WKS-I-INCOMPLETAS

           MOVE WKS-I-TARJETAS TO WKS-ST-LEIDOS
           MOVE WKS-I-MOVIDOS TO WKS-ST-ESCRITOS
           MOVE WKS-I-RECHAZADAS TO WKS-ST-RECHAZADOS
           CALL 'RUNSTAT1' USING WKS-ST-PROGRAMA
                                 WKS-ST-FECHA-INICIO
                                 WKS-ST-HORA-INICIO
                                 WKS-ST-LEIDOS
                                 WKS-ST-ESCRITOS
                                 WKS-ST-RECHAZADOS

           EVALUATE TRUE
           WHEN WKS-I-INCOMPLETAS > ZEROES
                MOVE 8 TO RETURN-CODE
           WHEN WKS-I-RECHAZADAS > ZEROES
                MOVE 4 TO RETURN-CODE
           WHEN OTHER
                CONTINUE
           END-EVALUATE

           STOP RUN.
       0000-INICIO-E.
           EXIT.

       0001-INICIO-LEE-TARJETAS SECTION.
           ACCEPT WKS-TARJETA-CORRECCION FROM SYSIN

           PERFORM UNTIL WKS-FIN-SYSIN
                   ADD 1 TO WKS-I-TARJETAS
                   IF WKS-CO-CANT < 200
                      ADD 1 TO WKS-CO-CANT
                      MOVE WKS-CO-CANT TO WKS-CO-IDX
                      PERFORM 0002-INICIO-VALIDA-TARJETA THRU
                         0002-VALIDA-TARJETA-E
                   ELSE
                      ADD 1 TO WKS-I-EXCEDENTES
                      ADD 1 TO WKS-I-RECHAZADAS
                      DISPLAY "TABLA DE CORRECCIONES LLENA, SE "
                              "DESCARTA: " WKS-TARJETA-CORRECCION
                   END-IF
                   ACCEPT WKS-TARJETA-CORRECCION FROM SYSIN
           END-PERFORM.
       0001-LEE-TARJETAS-E.
           EXIT.

       0002-INICIO-VALIDA-TARJETA SECTION.
      *EL DPI NUEVO DEBE PASAR EL DIGITO VERIFICADOR (SOLO
      *"ACEPTADO") Y TENER DEPARTAMENTO Y MUNICIPIO VIGENTES EN EL
      *CATALOGO. UN DPI NO PUEDE SER ANTERIOR EN UNA TARJETA Y NUEVO
      *EN OTRA DE LA MISMA CORRIDA: LAS CADENAS SE CORRIGEN EN
      *CORRIDAS SEPARADAS PARA QUE EL RESULTADO NO DEPENDA DEL ORDEN.
           MOVE "R" TO WKS-CO-ESTADO(WKS-CO-IDX)
           MOVE WKS-TC-OPERADOR TO WKS-CO-OPERADOR(WKS-CO-IDX)
           MOVE WKS-TC-RAZON TO WKS-CO-RAZON(WKS-CO-IDX)
           IF WKS-TC-DPI-ANTERIOR NUMERIC
              MOVE WKS-TC-DPI-ANTERIOR TO
                 WKS-CO-DPI-ANTERIOR(WKS-CO-IDX)
           END-IF
           IF WKS-TC-DPI-NUEVO NUMERIC
              MOVE WKS-TC-DPI-NUEVO TO WKS-CO-DPI-NUEVO(WKS-CO-IDX)
           END-IF

           EVALUATE TRUE
           WHEN WKS-TC-DPI-ANTERIOR NOT NUMERIC
                MOVE "DPI ANTERIOR NO NUMERICO" TO
                   WKS-CO-MOTIVO(WKS-CO-IDX)
           WHEN WKS-TC-DPI-NUEVO NOT NUMERIC
                MOVE "DPI NUEVO NO NUMERICO" TO
                   WKS-CO-MOTIVO(WKS-CO-IDX)
           WHEN WKS-TC-DPI-NUEVO = WKS-TC-DPI-ANTERIOR
                MOVE "DPI NUEVO IGUAL AL ANTERIOR" TO
                   WKS-CO-MOTIVO(WKS-CO-IDX)
           WHEN WKS-TC-RAZON = SPACES
                MOVE "CORRECCION SIN RAZON" TO
                   WKS-CO-MOTIVO(WKS-CO-IDX)
           WHEN OTHER
                CONTINUE
           END-EVALUATE
           IF WKS-CO-MOTIVO(WKS-CO-IDX) NOT = SPACES
              GO TO 0002-RECHAZA-TARJETA
           END-IF

           MOVE WKS-TC-OPERADOR TO OPERMST-ID
           READ OPERADOR-MASTER
           END-READ
           EVALUATE TRUE
           WHEN WKS-TC-OPERADOR = SPACES
                MOVE "SIN ID DE OPERADOR" TO WKS-CO-MOTIVO(WKS-CO-IDX)
           WHEN WKS-FS-OPERMST NOT = "00"
                MOVE "OPERADOR DESCONOCIDO" TO
                   WKS-CO-MOTIVO(WKS-CO-IDX)
           WHEN OPERMST-ESTADO NOT = "A"
                MOVE "OPERADOR INACTIVO" TO WKS-CO-MOTIVO(WKS-CO-IDX)
           WHEN OTHER
                CONTINUE
           END-EVALUATE
           IF WKS-CO-MOTIVO(WKS-CO-IDX) NOT = SPACES
              GO TO 0002-RECHAZA-TARJETA
           END-IF

           MOVE WKS-CO-DPI-NUEVO(WKS-CO-IDX) TO WKS-CHK-DPI
           CALL 'DPICHK01' USING WKS-CHK-DPI
                                 WKS-CHK-DIGITO
                                 WKS-CHK-VEREDICTO
                                 WKS-CHK-ERROR
           IF WKS-CHK-ERROR = "S" OR WKS-CHK-VEREDICTO NOT = "ACEPTADO"
              MOVE SPACES TO WKS-CO-MOTIVO(WKS-CO-IDX)
              STRING "DPI NUEVO " WKS-CHK-VEREDICTO
                 DELIMITED BY SIZE INTO WKS-CO-MOTIVO(WKS-CO-IDX)
              END-STRING
              GO TO 0002-RECHAZA-TARJETA
           END-IF

           MOVE WKS-CO-DPI-NUEVO(WKS-CO-IDX) TO WKS-DPI-DESGLOSE
           MOVE WKS-DD-DEPARTAMENTO TO CATGEO-DEPTO
           MOVE WKS-DD-MUNICIPIO TO CATGEO-MUNI
           READ CATALOGO-GEO
           END-READ
           IF WKS-FS-CATGEO NOT = "00" OR CATGEO-ESTADO NOT = "A"
              MOVE "DEPTO/MUNICIPIO NO VIGENTE" TO
                 WKS-CO-MOTIVO(WKS-CO-IDX)
              GO TO 0002-RECHAZA-TARJETA
           END-IF

           PERFORM VARYING WKS-CO-IDX2 FROM 1 BY 1
              UNTIL WKS-CO-IDX2 >= WKS-CO-IDX
              IF WKS-CO-VALIDA(WKS-CO-IDX2)
                 EVALUATE TRUE
                 WHEN WKS-CO-DPI-ANTERIOR(WKS-CO-IDX2) =
                      WKS-CO-DPI-ANTERIOR(WKS-CO-IDX)
                      MOVE "DPI ANTERIOR REPETIDO" TO
                         WKS-CO-MOTIVO(WKS-CO-IDX)
                 WHEN WKS-CO-DPI-NUEVO(WKS-CO-IDX2) =
                      WKS-CO-DPI-ANTERIOR(WKS-CO-IDX) OR
                      WKS-CO-DPI-ANTERIOR(WKS-CO-IDX2) =
                      WKS-CO-DPI-NUEVO(WKS-CO-IDX)
                      MOVE "CADENA DE CORRECCIONES" TO
                         WKS-CO-MOTIVO(WKS-CO-IDX)
                 WHEN OTHER
                      CONTINUE
                 END-EVALUATE
              END-IF
           END-PERFORM
           IF WKS-CO-MOTIVO(WKS-CO-IDX) NOT = SPACES
              GO TO 0002-RECHAZA-TARJETA
           END-IF

           MOVE "V" TO WKS-CO-ESTADO(WKS-CO-IDX)
           ADD 1 TO WKS-CO-VALIDAS
           GO TO 0002-VALIDA-TARJETA-E.

       0002-RECHAZA-TARJETA.
           ADD 1 TO WKS-I-RECHAZADAS.
       0002-VALIDA-TARJETA-E.
           EXIT.

       0003-INICIO-CUENTA-ESTUMST SECTION.
      *PRIMERA PASADA SOBRE EL MAESTRO DE ESTUDIANTES: CUENTA LOS
      *REGISTROS CON CADA DPI ANTERIOR Y NUEVO. SI EL NUEVO YA
      *PERTENECE A OTRO ESTUDIANTE LA CORRECCION SE RECHAZA: DOS
      *ESTUDIANTES CON EL MISMO DPI SE RESUELVEN A MANO.
           IF WKS-CO-VALIDAS = ZEROES
              GO TO 0003-CUENTA-ESTUMST-E
           END-IF

           MOVE LOW-VALUES TO ESTUM-LLAVE
           START ESTUDIANTE-MASTER KEY NOT < ESTUM-LLAVE
           END-START
           IF WKS-FS-ESTUMST = "00"
              READ ESTUDIANTE-MASTER NEXT
              AT END
                 SET WKS-FIN-ESTUMST TO TRUE
              END-READ
           ELSE
              SET WKS-FIN-ESTUMST TO TRUE
           END-IF

           PERFORM UNTIL WKS-FIN-ESTUMST
                   MOVE ESTUM-DPI TO WKS-BU-DPI
                   PERFORM 0020-INICIO-BUSCA-DPI THRU 0020-BUSCA-DPI-E
                   IF WKS-BU-ANTERIOR > ZEROES
                      ADD 1 TO WKS-CO-ANTES-ANT(WKS-BU-ANTERIOR, 1)
                   END-IF
                   IF WKS-BU-NUEVO > ZEROES
                      ADD 1 TO WKS-CO-ANTES-NUE(WKS-BU-NUEVO, 1)
                   END-IF
                   READ ESTUDIANTE-MASTER NEXT
                   AT END
                      SET WKS-FIN-ESTUMST TO TRUE
                   END-READ
           END-PERFORM

           PERFORM VARYING WKS-CO-IDX FROM 1 BY 1
              UNTIL WKS-CO-IDX > WKS-CO-CANT
              IF WKS-CO-VALIDA(WKS-CO-IDX) AND
                 WKS-CO-ANTES-NUE(WKS-CO-IDX, 1) > ZEROES
                 MOVE "R" TO WKS-CO-ESTADO(WKS-CO-IDX)
                 MOVE "DPI NUEVO YA ES DE OTRO ALUMNO" TO
                    WKS-CO-MOTIVO(WKS-CO-IDX)
                 SUBTRACT 1 FROM WKS-CO-VALIDAS
                 ADD 1 TO WKS-I-RECHAZADAS
              END-IF
           END-PERFORM
           MOVE "00" TO WKS-FS-ESTUMST.
       0003-CUENTA-ESTUMST-E.
           EXIT.

       0004-INICIO-CORRIGE-ESTUMST SECTION.
           MOVE LOW-VALUES TO ESTUM-LLAVE
           START ESTUDIANTE-MASTER KEY NOT < ESTUM-LLAVE
           END-START
           IF WKS-FS-ESTUMST = "00"
              READ ESTUDIANTE-MASTER NEXT
              AT END
                 SET WKS-FIN-ESTUMST TO TRUE
              END-READ
           ELSE
              SET WKS-FIN-ESTUMST TO TRUE
           END-IF

           PERFORM UNTIL WKS-FIN-ESTUMST
                   MOVE ESTUM-DPI TO WKS-BU-DPI
                   PERFORM 0020-INICIO-BUSCA-DPI THRU 0020-BUSCA-DPI-E
                   IF WKS-BU-ANTERIOR > ZEROES
                      MOVE WKS-CO-DPI-NUEVO(WKS-BU-ANTERIOR) TO
                         ESTUM-DPI
                      REWRITE ESTUM-REGISTRO
                      END-REWRITE
                      IF WKS-FS-ESTUMST = "00"
                         ADD 1 TO WKS-CO-MOVIDOS(WKS-BU-ANTERIOR, 1)
                      ELSE
                         ADD 1 TO WKS-CO-FALLIDOS(WKS-BU-ANTERIOR, 1)
                      END-IF
                   END-IF
                   READ ESTUDIANTE-MASTER NEXT
                   AT END
                      SET WKS-FIN-ESTUMST TO TRUE
                   END-READ
           END-PERFORM.
       0004-CORRIGE-ESTUMST-E.
           EXIT.

       0005-INICIO-CORRIGE-ROSTER SECTION.
      *LA COPIA PLANA SE CORRIGE EN SITIO (REGISTRO FIJO).
           OPEN I-O ROSTER-ESTUDIANTES
           IF WKS-FS-ROSTER = "35"
              MOVE "N" TO WKS-AR-PRESENTE(2)
              GO TO 0005-CORRIGE-ROSTER-E
           END-IF
           IF WKS-FS-ROSTER NOT = "00"
              DISPLAY "NO SE PUDO ABRIR ROSTERSAL"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           READ ROSTER-ESTUDIANTES
           AT END
              SET WKS-FIN-ROSTER TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-ROSTER
                   MOVE ROS-DPI TO WKS-BU-DPI
                   PERFORM 0020-INICIO-BUSCA-DPI THRU 0020-BUSCA-DPI-E
                   IF WKS-BU-NUEVO > ZEROES
                      ADD 1 TO WKS-CO-ANTES-NUE(WKS-BU-NUEVO, 2)
                   END-IF
                   IF WKS-BU-ANTERIOR > ZEROES
                      ADD 1 TO WKS-CO-ANTES-ANT(WKS-BU-ANTERIOR, 2)
                      MOVE WKS-CO-DPI-NUEVO(WKS-BU-ANTERIOR) TO
                         ROS-DPI
                      REWRITE ROS-REGISTRO
                      END-REWRITE
                      IF WKS-FS-ROSTER = "00"
                         ADD 1 TO WKS-CO-MOVIDOS(WKS-BU-ANTERIOR, 2)
                      ELSE
                         ADD 1 TO WKS-CO-FALLIDOS(WKS-BU-ANTERIOR, 2)
                      END-IF
                   END-IF
                   READ ROSTER-ESTUDIANTES
                   AT END
                      SET WKS-FIN-ROSTER TO TRUE
                   END-READ
           END-PERFORM

           CLOSE ROSTER-ESTUDIANTES.
       0005-CORRIGE-ROSTER-E.
           EXIT.

       0006-INICIO-CORRIGE-REGDPI SECTION.
      *EL REGISTRO DEL DPI ANTERIOR PASA AL NUEVO. SI EL NUEVO YA
      *TENIA REGISTRO SE FUSIONAN: SE SUMAN LAS VECES Y LOS CAMBIOS
      *DE VEREDICTO Y QUEDAN LA FECHA Y EL VEREDICTO MAS RECIENTES.
           PERFORM VARYING WKS-CO-IDX FROM 1 BY 1
              UNTIL WKS-CO-IDX > WKS-CO-CANT
              IF WKS-CO-VALIDA(WKS-CO-IDX)
                 MOVE WKS-CO-DPI-NUEVO(WKS-CO-IDX) TO REGDPI-LLAVE
                 READ REGISTRO-DPI
                 END-READ
                 IF WKS-FS-REGDPI = "00"
                    ADD 1 TO WKS-CO-ANTES-NUE(WKS-CO-IDX, 3)
                 END-IF
                 MOVE WKS-CO-DPI-ANTERIOR(WKS-CO-IDX) TO REGDPI-LLAVE
                 READ REGISTRO-DPI
                 END-READ
                 IF WKS-FS-REGDPI = "00"
                    ADD 1 TO WKS-CO-ANTES-ANT(WKS-CO-IDX, 3)
                    MOVE REGDPI-REGISTRO TO WKS-REGDPI-ANTERIOR
                    PERFORM 0015-INICIO-PASA-REGDPI THRU
                       0015-PASA-REGDPI-E
                 END-IF
              END-IF
           END-PERFORM.
       0006-CORRIGE-REGDPI-E.
           EXIT.

       0007-INICIO-CORRIGE-AUDMAST SECTION.
      *LA HISTORIA DEL DPI ANTERIOR SE GUARDA, SE BORRA Y SE REGRABA
      *BAJO EL NUEVO CON LA MISMA FECHA Y CORRIDA; SI LA LLAVE YA
      *EXISTE SE AVANZA LA SECUENCIA COMO LO HACE EL CARGADOR.
           OPEN I-O AUDIT-MAESTRO
           IF WKS-FS-AUDMAST = "35"
              MOVE "N" TO WKS-AR-PRESENTE(4)
              GO TO 0007-CORRIGE-AUDMAST-E
           END-IF
           IF WKS-FS-AUDMAST NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE AUDITORIA"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM VARYING WKS-CO-IDX FROM 1 BY 1
              UNTIL WKS-CO-IDX > WKS-CO-CANT
              IF WKS-CO-VALIDA(WKS-CO-IDX)
                 PERFORM 0016-INICIO-PASA-AUDMAST THRU
                    0016-PASA-AUDMAST-E
              END-IF
           END-PERFORM

           CLOSE AUDIT-MAESTRO.
       0007-CORRIGE-AUDMAST-E.
           EXIT.

       0008-INICIO-CORRIGE-SUSPENSO SECTION.
           OPEN INPUT SUSPENSO-DPI
           IF WKS-FS-SUSPDPI = "35"
              MOVE "N" TO WKS-AR-PRESENTE(5)
              GO TO 0008-CORRIGE-SUSPENSO-E
           END-IF
           IF WKS-FS-SUSPDPI NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE SUSPENSO"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT SUSPENSO-NUEVO
           IF WKS-FS-SUSPNEW NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL SUSPENSO NUEVO"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           READ SUSPENSO-DPI INTO WKS-LINEA-SUSPENSO
           AT END
              SET WKS-FIN-SUSPDPI TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-SUSPDPI
                   MOVE WKS-SU-DPI TO WKS-BU-DPI
                   PERFORM 0020-INICIO-BUSCA-DPI THRU 0020-BUSCA-DPI-E
                   IF WKS-BU-NUEVO > ZEROES
                      ADD 1 TO WKS-CO-ANTES-NUE(WKS-BU-NUEVO, 5)
                   END-IF
                   IF WKS-BU-ANTERIOR > ZEROES
                      ADD 1 TO WKS-CO-ANTES-ANT(WKS-BU-ANTERIOR, 5)
                      MOVE WKS-CO-DPI-NUEVO(WKS-BU-ANTERIOR) TO
                         WKS-SU-DPI
                      ADD 1 TO WKS-CO-MOVIDOS(WKS-BU-ANTERIOR, 5)
                   END-IF
                   WRITE REG-SUSPENSO-NUEVO FROM WKS-LINEA-SUSPENSO
                   READ SUSPENSO-DPI INTO WKS-LINEA-SUSPENSO
                   AT END
                      SET WKS-FIN-SUSPDPI TO TRUE
                   END-READ
           END-PERFORM

           CLOSE SUSPENSO-DPI, SUSPENSO-NUEVO.
       0008-CORRIGE-SUSPENSO-E.
           EXIT.

       0009-INICIO-CORRIGE-ASIGNACION SECTION.
           OPEN INPUT ASIGNACIONES
           IF WKS-FS-ASIGSUSP = "35"
              MOVE "N" TO WKS-AR-PRESENTE(6)
              GO TO 0009-CORRIGE-ASIGNACION-E
           END-IF
           IF WKS-FS-ASIGSUSP NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE ASIGNACIONES"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT ASIGNACIONES-NUEVO
           IF WKS-FS-ASIGSNEW NOT = "00"
              DISPLAY "NO SE PUDO ABRIR LAS ASIGNACIONES NUEVAS"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           READ ASIGNACIONES INTO WKS-LINEA-ASIGNACION
           AT END
              SET WKS-FIN-ASIGSUSP TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-ASIGSUSP
                   MOVE WKS-AS-DPI TO WKS-BU-DPI
                   PERFORM 0020-INICIO-BUSCA-DPI THRU 0020-BUSCA-DPI-E
                   IF WKS-BU-NUEVO > ZEROES
                      ADD 1 TO WKS-CO-ANTES-NUE(WKS-BU-NUEVO, 6)
                   END-IF
                   IF WKS-BU-ANTERIOR > ZEROES
                      ADD 1 TO WKS-CO-ANTES-ANT(WKS-BU-ANTERIOR, 6)
                      MOVE WKS-CO-DPI-NUEVO(WKS-BU-ANTERIOR) TO
                         WKS-AS-DPI
                      ADD 1 TO WKS-CO-MOVIDOS(WKS-BU-ANTERIOR, 6)
                   END-IF
                   WRITE REG-ASIGNACION-NUEVO FROM WKS-LINEA-ASIGNACION
                   READ ASIGNACIONES INTO WKS-LINEA-ASIGNACION
                   AT END
                      SET WKS-FIN-ASIGSUSP TO TRUE
                   END-READ
           END-PERFORM

           CLOSE ASIGNACIONES, ASIGNACIONES-NUEVO.
       0009-CORRIGE-ASIGNACION-E.
           EXIT.

       0010-INICIO-CORRIGE-SOSPECHAS SECTION.
           OPEN INPUT SOSPECHA-FABRICADO
           IF WKS-FS-SOSPFAB = "35"
              MOVE "N" TO WKS-AR-PRESENTE(7)
              GO TO 0010-CORRIGE-SOSPECHAS-E
           END-IF
           IF WKS-FS-SOSPFAB NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE SOSPECHAS"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT SOSPECHA-NUEVA
           IF WKS-FS-SOSPFNEW NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL MAESTRO NUEVO DE SOSPECHAS"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           READ SOSPECHA-FABRICADO INTO WKS-LINEA-SOSPECHA
           AT END
              SET WKS-FIN-SOSPFAB TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-SOSPFAB
                   MOVE WKS-SF-DPI TO WKS-BU-DPI
                   PERFORM 0020-INICIO-BUSCA-DPI THRU 0020-BUSCA-DPI-E
                   IF WKS-BU-NUEVO > ZEROES
                      ADD 1 TO WKS-CO-ANTES-NUE(WKS-BU-NUEVO, 7)
                   END-IF
                   IF WKS-BU-ANTERIOR > ZEROES
                      ADD 1 TO WKS-CO-ANTES-ANT(WKS-BU-ANTERIOR, 7)
                      MOVE WKS-CO-DPI-NUEVO(WKS-BU-ANTERIOR) TO
                         WKS-SF-DPI
                      ADD 1 TO WKS-CO-MOVIDOS(WKS-BU-ANTERIOR, 7)
                   END-IF
                   WRITE REG-SOSPECHA-NUEVA FROM WKS-LINEA-SOSPECHA
                   READ SOSPECHA-FABRICADO INTO WKS-LINEA-SOSPECHA
                   AT END
                      SET WKS-FIN-SOSPFAB TO TRUE
                   END-READ
           END-PERFORM

           CLOSE SOSPECHA-FABRICADO, SOSPECHA-NUEVA.
       0010-CORRIGE-SOSPECHAS-E.
           EXIT.

       0011-INICIO-CORRIGE-BLOQUEOS SECTION.
      *DOS PASADAS: LA PRIMERA CUENTA LOS DPI NUEVOS QUE YA ESTAN
      *BLOQUEADOS; EN LA SEGUNDA, EL BLOQUEO DEL ANTERIOR PASA AL
      *NUEVO SALVO QUE EL NUEVO YA TENGA EL SUYO (SE FUSIONA Y QUEDA
      *EL BLOQUEO EXISTENTE), PARA NO DUPLICAR LA LISTA.
           OPEN INPUT BLOQUEO-DPI
           IF WKS-FS-BLOQDPI = "35"
              MOVE "N" TO WKS-AR-PRESENTE(8)
              GO TO 0011-CORRIGE-BLOQUEOS-E
           END-IF
           IF WKS-FS-BLOQDPI NOT = "00"
              DISPLAY "NO SE PUDO ABRIR LA LISTA DE BLOQUEO"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           READ BLOQUEO-DPI INTO WKS-LINEA-BLOQUEO
           AT END
              SET WKS-FIN-BLOQDPI TO TRUE
           END-READ
           PERFORM UNTIL WKS-FIN-BLOQDPI
                   MOVE WKS-BL-DPI TO WKS-BU-DPI
                   PERFORM 0020-INICIO-BUSCA-DPI THRU 0020-BUSCA-DPI-E
                   IF WKS-BU-NUEVO > ZEROES
                      ADD 1 TO WKS-CO-ANTES-NUE(WKS-BU-NUEVO, 8)
                   END-IF
                   IF WKS-BU-ANTERIOR > ZEROES
                      ADD 1 TO WKS-CO-ANTES-ANT(WKS-BU-ANTERIOR, 8)
                   END-IF
                   READ BLOQUEO-DPI INTO WKS-LINEA-BLOQUEO
                   AT END
                      SET WKS-FIN-BLOQDPI TO TRUE
                   END-READ
           END-PERFORM
           CLOSE BLOQUEO-DPI

           OPEN INPUT BLOQUEO-DPI
           IF WKS-FS-BLOQDPI NOT = "00"
              DISPLAY "NO SE PUDO REABRIR LA LISTA DE BLOQUEO"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT BLOQUEO-NUEVO
           IF WKS-FS-BLOQNEW NOT = "00"
              DISPLAY "NO SE PUDO ABRIR LA LISTA NUEVA DE BLOQUEO"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           READ BLOQUEO-DPI INTO WKS-LINEA-BLOQUEO
           AT END
              SET WKS-FIN-BLOQDPI TO TRUE
           END-READ
           PERFORM UNTIL WKS-FIN-BLOQDPI
                   MOVE WKS-BL-DPI TO WKS-BU-DPI
                   PERFORM 0020-INICIO-BUSCA-DPI THRU 0020-BUSCA-DPI-E
                   EVALUATE TRUE
                   WHEN WKS-BU-ANTERIOR = ZEROES
                        WRITE REG-BLOQUEO-NUEVO FROM WKS-LINEA-BLOQUEO
                   WHEN WKS-CO-ANTES-NUE(WKS-BU-ANTERIOR, 8) > ZEROES
                        ADD 1 TO WKS-CO-MOVIDOS(WKS-BU-ANTERIOR, 8)
                        ADD 1 TO WKS-CO-FUSIONADOS(WKS-BU-ANTERIOR, 8)
                   WHEN OTHER
                        MOVE WKS-CO-DPI-NUEVO(WKS-BU-ANTERIOR) TO
                           WKS-BL-DPI
                        ADD 1 TO WKS-CO-MOVIDOS(WKS-BU-ANTERIOR, 8)
                        WRITE REG-BLOQUEO-NUEVO FROM WKS-LINEA-BLOQUEO
                   END-EVALUATE
                   READ BLOQUEO-DPI INTO WKS-LINEA-BLOQUEO
                   AT END
                      SET WKS-FIN-BLOQDPI TO TRUE
                   END-READ
           END-PERFORM

           CLOSE BLOQUEO-DPI, BLOQUEO-NUEVO.
       0011-CORRIGE-BLOQUEOS-E.
           EXIT.

       0012-INICIO-CORRIGE-CARNETS SECTION.
      *EL EXTRACTO DE CARNETS SE CORRIGE EN SITIO (REGISTRO FIJO).
           OPEN I-O ARCHIVO-CARNETS
           IF WKS-FS-CARNETS = "35"
              MOVE "N" TO WKS-AR-PRESENTE(9)
              GO TO 0012-CORRIGE-CARNETS-E
           END-IF
           IF WKS-FS-CARNETS NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL EXTRACTO DE CARNETS"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           READ ARCHIVO-CARNETS INTO WKS-REG-CARNET
           AT END
              SET WKS-FIN-CARNETS TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-CARNETS
                   MOVE WKS-CR-DPI TO WKS-BU-DPI
                   PERFORM 0020-INICIO-BUSCA-DPI THRU 0020-BUSCA-DPI-E
                   IF WKS-BU-NUEVO > ZEROES
                      ADD 1 TO WKS-CO-ANTES-NUE(WKS-BU-NUEVO, 9)
                   END-IF
                   IF WKS-BU-ANTERIOR > ZEROES
                      ADD 1 TO WKS-CO-ANTES-ANT(WKS-BU-ANTERIOR, 9)
                      MOVE WKS-CO-DPI-NUEVO(WKS-BU-ANTERIOR) TO
                         WKS-CR-DPI
                      REWRITE AREA-CARNET FROM WKS-REG-CARNET
                      END-REWRITE
                      IF WKS-FS-CARNETS = "00"
                         ADD 1 TO WKS-CO-MOVIDOS(WKS-BU-ANTERIOR, 9)
                      ELSE
                         ADD 1 TO WKS-CO-FALLIDOS(WKS-BU-ANTERIOR, 9)
                      END-IF
                   END-IF
                   READ ARCHIVO-CARNETS INTO WKS-REG-CARNET
                   AT END
                      SET WKS-FIN-CARNETS TO TRUE
                   END-READ
           END-PERFORM

           CLOSE ARCHIVO-CARNETS.
       0012-CORRIGE-CARNETS-E.
           EXIT.

       0013-INICIO-GRABA-AUDITORIA SECTION.
      *CADA CORRECCION QUE MOVIO ALGUN REGISTRO DEJA DOS LINEAS EN EL
      *HISTORICO: "DPI REEMPLAZADO" BAJO EL ANTERIOR Y "DPI CORREGIDO"
      *BAJO EL NUEVO, FIRMADAS POR EL OPERADOR DE LA TARJETA, PARA
      *QUE LA HISTORIA DE CUALQUIERA DE LOS DOS LLEVE AL OTRO POR EL
      *REPORTE DE ESTA CORRIDA.
           OPEN EXTEND DPI-AUDIT
           IF WKS-FS-DPIAUDIT = "35"
              OPEN OUTPUT DPI-AUDIT
           END-IF
           IF WKS-FS-DPIAUDIT NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL HISTORICO DE AUDITORIA"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM VARYING WKS-CO-IDX FROM 1 BY 1
              UNTIL WKS-CO-IDX > WKS-CO-CANT
              IF WKS-CO-VALIDA(WKS-CO-IDX)
                 MOVE ZEROES TO WKS-CAMBIOS-CORRECCION
                 PERFORM VARYING WKS-AR-IDX FROM 1 BY 1
                    UNTIL WKS-AR-IDX > 9
                    ADD WKS-CO-MOVIDOS(WKS-CO-IDX, WKS-AR-IDX) TO
                       WKS-CAMBIOS-CORRECCION
                 END-PERFORM
                 IF WKS-CAMBIOS-CORRECCION > ZEROES
                    MOVE WKS-FECHA-HOY TO WKS-AU-FECHA
                    MOVE ZEROES TO WKS-AU-RESTA
                    MOVE ZEROES TO WKS-AU-VERIFICADOR
                    MOVE ZEROES TO WKS-AU-REENVIOS
                    MOVE WKS-HORA-HOY TO WKS-AU-CORRIDA
                    MOVE SPACES TO WKS-AU-OFICINA
                    MOVE WKS-CO-OPERADOR(WKS-CO-IDX) TO
                       WKS-AU-OPERADOR
                    MOVE WKS-CO-DPI-ANTERIOR(WKS-CO-IDX) TO
                       WKS-AU-DPI
                    MOVE "DPI REEMPLAZADO" TO WKS-AU-VEREDICTO
                    WRITE REG-DPI-AUDIT FROM WKS-LINEA-AUDIT
                    MOVE WKS-CO-DPI-NUEVO(WKS-CO-IDX) TO WKS-AU-DPI
                    MOVE "DPI CORREGIDO" TO WKS-AU-VEREDICTO
                    WRITE REG-DPI-AUDIT FROM WKS-LINEA-AUDIT
                    ADD 2 TO WKS-I-AUDITORIA
                 END-IF
              END-IF
           END-PERFORM

           CLOSE DPI-AUDIT.
       0013-GRABA-AUDITORIA-E.
           EXIT.

       0014-INICIO-REPORTE SECTION.
      *POR CADA TARJETA: LA CORRECCION CON SU RESULTADO Y, SI FUE
      *VALIDA, UNA LINEA POR ARCHIVO CON LOS REGISTROS DEL DPI
      *ANTERIOR Y DEL NUEVO ANTES Y DESPUES. UN ARCHIVO QUE AUN
      *TIENE REGISTROS DEL ANTERIOR QUEDA "INCOMPLETO".
           MOVE SPACES TO REG-RPT-CORRECCION
           STRING "CORRECCION DE DPI EN TODOS LOS ARCHIVOS - "
                  WKS-FECHA-HOY " CORRIDA " WKS-HORA-HOY
              DELIMITED BY SIZE INTO REG-RPT-CORRECCION
           END-STRING
           WRITE REG-RPT-CORRECCION

           PERFORM VARYING WKS-CO-IDX FROM 1 BY 1
              UNTIL WKS-CO-IDX > WKS-CO-CANT
              MOVE SPACES TO REG-RPT-CORRECCION
              WRITE REG-RPT-CORRECCION
              MOVE SPACES TO REG-RPT-CORRECCION
              IF WKS-CO-VALIDA(WKS-CO-IDX)
                 STRING "DPI " WKS-CO-DPI-ANTERIOR(WKS-CO-IDX)
                        " -> " WKS-CO-DPI-NUEVO(WKS-CO-IDX)
                        "  OPERADOR " WKS-CO-OPERADOR(WKS-CO-IDX)
                        "  RAZON " WKS-CO-RAZON(WKS-CO-IDX)
                    DELIMITED BY SIZE INTO REG-RPT-CORRECCION
                 END-STRING
                 WRITE REG-RPT-CORRECCION
                 MOVE "N" TO WKS-CORRECCION-INCOMPLETA
                 PERFORM VARYING WKS-AR-IDX FROM 1 BY 1
                    UNTIL WKS-AR-IDX > 9
                    PERFORM 0017-INICIO-LINEA-ARCHIVO THRU
                       0017-LINEA-ARCHIVO-E
                 END-PERFORM
                 IF WKS-ES-INCOMPLETA
                    ADD 1 TO WKS-I-INCOMPLETAS
                 END-IF
              ELSE
                 STRING "DPI " WKS-CO-DPI-ANTERIOR(WKS-CO-IDX)
                        " -> " WKS-CO-DPI-NUEVO(WKS-CO-IDX)
                        "  OPERADOR " WKS-CO-OPERADOR(WKS-CO-IDX)
                        "  RECHAZADA: " WKS-CO-MOTIVO(WKS-CO-IDX)
                    DELIMITED BY SIZE INTO REG-RPT-CORRECCION
                 END-STRING
                 WRITE REG-RPT-CORRECCION
              END-IF
           END-PERFORM

           MOVE SPACES TO REG-RPT-CORRECCION
           WRITE REG-RPT-CORRECCION
           MOVE SPACES TO REG-RPT-CORRECCION
           STRING "TARJETAS: " WKS-I-TARJETAS
                  "  VALIDAS: " WKS-CO-VALIDAS
                  "  RECHAZADAS: " WKS-I-RECHAZADAS
                  "  REGISTROS MOVIDOS: " WKS-I-MOVIDOS
                  "  FALLIDOS: " WKS-I-FALLIDOS
                  "  INCOMPLETAS: " WKS-I-INCOMPLETAS
              DELIMITED BY SIZE INTO REG-RPT-CORRECCION
           END-STRING
           WRITE REG-RPT-CORRECCION
           IF WKS-TA-DESBORDE > ZEROES
              MOVE SPACES TO REG-RPT-CORRECCION
              STRING "ATENCION: " WKS-TA-DESBORDE
                     " REGISTROS DE AUDMAST NO CUPIERON EN LA TABLA"
                 DELIMITED BY SIZE INTO REG-RPT-CORRECCION
              END-STRING
              WRITE REG-RPT-CORRECCION
           END-IF.
       0014-REPORTE-E.
           EXIT.

       0015-INICIO-PASA-REGDPI SECTION.
           MOVE WKS-CO-DPI-NUEVO(WKS-CO-IDX) TO REGDPI-LLAVE
           READ REGISTRO-DPI
           END-READ
           IF WKS-FS-REGDPI = "00"
              ADD WKS-RA-VECES TO REGDPI-VECES
              ADD WKS-RA-CAMBIOS TO REGDPI-CAMBIOS
              IF WKS-RA-ULTIMA-FECHA > REGDPI-ULTIMA-FECHA
                 MOVE WKS-RA-ULTIMA-FECHA TO REGDPI-ULTIMA-FECHA
                 MOVE WKS-RA-ULTIMO-VEREDICTO TO
                    REGDPI-ULTIMO-VEREDICTO
              END-IF
      *EL DOCUMENTO ES EL MISMO: QUEDA LA FECHA DE VENCIMIENTO MAS
      *RECIENTE DE LOS DOS REGISTROS.
              IF WKS-RA-FECHA-VENCIMIENTO > REGDPI-FECHA-VENCIMIENTO
                 MOVE WKS-RA-FECHA-VENCIMIENTO TO
                    REGDPI-FECHA-VENCIMIENTO
              END-IF
              REWRITE REGDPI-REGISTRO
              END-REWRITE
              IF WKS-FS-REGDPI = "00"
                 ADD 1 TO WKS-CO-FUSIONADOS(WKS-CO-IDX, 3)
              END-IF
           ELSE
              MOVE WKS-REGDPI-ANTERIOR TO REGDPI-REGISTRO
              MOVE WKS-CO-DPI-NUEVO(WKS-CO-IDX) TO REGDPI-LLAVE
              WRITE REGDPI-REGISTRO
              END-WRITE
           END-IF
           IF WKS-FS-REGDPI NOT = "00"
              ADD 1 TO WKS-CO-FALLIDOS(WKS-CO-IDX, 3)
              GO TO 0015-PASA-REGDPI-E
           END-IF

           MOVE WKS-CO-DPI-ANTERIOR(WKS-CO-IDX) TO REGDPI-LLAVE
           DELETE REGISTRO-DPI RECORD
           END-DELETE
           IF WKS-FS-REGDPI = "00"
              ADD 1 TO WKS-CO-MOVIDOS(WKS-CO-IDX, 3)
           ELSE
              ADD 1 TO WKS-CO-FALLIDOS(WKS-CO-IDX, 3)
           END-IF.
       0015-PASA-REGDPI-E.
           EXIT.

       0016-INICIO-PASA-AUDMAST SECTION.
           MOVE WKS-CO-DPI-NUEVO(WKS-CO-IDX) TO AUDM-DPI
           MOVE ZEROES TO AUDM-FECHA AUDM-CORRIDA AUDM-SECUENCIA
           START AUDIT-MAESTRO KEY NOT < AUDM-LLAVE
           END-START
           IF WKS-FS-AUDMAST = "00"
              READ AUDIT-MAESTRO NEXT
              AT END
                 SET WKS-FIN-AUDMAST TO TRUE
              END-READ
              PERFORM UNTIL WKS-FIN-AUDMAST OR
                    AUDM-DPI NOT = WKS-CO-DPI-NUEVO(WKS-CO-IDX)
                      ADD 1 TO WKS-CO-ANTES-NUE(WKS-CO-IDX, 4)
                      READ AUDIT-MAESTRO NEXT
                      AT END
                         SET WKS-FIN-AUDMAST TO TRUE
                      END-READ
              END-PERFORM
           END-IF

           MOVE ZEROES TO WKS-TA-CANT
           MOVE "00" TO WKS-FS-AUDMAST
           MOVE WKS-CO-DPI-ANTERIOR(WKS-CO-IDX) TO AUDM-DPI
           MOVE ZEROES TO AUDM-FECHA AUDM-CORRIDA AUDM-SECUENCIA
           START AUDIT-MAESTRO KEY NOT < AUDM-LLAVE
           END-START
           IF WKS-FS-AUDMAST NOT = "00"
              MOVE "00" TO WKS-FS-AUDMAST
              GO TO 0016-PASA-AUDMAST-E
           END-IF
           READ AUDIT-MAESTRO NEXT
           AT END
              SET WKS-FIN-AUDMAST TO TRUE
           END-READ
           PERFORM UNTIL WKS-FIN-AUDMAST OR
                 AUDM-DPI NOT = WKS-CO-DPI-ANTERIOR(WKS-CO-IDX)
                   ADD 1 TO WKS-CO-ANTES-ANT(WKS-CO-IDX, 4)
                   IF WKS-TA-CANT < 999
                      ADD 1 TO WKS-TA-CANT
                      MOVE AUDM-REGISTRO TO WKS-TA-REGISTRO(WKS-TA-CANT)
                   ELSE
                      ADD 1 TO WKS-TA-DESBORDE
                   END-IF
                   READ AUDIT-MAESTRO NEXT
                   AT END
                      SET WKS-FIN-AUDMAST TO TRUE
                   END-READ
           END-PERFORM
           MOVE "00" TO WKS-FS-AUDMAST

           PERFORM VARYING WKS-TA-IDX FROM 1 BY 1
              UNTIL WKS-TA-IDX > WKS-TA-CANT
              MOVE WKS-TA-REGISTRO(WKS-TA-IDX) TO AUDM-REGISTRO
              DELETE AUDIT-MAESTRO RECORD
              END-DELETE
              IF WKS-FS-AUDMAST NOT = "00"
                 ADD 1 TO WKS-CO-FALLIDOS(WKS-CO-IDX, 4)
              ELSE
                 MOVE WKS-TA-REGISTRO(WKS-TA-IDX) TO AUDM-REGISTRO
                 MOVE WKS-CO-DPI-NUEVO(WKS-CO-IDX) TO AUDM-DPI
                 WRITE AUDM-REGISTRO
                 END-WRITE
                 PERFORM UNTIL WKS-FS-AUDMAST NOT = "22" OR
                       AUDM-SECUENCIA = 999
                         ADD 1 TO AUDM-SECUENCIA
                         WRITE AUDM-REGISTRO
                         END-WRITE
                 END-PERFORM
                 IF WKS-FS-AUDMAST = "00"
                    ADD 1 TO WKS-CO-MOVIDOS(WKS-CO-IDX, 4)
                 ELSE
                    ADD 1 TO WKS-CO-FALLIDOS(WKS-CO-IDX, 4)
                    DISPLAY "ERROR DE GRABACION EN AUDMAST, DPI: "
                            AUDM-DPI " FILE STATUS: " WKS-FS-AUDMAST
                 END-IF
              END-IF
           END-PERFORM.
       0016-PASA-AUDMAST-E.
           EXIT.

       0017-INICIO-LINEA-ARCHIVO SECTION.
           MOVE WKS-AR-NOMBRE(WKS-AR-IDX) TO WKS-LA-ARCHIVO
           MOVE WKS-CO-ANTES-ANT(WKS-CO-IDX, WKS-AR-IDX) TO
              WKS-LA-ANTES-ANT
           MOVE WKS-CO-ANTES-NUE(WKS-CO-IDX, WKS-AR-IDX) TO
              WKS-LA-ANTES-NUE
           MOVE WKS-CO-FUSIONADOS(WKS-CO-IDX, WKS-AR-IDX) TO
              WKS-LA-FUSIONADOS
           COMPUTE WKS-DESPUES-ANT =
              WKS-CO-ANTES-ANT(WKS-CO-IDX, WKS-AR-IDX) -
              WKS-CO-MOVIDOS(WKS-CO-IDX, WKS-AR-IDX)
           COMPUTE WKS-DESPUES-NUE =
              WKS-CO-ANTES-NUE(WKS-CO-IDX, WKS-AR-IDX) +
              WKS-CO-MOVIDOS(WKS-CO-IDX, WKS-AR-IDX) -
              WKS-CO-FUSIONADOS(WKS-CO-IDX, WKS-AR-IDX)
           MOVE WKS-DESPUES-ANT TO WKS-LA-DESPUES-ANT
           MOVE WKS-DESPUES-NUE TO WKS-LA-DESPUES-NUE
           ADD WKS-CO-MOVIDOS(WKS-CO-IDX, WKS-AR-IDX) TO WKS-I-MOVIDOS
           ADD WKS-CO-FALLIDOS(WKS-CO-IDX, WKS-AR-IDX) TO
              WKS-I-FALLIDOS

           EVALUATE TRUE
           WHEN WKS-AR-PRESENTE(WKS-AR-IDX) = "N"
                MOVE "NO EXISTE" TO WKS-LA-RESULTADO
           WHEN WKS-DESPUES-ANT > ZEROES
                MOVE "INCOMPLETO" TO WKS-LA-RESULTADO
                SET WKS-ES-INCOMPLETA TO TRUE
           WHEN WKS-CO-ANTES-ANT(WKS-CO-IDX, WKS-AR-IDX) = ZEROES
                MOVE "SIN REGISTRO" TO WKS-LA-RESULTADO
           WHEN OTHER
                MOVE "CORREGIDO" TO WKS-LA-RESULTADO
           END-EVALUATE

           WRITE REG-RPT-CORRECCION FROM WKS-LINEA-ARCHIVO.
       0017-LINEA-ARCHIVO-E.
           EXIT.

       0020-INICIO-BUSCA-DPI SECTION.
           MOVE ZEROES TO WKS-BU-ANTERIOR
           MOVE ZEROES TO WKS-BU-NUEVO
           PERFORM VARYING WKS-CO-IDX2 FROM 1 BY 1
              UNTIL WKS-CO-IDX2 > WKS-CO-CANT
              IF WKS-CO-VALIDA(WKS-CO-IDX2)
                 IF WKS-CO-DPI-ANTERIOR(WKS-CO-IDX2) = WKS-BU-DPI
                    MOVE WKS-CO-IDX2 TO WKS-BU-ANTERIOR
                 END-IF
                 IF WKS-CO-DPI-NUEVO(WKS-CO-IDX2) = WKS-BU-DPI
                    MOVE WKS-CO-IDX2 TO WKS-BU-NUEVO
                 END-IF
              END-IF
           END-PERFORM.
       0020-BUSCA-DPI-E.
           EXIT.
