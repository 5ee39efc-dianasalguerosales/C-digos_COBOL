      ******************************************************************
      * FECHA       : 2026                                             *
      * PROGRAMADOR : DIANA STEFFANNY SALGUERO ROSALES                 *
      * APLICACION  : EDUCACION                                        *
      * PROGRAMA    : EDUC3099                                         *
      * TIPO        : BATCH (A DEMANDA)                                *
      * DESCRIPCION : REPORTE DE ACCESO A DATOS PERSONALES POR DPI.    *
      *             : LEE TARJETAS DE SOLICITUD POR SYSIN (DPI,        *
      *             : OPERADOR DE OPERMST QUE LA TRAMITA Y, OPCIONAL,  *
      *             : EL NOMBRE DE LA PERSONA) Y JUNTA EN UN SOLO      *
      *             : REPORTE POR PERSONA TODO LO QUE LOS ARCHIVOS     *
      *             : GUARDAN DEL DOCUMENTO: EL REGISTRO DE DPI        *
      *             : (REGDPI), TODA SU HISTORIA DE DECISIONES         *
      *             : (AUDMAST), EL SUSPENSO Y SUS ASIGNACIONES, LAS   *
      *             : SOSPECHAS DE FABRICADO, LA LISTA DE BLOQUEO, LAS *
      *             : DISPUTAS, EL MAESTRO DE ENCARGADOS Y LAS         *
      *             : EVALUACIONES DE NIT Y DPI (AS-NITDPIOUT). SI LA  *
      *             : PERSONA ES ESTUDIANTE AGREGA SU REGISTRO DE      *
      *             : ESTUMST, SU DIRECCION (DIRMAST), SUS CARNETS,    *
      *             : NOTAS, ASISTENCIA Y FACTURAS. CADA SECCION DEL   *
      *             : REPORTE LLEVA POR TITULO SU ARCHIVO DE ORIGEN Y  *
      *             : CADA SOLICITUD DEJA SU LINEA EN LA BITACORA      *
      *             : BITACCES CON QUIEN LA PIDIO Y CUANDO.            *
      * ARCHIVOS    : OPERMST (ENTRADA), REGDPI, AUDMAST, SUSPDPI,     *
      *             : ASIGSUSP, SOSPFAB, BLOQDPI, DISPUTA, ENCMST,     *
      *             : ESTUMST, DIRMAST, CARNETS, NOTASMST, ASISMAST,   *
      *             : FACTMAST, AS-NITDPIOUT (ENTRADA), RPTACCES       *
      *             : (SALIDA), BITACCES (EXTEND)                      *
      * PROGRAMA(S) : NRMNOM01, RUNSTAT1                               *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDUC3099.
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
           SELECT ASIGNACIONES ASSIGN TO ASIGSUSP
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-ASIGSUSP.
           SELECT SOSPECHA-FABRICADO ASSIGN TO SOSPFAB
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-SOSPFAB.
           SELECT BLOQUEO-DPI ASSIGN TO BLOQDPI
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-BLOQDPI.
           SELECT CASOS-DISPUTA ASSIGN TO DISPUTA
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DISP-LLAVE
                  FILE STATUS IS WKS-FS-DISPUTA.
           SELECT MAESTRO-ENCARGADOS ASSIGN TO ENCMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS ENC-LLAVE
                  FILE STATUS IS WKS-FS-ENCMST.
           SELECT ESTUDIANTE-MASTER ASSIGN TO ESTUMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ESTUM-LLAVE
                  FILE STATUS IS WKS-FS-ESTUMST.
           SELECT MAESTRO-DIRECCIONES ASSIGN TO DIRMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS DIRM-CODIGO
                  FILE STATUS IS WKS-FS-DIRMAST.
           SELECT ARCHIVO-CARNETS ASSIGN TO CARNETS
                  FILE STATUS IS WKS-FS-CARNETS.
           SELECT NOTAS-MASTER ASSIGN TO NOTASMST
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-NOTASMST.
           SELECT ASISTENCIA-MASTER ASSIGN TO ASISMAST
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-ASISMAST.
           SELECT FACTURAS-MASTER ASSIGN TO FACTMAST
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-FACTMAST.
           SELECT NIT-DPI-OUT ASSIGN TO AS-NITDPIOUT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-NITDPIOUT.
           SELECT RPT-ACCESO ASSIGN TO RPTACCES
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-RPTACCES.
           SELECT BITACORA-ACCESO ASSIGN TO BITACCES
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-BITACCES.

       DATA DIVISION.

       FILE SECTION.
       FD OPERADOR-MASTER.
           COPY OPERMST.

       FD REGISTRO-DPI.
           COPY REGDPI.

       FD AUDIT-MAESTRO.
           COPY AUDMAST.

       FD SUSPENSO-DPI.
       01 REG-SUSPENSO                  PIC X(28).

       FD ASIGNACIONES.
       01 REG-ASIGNACION                PIC X(40).

       FD SOSPECHA-FABRICADO.
       01 REG-SOSPECHA-FAB              PIC X(50).

       FD BLOQUEO-DPI.
       01 REG-BLOQUEO-DPI               PIC X(25).

       FD CASOS-DISPUTA.
           COPY DISPUTA.

       FD MAESTRO-ENCARGADOS.
           COPY ENCMST.

       FD ESTUDIANTE-MASTER.
           COPY ESTUMST.

       FD MAESTRO-DIRECCIONES.
           COPY DIRMAST.

       FD ARCHIVO-CARNETS
           RECORDING MODE IS F.
       01 AREA-CARNET                   PIC X(160).

       FD NOTAS-MASTER.
       01 REG-NOTA                      PIC X(25).

       FD ASISTENCIA-MASTER.
       01 REG-ASISTENCIA                PIC X(30).

       FD FACTURAS-MASTER.
       01 REG-FACTURA                   PIC X(60).

       FD NIT-DPI-OUT.
       01 REG-NIT-DPI-OUT               PIC X(60).

       FD RPT-ACCESO.
       01 REG-RPT-ACCESO                PIC X(132).

       FD BITACORA-ACCESO.
       01 REG-BITACORA-ACCESO           PIC X(92).

       WORKING-STORAGE SECTION.

       01 WKS-CONTROL-ARCHIVOS.
          02 WKS-FS-OPERMST             PIC X(02) VALUE SPACES.
          02 WKS-FS-REGDPI              PIC X(02) VALUE SPACES.
          02 WKS-FS-AUDMAST             PIC X(02) VALUE SPACES.
             88 WKS-FIN-AUDMAST                   VALUE "10".
          02 WKS-FS-SUSPDPI             PIC X(02) VALUE SPACES.
             88 WKS-FIN-SUSPDPI                   VALUE "10".
          02 WKS-FS-ASIGSUSP            PIC X(02) VALUE SPACES.
             88 WKS-FIN-ASIGSUSP                  VALUE "10".
          02 WKS-FS-SOSPFAB             PIC X(02) VALUE SPACES.
             88 WKS-FIN-SOSPFAB                   VALUE "10".
          02 WKS-FS-BLOQDPI             PIC X(02) VALUE SPACES.
             88 WKS-FIN-BLOQDPI                   VALUE "10".
          02 WKS-FS-DISPUTA             PIC X(02) VALUE SPACES.
             88 WKS-FIN-DISPUTA                   VALUE "10".
          02 WKS-FS-ENCMST              PIC X(02) VALUE SPACES.
          02 WKS-FS-ESTUMST             PIC X(02) VALUE SPACES.
             88 WKS-FIN-ESTUMST                   VALUE "10".
          02 WKS-FS-DIRMAST             PIC X(02) VALUE SPACES.
          02 WKS-FS-CARNETS             PIC X(02) VALUE SPACES.
             88 WKS-FIN-CARNETS                   VALUE "10".
          02 WKS-FS-NOTASMST            PIC X(02) VALUE SPACES.
             88 WKS-FIN-NOTASMST                  VALUE "10".
          02 WKS-FS-ASISMAST            PIC X(02) VALUE SPACES.
             88 WKS-FIN-ASISMAST                  VALUE "10".
          02 WKS-FS-FACTMAST            PIC X(02) VALUE SPACES.
             88 WKS-FIN-FACTMAST                  VALUE "10".
          02 WKS-FS-NITDPIOUT           PIC X(02) VALUE SPACES.
             88 WKS-FIN-NITDPIOUT                 VALUE "10".
          02 WKS-FS-RPTACCES            PIC X(02) VALUE SPACES.
          02 WKS-FS-BITACCES            PIC X(02) VALUE SPACES.

      *LOS MAESTROS INDEXADOS SE ABREN UNA SOLA VEZ Y CADA SOLICITUD
      *LOS LEE POR LLAVE; SE GUARDA EL FILE STATUS DE LA APERTURA
      *PARA DECLARAR LA SECCION NO DISPONIBLE SI NO SE PUDO ABRIR.
      *LOS ARCHIVOS PLANOS SE ABREN Y SE RECORREN EN CADA SOLICITUD.
       01 WKS-CONTROL-APERTURA.
          02 WKS-AP-REGDPI              PIC X(02) VALUE SPACES.
          02 WKS-AP-AUDMAST             PIC X(02) VALUE SPACES.
          02 WKS-AP-DISPUTA             PIC X(02) VALUE SPACES.
          02 WKS-AP-ENCMST              PIC X(02) VALUE SPACES.
          02 WKS-AP-ESTUMST             PIC X(02) VALUE SPACES.
          02 WKS-AP-DIRMAST             PIC X(02) VALUE SPACES.

      *TARJETA DE SOLICITUD: DPI DE LA PERSONA, OPERADOR DE OPERMST
      *QUE TRAMITA LA SOLICITUD Y NOMBRE (OPCIONAL) CON QUE LA
      *PERSONA SE IDENTIFICA. "FIN" CIERRA LAS TARJETAS.
       01 WKS-TARJETA-SOLICITUD.
          02 WKS-TS-DPI                 PIC X(13) VALUE SPACES.
             88 WKS-FIN-SYSIN                     VALUE "FIN".
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-TS-OPERADOR            PIC X(08) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-TS-NOMBRE              PIC X(50) VALUE SPACES.

      *DATOS DE LA SOLICITUD EN CURSO.
       01 WKS-CONTROL-SOLICITUD.
          02 WKS-SO-DPI                 PIC 9(13) VALUE ZEROES.
          02 WKS-SO-DPI-X REDEFINES WKS-SO-DPI
                                        PIC X(13).
          02 WKS-SO-NUMERO              PIC 9(05) VALUE ZEROES.
          02 WKS-SO-REGISTROS           PIC 9(06) VALUE ZEROES.
          02 WKS-SO-NO-DISPONIBLES      PIC 9(02) VALUE ZEROES.
          02 WKS-SO-EXCLUIDOS-NOMBRE    PIC 9(03) VALUE ZEROES.
          02 WKS-SO-NIT                 PIC X(10) VALUE SPACES.
          02 WKS-MOTIVO-RECHAZO         PIC X(30) VALUE SPACES.
          02 WKS-FECHA-HOY              PIC 9(08) VALUE ZEROES.
          02 WKS-HORA-HOY               PIC 9(06) VALUE ZEROES.

      *ESTUDIANTES VINCULADOS A LA PERSONA: POR DPI (D) O, CUANDO LA
      *TARJETA TRAE NOMBRE, POR NOMBRE NORMALIZADO IGUAL EN UN
      *REGISTRO SIN DPI CAPTURADO (N). UN REGISTRO CON EL MISMO
      *NOMBRE PERO OTRO DPI ES DE OTRA PERSONA Y NO SE INCLUYE; SOLO
      *SE CUENTA PARA QUE EL OPERADOR SEPA QUE EXISTE.
       01 WKS-TABLA-ESTUDIANTES.
          02 WKS-ES-ENTRADA OCCURS 10 TIMES.
             03 WKS-ES-CODIGO           PIC 9(05).
             03 WKS-ES-CODIGO-X REDEFINES WKS-ES-CODIGO
                                        PIC X(05).
             03 WKS-ES-VINCULO          PIC X(01).
          02 WKS-ES-CANT                PIC 9(02) VALUE ZEROES.
          02 WKS-ES-IDX                 PIC 9(02) VALUE ZEROES.
          02 WKS-ES-DESBORDE            PIC 9(03) VALUE ZEROES.
          02 WKS-ES-VINCULO-ACTUAL      PIC X(01) VALUE SPACES.
          02 WKS-BU-CODIGO              PIC X(05) VALUE SPACES.
          02 WKS-BU-HALLADO             PIC X(01) VALUE "N".
             88 WKS-BU-ES-ESTUDIANTE              VALUE "S".

      *NORMALIZACION DEL NOMBRE DE 50 POR TROZOS DE 20, EL ANCHO DEL
      *NORMALIZADOR COMUN.
       01 WKS-CONTROL-NOMBRE.
          02 WKS-NM-ENTRADA             PIC X(20) VALUE SPACES.
          02 WKS-NM-SALIDA              PIC X(20) VALUE SPACES.
          02 WKS-NM-ORIGEN              PIC X(50) VALUE SPACES.
          02 WKS-NM-TRABAJO             PIC X(60) VALUE SPACES.
          02 WKS-NM-SOLICITUD           PIC X(60) VALUE SPACES.

      *SECCION DEL REPORTE EN CURSO: ARCHIVO DE ORIGEN, TITULO,
      *ENCABEZADO DE COLUMNAS, REGISTROS ENCONTRADOS Y ESTADO
      *(D=DISPONIBLE, N=NO DISPONIBLE, X=NO APLICA A LA PERSONA).
       01 WKS-CONTROL-SECCION.
          02 WKS-SC-ARCHIVO             PIC X(12) VALUE SPACES.
          02 WKS-SC-DESCRIPCION         PIC X(60) VALUE SPACES.
          02 WKS-SC-COLUMNAS            PIC X(80) VALUE SPACES.
          02 WKS-SC-REGISTROS           PIC 9(06) VALUE ZEROES.
          02 WKS-SC-FS                  PIC X(02) VALUE SPACES.
          02 WKS-SC-ESTADO              PIC X(01) VALUE "D".
             88 WKS-SC-DISPONIBLE                 VALUE "D".
             88 WKS-SC-NO-DISPONIBLE              VALUE "N".
             88 WKS-SC-NO-APLICA                  VALUE "X".
          02 WKS-SC-DETALLE             PIC X(124) VALUE SPACES.

      *MISMO LAYOUT DE LA LINEA DE SUSPENSO QUE GRABA EDUC3007.
       01 WKS-LINEA-SUSPENSO.
          02 WKS-SU-FECHA               PIC 9(08) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-SU-DPI                 PIC X(13) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-SU-RESTA               PIC 9(02) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-SU-MOTIVO              PIC X(02) VALUE SPACES.

      *MISMO LAYOUT DE LA LINEA DE ASIGNACION QUE GRABA EDUC3037.
       01 WKS-LINEA-ASIGNACION.
          02 WKS-AS-FECHA               PIC 9(08) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-AS-DPI                 PIC X(13) VALUE SPACES.
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
          02 WKS-SF-DPI                 PIC X(13) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-SF-HEURISTICA          PIC X(12) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-SF-ESTADO              PIC X(01) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-SF-FECHA-SOLIC         PIC 9(08) VALUE ZEROES.
          02 FILLER                     PIC X(04) VALUE SPACES.

      *MISMO LAYOUT DE LA LINEA DE BLOQUEO QUE LEE EDUC3007.
       01 WKS-LINEA-BLOQUEO.
          02 WKS-BL-DPI                 PIC X(13) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-BL-MOTIVO              PIC X(02) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-BL-FECHA-EFEC          PIC 9(08) VALUE ZEROES.

      *MISMO REGISTRO FIJO DEL EXTRACTO DE CARNETS DE EDUC3054.
       01 WKS-REG-CARNET.
          02 WKS-CR-CODIGO              PIC X(05) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE "|".
          02 WKS-CR-NOMBRE              PIC X(50) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE "|".
          02 WKS-CR-FECHA-NAC           PIC 9(08) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE "|".
          02 WKS-CR-GENERO              PIC X(01) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE "|".
          02 WKS-CR-DPI                 PIC X(13) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE "|".
          02 WKS-CR-DIRECCION           PIC X(60) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE "|".
          02 WKS-CR-FECHA-EMISION       PIC 9(08) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE "|".
          02 WKS-CR-FECHA-VENCE         PIC 9(08) VALUE ZEROES.

      *MISMA LINEA DEL MAESTRO DE NOTAS DE EDUC3051.
       01 WKS-LINEA-NOTA.
          02 WKS-NT-CODIGO              PIC X(05) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-NT-CURSO               PIC X(06) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-NT-TERMINO             PIC X(02) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-NT-NOTA                PIC X(03) VALUE SPACES.
          02 FILLER                     PIC X(06) VALUE SPACES.

      *MISMA LINEA DEL MAESTRO DE ASISTENCIA DE EDUC3050.
       01 WKS-LINEA-ASISTENCIA.
          02 WKS-AT-CURSO               PIC X(06) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-AT-CODIGO              PIC X(05) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-AT-FECHA               PIC X(08) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-AT-ESTADO              PIC X(01) VALUE SPACES.
          02 FILLER                     PIC X(07) VALUE SPACES.

      *MISMA LINEA DEL MAESTRO DE FACTURAS DE EDUC3056.
       01 WKS-LINEA-FACTURA.
          02 WKS-FC-REFERENCIA          PIC X(08) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-FC-CODIGO              PIC X(05) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-FC-MES                 PIC X(06) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-FC-MONTO               PIC 9(07)V99 VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-FC-PAGADO              PIC 9(07)V99 VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-FC-ESTADO              PIC X(01) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-FC-FECHA-EMISION       PIC X(08) VALUE SPACES.
          02 FILLER                     PIC X(03) VALUE SPACES.

      *MISMA LINEA DE SALIDA DEL EVALUADOR DE NIT Y DPI: TIPO (DPI,
      *NIT O PAS), VALOR EVALUADO, VEREDICTO Y NIT NORMALIZADO.
       01 WKS-LINEA-NIT.
          02 WKS-NI-TIPO                PIC X(03) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-NI-VALOR               PIC X(14) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-NI-VEREDICTO           PIC X(20) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-NI-NORMALIZADO         PIC X(10) VALUE SPACES.
          02 FILLER                     PIC X(09) VALUE SPACES.

      *DETALLE DE UNA DECISION DE AUDMAST, EN LAS COLUMNAS DE LA
      *CONSULTA DE HISTORIA POR DPI (EDUC3013).
       01 WKS-LINEA-DECISION.
          02 WKS-LD-FECHA               PIC 9(08) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LD-CORRIDA             PIC 9(06) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LD-RESTA               PIC 9(02) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LD-VERIFICADOR         PIC 9(01) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LD-VEREDICTO           PIC X(20) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LD-REENVIOS            PIC 9(03) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LD-OFICINA             PIC X(04) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LD-OPERADOR            PIC X(08) VALUE SPACES.

      *LINEA DE LA BITACORA DE SOLICITUDES: CUANDO (FECHA Y HORA),
      *QUIEN LA TRAMITO, DPI CONSULTADO, SI TRAJO NOMBRE, RESULTADO,
      *REGISTROS ENTREGADOS, SECCIONES NO DISPONIBLES Y MOTIVO DE
      *RECHAZO.
       01 WKS-LINEA-BITACORA.
          02 WKS-BI-FECHA               PIC 9(08) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-BI-HORA                PIC 9(06) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-BI-OPERADOR            PIC X(08) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-BI-DPI                 PIC X(13) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-BI-CON-NOMBRE          PIC X(01) VALUE "N".
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-BI-RESULTADO           PIC X(10) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-BI-REGISTROS           PIC 9(06) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-BI-NO-DISPONIBLES      PIC 9(02) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-BI-MOTIVO              PIC X(30) VALUE SPACES.

       01 WKS-ITERACIONES.
          02 WKS-I-TARJETAS             PIC 9(05) VALUE ZEROES.
          02 WKS-I-ATENDIDAS            PIC 9(05) VALUE ZEROES.
          02 WKS-I-RECHAZADAS           PIC 9(05) VALUE ZEROES.
          02 WKS-I-INCOMPLETAS          PIC 9(05) VALUE ZEROES.
          02 WKS-I-REGISTROS            PIC 9(07) VALUE ZEROES.
          02 WKS-I-ENC-IDX              PIC 9(02) VALUE ZEROES.

      *AREA PARA LA RUTINA COMUN DE ESTADISTICAS DE CORRIDA.
       01 WKS-CONTROL-ESTADISTICA.
          02 WKS-ST-PROGRAMA            PIC X(08) VALUE "EDUK3099".
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

           OPEN INPUT OPERADOR-MASTER
           IF WKS-FS-OPERMST NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE OPERADORES"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT RPT-ACCESO
           IF WKS-FS-RPTACCES NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL REPORTE DE ACCESO A DATOS"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN EXTEND BITACORA-ACCESO
           IF WKS-FS-BITACCES = "35"
              OPEN OUTPUT BITACORA-ACCESO
           END-IF
           IF WKS-FS-BITACCES NOT = "00"
              DISPLAY "NO SE PUDO ABRIR LA BITACORA DE SOLICITUDES "
                      "BITACCES"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

      *UN MAESTRO QUE NO ABRE NO DETIENE LA CORRIDA: SU SECCION SALE
      *COMO NO DISPONIBLE Y LA SOLICITUD QUEDA MARCADA INCOMPLETA.
           OPEN INPUT REGISTRO-DPI
           MOVE WKS-FS-REGDPI TO WKS-AP-REGDPI
           OPEN INPUT AUDIT-MAESTRO
           MOVE WKS-FS-AUDMAST TO WKS-AP-AUDMAST
           OPEN INPUT CASOS-DISPUTA
           MOVE WKS-FS-DISPUTA TO WKS-AP-DISPUTA
           OPEN INPUT MAESTRO-ENCARGADOS
           MOVE WKS-FS-ENCMST TO WKS-AP-ENCMST
           OPEN INPUT ESTUDIANTE-MASTER
           MOVE WKS-FS-ESTUMST TO WKS-AP-ESTUMST
           OPEN INPUT MAESTRO-DIRECCIONES
           MOVE WKS-FS-DIRMAST TO WKS-AP-DIRMAST

           MOVE SPACES TO REG-RPT-ACCESO
           STRING "EDUC3099 REPORTE DE ACCESO A DATOS PERSONALES POR "
                  "DPI - " WKS-FECHA-HOY
              DELIMITED BY SIZE INTO REG-RPT-ACCESO
           END-STRING
           WRITE REG-RPT-ACCESO

           PERFORM 0001-INICIO-LEE-TARJETAS THRU 0001-LEE-TARJETAS-E

           CLOSE OPERADOR-MASTER, RPT-ACCESO, BITACORA-ACCESO
           IF WKS-AP-REGDPI = "00"
              CLOSE REGISTRO-DPI
           END-IF
           IF WKS-AP-AUDMAST = "00"
              CLOSE AUDIT-MAESTRO
           END-IF
           IF WKS-AP-DISPUTA = "00"
              CLOSE CASOS-DISPUTA
           END-IF
           IF WKS-AP-ENCMST = "00"
              CLOSE MAESTRO-ENCARGADOS
           END-IF
           IF WKS-AP-ESTUMST = "00"
              CLOSE ESTUDIANTE-MASTER
           END-IF
           IF WKS-AP-DIRMAST = "00"
              CLOSE MAESTRO-DIRECCIONES
           END-IF

           DISPLAY "TARJETAS DE SOLICITUD LEIDAS: " WKS-I-TARJETAS
           DISPLAY "SOLICITUDES ATENDIDAS: " WKS-I-ATENDIDAS
           DISPLAY "  CON SECCIONES NO DISPONIBLES: "
                   WKS-I-INCOMPLETAS
           DISPLAY "SOLICITUDES RECHAZADAS: " WKS-I-RECHAZADAS
           DISPLAY "REGISTROS ENTREGADOS: " WKS-I-REGISTROS

           MOVE WKS-I-TARJETAS TO WKS-ST-LEIDOS
           MOVE WKS-I-ATENDIDAS TO WKS-ST-ESCRITOS
           MOVE WKS-I-RECHAZADAS TO WKS-ST-RECHAZADOS
           CALL 'RUNSTAT1' USING WKS-ST-PROGRAMA
                                 WKS-ST-FECHA-INICIO
                                 WKS-ST-HORA-INICIO
                                 WKS-ST-LEIDOS
                                 WKS-ST-ESCRITOS
                                 WKS-ST-RECHAZADOS

           IF WKS-I-RECHAZADAS > ZEROES OR WKS-I-INCOMPLETAS > ZEROES
              MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.
       0000-INICIO-E.
           EXIT.

       0001-INICIO-LEE-TARJETAS SECTION.
           ACCEPT WKS-TARJETA-SOLICITUD FROM SYSIN

           PERFORM UNTIL WKS-FIN-SYSIN
                   ADD 1 TO WKS-I-TARJETAS
                   PERFORM 0002-INICIO-ATIENDE-SOLICITUD THRU
                      0002-ATIENDE-SOLICITUD-E
                   MOVE SPACES TO WKS-TARJETA-SOLICITUD
                   ACCEPT WKS-TARJETA-SOLICITUD FROM SYSIN
           END-PERFORM.
       0001-LEE-TARJETAS-E.
           EXIT.

       0002-INICIO-ATIENDE-SOLICITUD SECTION.
      *EL DPI DEBE SER NUMERICO Y EL OPERADOR VIGENTE EN OPERMST. NO
      *SE EXIGE QUE EL DPI PASE EL DIGITO VERIFICADOR: LA PERSONA
      *TIENE DERECHO A VER LO QUE SE GUARDO AUNQUE SE HAYA DENEGADO.
           MOVE SPACES TO WKS-MOTIVO-RECHAZO, WKS-SO-NIT
           MOVE ZEROES TO WKS-SO-REGISTROS, WKS-SO-NO-DISPONIBLES,
                          WKS-SO-EXCLUIDOS-NOMBRE
           INITIALIZE WKS-TABLA-ESTUDIANTES

           IF WKS-TS-DPI NOT NUMERIC
              MOVE "DPI NO NUMERICO" TO WKS-MOTIVO-RECHAZO
              GO TO 0002-RECHAZA-SOLICITUD
           END-IF
           MOVE WKS-TS-DPI TO WKS-SO-DPI-X

           MOVE WKS-TS-OPERADOR TO OPERMST-ID
           READ OPERADOR-MASTER
           END-READ
           EVALUATE TRUE
           WHEN WKS-TS-OPERADOR = SPACES
                MOVE "SIN ID DE OPERADOR" TO WKS-MOTIVO-RECHAZO
           WHEN WKS-FS-OPERMST NOT = "00"
                MOVE "OPERADOR DESCONOCIDO" TO WKS-MOTIVO-RECHAZO
           WHEN OPERMST-ESTADO NOT = "A"
                MOVE "OPERADOR INACTIVO" TO WKS-MOTIVO-RECHAZO
           WHEN OTHER
                CONTINUE
           END-EVALUATE
           IF WKS-MOTIVO-RECHAZO NOT = SPACES
              GO TO 0002-RECHAZA-SOLICITUD
           END-IF

           IF WKS-TS-NOMBRE NOT = SPACES
              MOVE WKS-TS-NOMBRE TO WKS-NM-ORIGEN
              PERFORM 0019-INICIO-NORMALIZA THRU 0019-NORMALIZA-E
              MOVE WKS-NM-TRABAJO TO WKS-NM-SOLICITUD
           ELSE
              MOVE SPACES TO WKS-NM-SOLICITUD
           END-IF

           ADD 1 TO WKS-I-ATENDIDAS
           ADD 1 TO WKS-SO-NUMERO
           MOVE SPACES TO REG-RPT-ACCESO
           WRITE REG-RPT-ACCESO
           MOVE ALL "=" TO REG-RPT-ACCESO
           WRITE REG-RPT-ACCESO
           MOVE SPACES TO REG-RPT-ACCESO
           STRING "SOLICITUD DE ACCESO A DATOS PERSONALES NO. "
                  WKS-SO-NUMERO "   DPI: " WKS-SO-DPI-X
              DELIMITED BY SIZE INTO REG-RPT-ACCESO
           END-STRING
           WRITE REG-RPT-ACCESO
           IF WKS-TS-NOMBRE NOT = SPACES
              MOVE SPACES TO REG-RPT-ACCESO
              STRING "NOMBRE INDICADO POR LA PERSONA: " WKS-TS-NOMBRE
                 DELIMITED BY SIZE INTO REG-RPT-ACCESO
              END-STRING
              WRITE REG-RPT-ACCESO
           END-IF
           MOVE SPACES TO REG-RPT-ACCESO
           STRING "TRAMITADA POR: " WKS-TS-OPERADOR " "
                  OPERMST-NOMBRE "  FECHA: " WKS-FECHA-HOY
                  "  HORA: " WKS-HORA-HOY
              DELIMITED BY SIZE INTO REG-RPT-ACCESO
           END-STRING
           WRITE REG-RPT-ACCESO
           MOVE ALL "=" TO REG-RPT-ACCESO
           WRITE REG-RPT-ACCESO

      *PRIMERO LOS ARCHIVOS DEL DOCUMENTO Y LUEGO EL LADO
      *ESTUDIANTIL, QUE SE BUSCA CON LOS CODIGOS HALLADOS EN EL
      *MAESTRO DE ESTUDIANTES. LAS EVALUACIONES DE NIT Y DPI VAN AL
      *FINAL PORQUE USAN EL NIT DEL MAESTRO DE ENCARGADOS.
           PERFORM 0003-INICIO-REGDPI THRU 0003-REGDPI-E
           PERFORM 0004-INICIO-AUDMAST THRU 0004-AUDMAST-E
           PERFORM 0005-INICIO-SUSPENSO THRU 0005-SUSPENSO-E
           PERFORM 0006-INICIO-ASIGNACION THRU 0006-ASIGNACION-E
           PERFORM 0007-INICIO-SOSPECHAS THRU 0007-SOSPECHAS-E
           PERFORM 0008-INICIO-BLOQUEOS THRU 0008-BLOQUEOS-E
           PERFORM 0009-INICIO-DISPUTAS THRU 0009-DISPUTAS-E
           PERFORM 0010-INICIO-ENCARGADO THRU 0010-ENCARGADO-E
           PERFORM 0011-INICIO-ESTUDIANTE THRU 0011-ESTUDIANTE-E
           PERFORM 0012-INICIO-DIRECCION THRU 0012-DIRECCION-E
           PERFORM 0013-INICIO-CARNETS THRU 0013-CARNETS-E
           PERFORM 0014-INICIO-NOTAS THRU 0014-NOTAS-E
           PERFORM 0015-INICIO-ASISTENCIA THRU 0015-ASISTENCIA-E
           PERFORM 0016-INICIO-FACTURAS THRU 0016-FACTURAS-E
           PERFORM 0017-INICIO-NIT-DPI THRU 0017-NIT-DPI-E

           MOVE SPACES TO REG-RPT-ACCESO
           WRITE REG-RPT-ACCESO
           MOVE SPACES TO REG-RPT-ACCESO
           STRING "TOTAL DE REGISTROS ENTREGADOS: " WKS-SO-REGISTROS
                  "   SECCIONES NO DISPONIBLES: "
                  WKS-SO-NO-DISPONIBLES
              DELIMITED BY SIZE INTO REG-RPT-ACCESO
           END-STRING
           WRITE REG-RPT-ACCESO
           IF WKS-SO-NO-DISPONIBLES > ZEROES
              MOVE "SOLICITUD INCOMPLETA: VOLVER A CORRERLA CUANDO LOS "
                 TO REG-RPT-ACCESO
              MOVE "ARCHIVOS NO DISPONIBLES ESTEN EN LINEA" TO
                 REG-RPT-ACCESO(52:38)
              WRITE REG-RPT-ACCESO
              ADD 1 TO WKS-I-INCOMPLETAS
           END-IF
           ADD WKS-SO-REGISTROS TO WKS-I-REGISTROS

           MOVE "ATENDIDA" TO WKS-BI-RESULTADO
           PERFORM 0018-INICIO-BITACORA THRU 0018-BITACORA-E
           GO TO 0002-ATIENDE-SOLICITUD-E.

       0002-RECHAZA-SOLICITUD.
           ADD 1 TO WKS-I-RECHAZADAS
           MOVE SPACES TO REG-RPT-ACCESO
           WRITE REG-RPT-ACCESO
           MOVE SPACES TO REG-RPT-ACCESO
           STRING "SOLICITUD RECHAZADA (" WKS-MOTIVO-RECHAZO "): "
                  WKS-TS-DPI " " WKS-TS-OPERADOR
              DELIMITED BY SIZE INTO REG-RPT-ACCESO
           END-STRING
           WRITE REG-RPT-ACCESO
           MOVE "RECHAZADA" TO WKS-BI-RESULTADO
           PERFORM 0018-INICIO-BITACORA THRU 0018-BITACORA-E.
       0002-ATIENDE-SOLICITUD-E.
           EXIT.

       0003-INICIO-REGDPI SECTION.
           MOVE "REGDPI" TO WKS-SC-ARCHIVO
           MOVE "REGISTRO HISTORICO DE DPI PRESENTADOS" TO
              WKS-SC-DESCRIPCION
           MOVE SPACES TO WKS-SC-COLUMNAS
           MOVE WKS-AP-REGDPI TO WKS-SC-FS
           PERFORM 0020-INICIO-TITULO THRU 0020-TITULO-E
           IF WKS-SC-NO-DISPONIBLE
              GO TO 0003-CIERRA
           END-IF

           MOVE WKS-SO-DPI TO REGDPI-LLAVE
           READ REGISTRO-DPI
           END-READ
           IF WKS-FS-REGDPI = "00"
              MOVE SPACES TO WKS-SC-DETALLE
              STRING "VECES PRESENTADO: " REGDPI-VECES
                     "  ULTIMA PRESENTACION: " REGDPI-ULTIMA-FECHA
                     "  ULTIMO VEREDICTO: " REGDPI-ULTIMO-VEREDICTO
                     "  CAMBIOS DE VEREDICTO: " REGDPI-CAMBIOS
                 DELIMITED BY SIZE INTO WKS-SC-DETALLE
              END-STRING
              PERFORM 0022-INICIO-DETALLE THRU 0022-DETALLE-E
              IF REGDPI-FECHA-VENCIMIENTO > ZEROES
                 MOVE SPACES TO WKS-SC-DETALLE
                 STRING "FECHA DE VENCIMIENTO DEL DOCUMENTO: "
                        REGDPI-FECHA-VENCIMIENTO
                    DELIMITED BY SIZE INTO WKS-SC-DETALLE
                 END-STRING
                 PERFORM 0022-INICIO-DETALLE THRU 0022-DETALLE-E
                 SUBTRACT 1 FROM WKS-SC-REGISTROS, WKS-SO-REGISTROS
              END-IF
           END-IF.

       0003-CIERRA.
           PERFORM 0021-INICIO-CIERRE THRU 0021-CIERRE-E.
       0003-REGDPI-E.
           EXIT.

       0004-INICIO-AUDMAST SECTION.
      *TODA LA HISTORIA DE DECISIONES DEL DOCUMENTO, POSICIONANDO
      *POR LLAVE COMO LA CONSULTA DE HISTORIA (EDUC3013).
           MOVE "AUDMAST" TO WKS-SC-ARCHIVO
           MOVE "HISTORIA DE DECISIONES SOBRE EL DOCUMENTO" TO
              WKS-SC-DESCRIPCION
           MOVE "FECHA    CORRIDA RE V VEREDICTO            PRES OFIC"
              TO WKS-SC-COLUMNAS
           MOVE "OPERADOR" TO WKS-SC-COLUMNAS(54:8)
           MOVE WKS-AP-AUDMAST TO WKS-SC-FS
           PERFORM 0020-INICIO-TITULO THRU 0020-TITULO-E
           IF WKS-SC-NO-DISPONIBLE
              GO TO 0004-CIERRA
           END-IF

           MOVE SPACES TO WKS-FS-AUDMAST
           MOVE WKS-SO-DPI TO AUDM-DPI
           MOVE ZEROES TO AUDM-FECHA, AUDM-CORRIDA, AUDM-SECUENCIA
           START AUDIT-MAESTRO KEY NOT < AUDM-LLAVE
           END-START
           IF WKS-FS-AUDMAST NOT = "00"
              SET WKS-FIN-AUDMAST TO TRUE
           ELSE
              READ AUDIT-MAESTRO NEXT
              AT END
                 SET WKS-FIN-AUDMAST TO TRUE
              END-READ
           END-IF

           PERFORM UNTIL WKS-FIN-AUDMAST OR AUDM-DPI NOT = WKS-SO-DPI
                   MOVE AUDM-FECHA TO WKS-LD-FECHA
                   MOVE AUDM-CORRIDA TO WKS-LD-CORRIDA
                   MOVE AUDM-RESTA TO WKS-LD-RESTA
                   MOVE AUDM-VERIFICADOR TO WKS-LD-VERIFICADOR
                   MOVE AUDM-VEREDICTO TO WKS-LD-VEREDICTO
                   MOVE AUDM-REENVIOS TO WKS-LD-REENVIOS
                   MOVE AUDM-OFICINA TO WKS-LD-OFICINA
                   MOVE AUDM-OPERADOR TO WKS-LD-OPERADOR
                   MOVE WKS-LINEA-DECISION TO WKS-SC-DETALLE
                   PERFORM 0022-INICIO-DETALLE THRU 0022-DETALLE-E
                   READ AUDIT-MAESTRO NEXT
                   AT END
                      SET WKS-FIN-AUDMAST TO TRUE
                   END-READ
           END-PERFORM.

       0004-CIERRA.
           PERFORM 0021-INICIO-CIERRE THRU 0021-CIERRE-E.
       0004-AUDMAST-E.
           EXIT.

       0005-INICIO-SUSPENSO SECTION.
           MOVE "SUSPDPI" TO WKS-SC-ARCHIVO
           MOVE "DOCUMENTOS EN SUSPENSO PARA REVISION MANUAL" TO
              WKS-SC-DESCRIPCION
           MOVE "FECHA    DPI           RE MOTIVO" TO WKS-SC-COLUMNAS
           OPEN INPUT SUSPENSO-DPI
           MOVE WKS-FS-SUSPDPI TO WKS-SC-FS
           PERFORM 0020-INICIO-TITULO THRU 0020-TITULO-E
           IF WKS-SC-NO-DISPONIBLE
              GO TO 0005-CIERRA
           END-IF

           READ SUSPENSO-DPI INTO WKS-LINEA-SUSPENSO
           AT END
              SET WKS-FIN-SUSPDPI TO TRUE
           END-READ
           PERFORM UNTIL WKS-FIN-SUSPDPI
                   IF WKS-SU-DPI = WKS-SO-DPI-X
                      MOVE REG-SUSPENSO TO WKS-SC-DETALLE
                      PERFORM 0022-INICIO-DETALLE THRU 0022-DETALLE-E
                   END-IF
                   READ SUSPENSO-DPI INTO WKS-LINEA-SUSPENSO
                   AT END
                      SET WKS-FIN-SUSPDPI TO TRUE
                   END-READ
           END-PERFORM
           CLOSE SUSPENSO-DPI.

       0005-CIERRA.
           PERFORM 0021-INICIO-CIERRE THRU 0021-CIERRE-E.
       0005-SUSPENSO-E.
           EXIT.

       0006-INICIO-ASIGNACION SECTION.
           MOVE "ASIGSUSP" TO WKS-SC-ARCHIVO
           MOVE "ASIGNACIONES DEL SUSPENSO A SUPERVISORES" TO
              WKS-SC-DESCRIPCION
           MOVE "FECHA    DPI           MO SUPERVISOR" TO
              WKS-SC-COLUMNAS
           OPEN INPUT ASIGNACIONES
           MOVE WKS-FS-ASIGSUSP TO WKS-SC-FS
           PERFORM 0020-INICIO-TITULO THRU 0020-TITULO-E
           IF WKS-SC-NO-DISPONIBLE
              GO TO 0006-CIERRA
           END-IF

           READ ASIGNACIONES INTO WKS-LINEA-ASIGNACION
           AT END
              SET WKS-FIN-ASIGSUSP TO TRUE
           END-READ
           PERFORM UNTIL WKS-FIN-ASIGSUSP
                   IF WKS-AS-DPI = WKS-SO-DPI-X
                      MOVE REG-ASIGNACION TO WKS-SC-DETALLE
                      PERFORM 0022-INICIO-DETALLE THRU 0022-DETALLE-E
                   END-IF
                   READ ASIGNACIONES INTO WKS-LINEA-ASIGNACION
                   AT END
                      SET WKS-FIN-ASIGSUSP TO TRUE
                   END-READ
           END-PERFORM
           CLOSE ASIGNACIONES.

       0006-CIERRA.
           PERFORM 0021-INICIO-CIERRE THRU 0021-CIERRE-E.
       0006-ASIGNACION-E.
           EXIT.

       0007-INICIO-SOSPECHAS SECTION.
           MOVE "SOSPFAB" TO WKS-SC-ARCHIVO
           MOVE "SOSPECHAS DE DPI FABRICADO" TO WKS-SC-DESCRIPCION
           MOVE "FECHA    DPI           HEURISTICA   E SOLICITUD" TO
              WKS-SC-COLUMNAS
           OPEN INPUT SOSPECHA-FABRICADO
           MOVE WKS-FS-SOSPFAB TO WKS-SC-FS
           PERFORM 0020-INICIO-TITULO THRU 0020-TITULO-E
           IF WKS-SC-NO-DISPONIBLE
              GO TO 0007-CIERRA
           END-IF

           READ SOSPECHA-FABRICADO INTO WKS-LINEA-SOSPECHA
           AT END
              SET WKS-FIN-SOSPFAB TO TRUE
           END-READ
           PERFORM UNTIL WKS-FIN-SOSPFAB
                   IF WKS-SF-DPI = WKS-SO-DPI-X
                      MOVE REG-SOSPECHA-FAB TO WKS-SC-DETALLE
                      PERFORM 0022-INICIO-DETALLE THRU 0022-DETALLE-E
                   END-IF
                   READ SOSPECHA-FABRICADO INTO WKS-LINEA-SOSPECHA
                   AT END
                      SET WKS-FIN-SOSPFAB TO TRUE
                   END-READ
           END-PERFORM
           CLOSE SOSPECHA-FABRICADO.

       0007-CIERRA.
           PERFORM 0021-INICIO-CIERRE THRU 0021-CIERRE-E.
       0007-SOSPECHAS-E.
           EXIT.

       0008-INICIO-BLOQUEOS SECTION.
           MOVE "BLOQDPI" TO WKS-SC-ARCHIVO
           MOVE "LISTA DE BLOQUEO DE DPI" TO WKS-SC-DESCRIPCION
           MOVE "DPI           MO EFECTIVO" TO WKS-SC-COLUMNAS
           OPEN INPUT BLOQUEO-DPI
           MOVE WKS-FS-BLOQDPI TO WKS-SC-FS
           PERFORM 0020-INICIO-TITULO THRU 0020-TITULO-E
           IF WKS-SC-NO-DISPONIBLE
              GO TO 0008-CIERRA
           END-IF

           READ BLOQUEO-DPI INTO WKS-LINEA-BLOQUEO
           AT END
              SET WKS-FIN-BLOQDPI TO TRUE
           END-READ
           PERFORM UNTIL WKS-FIN-BLOQDPI
                   IF WKS-BL-DPI = WKS-SO-DPI-X
                      MOVE REG-BLOQUEO-DPI TO WKS-SC-DETALLE
                      PERFORM 0022-INICIO-DETALLE THRU 0022-DETALLE-E
                   END-IF
                   READ BLOQUEO-DPI INTO WKS-LINEA-BLOQUEO
                   AT END
                      SET WKS-FIN-BLOQDPI TO TRUE
                   END-READ
           END-PERFORM
           CLOSE BLOQUEO-DPI.

       0008-CIERRA.
           PERFORM 0021-INICIO-CIERRE THRU 0021-CIERRE-E.
       0008-BLOQUEOS-E.
           EXIT.

       0009-INICIO-DISPUTAS SECTION.
      *EL MAESTRO DE DISPUTAS VA POR NUMERO DE CASO; SE RECORRE
      *COMPLETO BUSCANDO LOS CASOS DEL DOCUMENTO.
           MOVE "DISPUTA" TO WKS-SC-ARCHIVO
           MOVE "DISPUTAS DE VEREDICTOS PRESENTADAS POR LA PERSONA" TO
              WKS-SC-DESCRIPCION
           MOVE SPACES TO WKS-SC-COLUMNAS
           MOVE WKS-AP-DISPUTA TO WKS-SC-FS
           PERFORM 0020-INICIO-TITULO THRU 0020-TITULO-E
           IF WKS-SC-NO-DISPONIBLE
              GO TO 0009-CIERRA
           END-IF

           MOVE SPACES TO WKS-FS-DISPUTA
           MOVE ZEROES TO DISP-CASO
           START CASOS-DISPUTA KEY NOT < DISP-LLAVE
           END-START
           IF WKS-FS-DISPUTA NOT = "00"
              SET WKS-FIN-DISPUTA TO TRUE
           ELSE
              READ CASOS-DISPUTA NEXT
              AT END
                 SET WKS-FIN-DISPUTA TO TRUE
              END-READ
           END-IF

           PERFORM UNTIL WKS-FIN-DISPUTA
                   IF DISP-DPI = WKS-SO-DPI
                      MOVE SPACES TO WKS-SC-DETALLE
                      STRING "CASO " DISP-CASO " DECISION "
                             DISP-DEC-FECHA "/" DISP-DEC-CORRIDA "/"
                             DISP-DEC-SECUENCIA " "
                             DISP-VEREDICTO-DISPUTADO " RECIBIDO "
                             DISP-FECHA-RECIBIDO " CANAL " DISP-CANAL
                             " ESTADO " DISP-ESTADO " RESUELTO "
                             DISP-FECHA-RESOLUCION " "
                             DISP-VEREDICTO-CORREGIDO
                         DELIMITED BY SIZE INTO WKS-SC-DETALLE
                      END-STRING
                      PERFORM 0022-INICIO-DETALLE THRU 0022-DETALLE-E
                      IF DISP-NOTA NOT = SPACES
                         MOVE SPACES TO WKS-SC-DETALLE
                         STRING "     NOTA: " DISP-NOTA
                            DELIMITED BY SIZE INTO WKS-SC-DETALLE
                         END-STRING
                         PERFORM 0022-INICIO-DETALLE THRU
                            0022-DETALLE-E
                         SUBTRACT 1 FROM WKS-SC-REGISTROS,
                                         WKS-SO-REGISTROS
                      END-IF
                   END-IF
                   READ CASOS-DISPUTA NEXT
                   AT END
                      SET WKS-FIN-DISPUTA TO TRUE
                   END-READ
           END-PERFORM.

       0009-CIERRA.
           PERFORM 0021-INICIO-CIERRE THRU 0021-CIERRE-E.
       0009-DISPUTAS-E.
           EXIT.

       0010-INICIO-ENCARGADO SECTION.
      *SI LA PERSONA ES ENCARGADO (PADRE, MADRE O TUTOR) SE MUESTRA
      *SU REGISTRO Y LOS CODIGOS DE LOS ESTUDIANTES A SU CARGO, NO
      *LOS DATOS DE ESTOS, QUE SON DE OTRA PERSONA. SU NIT (SI NO ES
      *CONSUMIDOR FINAL) SE GUARDA PARA BUSCAR SUS EVALUACIONES.
           MOVE "ENCMST" TO WKS-SC-ARCHIVO
           MOVE "MAESTRO DE ENCARGADOS (PADRES, MADRES Y TUTORES)" TO
              WKS-SC-DESCRIPCION
           MOVE SPACES TO WKS-SC-COLUMNAS
           MOVE WKS-AP-ENCMST TO WKS-SC-FS
           PERFORM 0020-INICIO-TITULO THRU 0020-TITULO-E
           IF WKS-SC-NO-DISPONIBLE
              GO TO 0010-CIERRA
           END-IF

           MOVE WKS-SO-DPI TO ENC-DPI
           READ MAESTRO-ENCARGADOS
           END-READ
           IF WKS-FS-ENCMST NOT = "00"
              GO TO 0010-CIERRA
           END-IF

           MOVE SPACES TO WKS-SC-DETALLE
           STRING "NOMBRE: " ENC-NOMBRE " PARENTESCO: " ENC-PARENTESCO
                  " TELEFONO: " ENC-TELEFONO " NIT: " ENC-NIT
              DELIMITED BY SIZE INTO WKS-SC-DETALLE
           END-STRING
           PERFORM 0022-INICIO-DETALLE THRU 0022-DETALLE-E
           MOVE SPACES TO WKS-SC-DETALLE
           STRING "     ESTADO: " ENC-ESTADO " ALTA: " ENC-FECHA-ALTA
                  " ULTIMO CAMBIO: " ENC-FECHA-ULT-CAMBIO
                  " ESTUDIANTES A CARGO: " ENC-CANT-ESTUDIANTES
              DELIMITED BY SIZE INTO WKS-SC-DETALLE
           END-STRING
           PERFORM 0022-INICIO-DETALLE THRU 0022-DETALLE-E
           SUBTRACT 1 FROM WKS-SC-REGISTROS, WKS-SO-REGISTROS
           PERFORM VARYING WKS-I-ENC-IDX FROM 1 BY 1
              UNTIL WKS-I-ENC-IDX > ENC-CANT-ESTUDIANTES OR
                    WKS-I-ENC-IDX > 10
              MOVE SPACES TO WKS-SC-DETALLE
              STRING "     ESTUDIANTE " ENC-EST-CODIGO(WKS-I-ENC-IDX)
                     " PRINCIPAL: " ENC-EST-PRINCIPAL(WKS-I-ENC-IDX)
                     " FACTURACION: " ENC-EST-FACTURA(WKS-I-ENC-IDX)
                 DELIMITED BY SIZE INTO WKS-SC-DETALLE
              END-STRING
              PERFORM 0022-INICIO-DETALLE THRU 0022-DETALLE-E
              SUBTRACT 1 FROM WKS-SC-REGISTROS, WKS-SO-REGISTROS
           END-PERFORM
           IF ENC-NIT NOT = SPACES AND ENC-NIT NOT = "CF"
              MOVE ENC-NIT TO WKS-SO-NIT
           END-IF.

       0010-CIERRA.
           PERFORM 0021-INICIO-CIERRE THRU 0021-CIERRE-E.
       0010-ENCARGADO-E.
           EXIT.

       0011-INICIO-ESTUDIANTE SECTION.
      *EL DPI NO ES LLAVE DEL MAESTRO DE ESTUDIANTES: SE RECORRE
      *COMPLETO. LOS CODIGOS HALLADOS ALIMENTAN LAS SECCIONES DEL
      *LADO ESTUDIANTIL.
           MOVE "ESTUMST" TO WKS-SC-ARCHIVO
           MOVE "MAESTRO DE ESTUDIANTES" TO WKS-SC-DESCRIPCION
           MOVE SPACES TO WKS-SC-COLUMNAS
           MOVE WKS-AP-ESTUMST TO WKS-SC-FS
           PERFORM 0020-INICIO-TITULO THRU 0020-TITULO-E
           IF WKS-SC-NO-DISPONIBLE
              GO TO 0011-CIERRA
           END-IF

           MOVE SPACES TO WKS-FS-ESTUMST
           MOVE ZEROES TO ESTUM-CODIGO
           START ESTUDIANTE-MASTER KEY NOT < ESTUM-LLAVE
           END-START
           IF WKS-FS-ESTUMST NOT = "00"
              SET WKS-FIN-ESTUMST TO TRUE
           ELSE
              READ ESTUDIANTE-MASTER NEXT
              AT END
                 SET WKS-FIN-ESTUMST TO TRUE
              END-READ
           END-IF

           PERFORM UNTIL WKS-FIN-ESTUMST
                   MOVE SPACES TO WKS-ES-VINCULO-ACTUAL
                   EVALUATE TRUE
                   WHEN ESTUM-DPI = WKS-SO-DPI
                        MOVE "D" TO WKS-ES-VINCULO-ACTUAL
                   WHEN WKS-NM-SOLICITUD = SPACES
                        CONTINUE
                   WHEN OTHER
                        MOVE ESTUM-NOMBRE TO WKS-NM-ORIGEN
                        PERFORM 0019-INICIO-NORMALIZA THRU
                           0019-NORMALIZA-E
                        IF WKS-NM-TRABAJO = WKS-NM-SOLICITUD
                           IF ESTUM-DPI = ZEROES
                              MOVE "N" TO WKS-ES-VINCULO-ACTUAL
                           ELSE
                              ADD 1 TO WKS-SO-EXCLUIDOS-NOMBRE
                           END-IF
                        END-IF
                   END-EVALUATE
                   IF WKS-ES-VINCULO-ACTUAL NOT = SPACES
                      PERFORM 0023-INICIO-AGREGA-ESTUDIANTE THRU
                         0023-AGREGA-ESTUDIANTE-E
                   END-IF
                   READ ESTUDIANTE-MASTER NEXT
                   AT END
                      SET WKS-FIN-ESTUMST TO TRUE
                   END-READ
           END-PERFORM

           IF WKS-SO-EXCLUIDOS-NOMBRE > ZEROES
              MOVE SPACES TO REG-RPT-ACCESO
              STRING "    REGISTROS CON EL MISMO NOMBRE Y OTRO DPI, "
                     "EXCLUIDOS POR SER DE OTRA PERSONA: "
                     WKS-SO-EXCLUIDOS-NOMBRE
                 DELIMITED BY SIZE INTO REG-RPT-ACCESO
              END-STRING
              WRITE REG-RPT-ACCESO
           END-IF
           IF WKS-ES-DESBORDE > ZEROES
              MOVE SPACES TO REG-RPT-ACCESO
              STRING "    ESTUDIANTES VINCULADOS QUE EXCEDEN LA TABLA "
                     "DE 10 (SUS ARCHIVOS NO SE INCLUYEN): "
                     WKS-ES-DESBORDE
                 DELIMITED BY SIZE INTO REG-RPT-ACCESO
              END-STRING
              WRITE REG-RPT-ACCESO
              ADD 1 TO WKS-SO-NO-DISPONIBLES
           END-IF.

       0011-CIERRA.
           PERFORM 0021-INICIO-CIERRE THRU 0021-CIERRE-E.
       0011-ESTUDIANTE-E.
           EXIT.

       0012-INICIO-DIRECCION SECTION.
           MOVE "DIRMAST" TO WKS-SC-ARCHIVO
           MOVE "DIRECCIONES CAPTURADAS DEL ESTUDIANTE" TO
              WKS-SC-DESCRIPCION
           MOVE SPACES TO WKS-SC-COLUMNAS
           MOVE WKS-AP-DIRMAST TO WKS-SC-FS
           PERFORM 0020-INICIO-TITULO THRU 0020-TITULO-E
           IF WKS-SC-NO-DISPONIBLE OR WKS-SC-NO-APLICA
              GO TO 0012-CIERRA
           END-IF

           PERFORM VARYING WKS-ES-IDX FROM 1 BY 1
              UNTIL WKS-ES-IDX > WKS-ES-CANT
              MOVE WKS-ES-CODIGO(WKS-ES-IDX) TO DIRM-CODIGO
              READ MAESTRO-DIRECCIONES
              END-READ
              IF WKS-FS-DIRMAST = "00"
                 MOVE SPACES TO WKS-SC-DETALLE
                 STRING "CODIGO " DIRM-CODIGO " " DIRM-DIRECCION
                        " ESTADO " DIRM-ESTADO " FECHA " DIRM-FECHA
                    DELIMITED BY SIZE INTO WKS-SC-DETALLE
                 END-STRING
                 PERFORM 0022-INICIO-DETALLE THRU 0022-DETALLE-E
              END-IF
           END-PERFORM.

       0012-CIERRA.
           PERFORM 0021-INICIO-CIERRE THRU 0021-CIERRE-E.
       0012-DIRECCION-E.
           EXIT.

       0013-INICIO-CARNETS SECTION.
      *EL EXTRACTO DE CARNETS LLEVA CODIGO Y DPI; SE TOMAN LOS DE
      *LOS ESTUDIANTES VINCULADOS Y LOS QUE TRAEN EL DPI.
           MOVE "CARNETS" TO WKS-SC-ARCHIVO
           MOVE "EXTRACTO DE CARNETS ESTUDIANTILES" TO
              WKS-SC-DESCRIPCION
           MOVE SPACES TO WKS-SC-COLUMNAS
           OPEN INPUT ARCHIVO-CARNETS
           MOVE WKS-FS-CARNETS TO WKS-SC-FS
           PERFORM 0020-INICIO-TITULO THRU 0020-TITULO-E
           IF WKS-SC-NO-DISPONIBLE
              GO TO 0013-CIERRA
           END-IF
           IF WKS-SC-NO-APLICA
              CLOSE ARCHIVO-CARNETS
              GO TO 0013-CIERRA
           END-IF

           READ ARCHIVO-CARNETS INTO WKS-REG-CARNET
           AT END
              SET WKS-FIN-CARNETS TO TRUE
           END-READ
           PERFORM UNTIL WKS-FIN-CARNETS
                   MOVE WKS-CR-CODIGO TO WKS-BU-CODIGO
                   PERFORM 0024-INICIO-BUSCA-ESTUDIANTE THRU
                      0024-BUSCA-ESTUDIANTE-E
                   IF WKS-BU-ES-ESTUDIANTE OR
                      WKS-CR-DPI = WKS-SO-DPI-X
                      MOVE SPACES TO WKS-SC-DETALLE
                      STRING "CODIGO " WKS-CR-CODIGO " "
                             WKS-CR-NOMBRE " NAC " WKS-CR-FECHA-NAC
                             " " WKS-CR-GENERO " DPI " WKS-CR-DPI
                             " EMISION " WKS-CR-FECHA-EMISION
                             " VENCE " WKS-CR-FECHA-VENCE
                         DELIMITED BY SIZE INTO WKS-SC-DETALLE
                      END-STRING
                      PERFORM 0022-INICIO-DETALLE THRU 0022-DETALLE-E
                      MOVE SPACES TO WKS-SC-DETALLE
                      STRING "     DIRECCION: " WKS-CR-DIRECCION
                         DELIMITED BY SIZE INTO WKS-SC-DETALLE
                      END-STRING
                      PERFORM 0022-INICIO-DETALLE THRU 0022-DETALLE-E
                      SUBTRACT 1 FROM WKS-SC-REGISTROS,
                                      WKS-SO-REGISTROS
                   END-IF
                   READ ARCHIVO-CARNETS INTO WKS-REG-CARNET
                   AT END
                      SET WKS-FIN-CARNETS TO TRUE
                   END-READ
           END-PERFORM
           CLOSE ARCHIVO-CARNETS.

       0013-CIERRA.
           PERFORM 0021-INICIO-CIERRE THRU 0021-CIERRE-E.
       0013-CARNETS-E.
           EXIT.

       0014-INICIO-NOTAS SECTION.
           MOVE "NOTASMST" TO WKS-SC-ARCHIVO
           MOVE "CALIFICACIONES POR CURSO Y TERMINO" TO
              WKS-SC-DESCRIPCION
           MOVE "CODIG CURSO  TE NOT" TO WKS-SC-COLUMNAS
           OPEN INPUT NOTAS-MASTER
           MOVE WKS-FS-NOTASMST TO WKS-SC-FS
           PERFORM 0020-INICIO-TITULO THRU 0020-TITULO-E
           IF WKS-SC-NO-DISPONIBLE
              GO TO 0014-CIERRA
           END-IF
           IF WKS-SC-NO-APLICA
              CLOSE NOTAS-MASTER
              GO TO 0014-CIERRA
           END-IF

           READ NOTAS-MASTER INTO WKS-LINEA-NOTA
           AT END
              SET WKS-FIN-NOTASMST TO TRUE
           END-READ
           PERFORM UNTIL WKS-FIN-NOTASMST
                   MOVE WKS-NT-CODIGO TO WKS-BU-CODIGO
                   PERFORM 0024-INICIO-BUSCA-ESTUDIANTE THRU
                      0024-BUSCA-ESTUDIANTE-E
                   IF WKS-BU-ES-ESTUDIANTE
                      MOVE REG-NOTA TO WKS-SC-DETALLE
                      PERFORM 0022-INICIO-DETALLE THRU 0022-DETALLE-E
                   END-IF
                   READ NOTAS-MASTER INTO WKS-LINEA-NOTA
                   AT END
                      SET WKS-FIN-NOTASMST TO TRUE
                   END-READ
           END-PERFORM
           CLOSE NOTAS-MASTER.

       0014-CIERRA.
           PERFORM 0021-INICIO-CIERRE THRU 0021-CIERRE-E.
       0014-NOTAS-E.
           EXIT.

       0015-INICIO-ASISTENCIA SECTION.
           MOVE "ASISMAST" TO WKS-SC-ARCHIVO
           MOVE "ASISTENCIA DIARIA (P=PRESENTE, A=AUSENTE, "
              TO WKS-SC-DESCRIPCION
           MOVE "J=JUSTIFICADO)" TO WKS-SC-DESCRIPCION(43:14)
           MOVE "CURSO  CODIG FECHA    E" TO WKS-SC-COLUMNAS
           OPEN INPUT ASISTENCIA-MASTER
           MOVE WKS-FS-ASISMAST TO WKS-SC-FS
           PERFORM 0020-INICIO-TITULO THRU 0020-TITULO-E
           IF WKS-SC-NO-DISPONIBLE
              GO TO 0015-CIERRA
           END-IF
           IF WKS-SC-NO-APLICA
              CLOSE ASISTENCIA-MASTER
              GO TO 0015-CIERRA
           END-IF

           READ ASISTENCIA-MASTER INTO WKS-LINEA-ASISTENCIA
           AT END
              SET WKS-FIN-ASISMAST TO TRUE
           END-READ
           PERFORM UNTIL WKS-FIN-ASISMAST
                   MOVE WKS-AT-CODIGO TO WKS-BU-CODIGO
                   PERFORM 0024-INICIO-BUSCA-ESTUDIANTE THRU
                      0024-BUSCA-ESTUDIANTE-E
                   IF WKS-BU-ES-ESTUDIANTE
                      MOVE REG-ASISTENCIA TO WKS-SC-DETALLE
                      PERFORM 0022-INICIO-DETALLE THRU 0022-DETALLE-E
                   END-IF
                   READ ASISTENCIA-MASTER INTO WKS-LINEA-ASISTENCIA
                   AT END
                      SET WKS-FIN-ASISMAST TO TRUE
                   END-READ
           END-PERFORM
           CLOSE ASISTENCIA-MASTER.

       0015-CIERRA.
           PERFORM 0021-INICIO-CIERRE THRU 0021-CIERRE-E.
       0015-ASISTENCIA-E.
           EXIT.

       0016-INICIO-FACTURAS SECTION.
           MOVE "FACTMAST" TO WKS-SC-ARCHIVO
           MOVE "FACTURAS DE CUOTAS ESTUDIANTILES" TO
              WKS-SC-DESCRIPCION
           MOVE "REFERENC CODIG MES    MONTO     PAGADO    E EMISION"
              TO WKS-SC-COLUMNAS
           OPEN INPUT FACTURAS-MASTER
           MOVE WKS-FS-FACTMAST TO WKS-SC-FS
           PERFORM 0020-INICIO-TITULO THRU 0020-TITULO-E
           IF WKS-SC-NO-DISPONIBLE
              GO TO 0016-CIERRA
           END-IF
           IF WKS-SC-NO-APLICA
              CLOSE FACTURAS-MASTER
              GO TO 0016-CIERRA
           END-IF

           READ FACTURAS-MASTER INTO WKS-LINEA-FACTURA
           AT END
              SET WKS-FIN-FACTMAST TO TRUE
           END-READ
           PERFORM UNTIL WKS-FIN-FACTMAST
                   MOVE WKS-FC-CODIGO TO WKS-BU-CODIGO
                   PERFORM 0024-INICIO-BUSCA-ESTUDIANTE THRU
                      0024-BUSCA-ESTUDIANTE-E
                   IF WKS-BU-ES-ESTUDIANTE
                      MOVE REG-FACTURA TO WKS-SC-DETALLE
                      PERFORM 0022-INICIO-DETALLE THRU 0022-DETALLE-E
                   END-IF
                   READ FACTURAS-MASTER INTO WKS-LINEA-FACTURA
                   AT END
                      SET WKS-FIN-FACTMAST TO TRUE
                   END-READ
           END-PERFORM
           CLOSE FACTURAS-MASTER.

       0016-CIERRA.
           PERFORM 0021-INICIO-CIERRE THRU 0021-CIERRE-E.
       0016-FACTURAS-E.
           EXIT.

       0017-INICIO-NIT-DPI SECTION.
      *EVALUACIONES DEL DOCUMENTO (TIPO DPI) Y, SI LA PERSONA ES
      *ENCARGADO CON NIT, DE SU NIT (TIPO NIT, POR EL NIT
      *NORMALIZADO).
           MOVE "AS-NITDPIOUT" TO WKS-SC-ARCHIVO
           MOVE "EVALUACIONES DE NIT Y DPI" TO WKS-SC-DESCRIPCION
           MOVE "TIP VALOR          VEREDICTO            NORMALIZADO" TO
              WKS-SC-COLUMNAS
           OPEN INPUT NIT-DPI-OUT
           MOVE WKS-FS-NITDPIOUT TO WKS-SC-FS
           PERFORM 0020-INICIO-TITULO THRU 0020-TITULO-E
           IF WKS-SC-NO-DISPONIBLE
              GO TO 0017-CIERRA
           END-IF

           READ NIT-DPI-OUT INTO WKS-LINEA-NIT
           AT END
              SET WKS-FIN-NITDPIOUT TO TRUE
           END-READ
           PERFORM UNTIL WKS-FIN-NITDPIOUT
                   IF (WKS-NI-TIPO = "DPI" AND
                       WKS-NI-VALOR(1:13) = WKS-SO-DPI-X) OR
                      (WKS-NI-TIPO = "NIT" AND
                       WKS-SO-NIT NOT = SPACES AND
                       WKS-NI-NORMALIZADO = WKS-SO-NIT)
                      MOVE REG-NIT-DPI-OUT TO WKS-SC-DETALLE
                      PERFORM 0022-INICIO-DETALLE THRU 0022-DETALLE-E
                   END-IF
                   READ NIT-DPI-OUT INTO WKS-LINEA-NIT
                   AT END
                      SET WKS-FIN-NITDPIOUT TO TRUE
                   END-READ
           END-PERFORM
           CLOSE NIT-DPI-OUT.

       0017-CIERRA.
           PERFORM 0021-INICIO-CIERRE THRU 0021-CIERRE-E.
       0017-NIT-DPI-E.
           EXIT.

       0018-INICIO-BITACORA SECTION.
      *QUIEN PIDIO LA SOLICITUD Y CUANDO, CON SU RESULTADO; NO SE
      *COPIA A LA BITACORA NINGUN DATO DE LA PERSONA MAS QUE EL DPI.
           MOVE WKS-FECHA-HOY TO WKS-BI-FECHA
           MOVE WKS-HORA-HOY TO WKS-BI-HORA
           MOVE WKS-TS-OPERADOR TO WKS-BI-OPERADOR
           MOVE WKS-TS-DPI TO WKS-BI-DPI
           IF WKS-TS-NOMBRE = SPACES
              MOVE "N" TO WKS-BI-CON-NOMBRE
           ELSE
              MOVE "S" TO WKS-BI-CON-NOMBRE
           END-IF
           MOVE WKS-SO-REGISTROS TO WKS-BI-REGISTROS
           MOVE WKS-SO-NO-DISPONIBLES TO WKS-BI-NO-DISPONIBLES
           MOVE WKS-MOTIVO-RECHAZO TO WKS-BI-MOTIVO
           WRITE REG-BITACORA-ACCESO FROM WKS-LINEA-BITACORA.
       0018-BITACORA-E.
           EXIT.

       0019-INICIO-NORMALIZA SECTION.
      *NORMALIZA EL NOMBRE DE 50 POR TROZOS DE 20 (EL ANCHO DEL
      *NORMALIZADOR COMUN) Y CONCATENA LOS TROZOS NORMALIZADOS.
           MOVE SPACES TO WKS-NM-TRABAJO

           MOVE WKS-NM-ORIGEN(1:20) TO WKS-NM-ENTRADA
           CALL 'NRMNOM01' USING WKS-NM-ENTRADA WKS-NM-SALIDA
           MOVE WKS-NM-SALIDA TO WKS-NM-TRABAJO(1:20)

           MOVE WKS-NM-ORIGEN(21:20) TO WKS-NM-ENTRADA
           CALL 'NRMNOM01' USING WKS-NM-ENTRADA WKS-NM-SALIDA
           MOVE WKS-NM-SALIDA TO WKS-NM-TRABAJO(21:20)

           MOVE SPACES TO WKS-NM-ENTRADA
           MOVE WKS-NM-ORIGEN(41:10) TO WKS-NM-ENTRADA(1:10)
           CALL 'NRMNOM01' USING WKS-NM-ENTRADA WKS-NM-SALIDA
           MOVE WKS-NM-SALIDA TO WKS-NM-TRABAJO(41:20).
       0019-NORMALIZA-E.
           EXIT.

       0020-INICIO-TITULO SECTION.
      *TITULO DE LA SECCION CON SU ARCHIVO DE ORIGEN. LA SECCION NO
      *ESTA DISPONIBLE SI SU ARCHIVO NO ABRIO, Y NO APLICA A LA
      *PERSONA SI ES DEL LADO ESTUDIANTIL Y NO HAY ESTUDIANTES
      *VINCULADOS.
           MOVE ZEROES TO WKS-SC-REGISTROS
           EVALUATE TRUE
           WHEN WKS-SC-FS NOT = "00"
                SET WKS-SC-NO-DISPONIBLE TO TRUE
           WHEN WKS-ES-CANT = ZEROES AND
                (WKS-SC-ARCHIVO = "DIRMAST" OR "CARNETS" OR
                 "NOTASMST" OR "ASISMAST" OR "FACTMAST")
                SET WKS-SC-NO-APLICA TO TRUE
           WHEN OTHER
                SET WKS-SC-DISPONIBLE TO TRUE
           END-EVALUATE

           MOVE SPACES TO REG-RPT-ACCESO
           WRITE REG-RPT-ACCESO
           MOVE SPACES TO REG-RPT-ACCESO
           STRING "ARCHIVO " WKS-SC-ARCHIVO " - " WKS-SC-DESCRIPCION
              DELIMITED BY SIZE INTO REG-RPT-ACCESO
           END-STRING
           WRITE REG-RPT-ACCESO
           IF WKS-SC-DISPONIBLE AND WKS-SC-COLUMNAS NOT = SPACES
              MOVE SPACES TO REG-RPT-ACCESO
              MOVE WKS-SC-COLUMNAS TO REG-RPT-ACCESO(5:80)
              WRITE REG-RPT-ACCESO
           END-IF.
       0020-TITULO-E.
           EXIT.

       0021-INICIO-CIERRE SECTION.
           MOVE SPACES TO REG-RPT-ACCESO
           EVALUATE TRUE
           WHEN WKS-SC-NO-DISPONIBLE
                ADD 1 TO WKS-SO-NO-DISPONIBLES
                STRING "    ARCHIVO NO DISPONIBLE EN ESTA CORRIDA "
                       "(FILE STATUS " WKS-SC-FS ")"
                   DELIMITED BY SIZE INTO REG-RPT-ACCESO
                END-STRING
           WHEN WKS-SC-NO-APLICA
                MOVE "    NO APLICA: LA PERSONA NO APARECE COMO "
                   TO REG-RPT-ACCESO
                MOVE "ESTUDIANTE" TO REG-RPT-ACCESO(44:10)
           WHEN WKS-SC-REGISTROS = ZEROES
                MOVE "    SIN REGISTROS PARA ESTA PERSONA" TO
                   REG-RPT-ACCESO
           WHEN OTHER
                STRING "    REGISTROS: " WKS-SC-REGISTROS
                   DELIMITED BY SIZE INTO REG-RPT-ACCESO
                END-STRING
           END-EVALUATE
           WRITE REG-RPT-ACCESO.
       0021-CIERRE-E.
           EXIT.

       0022-INICIO-DETALLE SECTION.
      *CADA LINEA DE DETALLE CUENTA COMO UN REGISTRO ENTREGADO; LAS
      *LINEAS DE CONTINUACION DE UN MISMO REGISTRO SE DESCUENTAN
      *DONDE SE ESCRIBEN.
           MOVE SPACES TO REG-RPT-ACCESO
           MOVE WKS-SC-DETALLE TO REG-RPT-ACCESO(5:124)
           WRITE REG-RPT-ACCESO
           ADD 1 TO WKS-SC-REGISTROS
           ADD 1 TO WKS-SO-REGISTROS.
       0022-DETALLE-E.
           EXIT.

       0023-INICIO-AGREGA-ESTUDIANTE SECTION.
      *AGREGA AL REPORTE EL REGISTRO DEL ESTUDIANTE VINCULADO Y SU
      *CODIGO A LA TABLA.
           MOVE SPACES TO WKS-SC-DETALLE
           STRING "CODIGO " ESTUM-CODIGO " " ESTUM-NOMBRE
                  " NAC " ESTUM-FECHA-NACIMIENTO " GENERO "
                  ESTUM-GENERO " DPI " ESTUM-DPI " DOC "
                  ESTUM-TIPO-DOCUMENTO " DESDE " ESTUM-FECHA-TIPO-DOC
              DELIMITED BY SIZE INTO WKS-SC-DETALLE
           END-STRING
           PERFORM 0022-INICIO-DETALLE THRU 0022-DETALLE-E
           IF WKS-ES-VINCULO-ACTUAL = "N"
              MOVE "     VINCULADO POR NOMBRE (REGISTRO SIN DPI): "
                 TO WKS-SC-DETALLE
              MOVE "CONFIRMAR IDENTIDAD ANTES DE ENTREGAR" TO
                 WKS-SC-DETALLE(48:37)
              PERFORM 0022-INICIO-DETALLE THRU 0022-DETALLE-E
              SUBTRACT 1 FROM WKS-SC-REGISTROS, WKS-SO-REGISTROS
           END-IF

           IF WKS-ES-CANT < 10
              ADD 1 TO WKS-ES-CANT
              MOVE ESTUM-CODIGO TO WKS-ES-CODIGO(WKS-ES-CANT)
              MOVE WKS-ES-VINCULO-ACTUAL TO WKS-ES-VINCULO(WKS-ES-CANT)
           ELSE
              ADD 1 TO WKS-ES-DESBORDE
           END-IF.
       0023-AGREGA-ESTUDIANTE-E.
           EXIT.

       0024-INICIO-BUSCA-ESTUDIANTE SECTION.
           MOVE "N" TO WKS-BU-HALLADO
           PERFORM VARYING WKS-ES-IDX FROM 1 BY 1
              UNTIL WKS-ES-IDX > WKS-ES-CANT OR WKS-BU-ES-ESTUDIANTE
              IF WKS-ES-CODIGO-X(WKS-ES-IDX) = WKS-BU-CODIGO
                 MOVE "S" TO WKS-BU-HALLADO
              END-IF
           END-PERFORM.
       0024-BUSCA-ESTUDIANTE-E.
           EXIT.
