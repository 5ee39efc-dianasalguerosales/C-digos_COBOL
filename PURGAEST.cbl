      ******************************************************************
      * FECHA       : 2026                                             *
      * PROGRAMADOR : DIANA STEFFANNY SALGUERO ROSALES                 *
      * APLICACION  : EDUCACION                                        *
      * PROGRAMA    : EDUC3100                                         *
      * TIPO        : BATCH (ANUAL)                                    *
      * DESCRIPCION : DEPURACION ANUAL DE DATOS PERSONALES DE          *
      *             : ESTUDIANTES QUE YA SE FUERON (EGRESADOS Y        *
      *             : BAJAS). JUNTA POR CODIGO LA ULTIMA ACTIVIDAD QUE *
      *             : DEJARON EN ESTUMST, DIRMAST, CARNETS Y ASISMAST; *
      *             : EL CODIGO QUE NO ESTA MATRICULADO EN ROSTCURSO Y *
      *             : CUYA ULTIMA ACTIVIDAD ES MAS VIEJA QUE LA        *
      *             : RETENCION (PARAMET, CLAVE RETENCION_ANIOS, 5 POR *
      *             : OMISION) SE SEUDONIMIZA EN SITIO: NOMBRE, DPI,   *
      *             : DIA DE NACIMIENTO Y DIRECCION SE SUSTITUYEN POR  *
      *             : VALORES DERIVADOS DEL CODIGO, COMO EN EDUC3065,  *
      *             : Y SE CONSERVAN GENERO, EDADES, MES Y ANIO DE     *
      *             : NACIMIENTO Y LA GEOGRAFIA DEL DPI QUE USA EL     *
      *             : RETORNO DEL MINISTERIO. QUEDAN FUERA LOS         *
      *             : ESTUDIANTES CON FACTURAS SIN CANCELAR O CON      *
      *             : DISPUTAS DE DPI PENDIENTES. SOLO MODIFICA LOS    *
      *             : ARCHIVOS CON PURGA_APLICAR=S; SI NO, SIMULA.     *
      *             : DEJA EL CERTIFICADO RPTPURGA CON LOS CONTEOS POR *
      *             : ARCHIVO Y LOS CODIGOS DEPURADOS Y EXCLUIDOS.     *
      * ARCHIVOS    : ESTUMST, ROSTERSAL, DIRMAST, CARNETS             *
      *             : (ENTRADA/ACTUALIZACION), NOTASMST, ASISMAST,     *
      *             : FACTMAST, DISPUTA, ROSTCURSO (ENTRADA), RPTPURGA *
      *             : (SALIDA)                                         *
      * PROGRAMA(S) : PARMRD01, DPICHK01, RUNSTAT1                     *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDUC3100.
       AUTHOR. DIANA SALGUERO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTUDIANTE-MASTER ASSIGN TO ESTUMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ESTUM-LLAVE
                  FILE STATUS IS WKS-FS-ESTUMST.
           SELECT ROSTER-ESTUDIANTES ASSIGN TO ROSTERSAL
                  FILE STATUS IS WKS-FS-ROSTER.
           SELECT MAESTRO-DIRECCIONES ASSIGN TO DIRMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
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
           SELECT CASOS-DISPUTA ASSIGN TO DISPUTA
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS DISP-LLAVE
                  FILE STATUS IS WKS-FS-DISPUTA.
           SELECT ROSTER-CURSO ASSIGN TO ROSTCURSO
                  FILE STATUS IS WKS-FS-ROSTCURSO.
           SELECT RPT-PURGA ASSIGN TO RPTPURGA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-RPTPURGA.

       DATA DIVISION.

       FILE SECTION.
       FD ESTUDIANTE-MASTER.
           COPY ESTUMST.

       FD ROSTER-ESTUDIANTES
           RECORDING MODE IS F.
           COPY ROSTER.

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

       FD CASOS-DISPUTA.
           COPY DISPUTA.

       FD ROSTER-CURSO
           RECORDING MODE IS F.
       01 AREA-ROSTER-CURSO             PIC X(80).

       FD RPT-PURGA.
       01 REG-RPT-PURGA                 PIC X(132).

       WORKING-STORAGE SECTION.

       01 WKS-CONTROL-ARCHIVOS.
          02 WKS-FS-ESTUMST             PIC X(02) VALUE SPACES.
             88 WKS-FIN-ESTUMST                   VALUE "10".
          02 WKS-FS-ROSTER              PIC X(02) VALUE SPACES.
             88 WKS-FIN-ROSTER                    VALUE "10".
          02 WKS-FS-DIRMAST             PIC X(02) VALUE SPACES.
             88 WKS-FIN-DIRMAST                   VALUE "10".
          02 WKS-FS-CARNETS             PIC X(02) VALUE SPACES.
             88 WKS-FIN-CARNETS                   VALUE "10".
          02 WKS-FS-NOTASMST            PIC X(02) VALUE SPACES.
             88 WKS-FIN-NOTASMST                  VALUE "10".
          02 WKS-FS-ASISMAST            PIC X(02) VALUE SPACES.
             88 WKS-FIN-ASISMAST                  VALUE "10".
          02 WKS-FS-FACTMAST            PIC X(02) VALUE SPACES.
             88 WKS-FIN-FACTMAST                  VALUE "10".
          02 WKS-FS-DISPUTA             PIC X(02) VALUE SPACES.
             88 WKS-FIN-DISPUTA                   VALUE "10".
          02 WKS-FS-ROSTCURSO           PIC X(02) VALUE SPACES.
             88 WKS-FIN-ROSTCURSO                 VALUE "10".
          02 WKS-FS-RPTPURGA            PIC X(02) VALUE SPACES.

      *RETENCION EN ANIOS DESDE LA ULTIMA ACTIVIDAD Y MODO DE LA
      *CORRIDA: CON PURGA_APLICAR=S SE REESCRIBEN LOS ARCHIVOS; CON
      *CUALQUIER OTRO VALOR LA CORRIDA SOLO SIMULA Y EL CERTIFICADO
      *DICE LO QUE SE HARIA.
       01 WKS-CONTROL-PURGA.
          02 WKS-PU-RETENCION           PIC 9(02) VALUE 5.
          02 WKS-PU-RETENCION-X         PIC X(02) VALUE SPACES.
          02 WKS-PU-APLICAR             PIC X(01) VALUE "N".
             88 WKS-PU-SE-APLICA                  VALUE "S".
          02 WKS-FECHA-HOY              PIC 9(08) VALUE ZEROES.
          02 WKS-FECHA-LIMITE           PIC 9(08) VALUE ZEROES.
          02 WKS-FECHA-LIMITE-R REDEFINES WKS-FECHA-LIMITE.
             03 WKS-FL-ANIO             PIC 9(04).
             03 WKS-FL-MES-DIA          PIC 9(04).

      *SITUACION DE CADA CODIGO DE ESTUDIANTE, INDEXADA POR EL
      *PROPIO CODIGO: SI APARECE EN ALGUN ARCHIVO, SI SIGUE EN
      *ESTUMST, SI AUN TIENE DATOS IDENTIFICABLES (ALGUN REGISTRO SIN
      *SEUDONIMO), SI ESTA MATRICULADO, SI TIENE FACTURA SIN CANCELAR
      *O DISPUTA PENDIENTE, SU ULTIMA ACTIVIDAD, LA GEOGRAFIA DE SU
      *DPI Y SUS REGISTROS DE NOTAS Y ASISTENCIA. EL DICTAMEN QUEDA
      *EN S=SE DEPURA, F=EXCLUIDO POR FACTURA, D=EXCLUIDO POR
      *DISPUTA.
       01 WKS-TABLA-CODIGOS.
          02 WKS-TC-ENTRADA OCCURS 99999 TIMES.
             03 WKS-TC-VISTO            PIC X(01).
             03 WKS-TC-EN-ESTUMST       PIC X(01).
             03 WKS-TC-IDENTIFICABLE    PIC X(01).
             03 WKS-TC-MATRICULADO      PIC X(01).
             03 WKS-TC-FACTURA          PIC X(01).
             03 WKS-TC-DISPUTA          PIC X(01).
             03 WKS-TC-DICTAMEN         PIC X(01).
             03 WKS-TC-ULTIMA           PIC 9(08).
             03 WKS-TC-DEPTO            PIC 9(02).
             03 WKS-TC-MUNI             PIC 9(02).
             03 WKS-TC-NOTAS            PIC 9(04).
             03 WKS-TC-ASISTENCIAS      PIC 9(04).
          02 WKS-TC-IDX                 PIC 9(05) VALUE ZEROES.

      *ACTIVIDAD QUE SE ANOTA A UN CODIGO.
       01 WKS-CONTROL-ACTIVIDAD.
          02 WKS-AC-CODIGO              PIC 9(05) VALUE ZEROES.
          02 WKS-AC-CODIGO-X REDEFINES WKS-AC-CODIGO
                                        PIC X(05).
          02 WKS-AC-FECHA               PIC 9(08) VALUE ZEROES.
          02 WKS-AC-FECHA-X REDEFINES WKS-AC-FECHA
                                        PIC X(08).

      *DPI CON DISPUTA ABIERTA O EN REVISION EN EL MAESTRO DISPUTA.
       01 WKS-TABLA-DISPUTAS.
          02 WKS-DI-DPI OCCURS 3000 TIMES
                                        PIC 9(13).
          02 WKS-DI-CANT                PIC 9(04) VALUE ZEROES.
          02 WKS-DI-IDX                 PIC 9(04) VALUE ZEROES.

      *BUSQUEDA DE UN DPI ENTRE LAS DISPUTAS PENDIENTES.
       01 WKS-CONTROL-BUSQUEDA.
          02 WKS-BU-DPI                 PIC 9(13) VALUE ZEROES.
          02 WKS-BU-DPI-X REDEFINES WKS-BU-DPI
                                        PIC X(13).
          02 WKS-BU-HALLADO             PIC X(01) VALUE "N".
             88 WKS-BU-CON-DISPUTA                VALUE "S".

       01 WKS-DPI-DESGLOSE.
          02 WKS-DG-CORREL              PIC 9(08) VALUE ZEROES.
          02 WKS-DG-VERIFICADOR         PIC 9(01) VALUE ZEROES.
          02 WKS-DG-DEPTO               PIC 9(02) VALUE ZEROES.
          02 WKS-DG-MUNI                PIC 9(02) VALUE ZEROES.

      *SEUDONIMOS DEL CODIGO EN CURSO. COMO EN EDUC3065 SE DERIVAN
      *DEL CODIGO (SIEMPRE EL MISMO VALOR PARA EL MISMO ESTUDIANTE, EN
      *TODOS LOS ARCHIVOS Y EN TODAS LAS CORRIDAS), PERO EL NOMBRE Y
      *LA DIRECCION LLEVAN UNA MARCA FIJA EN LUGAR DE UN NOMBRE
      *VEROSIMIL, PARA QUE EN PRODUCCION NO SE CONFUNDAN CON PERSONAS
      *REALES Y PARA RECONOCER LO YA SEUDONIMIZADO EN LA SIGUIENTE
      *CORRIDA.
       01 WKS-CONTROL-SEUDONIMO.
          02 WKS-SE-MARCA-NOMBRE        PIC X(21) VALUE
                                        "ESTUDIANTE SEUDONIMO ".
          02 WKS-SE-MARCA-DIRECCION     PIC X(20) VALUE
                                        "DIRECCION SEUDONIMA ".
          02 WKS-SE-CODIGO              PIC 9(05) VALUE ZEROES.
          02 WKS-SE-NOMBRE              PIC X(50) VALUE SPACES.
          02 WKS-SE-DIRECCION           PIC X(60) VALUE SPACES.
          02 WKS-SE-FECHA-NAC           PIC 9(08) VALUE ZEROES.
          02 WKS-SE-FECHA-NAC-R REDEFINES WKS-SE-FECHA-NAC.
             03 WKS-SE-ANIO-MES         PIC 9(06).
             03 WKS-SE-DIA              PIC 9(02).

      *GENERACION DEL DPI SEUDONIMO, IGUAL QUE EL DPI SINTETICO DE
      *EDUC3065: CORRELATIVO DERIVADO DEL CODIGO CON EL DIGITO
      *VERIFICADOR DE DPICHK01, PERO CON EL DEPARTAMENTO Y EL
      *MUNICIPIO DEL DPI REAL, QUE CUENTA EL RETORNO DEL MINISTERIO.
       01 WKS-CONTROL-DPI.
          02 WKS-DP-CORREL              PIC 9(08) VALUE ZEROES.
          02 WKS-DP-SINTETICO           PIC 9(13) VALUE ZEROES.
          02 WKS-DP-SINTETICO-X REDEFINES WKS-DP-SINTETICO
                                        PIC X(13).
          02 WKS-DP-ARMADO.
             03 WKS-DA-CORREL           PIC 9(08).
             03 WKS-DA-VERIFICADOR      PIC 9(01).
             03 WKS-DA-DEPTO            PIC 9(02).
             03 WKS-DA-MUNI             PIC 9(02).
          02 WKS-CHK-DPI                PIC 9(13) VALUE ZEROES.
          02 WKS-CHK-DIGITO             PIC 9(02) VALUE ZEROES.
          02 WKS-CHK-VEREDICTO          PIC X(20) VALUE SPACES.
          02 WKS-CHK-ERROR              PIC X(01) VALUE "N".

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
             88 WKS-FC-CANCELADA                  VALUE "C".
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-FC-FECHA-EMISION       PIC X(08) VALUE SPACES.
          02 FILLER                     PIC X(03) VALUE SPACES.

      *VISTAS DE LA LINEA DEL ROSTER POR CURSO, IGUAL QUE EDUC3050.
       01 WKS-VISTA-ROSTER.
          02 WKS-RO-MARCA               PIC X(07) VALUE SPACES.
          02 WKS-RO-CURSO               PIC X(06) VALUE SPACES.
          02 FILLER                     PIC X(67) VALUE SPACES.
       01 WKS-VISTA-ESTUDIANTE REDEFINES WKS-VISTA-ROSTER.
          02 WKS-RE-BLANCOS             PIC X(02).
          02 WKS-RE-CODIGO              PIC X(05).
          02 FILLER                     PIC X(73).

      *CONTEOS POR ARCHIVO PARA EL CERTIFICADO, EN EL ORDEN DE LA
      *TABLA: LEIDOS, DE CODIGOS DEPURADOS, SEUDONIMIZADOS, QUE YA
      *ESTABAN SEUDONIMIZADOS Y FALLIDOS. NOTASMST Y ASISMAST SOLO
      *GUARDAN EL CODIGO; SUS REGISTROS SE CONSERVAN SIN CAMBIO.
       01 WKS-TABLA-ARCHIVOS.
          02 WKS-AR-VALORES.
             03 FILLER PIC X(10) VALUE "ESTUMST   ".
             03 FILLER PIC X(10) VALUE "ROSTERSAL ".
             03 FILLER PIC X(10) VALUE "DIRMAST   ".
             03 FILLER PIC X(10) VALUE "CARNETS   ".
             03 FILLER PIC X(10) VALUE "NOTASMST  ".
             03 FILLER PIC X(10) VALUE "ASISMAST  ".
          02 WKS-AR-TABLA REDEFINES WKS-AR-VALORES.
             03 WKS-AR-NOMBRE OCCURS 6 TIMES
                                        PIC X(10).
          02 WKS-AR-CONTEOS OCCURS 6 TIMES.
             03 WKS-AR-PRESENTE         PIC X(01).
             03 WKS-AR-LEIDOS           PIC 9(07).
             03 WKS-AR-AFECTADOS        PIC 9(07).
             03 WKS-AR-SEUDONIMIZADOS   PIC 9(07).
             03 WKS-AR-YA-SEUDONIMO     PIC 9(07).
             03 WKS-AR-FALLIDOS         PIC 9(07).
          02 WKS-AR-IDX                 PIC 9(02) VALUE ZEROES.

      *LINEA DE CODIGO DEL CERTIFICADO.
       01 WKS-LINEA-CODIGO.
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 WKS-LC-CODIGO              PIC 9(05) VALUE ZEROES.
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 WKS-LC-ULTIMA              PIC 9(08) VALUE ZEROES.
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 WKS-LC-SITUACION           PIC X(24) VALUE SPACES.
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 WKS-LC-NOTAS               PIC ZZZ9 VALUE ZEROES.
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 WKS-LC-ASISTENCIAS         PIC ZZZ9 VALUE ZEROES.
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 WKS-LC-MOTIVO              PIC X(30) VALUE SPACES.

      *LINEA DE CONTEOS POR ARCHIVO DEL CERTIFICADO.
       01 WKS-LINEA-ARCHIVO.
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 WKS-LA-ARCHIVO             PIC X(10) VALUE SPACES.
          02 WKS-LA-LEIDOS              PIC Z(06)9 VALUE ZEROES.
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 WKS-LA-AFECTADOS           PIC Z(06)9 VALUE ZEROES.
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 WKS-LA-SEUDONIMIZADOS      PIC Z(06)9 VALUE ZEROES.
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 WKS-LA-YA-SEUDONIMO        PIC Z(06)9 VALUE ZEROES.
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 WKS-LA-FALLIDOS            PIC Z(06)9 VALUE ZEROES.
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 WKS-LA-NOTA                PIC X(40) VALUE SPACES.

       01 WKS-ITERACIONES.
          02 WKS-I-CODIGOS              PIC 9(05) VALUE ZEROES.
          02 WKS-I-DEPURADOS            PIC 9(05) VALUE ZEROES.
          02 WKS-I-EXCL-FACTURA         PIC 9(05) VALUE ZEROES.
          02 WKS-I-EXCL-DISPUTA         PIC 9(05) VALUE ZEROES.
          02 WKS-I-MATRICULADOS         PIC 9(05) VALUE ZEROES.
          02 WKS-I-EN-RETENCION         PIC 9(05) VALUE ZEROES.
          02 WKS-I-SIN-FECHA            PIC 9(05) VALUE ZEROES.
          02 WKS-I-YA-SEUDONIMO         PIC 9(05) VALUE ZEROES.
          02 WKS-I-MATRICULAS           PIC 9(06) VALUE ZEROES.
          02 WKS-I-FACT-ABIERTAS        PIC 9(06) VALUE ZEROES.
          02 WKS-I-FALLIDOS             PIC 9(07) VALUE ZEROES.

      *AREA PARA EL LECTOR COMUN DEL ARCHIVO CENTRAL DE PARAMETROS.
       01 WKS-CONTROL-PARAMETROS.
          02 WKS-PARM-SECCION           PIC X(08) VALUE "EDUC3100".
          02 WKS-PARM-CANT              PIC 9(02) VALUE ZEROES.
          02 WKS-PARM-TABLA.
             03 WKS-PARM-ENTRADA OCCURS 20 TIMES.
                04 WKS-PARM-CLAVE       PIC X(20).
                04 WKS-PARM-VALOR       PIC X(20).
          02 WKS-PARM-SIN-SECCION       PIC X(01) VALUE "S".
          02 WKS-PARM-IDX               PIC 9(02) VALUE ZEROES.

      *AREA PARA LA RUTINA COMUN DE ESTADISTICAS DE CORRIDA.
       01 WKS-CONTROL-ESTADISTICA.
          02 WKS-ST-PROGRAMA            PIC X(08) VALUE "EDUK3100".
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

           PERFORM 0001-INICIO-PARAMETROS THRU 0001-PARAMETROS-E

      *LA FECHA LIMITE ES HOY MENOS LA RETENCION: SE DEPURA EL
      *CODIGO CUYA ULTIMA ACTIVIDAD ES ANTERIOR A ELLA.
           MOVE WKS-FECHA-HOY TO WKS-FECHA-LIMITE
           SUBTRACT WKS-PU-RETENCION FROM WKS-FL-ANIO

           OPEN OUTPUT RPT-PURGA
           IF WKS-FS-RPTPURGA NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL CERTIFICADO DE DEPURACION"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE SPACES TO REG-RPT-PURGA
           STRING "EDUC3100 CERTIFICADO DE DEPURACION DE DATOS "
                  "PERSONALES DE ESTUDIANTES - " WKS-FECHA-HOY
              DELIMITED BY SIZE INTO REG-RPT-PURGA
           END-STRING
           WRITE REG-RPT-PURGA
           MOVE SPACES TO REG-RPT-PURGA
           STRING "RETENCION: " WKS-PU-RETENCION " ANIOS DESDE LA "
                  "ULTIMA ACTIVIDAD   FECHA LIMITE: " WKS-FECHA-LIMITE
              DELIMITED BY SIZE INTO REG-RPT-PURGA
           END-STRING
           WRITE REG-RPT-PURGA
           IF WKS-PU-SE-APLICA
              MOVE "MODO: APLICADA (LOS ARCHIVOS SE REESCRIBIERON)"
                 TO REG-RPT-PURGA
           ELSE
              MOVE "MODO: SIMULACION (NINGUN ARCHIVO FUE MODIFICADO)"
                 TO REG-RPT-PURGA
           END-IF
           WRITE REG-RPT-PURGA

           INITIALIZE WKS-TABLA-CODIGOS
           PERFORM VARYING WKS-AR-IDX FROM 1 BY 1
              UNTIL WKS-AR-IDX > 6
              MOVE "S" TO WKS-AR-PRESENTE(WKS-AR-IDX)
              MOVE ZEROES TO WKS-AR-LEIDOS(WKS-AR-IDX),
                             WKS-AR-AFECTADOS(WKS-AR-IDX),
                             WKS-AR-SEUDONIMIZADOS(WKS-AR-IDX),
                             WKS-AR-YA-SEUDONIMO(WKS-AR-IDX),
                             WKS-AR-FALLIDOS(WKS-AR-IDX)
           END-PERFORM

      *PRIMERO SE JUNTA LA SITUACION DE CADA CODIGO EN TODOS LOS
      *ARCHIVOS; LUEGO SE DICTAMINA Y AL FINAL SE SEUDONIMIZA.
           PERFORM 0002-INICIO-CARGA-DISPUTAS THRU 0002-CARGA-DISPUTAS-E
           PERFORM 0003-INICIO-CARGA-MATRICULAS THRU
              0003-CARGA-MATRICULAS-E
           PERFORM 0004-INICIO-LEE-ESTUMST THRU 0004-LEE-ESTUMST-E
           PERFORM 0005-INICIO-LEE-DIRMAST THRU 0005-LEE-DIRMAST-E
           PERFORM 0006-INICIO-LEE-CARNETS THRU 0006-LEE-CARNETS-E
           PERFORM 0007-INICIO-LEE-NOTAS THRU 0007-LEE-NOTAS-E
           PERFORM 0008-INICIO-LEE-ASISTENCIA THRU 0008-LEE-ASISTENCIA-E
           PERFORM 0009-INICIO-LEE-FACTURAS THRU 0009-LEE-FACTURAS-E

           PERFORM 0010-INICIO-DICTAMINA THRU 0010-DICTAMINA-E
           PERFORM 0011-INICIO-LISTA-CODIGOS THRU 0011-LISTA-CODIGOS-E

           PERFORM 0012-INICIO-PURGA-ESTUMST THRU 0012-PURGA-ESTUMST-E
           PERFORM 0013-INICIO-PURGA-ROSTER THRU 0013-PURGA-ROSTER-E
           PERFORM 0014-INICIO-PURGA-DIRMAST THRU 0014-PURGA-DIRMAST-E
           PERFORM 0015-INICIO-PURGA-CARNETS THRU 0015-PURGA-CARNETS-E

           PERFORM 0016-INICIO-RESUMEN THRU 0016-RESUMEN-E
           CLOSE RPT-PURGA

           DISPLAY "CODIGOS DE ESTUDIANTE EVALUADOS: " WKS-I-CODIGOS
           DISPLAY "CODIGOS DEPURADOS: " WKS-I-DEPURADOS
           DISPLAY "EXCLUIDOS POR FACTURA SIN CANCELAR: "
                   WKS-I-EXCL-FACTURA
           DISPLAY "EXCLUIDOS POR DISPUTA PENDIENTE: "
                   WKS-I-EXCL-DISPUTA
           DISPLAY "REGISTROS QUE NO SE PUDIERON REESCRIBIR: "
                   WKS-I-FALLIDOS
           IF NOT WKS-PU-SE-APLICA
              DISPLAY "CORRIDA DE SIMULACION: NO SE MODIFICO NINGUN "
                      "ARCHIVO"
           END-IF

           MOVE WKS-I-CODIGOS TO WKS-ST-LEIDOS
           MOVE WKS-I-DEPURADOS TO WKS-ST-ESCRITOS
           COMPUTE WKS-ST-RECHAZADOS = WKS-I-EXCL-FACTURA +
                                       WKS-I-EXCL-DISPUTA
           CALL 'RUNSTAT1' USING WKS-ST-PROGRAMA
                                 WKS-ST-FECHA-INICIO
                                 WKS-ST-HORA-INICIO
                                 WKS-ST-LEIDOS
                                 WKS-ST-ESCRITOS
                                 WKS-ST-RECHAZADOS

           IF WKS-I-FALLIDOS > ZEROES
              MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.
       0000-INICIO-E.
           EXIT.

       0001-INICIO-PARAMETROS SECTION.
      *RETENCION Y MODO DE LA SECCION EDUC3100 DEL ARCHIVO CENTRAL DE
      *PARAMETROS; EL AMBIENTE QUEDA COMO RESPALDO Y PARAMET MANDA.
           ACCEPT WKS-PU-RETENCION-X FROM ENVIRONMENT "RETENCION_ANIOS"
           IF WKS-PU-RETENCION-X NUMERIC AND
              WKS-PU-RETENCION-X NOT = "00"
              MOVE WKS-PU-RETENCION-X TO WKS-PU-RETENCION
           END-IF
           ACCEPT WKS-PU-APLICAR FROM ENVIRONMENT "PURGA_APLICAR"

           CALL 'PARMRD01' USING WKS-PARM-SECCION
                                 WKS-PARM-CANT
                                 WKS-PARM-TABLA
                                 WKS-PARM-SIN-SECCION

           PERFORM VARYING WKS-PARM-IDX FROM 1 BY 1
              UNTIL WKS-PARM-IDX > WKS-PARM-CANT
              EVALUATE WKS-PARM-CLAVE(WKS-PARM-IDX)
              WHEN "RETENCION_ANIOS"
                   IF WKS-PARM-VALOR(WKS-PARM-IDX)(1:2) NUMERIC AND
                      WKS-PARM-VALOR(WKS-PARM-IDX)(1:2) NOT = "00"
                      MOVE WKS-PARM-VALOR(WKS-PARM-IDX)(1:2) TO
                         WKS-PU-RETENCION
                   END-IF
              WHEN "PURGA_APLICAR"
                   MOVE WKS-PARM-VALOR(WKS-PARM-IDX)(1:1) TO
                      WKS-PU-APLICAR
              WHEN OTHER
                   DISPLAY "PARAMETRO DESCONOCIDO EN PARAMET: "
                           WKS-PARM-CLAVE(WKS-PARM-IDX)
              END-EVALUATE
           END-PERFORM

           DISPLAY "PARAMETROS EFECTIVOS DE LA CORRIDA:"
           DISPLAY "  RETENCION_ANIOS: " WKS-PU-RETENCION
           DISPLAY "  PURGA_APLICAR: " WKS-PU-APLICAR.
       0001-PARAMETROS-E.
           EXIT.

       0002-INICIO-CARGA-DISPUTAS SECTION.
      *DPI CON DISPUTA ABIERTA O EN REVISION. SIN EL MAESTRO (NUNCA SE
      *HA ABIERTO UN CASO) NO HAY EXCLUSIONES POR DISPUTA; SI EXISTE
      *PERO NO SE PUEDE LEER COMPLETO NO SE PUEDE CERTIFICAR LA
      *EXCLUSION Y LA CORRIDA SE DETIENE.
           OPEN INPUT CASOS-DISPUTA
           IF WKS-FS-DISPUTA = "35"
              DISPLAY "SIN MAESTRO DE DISPUTAS: NINGUNA PENDIENTE"
              GO TO 0002-CARGA-DISPUTAS-E
           END-IF
           IF WKS-FS-DISPUTA NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE DISPUTAS"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           READ CASOS-DISPUTA NEXT
           AT END
              SET WKS-FIN-DISPUTA TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-DISPUTA
                   IF DISP-PENDIENTE
                      IF WKS-DI-CANT = 3000
                         DISPLAY "DEMASIADAS DISPUTAS PENDIENTES PARA "
                                 "LA TABLA; NO SE PUEDE DEPURAR"
                         MOVE 12 TO RETURN-CODE
                         STOP RUN
                      END-IF
                      ADD 1 TO WKS-DI-CANT
                      MOVE DISP-DPI TO WKS-DI-DPI(WKS-DI-CANT)
                   END-IF
                   READ CASOS-DISPUTA NEXT
                   AT END
                      SET WKS-FIN-DISPUTA TO TRUE
                   END-READ
           END-PERFORM

           CLOSE CASOS-DISPUTA
           DISPLAY "DISPUTAS PENDIENTES CARGADAS: " WKS-DI-CANT.
       0002-CARGA-DISPUTAS-E.
           EXIT.

       0003-INICIO-CARGA-MATRICULAS SECTION.
      *LOS CODIGOS MATRICULADOS EN EL ROSTER POR CURSO SON
      *ESTUDIANTES ACTIVOS Y NUNCA SE DEPURAN, AUNQUE NO TENGAN
      *ACTIVIDAD RECIENTE EN LOS DEMAS ARCHIVOS.
           OPEN INPUT ROSTER-CURSO
           IF WKS-FS-ROSTCURSO NOT = "00"
              DISPLAY "SIN ROSTER POR CURSO: LOS ACTIVOS SE RECONOCEN "
                      "SOLO POR SU ACTIVIDAD"
              GO TO 0003-CARGA-MATRICULAS-E
           END-IF

           READ ROSTER-CURSO INTO WKS-VISTA-ROSTER
           AT END
              SET WKS-FIN-ROSTCURSO TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-ROSTCURSO
                   IF WKS-RO-MARCA NOT = "CURSO: " AND
                      WKS-RE-BLANCOS = SPACES AND
                      WKS-RE-CODIGO NUMERIC AND
                      WKS-RE-CODIGO NOT = "00000"
                      MOVE WKS-RE-CODIGO TO WKS-AC-CODIGO-X
                      MOVE "S" TO WKS-TC-MATRICULADO(WKS-AC-CODIGO)
                      ADD 1 TO WKS-I-MATRICULAS
                   END-IF
                   READ ROSTER-CURSO INTO WKS-VISTA-ROSTER
                   AT END
                      SET WKS-FIN-ROSTCURSO TO TRUE
                   END-READ
           END-PERFORM

           CLOSE ROSTER-CURSO
           DISPLAY "MATRICULAS CARGADAS DEL ROSTER: " WKS-I-MATRICULAS.
       0003-CARGA-MATRICULAS-E.
           EXIT.

       0004-INICIO-LEE-ESTUMST SECTION.
      *EL MAESTRO DE ESTUDIANTES ES OBLIGATORIO. LA FECHA DE CAMBIO
      *DE TIPO DE DOCUMENTO CUENTA COMO ACTIVIDAD Y LA GEOGRAFIA DE
      *SU DPI ES LA QUE LLEVARA EL SEUDONIMO.
           OPEN INPUT ESTUDIANTE-MASTER
           IF WKS-FS-ESTUMST NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE ESTUDIANTES"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           READ ESTUDIANTE-MASTER NEXT
           AT END
              SET WKS-FIN-ESTUMST TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-ESTUMST
                   IF ESTUM-CODIGO > ZEROES
                      MOVE ESTUM-CODIGO TO WKS-AC-CODIGO
                      MOVE ESTUM-FECHA-TIPO-DOC TO WKS-AC-FECHA
                      PERFORM 0017-INICIO-ACTIVIDAD THRU
                         0017-ACTIVIDAD-E
                      MOVE "S" TO WKS-TC-EN-ESTUMST(WKS-AC-CODIGO)
                      IF ESTUM-NOMBRE(1:21) NOT = WKS-SE-MARCA-NOMBRE
                         MOVE "S" TO
                            WKS-TC-IDENTIFICABLE(WKS-AC-CODIGO)
                      END-IF
                      IF ESTUM-DPI > ZEROES
                         MOVE ESTUM-DPI TO WKS-DPI-DESGLOSE
                         MOVE WKS-DG-DEPTO TO
                            WKS-TC-DEPTO(WKS-AC-CODIGO)
                         MOVE WKS-DG-MUNI TO WKS-TC-MUNI(WKS-AC-CODIGO)
                         MOVE ESTUM-DPI TO WKS-BU-DPI
                         PERFORM 0018-INICIO-BUSCA-DISPUTA THRU
                            0018-BUSCA-DISPUTA-E
                      END-IF
                   END-IF
                   READ ESTUDIANTE-MASTER NEXT
                   AT END
                      SET WKS-FIN-ESTUMST TO TRUE
                   END-READ
           END-PERFORM

           CLOSE ESTUDIANTE-MASTER.
       0004-LEE-ESTUMST-E.
           EXIT.

       0005-INICIO-LEE-DIRMAST SECTION.
      *LA FECHA DE CAPTURA DE LA DIRECCION CUENTA COMO ACTIVIDAD.
           OPEN INPUT MAESTRO-DIRECCIONES
           IF WKS-FS-DIRMAST NOT = "00"
              DISPLAY "SIN MAESTRO DE DIRECCIONES QUE REVISAR"
              MOVE "N" TO WKS-AR-PRESENTE(3)
              GO TO 0005-LEE-DIRMAST-E
           END-IF

           READ MAESTRO-DIRECCIONES NEXT
           AT END
              SET WKS-FIN-DIRMAST TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-DIRMAST
                   IF DIRM-CODIGO > ZEROES
                      MOVE DIRM-CODIGO TO WKS-AC-CODIGO
                      MOVE DIRM-FECHA TO WKS-AC-FECHA
                      PERFORM 0017-INICIO-ACTIVIDAD THRU
                         0017-ACTIVIDAD-E
                      IF DIRM-DIRECCION NOT = SPACES AND
                         DIRM-DIRECCION(1:20) NOT =
                            WKS-SE-MARCA-DIRECCION
                         MOVE "S" TO
                            WKS-TC-IDENTIFICABLE(WKS-AC-CODIGO)
                      END-IF
                   END-IF
                   READ MAESTRO-DIRECCIONES NEXT
                   AT END
                      SET WKS-FIN-DIRMAST TO TRUE
                   END-READ
           END-PERFORM

           CLOSE MAESTRO-DIRECCIONES.
       0005-LEE-DIRMAST-E.
           EXIT.

       0006-INICIO-LEE-CARNETS SECTION.
      *LA EMISION DEL CARNET CUENTA COMO ACTIVIDAD. PARA LA BAJA QUE
      *YA NO ESTA EN ESTUMST, LA GEOGRAFIA SALE DEL DPI DEL CARNET.
           OPEN INPUT ARCHIVO-CARNETS
           IF WKS-FS-CARNETS NOT = "00"
              DISPLAY "SIN EXTRACTO DE CARNETS QUE REVISAR"
              MOVE "N" TO WKS-AR-PRESENTE(4)
              GO TO 0006-LEE-CARNETS-E
           END-IF

           READ ARCHIVO-CARNETS INTO WKS-REG-CARNET
           AT END
              SET WKS-FIN-CARNETS TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-CARNETS
                   IF WKS-CR-CODIGO NUMERIC AND
                      WKS-CR-CODIGO NOT = "00000"
                      MOVE WKS-CR-CODIGO TO WKS-AC-CODIGO-X
                      MOVE WKS-CR-FECHA-EMISION TO WKS-AC-FECHA
                      PERFORM 0017-INICIO-ACTIVIDAD THRU
                         0017-ACTIVIDAD-E
                      IF WKS-CR-NOMBRE(1:21) NOT = WKS-SE-MARCA-NOMBRE
                         MOVE "S" TO
                            WKS-TC-IDENTIFICABLE(WKS-AC-CODIGO)
                      END-IF
                      IF WKS-CR-DPI NUMERIC AND
                         WKS-CR-DPI NOT = ALL "0"
                         MOVE WKS-CR-DPI TO WKS-BU-DPI-X
                         IF WKS-TC-EN-ESTUMST(WKS-AC-CODIGO) NOT = "S"
                            AND WKS-TC-DEPTO(WKS-AC-CODIGO) = ZEROES
                            MOVE WKS-BU-DPI TO WKS-DPI-DESGLOSE
                            MOVE WKS-DG-DEPTO TO
                               WKS-TC-DEPTO(WKS-AC-CODIGO)
                            MOVE WKS-DG-MUNI TO
                               WKS-TC-MUNI(WKS-AC-CODIGO)
                         END-IF
                         PERFORM 0018-INICIO-BUSCA-DISPUTA THRU
                            0018-BUSCA-DISPUTA-E
                      END-IF
                   END-IF
                   READ ARCHIVO-CARNETS INTO WKS-REG-CARNET
                   AT END
                      SET WKS-FIN-CARNETS TO TRUE
                   END-READ
           END-PERFORM

           CLOSE ARCHIVO-CARNETS.
       0006-LEE-CARNETS-E.
           EXIT.

       0007-INICIO-LEE-NOTAS SECTION.
      *LAS NOTAS NO TRAEN FECHA: SOLO SE CUENTAN POR CODIGO PARA EL
      *CERTIFICADO.
           OPEN INPUT NOTAS-MASTER
           IF WKS-FS-NOTASMST NOT = "00"
              DISPLAY "SIN MAESTRO DE NOTAS QUE REVISAR"
              MOVE "N" TO WKS-AR-PRESENTE(5)
              GO TO 0007-LEE-NOTAS-E
           END-IF

           READ NOTAS-MASTER INTO WKS-LINEA-NOTA
           AT END
              SET WKS-FIN-NOTASMST TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-NOTASMST
                   ADD 1 TO WKS-AR-LEIDOS(5)
                   IF WKS-NT-CODIGO NUMERIC AND
                      WKS-NT-CODIGO NOT = "00000"
                      MOVE WKS-NT-CODIGO TO WKS-AC-CODIGO-X
                      MOVE ZEROES TO WKS-AC-FECHA
                      PERFORM 0017-INICIO-ACTIVIDAD THRU
                         0017-ACTIVIDAD-E
                      ADD 1 TO WKS-TC-NOTAS(WKS-AC-CODIGO)
                   END-IF
                   READ NOTAS-MASTER INTO WKS-LINEA-NOTA
                   AT END
                      SET WKS-FIN-NOTASMST TO TRUE
                   END-READ
           END-PERFORM

           CLOSE NOTAS-MASTER.
       0007-LEE-NOTAS-E.
           EXIT.

       0008-INICIO-LEE-ASISTENCIA SECTION.
      *LA FECHA DE CADA MARCA DE ASISTENCIA CUENTA COMO ACTIVIDAD.
           OPEN INPUT ASISTENCIA-MASTER
           IF WKS-FS-ASISMAST NOT = "00"
              DISPLAY "SIN MAESTRO DE ASISTENCIA QUE REVISAR"
              MOVE "N" TO WKS-AR-PRESENTE(6)
              GO TO 0008-LEE-ASISTENCIA-E
           END-IF

           READ ASISTENCIA-MASTER INTO WKS-LINEA-ASISTENCIA
           AT END
              SET WKS-FIN-ASISMAST TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-ASISMAST
                   ADD 1 TO WKS-AR-LEIDOS(6)
                   IF WKS-AT-CODIGO NUMERIC AND
                      WKS-AT-CODIGO NOT = "00000"
                      MOVE WKS-AT-CODIGO TO WKS-AC-CODIGO-X
                      MOVE ZEROES TO WKS-AC-FECHA
                      IF WKS-AT-FECHA NUMERIC
                         MOVE WKS-AT-FECHA TO WKS-AC-FECHA-X
                      END-IF
                      PERFORM 0017-INICIO-ACTIVIDAD THRU
                         0017-ACTIVIDAD-E
                      ADD 1 TO WKS-TC-ASISTENCIAS(WKS-AC-CODIGO)
                   END-IF
                   READ ASISTENCIA-MASTER INTO WKS-LINEA-ASISTENCIA
                   AT END
                      SET WKS-FIN-ASISMAST TO TRUE
                   END-READ
           END-PERFORM

           CLOSE ASISTENCIA-MASTER.
       0008-LEE-ASISTENCIA-E.
           EXIT.

       0009-INICIO-LEE-FACTURAS SECTION.
      *LA EMISION DE CADA FACTURA CUENTA COMO ACTIVIDAD Y TODA
      *FACTURA QUE NO ESTA CANCELADA (ABIERTA O CON PAGO PARCIAL)
      *EXCLUYE AL ESTUDIANTE. SIN EL MAESTRO NO HAY FACTURAS; SI
      *EXISTE PERO NO SE PUEDE LEER, LA CORRIDA SE DETIENE.
           OPEN INPUT FACTURAS-MASTER
           IF WKS-FS-FACTMAST = "35"
              DISPLAY "SIN MAESTRO DE FACTURAS: NINGUNA ABIERTA"
              GO TO 0009-LEE-FACTURAS-E
           END-IF
           IF WKS-FS-FACTMAST NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE FACTURAS"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           READ FACTURAS-MASTER INTO WKS-LINEA-FACTURA
           AT END
              SET WKS-FIN-FACTMAST TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-FACTMAST
                   IF WKS-FC-CODIGO NUMERIC AND
                      WKS-FC-CODIGO NOT = "00000"
                      MOVE WKS-FC-CODIGO TO WKS-AC-CODIGO-X
                      MOVE ZEROES TO WKS-AC-FECHA
                      IF WKS-FC-FECHA-EMISION NUMERIC
                         MOVE WKS-FC-FECHA-EMISION TO WKS-AC-FECHA-X
                      END-IF
                      PERFORM 0017-INICIO-ACTIVIDAD THRU
                         0017-ACTIVIDAD-E
                      IF NOT WKS-FC-CANCELADA
                         MOVE "S" TO WKS-TC-FACTURA(WKS-AC-CODIGO)
                         ADD 1 TO WKS-I-FACT-ABIERTAS
                      END-IF
                   END-IF
                   READ FACTURAS-MASTER INTO WKS-LINEA-FACTURA
                   AT END
                      SET WKS-FIN-FACTMAST TO TRUE
                   END-READ
           END-PERFORM

           CLOSE FACTURAS-MASTER
           DISPLAY "FACTURAS SIN CANCELAR: " WKS-I-FACT-ABIERTAS.
       0009-LEE-FACTURAS-E.
           EXIT.

       0010-INICIO-DICTAMINA SECTION.
      *SOLO SE DICTAMINA EL CODIGO QUE AUN TIENE DATOS
      *IDENTIFICABLES. EL MATRICULADO, EL QUE NO TIENE NINGUNA FECHA
      *DE ACTIVIDAD Y EL QUE TUVO ACTIVIDAD DENTRO DE LA RETENCION
      *SE CONSERVAN; DE LOS VENCIDOS, LA FACTURA SIN CANCELAR Y LA
      *DISPUTA PENDIENTE EXCLUYEN Y EL RESTO SE DEPURA.
           PERFORM VARYING WKS-TC-IDX FROM 1 BY 1
              UNTIL WKS-TC-IDX > 99999
              IF WKS-TC-VISTO(WKS-TC-IDX) = "S"
                 ADD 1 TO WKS-I-CODIGOS
                 EVALUATE TRUE
                 WHEN WKS-TC-IDENTIFICABLE(WKS-TC-IDX) NOT = "S"
                      ADD 1 TO WKS-I-YA-SEUDONIMO
                 WHEN WKS-TC-MATRICULADO(WKS-TC-IDX) = "S"
                      ADD 1 TO WKS-I-MATRICULADOS
                 WHEN WKS-TC-ULTIMA(WKS-TC-IDX) = ZEROES
                      ADD 1 TO WKS-I-SIN-FECHA
                 WHEN WKS-TC-ULTIMA(WKS-TC-IDX) NOT < WKS-FECHA-LIMITE
                      ADD 1 TO WKS-I-EN-RETENCION
                 WHEN WKS-TC-FACTURA(WKS-TC-IDX) = "S"
                      MOVE "F" TO WKS-TC-DICTAMEN(WKS-TC-IDX)
                      ADD 1 TO WKS-I-EXCL-FACTURA
                 WHEN WKS-TC-DISPUTA(WKS-TC-IDX) = "S"
                      MOVE "D" TO WKS-TC-DICTAMEN(WKS-TC-IDX)
                      ADD 1 TO WKS-I-EXCL-DISPUTA
                 WHEN OTHER
                      MOVE "S" TO WKS-TC-DICTAMEN(WKS-TC-IDX)
                      ADD 1 TO WKS-I-DEPURADOS
                      ADD WKS-TC-NOTAS(WKS-TC-IDX) TO
                         WKS-AR-AFECTADOS(5)
                      ADD WKS-TC-ASISTENCIAS(WKS-TC-IDX) TO
                         WKS-AR-AFECTADOS(6)
                 END-EVALUATE
              END-IF
           END-PERFORM.
       0010-DICTAMINA-E.
           EXIT.

       0011-INICIO-LISTA-CODIGOS SECTION.
      *CODIGOS DEPURADOS Y, APARTE, LOS VENCIDOS QUE SE EXCLUYERON
      *CON SU MOTIVO.
           MOVE SPACES TO REG-RPT-PURGA
           WRITE REG-RPT-PURGA
           MOVE SPACES TO REG-RPT-PURGA
           STRING "CODIGOS DEPURADOS: " WKS-I-DEPURADOS
              DELIMITED BY SIZE INTO REG-RPT-PURGA
           END-STRING
           WRITE REG-RPT-PURGA
           MOVE SPACES TO REG-RPT-PURGA
           STRING "  CODIGO  ULT.ACTIV  SITUACION                 "
                  "NOTAS  ASIST  MOTIVO DE EXCLUSION"
              DELIMITED BY SIZE INTO REG-RPT-PURGA
           END-STRING
           WRITE REG-RPT-PURGA

           PERFORM VARYING WKS-TC-IDX FROM 1 BY 1
              UNTIL WKS-TC-IDX > 99999
              IF WKS-TC-DICTAMEN(WKS-TC-IDX) = "S"
                 MOVE SPACES TO WKS-LC-MOTIVO
                 PERFORM 0019-INICIO-LINEA-CODIGO THRU
                    0019-LINEA-CODIGO-E
              END-IF
           END-PERFORM

           MOVE SPACES TO REG-RPT-PURGA
           WRITE REG-RPT-PURGA
           MOVE SPACES TO REG-RPT-PURGA
           STRING "CODIGOS VENCIDOS EXCLUIDOS DE LA DEPURACION: "
                  WKS-I-EXCL-FACTURA " POR FACTURA SIN CANCELAR, "
                  WKS-I-EXCL-DISPUTA " POR DISPUTA PENDIENTE"
              DELIMITED BY SIZE INTO REG-RPT-PURGA
           END-STRING
           WRITE REG-RPT-PURGA

           PERFORM VARYING WKS-TC-IDX FROM 1 BY 1
              UNTIL WKS-TC-IDX > 99999
              EVALUATE WKS-TC-DICTAMEN(WKS-TC-IDX)
              WHEN "F"
                   MOVE "FACTURA SIN CANCELAR" TO WKS-LC-MOTIVO
                   PERFORM 0019-INICIO-LINEA-CODIGO THRU
                      0019-LINEA-CODIGO-E
              WHEN "D"
                   MOVE "DISPUTA DE DPI PENDIENTE" TO WKS-LC-MOTIVO
                   PERFORM 0019-INICIO-LINEA-CODIGO THRU
                      0019-LINEA-CODIGO-E
              WHEN OTHER
                   CONTINUE
              END-EVALUATE
           END-PERFORM.
       0011-LISTA-CODIGOS-E.
           EXIT.

       0012-INICIO-PURGA-ESTUMST SECTION.
      *NOMBRE, DPI Y DIA DE NACIMIENTO; SE CONSERVAN GENERO, EDADES,
      *TIPO DE DOCUMENTO Y SU FECHA. EL ESTUDIANTE SIN DPI CAPTURADO
      *SE QUEDA SIN DPI.
           IF WKS-PU-SE-APLICA
              OPEN I-O ESTUDIANTE-MASTER
           ELSE
              OPEN INPUT ESTUDIANTE-MASTER
           END-IF
           IF WKS-FS-ESTUMST NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE ESTUDIANTES"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           READ ESTUDIANTE-MASTER NEXT
           AT END
              SET WKS-FIN-ESTUMST TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-ESTUMST
                   ADD 1 TO WKS-AR-LEIDOS(1)
                   IF ESTUM-CODIGO > ZEROES AND
                      WKS-TC-DICTAMEN(ESTUM-CODIGO) = "S"
                      ADD 1 TO WKS-AR-AFECTADOS(1)
                      IF ESTUM-NOMBRE(1:21) = WKS-SE-MARCA-NOMBRE
                         ADD 1 TO WKS-AR-YA-SEUDONIMO(1)
                      ELSE
                         MOVE ESTUM-CODIGO TO WKS-SE-CODIGO
                         MOVE ESTUM-FECHA-NACIMIENTO TO
                            WKS-SE-FECHA-NAC
                         PERFORM 0020-INICIO-SEUDONIMO THRU
                            0020-SEUDONIMO-E
                         MOVE WKS-SE-NOMBRE TO ESTUM-NOMBRE
                         MOVE WKS-SE-FECHA-NAC TO
                            ESTUM-FECHA-NACIMIENTO
                         IF ESTUM-DPI > ZEROES
                            MOVE WKS-DP-SINTETICO TO ESTUM-DPI
                         END-IF
                         IF WKS-PU-SE-APLICA
                            REWRITE ESTUM-REGISTRO
                            END-REWRITE
                         END-IF
                         IF WKS-FS-ESTUMST = "00"
                            ADD 1 TO WKS-AR-SEUDONIMIZADOS(1)
                         ELSE
                            ADD 1 TO WKS-AR-FALLIDOS(1)
                         END-IF
                      END-IF
                   END-IF
                   READ ESTUDIANTE-MASTER NEXT
                   AT END
                      SET WKS-FIN-ESTUMST TO TRUE
                   END-READ
           END-PERFORM

           CLOSE ESTUDIANTE-MASTER.
       0012-PURGA-ESTUMST-E.
           EXIT.

       0013-INICIO-PURGA-ROSTER SECTION.
      *LA COPIA PLANA DEL MAESTRO SE SEUDONIMIZA EN SITIO IGUAL QUE
      *ESTUMST (REGISTRO FIJO), PARA QUE EL RETORNO DEL MINISTERIO Y
      *LOS DEMAS LECTORES DE ROSTERSAL YA NO VEAN LOS DATOS.
           IF WKS-PU-SE-APLICA
              OPEN I-O ROSTER-ESTUDIANTES
           ELSE
              OPEN INPUT ROSTER-ESTUDIANTES
           END-IF
           IF WKS-FS-ROSTER = "35"
              MOVE "N" TO WKS-AR-PRESENTE(2)
              GO TO 0013-PURGA-ROSTER-E
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
                   ADD 1 TO WKS-AR-LEIDOS(2)
                   IF ROS-CODIGO > ZEROES AND
                      WKS-TC-DICTAMEN(ROS-CODIGO) = "S"
                      ADD 1 TO WKS-AR-AFECTADOS(2)
                      IF ROS-NOMBRE(1:21) = WKS-SE-MARCA-NOMBRE
                         ADD 1 TO WKS-AR-YA-SEUDONIMO(2)
                      ELSE
                         MOVE ROS-CODIGO TO WKS-SE-CODIGO
                         MOVE ROS-FECHA-NACIMIENTO TO WKS-SE-FECHA-NAC
                         PERFORM 0020-INICIO-SEUDONIMO THRU
                            0020-SEUDONIMO-E
                         MOVE WKS-SE-NOMBRE TO ROS-NOMBRE
                         MOVE WKS-SE-FECHA-NAC TO ROS-FECHA-NACIMIENTO
                         IF ROS-DPI > ZEROES
                            MOVE WKS-DP-SINTETICO TO ROS-DPI
                         END-IF
                         IF WKS-PU-SE-APLICA
                            REWRITE ROS-REGISTRO
                            END-REWRITE
                         END-IF
                         IF WKS-FS-ROSTER = "00"
                            ADD 1 TO WKS-AR-SEUDONIMIZADOS(2)
                         ELSE
                            ADD 1 TO WKS-AR-FALLIDOS(2)
                         END-IF
                      END-IF
                   END-IF
                   READ ROSTER-ESTUDIANTES
                   AT END
                      SET WKS-FIN-ROSTER TO TRUE
                   END-READ
           END-PERFORM

           CLOSE ROSTER-ESTUDIANTES.
       0013-PURGA-ROSTER-E.
           EXIT.

       0014-INICIO-PURGA-DIRMAST SECTION.
      *LA DIRECCION SE SUSTITUYE; SE CONSERVAN ESTADO Y FECHA.
           IF WKS-AR-PRESENTE(3) = "N"
              GO TO 0014-PURGA-DIRMAST-E
           END-IF
           IF WKS-PU-SE-APLICA
              OPEN I-O MAESTRO-DIRECCIONES
           ELSE
              OPEN INPUT MAESTRO-DIRECCIONES
           END-IF
           IF WKS-FS-DIRMAST NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE DIRECCIONES"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           READ MAESTRO-DIRECCIONES NEXT
           AT END
              SET WKS-FIN-DIRMAST TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-DIRMAST
                   ADD 1 TO WKS-AR-LEIDOS(3)
                   IF DIRM-CODIGO > ZEROES AND
                      WKS-TC-DICTAMEN(DIRM-CODIGO) = "S"
                      ADD 1 TO WKS-AR-AFECTADOS(3)
                      IF DIRM-DIRECCION = SPACES OR
                         DIRM-DIRECCION(1:20) = WKS-SE-MARCA-DIRECCION
                         ADD 1 TO WKS-AR-YA-SEUDONIMO(3)
                      ELSE
                         MOVE DIRM-CODIGO TO WKS-SE-CODIGO
                         MOVE ZEROES TO WKS-SE-FECHA-NAC
                         PERFORM 0020-INICIO-SEUDONIMO THRU
                            0020-SEUDONIMO-E
                         MOVE WKS-SE-DIRECCION TO DIRM-DIRECCION
                         IF WKS-PU-SE-APLICA
                            REWRITE DIRM-REGISTRO
                            END-REWRITE
                         END-IF
                         IF WKS-FS-DIRMAST = "00"
                            ADD 1 TO WKS-AR-SEUDONIMIZADOS(3)
                         ELSE
                            ADD 1 TO WKS-AR-FALLIDOS(3)
                         END-IF
                      END-IF
                   END-IF
                   READ MAESTRO-DIRECCIONES NEXT
                   AT END
                      SET WKS-FIN-DIRMAST TO TRUE
                   END-READ
           END-PERFORM

           CLOSE MAESTRO-DIRECCIONES.
       0014-PURGA-DIRMAST-E.
           EXIT.

       0015-INICIO-PURGA-CARNETS SECTION.
      *EL EXTRACTO DE CARNETS SE SEUDONIMIZA EN SITIO (REGISTRO
      *FIJO): NOMBRE, DIA DE NACIMIENTO, DPI Y DIRECCION; SE
      *CONSERVAN GENERO Y FECHAS DE EMISION Y VENCIMIENTO.
           IF WKS-AR-PRESENTE(4) = "N"
              GO TO 0015-PURGA-CARNETS-E
           END-IF
           IF WKS-PU-SE-APLICA
              OPEN I-O ARCHIVO-CARNETS
           ELSE
              OPEN INPUT ARCHIVO-CARNETS
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
                   ADD 1 TO WKS-AR-LEIDOS(4)
                   IF WKS-CR-CODIGO NUMERIC AND
                      WKS-CR-CODIGO NOT = "00000"
                      MOVE WKS-CR-CODIGO TO WKS-AC-CODIGO-X
                      IF WKS-TC-DICTAMEN(WKS-AC-CODIGO) = "S"
                         PERFORM 0021-INICIO-CARNET-SEUDONIMO THRU
                            0021-CARNET-SEUDONIMO-E
                      END-IF
                   END-IF
                   READ ARCHIVO-CARNETS INTO WKS-REG-CARNET
                   AT END
                      SET WKS-FIN-CARNETS TO TRUE
                   END-READ
           END-PERFORM

           CLOSE ARCHIVO-CARNETS.
       0015-PURGA-CARNETS-E.
           EXIT.

       0016-INICIO-RESUMEN SECTION.
      *CONTEOS POR ARCHIVO Y CONTEOS DEL DICTAMEN.
           MOVE SPACES TO REG-RPT-PURGA
           WRITE REG-RPT-PURGA
           MOVE "CONTEOS POR ARCHIVO" TO REG-RPT-PURGA
           WRITE REG-RPT-PURGA
           MOVE SPACES TO REG-RPT-PURGA
           STRING "  ARCHIVO      LEIDOS  DEPURADOS  SEUDONIM.  "
                  "YA SEUDON.   FALLIDOS"
              DELIMITED BY SIZE INTO REG-RPT-PURGA
           END-STRING
           WRITE REG-RPT-PURGA

           PERFORM VARYING WKS-AR-IDX FROM 1 BY 1
              UNTIL WKS-AR-IDX > 6
              MOVE WKS-AR-NOMBRE(WKS-AR-IDX) TO WKS-LA-ARCHIVO
              MOVE WKS-AR-LEIDOS(WKS-AR-IDX) TO WKS-LA-LEIDOS
              MOVE WKS-AR-AFECTADOS(WKS-AR-IDX) TO WKS-LA-AFECTADOS
              MOVE WKS-AR-SEUDONIMIZADOS(WKS-AR-IDX) TO
                 WKS-LA-SEUDONIMIZADOS
              MOVE WKS-AR-YA-SEUDONIMO(WKS-AR-IDX) TO
                 WKS-LA-YA-SEUDONIMO
              MOVE WKS-AR-FALLIDOS(WKS-AR-IDX) TO WKS-LA-FALLIDOS
              ADD WKS-AR-FALLIDOS(WKS-AR-IDX) TO WKS-I-FALLIDOS
              EVALUATE TRUE
              WHEN WKS-AR-PRESENTE(WKS-AR-IDX) = "N"
                   MOVE "ARCHIVO NO EXISTE EN ESTA CORRIDA" TO
                      WKS-LA-NOTA
              WHEN WKS-AR-IDX > 4
                   MOVE "SOLO CODIGO: SE CONSERVA SIN CAMBIO" TO
                      WKS-LA-NOTA
              WHEN OTHER
                   MOVE SPACES TO WKS-LA-NOTA
              END-EVALUATE
              MOVE WKS-LINEA-ARCHIVO TO REG-RPT-PURGA
              WRITE REG-RPT-PURGA
           END-PERFORM

           MOVE SPACES TO REG-RPT-PURGA
           WRITE REG-RPT-PURGA
           MOVE SPACES TO REG-RPT-PURGA
           STRING "CODIGOS EVALUADOS: " WKS-I-CODIGOS
                  "   DEPURADOS: " WKS-I-DEPURADOS
                  "   YA SEUDONIMIZADOS: " WKS-I-YA-SEUDONIMO
              DELIMITED BY SIZE INTO REG-RPT-PURGA
           END-STRING
           WRITE REG-RPT-PURGA
           MOVE SPACES TO REG-RPT-PURGA
           STRING "CONSERVADOS: " WKS-I-MATRICULADOS " MATRICULADOS, "
                  WKS-I-EN-RETENCION " DENTRO DE LA RETENCION, "
                  WKS-I-SIN-FECHA " SIN FECHA DE ACTIVIDAD"
              DELIMITED BY SIZE INTO REG-RPT-PURGA
           END-STRING
           WRITE REG-RPT-PURGA
           MOVE SPACES TO REG-RPT-PURGA
           STRING "EXCLUIDOS: " WKS-I-EXCL-FACTURA
                  " POR FACTURA SIN CANCELAR, " WKS-I-EXCL-DISPUTA
                  " POR DISPUTA DE DPI PENDIENTE"
              DELIMITED BY SIZE INTO REG-RPT-PURGA
           END-STRING
           WRITE REG-RPT-PURGA
           IF WKS-I-FALLIDOS > ZEROES
              MOVE SPACES TO REG-RPT-PURGA
              STRING "DEPURACION INCOMPLETA: " WKS-I-FALLIDOS
                     " REGISTROS NO SE PUDIERON REESCRIBIR; VOLVER A "
                     "CORRER EL PROCESO"
                 DELIMITED BY SIZE INTO REG-RPT-PURGA
              END-STRING
              WRITE REG-RPT-PURGA
           END-IF
           IF NOT WKS-PU-SE-APLICA
              MOVE "CORRIDA DE SIMULACION: LOS CONTEOS INDICAN LO QUE "
                 TO REG-RPT-PURGA
              MOVE "SE SEUDONIMIZARIA CON PURGA_APLICAR=S" TO
                 REG-RPT-PURGA(51:37)
              WRITE REG-RPT-PURGA
           END-IF
           MOVE "FIN DEL CERTIFICADO" TO REG-RPT-PURGA
           WRITE REG-RPT-PURGA.
       0016-RESUMEN-E.
           EXIT.

       0017-INICIO-ACTIVIDAD SECTION.
      *ANOTA EL CODIGO EN WKS-AC-CODIGO COMO VISTO Y, SI LA FECHA ES
      *VALIDA Y MAS RECIENTE, COMO SU ULTIMA ACTIVIDAD.
           MOVE "S" TO WKS-TC-VISTO(WKS-AC-CODIGO)
           IF WKS-AC-FECHA NUMERIC AND
              WKS-AC-FECHA > WKS-TC-ULTIMA(WKS-AC-CODIGO)
              MOVE WKS-AC-FECHA TO WKS-TC-ULTIMA(WKS-AC-CODIGO)
           END-IF.
       0017-ACTIVIDAD-E.
           EXIT.

       0018-INICIO-BUSCA-DISPUTA SECTION.
      *MARCA EL CODIGO EN WKS-AC-CODIGO SI EL DPI EN WKS-BU-DPI TIENE
      *UNA DISPUTA PENDIENTE.
           MOVE "N" TO WKS-BU-HALLADO
           PERFORM VARYING WKS-DI-IDX FROM 1 BY 1
              UNTIL WKS-DI-IDX > WKS-DI-CANT OR WKS-BU-CON-DISPUTA
              IF WKS-DI-DPI(WKS-DI-IDX) = WKS-BU-DPI
                 SET WKS-BU-CON-DISPUTA TO TRUE
              END-IF
           END-PERFORM
           IF WKS-BU-CON-DISPUTA
              MOVE "S" TO WKS-TC-DISPUTA(WKS-AC-CODIGO)
           END-IF.
       0018-BUSCA-DISPUTA-E.
           EXIT.

       0019-INICIO-LINEA-CODIGO SECTION.
      *ESCRIBE LA LINEA DEL CODIGO EN WKS-TC-IDX; EL MOTIVO YA VIENE
      *EN WKS-LC-MOTIVO.
           MOVE WKS-TC-IDX TO WKS-LC-CODIGO
           MOVE WKS-TC-ULTIMA(WKS-TC-IDX) TO WKS-LC-ULTIMA
           IF WKS-TC-EN-ESTUMST(WKS-TC-IDX) = "S"
              MOVE "EN ESTUMST SIN ACTIVIDAD" TO WKS-LC-SITUACION
           ELSE
              MOVE "BAJA FUERA DE ESTUMST" TO WKS-LC-SITUACION
           END-IF
           MOVE WKS-TC-NOTAS(WKS-TC-IDX) TO WKS-LC-NOTAS
           MOVE WKS-TC-ASISTENCIAS(WKS-TC-IDX) TO WKS-LC-ASISTENCIAS
           MOVE WKS-LINEA-CODIGO TO REG-RPT-PURGA
           WRITE REG-RPT-PURGA.
       0019-LINEA-CODIGO-E.
           EXIT.

       0020-INICIO-SEUDONIMO SECTION.
      *ARMA LOS SEUDONIMOS DEL CODIGO EN WKS-SE-CODIGO: NOMBRE Y
      *DIRECCION CON SU MARCA, DPI CON LA GEOGRAFIA GUARDADA DEL
      *CODIGO Y, SI VIENE, LA FECHA DE NACIMIENTO LLEVADA AL PRIMER
      *DIA DE SU MES. CON EL CORTE DEL MINISTERIO A FIN DE MES LA
      *EDAD AL CORTE NO CAMBIA.
           MOVE SPACES TO WKS-SE-NOMBRE, WKS-SE-DIRECCION
           STRING WKS-SE-MARCA-NOMBRE WKS-SE-CODIGO
              DELIMITED BY SIZE INTO WKS-SE-NOMBRE
           END-STRING
           STRING WKS-SE-MARCA-DIRECCION WKS-SE-CODIGO
              DELIMITED BY SIZE INTO WKS-SE-DIRECCION
           END-STRING
           IF WKS-SE-FECHA-NAC > ZEROES
              MOVE 1 TO WKS-SE-DIA
           END-IF

      *EL DIGITO VERIFICADOR LO CALCULA DPICHK01; SI DA EL RESIDUO
      *LIMITE SE CORRE EL CORRELATIVO Y SE REINTENTA, COMO EN
      *EDUC3065.
           COMPUTE WKS-DP-CORREL = 90000000 + WKS-SE-CODIGO
           MOVE 99 TO WKS-CHK-DIGITO
           PERFORM UNTIL WKS-CHK-DIGITO NOT > 9
              MOVE WKS-DP-CORREL TO WKS-DA-CORREL
              MOVE ZEROES TO WKS-DA-VERIFICADOR
              MOVE WKS-TC-DEPTO(WKS-SE-CODIGO) TO WKS-DA-DEPTO
              MOVE WKS-TC-MUNI(WKS-SE-CODIGO) TO WKS-DA-MUNI
              MOVE WKS-DP-ARMADO TO WKS-CHK-DPI
              CALL 'DPICHK01' USING WKS-CHK-DPI
                                    WKS-CHK-DIGITO
                                    WKS-CHK-VEREDICTO
                                    WKS-CHK-ERROR
              IF WKS-CHK-DIGITO > 9
                 ADD 1 TO WKS-DP-CORREL
              END-IF
           END-PERFORM

           MOVE WKS-CHK-DIGITO TO WKS-DA-VERIFICADOR
           MOVE WKS-DP-ARMADO TO WKS-DP-SINTETICO.
       0020-SEUDONIMO-E.
           EXIT.

       0021-INICIO-CARNET-SEUDONIMO SECTION.
      *SEUDONIMIZA EL CARNET EN WKS-REG-CARNET DEL CODIGO EN
      *WKS-AC-CODIGO Y LO REESCRIBE.
           ADD 1 TO WKS-AR-AFECTADOS(4)
           IF WKS-CR-NOMBRE(1:21) = WKS-SE-MARCA-NOMBRE
              ADD 1 TO WKS-AR-YA-SEUDONIMO(4)
              GO TO 0021-CARNET-SEUDONIMO-E
           END-IF

           MOVE WKS-AC-CODIGO TO WKS-SE-CODIGO
           MOVE ZEROES TO WKS-SE-FECHA-NAC
           IF WKS-CR-FECHA-NAC NUMERIC
              MOVE WKS-CR-FECHA-NAC TO WKS-SE-FECHA-NAC
           END-IF
           PERFORM 0020-INICIO-SEUDONIMO THRU 0020-SEUDONIMO-E
           MOVE WKS-SE-NOMBRE TO WKS-CR-NOMBRE
           MOVE WKS-SE-FECHA-NAC TO WKS-CR-FECHA-NAC
           MOVE WKS-SE-DIRECCION TO WKS-CR-DIRECCION
           IF WKS-CR-DPI NUMERIC AND WKS-CR-DPI NOT = ALL "0"
              MOVE WKS-DP-SINTETICO-X TO WKS-CR-DPI
           ELSE
              MOVE SPACES TO WKS-CR-DPI
           END-IF

           IF WKS-PU-SE-APLICA
              REWRITE AREA-CARNET FROM WKS-REG-CARNET
              END-REWRITE
           END-IF
           IF WKS-FS-CARNETS = "00"
              ADD 1 TO WKS-AR-SEUDONIMIZADOS(4)
           ELSE
              ADD 1 TO WKS-AR-FALLIDOS(4)
           END-IF.
       0021-CARNET-SEUDONIMO-E.
           EXIT.
