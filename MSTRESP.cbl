      ******************************************************************
      * FECHA       : 2026                                             *
      * PROGRAMADOR : DIANA STEFFANNY SALGUERO ROSALES                 *
      * APLICACION  : EDUCACION                                        *
      * PROGRAMA    : EDUC3117                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : RESPALDO DEL JUEGO COMPLETO DE MAESTROS QUE SE   *
      *             : REEMPLAZAN CADA NOCHE CON UN ARCHIVO NUEVO QUE   *
      *             : EL PLANIFICADOR RENOMBRA (CATGEO, REGDPI,        *
      *             : AUDMAST, ESTUMST, DIRMAST, CURSMST, AGENMST,     *
      *             : OPERMST, BLOQDPI, FACTMAST, PARAMET). MODO       *
      *             : RESPALDO (OMISION): COPIA TODOS LOS MAESTROS A   *
      *             : UNA GENERACION FECHADA DENTRO DEL ARCHIVO DE     *
      *             : GENERACIONES, DEPURA LAS MAS VIEJAS QUE LA       *
      *             : RETENCION (PARAMET, CLAVE RETEN_DIAS, 35 DIAS    *
      *             : POR OMISION) Y AGREGA AL MANIFIESTO EL CONTEO Y  *
      *             : EL TOTAL HASH DE CADA ARCHIVO. MODO SIMULACRO    *
      *             : (MSTRESP_MODO=SIMULACRO, MSTRESP_GEN=AAAAMMDD O  *
      *             : LA MAS RECIENTE): RESTAURA LA GENERACION A       *
      *             : NOMBRES DE TRABAJO, RECALCULA CONTEOS Y HASH     *
      *             : CONTRA EL MANIFIESTO, REVISA LLAVES ENTRE LOS    *
      *             : ARCHIVOS RESTAURADOS Y EMITE EL CERTIFICADO DEL  *
      *             : SIMULACRO PARA AUDITORIA.                        *
      * ARCHIVOS    : CATGEO, REGDPI, AUDMAST, ESTUMST, DIRMAST,       *
      *             : CURSMST, AGENMST, OPERMST, BLOQDPI, FACTMAST,    *
      *             : PARAMET (ENTRADA), MSTGEN (ENTRADA), MSTGENN     *
      *             : (SALIDA), MSTMANI (ENTRADA/EXTENSION), RSTCATG,  *
      *             : RSTREGD, RSTAUDM, RSTESTU, RSTDIRM, RSTCURS,     *
      *             : RSTAGEN, RSTOPER, RSTBLOQ, RSTFACT, RSTPARM      *
      *             : (TRABAJO), RPTRESP (SALIDA)                      *
      * PROGRAMA(S) : PARMRD01                                         *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDUC3117.
       AUTHOR. DIANA SALGUERO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *MAESTROS VIGENTES QUE SE RESPALDAN (SOLO LECTURA).
           SELECT CATALOGO-GEO ASSIGN TO CATGEO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS CATGEO-LLAVE
                  FILE STATUS IS WKS-FS-MAESTRO.
           SELECT REGISTRO-DPI ASSIGN TO REGDPI
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS REGDPI-LLAVE
                  FILE STATUS IS WKS-FS-MAESTRO.
           SELECT AUDIT-MAESTRO ASSIGN TO AUDMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS AUDM-LLAVE
                  FILE STATUS IS WKS-FS-MAESTRO.
           SELECT ESTUDIANTE-MASTER ASSIGN TO ESTUMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ESTUM-LLAVE
                  FILE STATUS IS WKS-FS-MAESTRO.
           SELECT MAESTRO-DIRECCIONES ASSIGN TO DIRMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS DIRM-CODIGO
                  FILE STATUS IS WKS-FS-MAESTRO.
           SELECT CURSO-MASTER ASSIGN TO CURSMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS CURSO-LLAVE
                  FILE STATUS IS WKS-FS-MAESTRO.
           SELECT AGENCIA-MASTER ASSIGN TO AGENMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS AGENMST-LLAVE
                  FILE STATUS IS WKS-FS-MAESTRO.
           SELECT OPERADOR-MASTER ASSIGN TO OPERMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS OPERMST-LLAVE
                  FILE STATUS IS WKS-FS-MAESTRO.
           SELECT BLOQUEO-DPI ASSIGN TO BLOQDPI
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-MAESTRO.
           SELECT FACTURAS-MASTER ASSIGN TO FACTMAST
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-MAESTRO.
           SELECT ARCHIVO-PARAMETROS ASSIGN TO PARAMET
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-MAESTRO.
      *ARCHIVO DE GENERACIONES DE RESPALDO (VIEJO/NUEVO) Y MANIFIESTO
      *ACUMULADO CON CONTEO Y TOTAL HASH POR ARCHIVO Y GENERACION.
           SELECT GENERACIONES-ANT ASSIGN TO MSTGEN
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-MSTGEN.
           SELECT GENERACIONES-NVA ASSIGN TO MSTGENN
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-MSTGENN.
           SELECT MANIFIESTO ASSIGN TO MSTMANI
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-MSTMANI.
      *NOMBRES DE TRABAJO DONDE EL SIMULACRO RESTAURA LA GENERACION.
           SELECT RST-CATGEO ASSIGN TO RSTCATG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RST-CATGEO-LLAVE
                  FILE STATUS IS WKS-FS-RESTAURADO.
           SELECT RST-REGDPI ASSIGN TO RSTREGD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RST-REGDPI-LLAVE
                  FILE STATUS IS WKS-FS-RESTAURADO.
           SELECT RST-AUDMAST ASSIGN TO RSTAUDM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RST-AUDM-LLAVE
                  FILE STATUS IS WKS-FS-RESTAURADO.
           SELECT RST-ESTUMST ASSIGN TO RSTESTU
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RST-ESTUM-LLAVE
                  FILE STATUS IS WKS-FS-RESTAURADO.
           SELECT RST-DIRMAST ASSIGN TO RSTDIRM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RST-DIRM-LLAVE
                  FILE STATUS IS WKS-FS-RESTAURADO.
           SELECT RST-CURSMST ASSIGN TO RSTCURS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RST-CURSO-LLAVE
                  FILE STATUS IS WKS-FS-RESTAURADO.
           SELECT RST-AGENMST ASSIGN TO RSTAGEN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RST-AGEN-LLAVE
                  FILE STATUS IS WKS-FS-RESTAURADO.
           SELECT RST-OPERMST ASSIGN TO RSTOPER
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RST-OPER-LLAVE
                  FILE STATUS IS WKS-FS-RESTAURADO.
           SELECT RST-BLOQDPI ASSIGN TO RSTBLOQ
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-RESTAURADO.
           SELECT RST-FACTMAST ASSIGN TO RSTFACT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-RESTAURADO.
           SELECT RST-PARAMET ASSIGN TO RSTPARM
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-RESTAURADO.
      *REPORTE DEL RESPALDO O CERTIFICADO DEL SIMULACRO.
           SELECT RPT-RESPALDO ASSIGN TO RPTRESP
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-RPTRESP.

       DATA DIVISION.

       FILE SECTION.
       FD CATALOGO-GEO.
           COPY CATGEO.

       FD REGISTRO-DPI.
           COPY REGDPI.

       FD AUDIT-MAESTRO.
           COPY AUDMAST.

       FD ESTUDIANTE-MASTER.
           COPY ESTUMST.

       FD MAESTRO-DIRECCIONES.
           COPY DIRMAST.

       FD CURSO-MASTER.
           COPY CURSOMST.

       FD AGENCIA-MASTER.
           COPY AGENMST.

       FD OPERADOR-MASTER.
           COPY OPERMST.

       FD BLOQUEO-DPI.
       01 REG-BLOQUEO-DPI               PIC X(25).

       FD FACTURAS-MASTER.
       01 REG-FACTURA                   PIC X(60).

       FD ARCHIVO-PARAMETROS.
       01 REG-PARAMETRO                 PIC X(50).

       FD GENERACIONES-ANT.
       01 REG-GEN-ANT                   PIC X(100).

       FD GENERACIONES-NVA.
       01 REG-GEN-NVA                   PIC X(100).

       FD MANIFIESTO.
       01 REG-MANIFIESTO                PIC X(60).

       FD RST-CATGEO.
       01 REG-RST-CATGEO.
          02 RST-CATGEO-LLAVE           PIC X(04).
          02 FILLER                     PIC X(41).

       FD RST-REGDPI.
       01 REG-RST-REGDPI.
          02 RST-REGDPI-LLAVE           PIC X(13).
          02 FILLER                     PIC X(44).

       FD RST-AUDMAST.
       01 REG-RST-AUDMAST.
          02 RST-AUDM-LLAVE             PIC X(30).
          02 FILLER                     PIC X(38).

       FD RST-ESTUMST.
       01 REG-RST-ESTUMST.
          02 RST-ESTUM-LLAVE            PIC X(05).
          02 FILLER                     PIC X(85).

       FD RST-DIRMAST.
       01 REG-RST-DIRMAST.
          02 RST-DIRM-LLAVE             PIC X(05).
          02 FILLER                     PIC X(69).

       FD RST-CURSMST.
       01 REG-RST-CURSMST.
          02 RST-CURSO-LLAVE            PIC X(06).
          02 FILLER                     PIC X(39).

       FD RST-AGENMST.
       01 REG-RST-AGENMST.
          02 RST-AGEN-LLAVE             PIC X(03).
          02 FILLER                     PIC X(31).

       FD RST-OPERMST.
       01 REG-RST-OPERMST.
          02 RST-OPER-LLAVE             PIC X(08).
          02 FILLER                     PIC X(47).

       FD RST-BLOQDPI.
       01 REG-RST-BLOQDPI               PIC X(25).

       FD RST-FACTMAST.
       01 REG-RST-FACTMAST              PIC X(60).

       FD RST-PARAMET.
       01 REG-RST-PARAMET               PIC X(50).

       FD RPT-RESPALDO.
       01 REG-RPT-RESPALDO              PIC X(100).

       WORKING-STORAGE SECTION.

       01 WKS-CONTROL-ARCHIVOS.
          02 WKS-FS-MAESTRO             PIC X(02) VALUE SPACES.
          02 WKS-FS-RESTAURADO          PIC X(02) VALUE SPACES.
          02 WKS-FS-MSTGEN              PIC X(02) VALUE SPACES.
             88 WKS-FIN-MSTGEN                    VALUE "10".
          02 WKS-FS-MSTGENN             PIC X(02) VALUE SPACES.
          02 WKS-FS-MSTMANI             PIC X(02) VALUE SPACES.
             88 WKS-FIN-MSTMANI                   VALUE "10".
          02 WKS-FS-RPTRESP             PIC X(02) VALUE SPACES.

      *MODO DE LA CORRIDA: RESPALDO (OMISION) O SIMULACRO DE
      *RESTAURACION DE LA GENERACION INDICADA (LA MAS RECIENTE DEL
      *MANIFIESTO CUANDO NO SE INDICA).
       01 WKS-MODO                      PIC X(09) VALUE SPACES.
          88 WKS-MODO-RESPALDO                    VALUE "RESPALDO".
          88 WKS-MODO-SIMULACRO                   VALUE "SIMULACRO".
       01 WKS-GEN-PEDIDA                PIC X(08) VALUE SPACES.

       01 WKS-CONTROL-FECHA.
          02 WKS-FECHA-ENTERA           PIC X(20) VALUE SPACES.
          02 WKS-FECHA-HOY              PIC 9(08) VALUE ZEROES.
          02 WKS-INT-HOY                PIC 9(08) VALUE ZEROES.
          02 WKS-INT-GEN                PIC 9(08) VALUE ZEROES.
          02 WKS-EDAD-DIAS              PIC S9(05) VALUE ZEROES.
          02 WKS-RETENCION              PIC 9(05) VALUE 35.
          02 WKS-FECHA-GEN              PIC 9(08) VALUE ZEROES.

      *JUEGO DE MAESTROS EN EL ORDEN EN QUE SE RESPALDAN, CON EL
      *LARGO DE REGISTRO QUE ENTRA AL TOTAL HASH, LO QUE DICE EL
      *MANIFIESTO, LO QUE TRAJO LA GENERACION Y LO RECALCULADO DESDE
      *LOS ARCHIVOS RESTAURADOS.
       01 WKS-JUEGO-VALORES.
          02 FILLER                     PIC X(10) VALUE "CATGEO  45".
          02 FILLER                     PIC X(10) VALUE "REGDPI  57".
          02 FILLER                     PIC X(10) VALUE "AUDMAST 68".
          02 FILLER                     PIC X(10) VALUE "ESTUMST 90".
          02 FILLER                     PIC X(10) VALUE "DIRMAST 74".
          02 FILLER                     PIC X(10) VALUE "CURSMST 45".
          02 FILLER                     PIC X(10) VALUE "AGENMST 34".
          02 FILLER                     PIC X(10) VALUE "OPERMST 55".
          02 FILLER                     PIC X(10) VALUE "BLOQDPI 25".
          02 FILLER                     PIC X(10) VALUE "FACTMAST60".
          02 FILLER                     PIC X(10) VALUE "PARAMET 50".
       01 FILLER REDEFINES WKS-JUEGO-VALORES.
          02 WKS-JV-ENTRADA OCCURS 11 TIMES.
             03 WKS-JV-ARCHIVO          PIC X(08).
             03 WKS-JV-LARGO            PIC 9(02).

       01 WKS-TABLA-JUEGO.
          02 WKS-JG-ENTRADA OCCURS 11 TIMES.
             03 WKS-JG-ARCHIVO          PIC X(08).
             03 WKS-JG-LARGO            PIC 9(02).
             03 WKS-JG-ESTADO           PIC X(01).
                88 WKS-JG-COPIADO                 VALUE "C".
                88 WKS-JG-FALTANTE                VALUE "F".
             03 WKS-JG-MAN-SW           PIC X(01).
                88 WKS-JG-EN-MANIFIESTO           VALUE "S".
             03 WKS-JG-MAN-CANT         PIC 9(07).
             03 WKS-JG-MAN-HASH         PIC 9(15).
             03 WKS-JG-GEN-SW           PIC X(01).
                88 WKS-JG-EN-GENERACION           VALUE "S".
             03 WKS-JG-GEN-CANT         PIC 9(07).
             03 WKS-JG-GEN-HASH         PIC 9(15).
             03 WKS-JG-RST-CANT         PIC 9(07).
             03 WKS-JG-RST-HASH         PIC 9(15).
             03 WKS-JG-RST-ERRORES      PIC 9(07).
          02 WKS-JG-IDX                 PIC 9(02) VALUE ZEROES.
          02 WKS-JG-CANT                PIC 9(02) VALUE 11.

      *CONTROL DEL ARCHIVO EN CURSO: CONTEO, TOTAL HASH Y REGISTRO
      *QUE SE ESTA SUMANDO.
       01 WKS-CONTROL-HASH.
          02 WKS-HK-CANT                PIC 9(07) VALUE ZEROES.
          02 WKS-HK-HASH                PIC 9(15) VALUE ZEROES.
          02 WKS-HK-REGISTRO            PIC X(90) VALUE SPACES.
          02 WKS-HK-POS                 PIC 9(02) VALUE ZEROES.
          02 WKS-HK-FIN-SW              PIC X(01) VALUE "N".
             88 WKS-HK-FIN                        VALUE "S".

      *REGISTROS DEL ARCHIVO DE GENERACIONES: ENCABEZADO "G", DATO
      *"D" Y CIERRE "T" CON CONTEO Y TOTAL HASH DEL ARCHIVO.
       01 WKS-GEN-ENCABEZADO.
          02 FILLER                     PIC X(02) VALUE "G|".
          02 WKS-GE-ARCHIVO             PIC X(08) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE "|".
          02 WKS-GE-FECHA               PIC 9(08) VALUE ZEROES.
          02 FILLER                     PIC X(81) VALUE SPACES.

       01 WKS-GEN-DATO.
          02 FILLER                     PIC X(02) VALUE "D|".
          02 WKS-GD-CONTENIDO           PIC X(90) VALUE SPACES.
          02 FILLER                     PIC X(08) VALUE SPACES.

       01 WKS-GEN-TRAILER.
          02 FILLER                     PIC X(02) VALUE "T|".
          02 WKS-GT-ARCHIVO             PIC X(08) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE "|".
          02 WKS-GT-FECHA               PIC 9(08) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE "|".
          02 WKS-GT-CANT                PIC 9(07) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE "|".
          02 WKS-GT-HASH                PIC 9(15) VALUE ZEROES.
          02 FILLER                     PIC X(57) VALUE SPACES.

      *VISTA DE LA LINEA LEIDA DEL ARCHIVO DE GENERACIONES.
       01 WKS-LINEA-GEN                 PIC X(100) VALUE SPACES.
       01 FILLER REDEFINES WKS-LINEA-GEN.
          02 WKS-LG-TIPO                PIC X(01).
          02 FILLER                     PIC X(01).
          02 WKS-LG-ARCHIVO             PIC X(08).
          02 FILLER                     PIC X(01).
          02 WKS-LG-FECHA               PIC 9(08).
          02 FILLER                     PIC X(01).
          02 WKS-LG-CANT                PIC 9(07).
          02 FILLER                     PIC X(01).
          02 WKS-LG-HASH                PIC 9(15).
          02 FILLER                     PIC X(57).
       01 FILLER REDEFINES WKS-LINEA-GEN.
          02 FILLER                     PIC X(02).
          02 WKS-LG-CONTENIDO           PIC X(90).
          02 FILLER                     PIC X(08).

      *CONTROL DEL PASE SOBRE LAS GENERACIONES ANTERIORES.
       01 WKS-CONTROL-DEPURA.
          02 WKS-DP-CONSERVAR-SW        PIC X(01) VALUE "N".
             88 WKS-DP-CONSERVAR                  VALUE "S".
          02 WKS-DP-EN-CURSO-SW         PIC X(01) VALUE "N".
             88 WKS-DP-EN-CURSO                   VALUE "S".
          02 WKS-DP-IDX                 PIC 9(02) VALUE ZEROES.

      *LINEA DEL MANIFIESTO: FECHA DE LA GENERACION, ARCHIVO, CONTEO,
      *TOTAL HASH Y ESTADO (C=COPIADO, F=FALTANTE EN EL RESPALDO).
       01 WKS-LINEA-MANIFIESTO.
          02 WKS-LM-FECHA               PIC 9(08) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LM-ARCHIVO             PIC X(08) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LM-CANT                PIC 9(07) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LM-HASH                PIC 9(15) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LM-ESTADO              PIC X(01) VALUE SPACES.
          02 FILLER                     PIC X(17) VALUE SPACES.

      *LINEA POR ARCHIVO DEL REPORTE DE RESPALDO Y DEL CERTIFICADO.
       01 WKS-LINEA-ARCHIVO.
          02 WKS-LA-ARCHIVO             PIC X(08) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LA-MAN-CANT            PIC ZZZZZZ9 VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LA-MAN-HASH            PIC Z(14)9 VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LA-RST-CANT            PIC ZZZZZZ9 VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LA-RST-HASH            PIC Z(14)9 VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LA-RESULTADO           PIC X(30) VALUE SPACES.
          02 FILLER                     PIC X(13) VALUE SPACES.

      *LINEA DE EXCEPCION DE INTEGRIDAD ENTRE ARCHIVOS RESTAURADOS.
       01 WKS-LINEA-INTEGRIDAD.
          02 FILLER                     PIC X(04) VALUE SPACES.
          02 WKS-LI-ARCHIVO             PIC X(08) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LI-LLAVE               PIC X(30) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LI-MOTIVO              PIC X(40) VALUE SPACES.
          02 FILLER                     PIC X(16) VALUE SPACES.

      *VISTAS DE LOS REGISTROS RESTAURADOS QUE USAN LAS REVISIONES DE
      *INTEGRIDAD (MISMAS POSICIONES QUE LOS LAYOUTS DE LOS MAESTROS).
       01 WKS-VISTA-ESTUDIANTE.
          02 WKS-VE-CODIGO              PIC X(05).
          02 FILLER                     PIC X(63).
          02 WKS-VE-DPI                 PIC X(13).
          02 FILLER                     PIC X(09).
       01 WKS-VISTA-DIRECCION.
          02 WKS-VD-CODIGO              PIC X(05).
          02 FILLER                     PIC X(69).
       01 WKS-VISTA-AUDITORIA.
          02 WKS-VA-DPI                 PIC X(13).
          02 WKS-VA-RESTO-LLAVE         PIC X(17).
          02 FILLER                     PIC X(38).
       01 WKS-VISTA-REGDPI.
          02 WKS-VR-DPI                 PIC X(13).
          02 FILLER                     PIC X(44).

      *DESGLOSE DEL DPI PARA EL CATALOGO GEOGRAFICO.
       01 WKS-DPI-DESGLOSE.
          02 WKS-DD-CORRELATIVO         PIC X(08) VALUE SPACES.
          02 WKS-DD-VERIFICADOR         PIC X(01) VALUE SPACES.
          02 WKS-DD-GEO                 PIC X(04) VALUE SPACES.

      *CONTADORES DE LAS REVISIONES DE INTEGRIDAD.
       01 WKS-CONTROL-INTEGRIDAD.
          02 WKS-IN-DPI-SIN-REGDPI      PIC 9(07) VALUE ZEROES.
          02 WKS-IN-DPI-SIN-CATGEO      PIC 9(07) VALUE ZEROES.
          02 WKS-IN-REGDPI-SIN-CATGEO   PIC 9(07) VALUE ZEROES.
          02 WKS-IN-DIR-SIN-ESTUM       PIC 9(07) VALUE ZEROES.
          02 WKS-IN-AUD-SIN-REGDPI      PIC 9(07) VALUE ZEROES.
          02 WKS-IN-REVISADOS           PIC 9(07) VALUE ZEROES.
          02 WKS-IN-TOTAL               PIC 9(07) VALUE ZEROES.
          02 WKS-IN-FALTAN-SW           PIC X(01) VALUE "N".
             88 WKS-IN-FALTAN-ARCHIVOS            VALUE "S".

      *RESULTADO GENERAL DEL RESPALDO O DEL SIMULACRO.
       01 WKS-CONT-FALTANTES            PIC 9(02) VALUE ZEROES.
       01 WKS-CONT-DIFERENCIAS          PIC 9(02) VALUE ZEROES.
       01 WKS-CONT-CONSERVADAS          PIC 9(05) VALUE ZEROES.
       01 WKS-CONT-DEPURADAS            PIC 9(05) VALUE ZEROES.

      *AREA PARA EL LECTOR COMUN DEL ARCHIVO CENTRAL DE PARAMETROS.
       01 WKS-CONTROL-PARAMETROS.
          02 WKS-PARM-SECCION           PIC X(08) VALUE "EDUC3117".
          02 WKS-PARM-CANT              PIC 9(02) VALUE ZEROES.
          02 WKS-PARM-TABLA.
             03 WKS-PARM-ENTRADA OCCURS 20 TIMES.
                04 WKS-PARM-CLAVE       PIC X(20).
                04 WKS-PARM-VALOR       PIC X(20).
          02 WKS-PARM-SIN-SECCION       PIC X(01) VALUE "S".
          02 WKS-PARM-IDX               PIC 9(02) VALUE ZEROES.

       PROCEDURE DIVISION.

       0000-INICIO SECTION.
           MOVE FUNCTION CURRENT-DATE TO WKS-FECHA-ENTERA
           MOVE WKS-FECHA-ENTERA(1:8) TO WKS-FECHA-HOY
           COMPUTE WKS-INT-HOY =
              FUNCTION INTEGER-OF-DATE(WKS-FECHA-HOY)

           ACCEPT WKS-MODO FROM ENVIRONMENT "MSTRESP_MODO"
           ACCEPT WKS-GEN-PEDIDA FROM ENVIRONMENT "MSTRESP_GEN"
           IF WKS-MODO = SPACES
              MOVE "RESPALDO" TO WKS-MODO
           END-IF
           IF NOT WKS-MODO-RESPALDO AND NOT WKS-MODO-SIMULACRO
              DISPLAY "MODO DESCONOCIDO: " WKS-MODO
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM VARYING WKS-JG-IDX FROM 1 BY 1
              UNTIL WKS-JG-IDX > WKS-JG-CANT
              INITIALIZE WKS-JG-ENTRADA(WKS-JG-IDX)
              MOVE WKS-JV-ARCHIVO(WKS-JG-IDX) TO
                 WKS-JG-ARCHIVO(WKS-JG-IDX)
              MOVE WKS-JV-LARGO(WKS-JG-IDX) TO
                 WKS-JG-LARGO(WKS-JG-IDX)
           END-PERFORM

           OPEN OUTPUT RPT-RESPALDO
           IF WKS-FS-RPTRESP NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL REPORTE DE RESPALDO"
              STOP RUN
           END-IF

           IF WKS-MODO-RESPALDO
              PERFORM 0001-INICIO-RESPALDO THRU 0001-RESPALDO-E
           ELSE
              PERFORM 0010-INICIO-SIMULACRO THRU 0010-SIMULACRO-E
           END-IF

           CLOSE RPT-RESPALDO
           STOP RUN.
       0000-INICIO-E.
           EXIT.

      ******************************************************************
      *                     MODO RESPALDO                              *
      ******************************************************************
       0001-INICIO-RESPALDO SECTION.
      *COPIA CADA MAESTRO VIGENTE A UNA GENERACION FECHADA CON LA
      *FECHA DE HOY DENTRO DEL ARCHIVO DE GENERACIONES Y DEJA EN EL
      *MANIFIESTO EL CONTEO Y EL TOTAL HASH DE CADA ARCHIVO. EL
      *PLANIFICADOR CORRE ESTE PASO ANTES DE RENOMBRAR LOS MAESTROS
      *NUEVOS DE LA NOCHE, Y AL TERMINAR RENOMBRA MSTGENN SOBRE MSTGEN.
           CALL 'PARMRD01' USING WKS-PARM-SECCION
                                 WKS-PARM-CANT
                                 WKS-PARM-TABLA
                                 WKS-PARM-SIN-SECCION
           PERFORM VARYING WKS-PARM-IDX FROM 1 BY 1
              UNTIL WKS-PARM-IDX > WKS-PARM-CANT
              IF WKS-PARM-CLAVE(WKS-PARM-IDX) = "RETEN_DIAS"
                 AND WKS-PARM-VALOR(WKS-PARM-IDX)(1:5) NUMERIC
                 MOVE WKS-PARM-VALOR(WKS-PARM-IDX)(1:5) TO
                    WKS-RETENCION
              END-IF
           END-PERFORM
           DISPLAY "RETENCION DE GENERACIONES (DIAS): " WKS-RETENCION

           MOVE SPACES TO REG-RPT-RESPALDO
           STRING "RESPALDO DE MAESTROS - GENERACION "
                  WKS-FECHA-HOY
              DELIMITED BY SIZE INTO REG-RPT-RESPALDO
           END-STRING
           WRITE REG-RPT-RESPALDO
           MOVE "ARCHIVO     REGS            HASH"
              TO REG-RPT-RESPALDO
           WRITE REG-RPT-RESPALDO

           OPEN OUTPUT GENERACIONES-NVA
           IF WKS-FS-MSTGENN NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE GENERACIONES "
                      "NUEVO"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN EXTEND MANIFIESTO
           IF WKS-FS-MSTMANI = "35"
              OPEN OUTPUT MANIFIESTO
           END-IF
           IF WKS-FS-MSTMANI NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL MANIFIESTO DE RESPALDOS"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 0002-INICIO-DEPURA THRU 0002-DEPURA-E

           PERFORM VARYING WKS-JG-IDX FROM 1 BY 1
              UNTIL WKS-JG-IDX > WKS-JG-CANT
              PERFORM 0003-INICIO-COPIA-MAESTRO THRU
                 0003-COPIA-MAESTRO-E
           END-PERFORM

           CLOSE GENERACIONES-NVA
           CLOSE MANIFIESTO

           MOVE SPACES TO REG-RPT-RESPALDO
           WRITE REG-RPT-RESPALDO
           MOVE SPACES TO REG-RPT-RESPALDO
           STRING "GENERACIONES ANTERIORES CONSERVADAS: "
                  WKS-CONT-CONSERVADAS
                  " DEPURADAS: " WKS-CONT-DEPURADAS
                  " MAESTROS FALTANTES: " WKS-CONT-FALTANTES
              DELIMITED BY SIZE INTO REG-RPT-RESPALDO
           END-STRING
           WRITE REG-RPT-RESPALDO

           DISPLAY "GENERACION DE RESPALDO:    " WKS-FECHA-HOY
           DISPLAY "GENERACIONES CONSERVADAS:  " WKS-CONT-CONSERVADAS
           DISPLAY "GENERACIONES DEPURADAS:    " WKS-CONT-DEPURADAS
           DISPLAY "MAESTROS FALTANTES:        " WKS-CONT-FALTANTES
           IF WKS-CONT-FALTANTES > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
       0001-RESPALDO-E.
           EXIT.

       0002-INICIO-DEPURA SECTION.
      *PASE MAESTRO-VIEJO/MAESTRO-NUEVO SOBRE LAS GENERACIONES: SE
      *CONSERVAN LAS QUE ESTAN DENTRO DE LA RETENCION; SE DEPURAN LAS
      *VENCIDAS Y LA DE HOY SI YA EXISTIA (UNA REPETICION DEL PASO LA
      *REEMPLAZA). CADA MAESTRO DE UNA GENERACION CUENTA POR SEPARADO.
           OPEN INPUT GENERACIONES-ANT
           IF WKS-FS-MSTGEN = "35"
              DISPLAY "SIN GENERACIONES ANTERIORES: PRIMERA CORRIDA"
              GO TO 0002-DEPURA-E
           END-IF
           IF WKS-FS-MSTGEN NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE GENERACIONES"
              GO TO 0002-DEPURA-E
           END-IF

           READ GENERACIONES-ANT INTO WKS-LINEA-GEN
           AT END
              SET WKS-FIN-MSTGEN TO TRUE
           END-READ
           PERFORM UNTIL WKS-FIN-MSTGEN
                   IF WKS-LG-TIPO = "G"
                      COMPUTE WKS-INT-GEN =
                         FUNCTION INTEGER-OF-DATE(WKS-LG-FECHA)
                      COMPUTE WKS-EDAD-DIAS = WKS-INT-HOY - WKS-INT-GEN
                      IF WKS-EDAD-DIAS > WKS-RETENCION
                         OR WKS-LG-FECHA = WKS-FECHA-HOY
                         MOVE "N" TO WKS-DP-CONSERVAR-SW
                      ELSE
                         MOVE "S" TO WKS-DP-CONSERVAR-SW
                      END-IF
                   END-IF
                   IF WKS-DP-CONSERVAR
                      WRITE REG-GEN-NVA FROM WKS-LINEA-GEN
                   END-IF
                   IF WKS-LG-TIPO = "T"
                      IF WKS-DP-CONSERVAR
                         ADD 1 TO WKS-CONT-CONSERVADAS
                      ELSE
                         ADD 1 TO WKS-CONT-DEPURADAS
                      END-IF
                   END-IF
                   READ GENERACIONES-ANT INTO WKS-LINEA-GEN
                   AT END
                      SET WKS-FIN-MSTGEN TO TRUE
                   END-READ
           END-PERFORM
           CLOSE GENERACIONES-ANT.
       0002-DEPURA-E.
           EXIT.

       0003-INICIO-COPIA-MAESTRO SECTION.
      *COPIA EL MAESTRO WKS-JG-IDX A LA GENERACION DE HOY. UN MAESTRO
      *QUE NO ABRE QUEDA EN EL MANIFIESTO COMO FALTANTE CON CEROS,
      *PARA QUE EL SIMULACRO LO SENALE.
           MOVE ZEROES TO WKS-HK-CANT
           MOVE ZEROES TO WKS-HK-HASH
           MOVE "N" TO WKS-HK-FIN-SW
           PERFORM 0004-INICIO-ABRE-MAESTRO THRU 0004-ABRE-MAESTRO-E
           IF WKS-FS-MAESTRO NOT = "00"
              DISPLAY "MAESTRO NO DISPONIBLE: "
                      WKS-JG-ARCHIVO(WKS-JG-IDX)
                      " ESTADO " WKS-FS-MAESTRO
              SET WKS-JG-FALTANTE(WKS-JG-IDX) TO TRUE
              ADD 1 TO WKS-CONT-FALTANTES
              GO TO 0003-ESCRIBE-MANIFIESTO
           END-IF

           MOVE WKS-JG-ARCHIVO(WKS-JG-IDX) TO WKS-GE-ARCHIVO
           MOVE WKS-FECHA-HOY TO WKS-GE-FECHA
           WRITE REG-GEN-NVA FROM WKS-GEN-ENCABEZADO

           PERFORM 0005-INICIO-LEE-MAESTRO THRU 0005-LEE-MAESTRO-E
           PERFORM UNTIL WKS-HK-FIN
                   PERFORM 0006-INICIO-SUMA-HASH THRU 0006-SUMA-HASH-E
                   MOVE WKS-HK-REGISTRO TO WKS-GD-CONTENIDO
                   WRITE REG-GEN-NVA FROM WKS-GEN-DATO
                   PERFORM 0005-INICIO-LEE-MAESTRO THRU
                      0005-LEE-MAESTRO-E
           END-PERFORM
           PERFORM 0007-INICIO-CIERRA-MAESTRO THRU
              0007-CIERRA-MAESTRO-E

           MOVE WKS-JG-ARCHIVO(WKS-JG-IDX) TO WKS-GT-ARCHIVO
           MOVE WKS-FECHA-HOY TO WKS-GT-FECHA
           MOVE WKS-HK-CANT TO WKS-GT-CANT
           MOVE WKS-HK-HASH TO WKS-GT-HASH
           WRITE REG-GEN-NVA FROM WKS-GEN-TRAILER
           SET WKS-JG-COPIADO(WKS-JG-IDX) TO TRUE.

       0003-ESCRIBE-MANIFIESTO.
           MOVE WKS-FECHA-HOY TO WKS-LM-FECHA
           MOVE WKS-JG-ARCHIVO(WKS-JG-IDX) TO WKS-LM-ARCHIVO
           MOVE WKS-HK-CANT TO WKS-LM-CANT
           MOVE WKS-HK-HASH TO WKS-LM-HASH
           MOVE WKS-JG-ESTADO(WKS-JG-IDX) TO WKS-LM-ESTADO
           WRITE REG-MANIFIESTO FROM WKS-LINEA-MANIFIESTO

           MOVE SPACES TO WKS-LINEA-ARCHIVO
           MOVE WKS-JG-ARCHIVO(WKS-JG-IDX) TO WKS-LA-ARCHIVO
           MOVE WKS-HK-CANT TO WKS-LA-MAN-CANT
           MOVE WKS-HK-HASH TO WKS-LA-MAN-HASH
           IF WKS-JG-FALTANTE(WKS-JG-IDX)
              MOVE "NO DISPONIBLE" TO WKS-LA-RESULTADO
           ELSE
              MOVE "COPIADO" TO WKS-LA-RESULTADO
           END-IF
           WRITE REG-RPT-RESPALDO FROM WKS-LINEA-ARCHIVO.
       0003-COPIA-MAESTRO-E.
           EXIT.

       0004-INICIO-ABRE-MAESTRO SECTION.
           MOVE SPACES TO WKS-FS-MAESTRO
           EVALUATE WKS-JG-IDX
              WHEN 1
                 OPEN INPUT CATALOGO-GEO
              WHEN 2
                 OPEN INPUT REGISTRO-DPI
              WHEN 3
                 OPEN INPUT AUDIT-MAESTRO
              WHEN 4
                 OPEN INPUT ESTUDIANTE-MASTER
              WHEN 5
                 OPEN INPUT MAESTRO-DIRECCIONES
              WHEN 6
                 OPEN INPUT CURSO-MASTER
              WHEN 7
                 OPEN INPUT AGENCIA-MASTER
              WHEN 8
                 OPEN INPUT OPERADOR-MASTER
              WHEN 9
                 OPEN INPUT BLOQUEO-DPI
              WHEN 10
                 OPEN INPUT FACTURAS-MASTER
              WHEN 11
                 OPEN INPUT ARCHIVO-PARAMETROS
           END-EVALUATE.
       0004-ABRE-MAESTRO-E.
           EXIT.

       0005-INICIO-LEE-MAESTRO SECTION.
      *SIGUIENTE REGISTRO DEL MAESTRO EN CURSO, EN ORDEN DE LLAVE
      *PARA LOS INDEXADOS, DEJADO EN WKS-HK-REGISTRO.
           MOVE SPACES TO WKS-HK-REGISTRO
           EVALUATE WKS-JG-IDX
              WHEN 1
                 READ CATALOGO-GEO NEXT RECORD
                 AT END
                    SET WKS-HK-FIN TO TRUE
                 NOT AT END
                    MOVE CATGEO-REGISTRO TO WKS-HK-REGISTRO
                 END-READ
              WHEN 2
                 READ REGISTRO-DPI NEXT RECORD
                 AT END
                    SET WKS-HK-FIN TO TRUE
                 NOT AT END
                    MOVE REGDPI-REGISTRO TO WKS-HK-REGISTRO
                 END-READ
              WHEN 3
                 READ AUDIT-MAESTRO NEXT RECORD
                 AT END
                    SET WKS-HK-FIN TO TRUE
                 NOT AT END
                    MOVE AUDM-REGISTRO TO WKS-HK-REGISTRO
                 END-READ
              WHEN 4
                 READ ESTUDIANTE-MASTER NEXT RECORD
                 AT END
                    SET WKS-HK-FIN TO TRUE
                 NOT AT END
                    MOVE ESTUM-REGISTRO TO WKS-HK-REGISTRO
                 END-READ
              WHEN 5
                 READ MAESTRO-DIRECCIONES NEXT RECORD
                 AT END
                    SET WKS-HK-FIN TO TRUE
                 NOT AT END
                    MOVE DIRM-REGISTRO TO WKS-HK-REGISTRO
                 END-READ
              WHEN 6
                 READ CURSO-MASTER NEXT RECORD
                 AT END
                    SET WKS-HK-FIN TO TRUE
                 NOT AT END
                    MOVE CURSO-REGISTRO TO WKS-HK-REGISTRO
                 END-READ
              WHEN 7
                 READ AGENCIA-MASTER NEXT RECORD
                 AT END
                    SET WKS-HK-FIN TO TRUE
                 NOT AT END
                    MOVE AGENMST-REGISTRO TO WKS-HK-REGISTRO
                 END-READ
              WHEN 8
                 READ OPERADOR-MASTER NEXT RECORD
                 AT END
                    SET WKS-HK-FIN TO TRUE
                 NOT AT END
                    MOVE OPERMST-REGISTRO TO WKS-HK-REGISTRO
                 END-READ
              WHEN 9
                 READ BLOQUEO-DPI
                 AT END
                    SET WKS-HK-FIN TO TRUE
                 NOT AT END
                    MOVE REG-BLOQUEO-DPI TO WKS-HK-REGISTRO
                 END-READ
              WHEN 10
                 READ FACTURAS-MASTER
                 AT END
                    SET WKS-HK-FIN TO TRUE
                 NOT AT END
                    MOVE REG-FACTURA TO WKS-HK-REGISTRO
                 END-READ
              WHEN 11
                 READ ARCHIVO-PARAMETROS
                 AT END
                    SET WKS-HK-FIN TO TRUE
                 NOT AT END
                    MOVE REG-PARAMETRO TO WKS-HK-REGISTRO
                 END-READ
           END-EVALUATE.
       0005-LEE-MAESTRO-E.
           EXIT.

       0006-INICIO-SUMA-HASH SECTION.
      *TOTAL HASH DEL ARCHIVO: SUMA DEL VALOR ORDINAL DE CADA BYTE
      *DEL REGISTRO MULTIPLICADO POR SU POSICION, SOBRE EL LARGO FIJO
      *DEL LAYOUT; ASI UN BYTE CAMBIADO O DOS BYTES TRASPUESTOS
      *MUEVEN EL TOTAL.
           ADD 1 TO WKS-HK-CANT
           PERFORM VARYING WKS-HK-POS FROM 1 BY 1
              UNTIL WKS-HK-POS > WKS-JG-LARGO(WKS-JG-IDX)
              COMPUTE WKS-HK-HASH = WKS-HK-HASH +
                 FUNCTION ORD(WKS-HK-REGISTRO(WKS-HK-POS:1))
                 * WKS-HK-POS
           END-PERFORM.
       0006-SUMA-HASH-E.
           EXIT.

       0007-INICIO-CIERRA-MAESTRO SECTION.
           EVALUATE WKS-JG-IDX
              WHEN 1
                 CLOSE CATALOGO-GEO
              WHEN 2
                 CLOSE REGISTRO-DPI
              WHEN 3
                 CLOSE AUDIT-MAESTRO
              WHEN 4
                 CLOSE ESTUDIANTE-MASTER
              WHEN 5
                 CLOSE MAESTRO-DIRECCIONES
              WHEN 6
                 CLOSE CURSO-MASTER
              WHEN 7
                 CLOSE AGENCIA-MASTER
              WHEN 8
                 CLOSE OPERADOR-MASTER
              WHEN 9
                 CLOSE BLOQUEO-DPI
              WHEN 10
                 CLOSE FACTURAS-MASTER
              WHEN 11
                 CLOSE ARCHIVO-PARAMETROS
           END-EVALUATE.
       0007-CIERRA-MAESTRO-E.
           EXIT.

      ******************************************************************
      *                     MODO SIMULACRO                             *
      ******************************************************************
       0010-INICIO-SIMULACRO SECTION.
      *RESTAURA LA GENERACION ELEGIDA A LOS NOMBRES DE TRABAJO RSTxxxx,
      *RECALCULA CONTEOS Y TOTALES HASH DESDE LOS ARCHIVOS
      *RESTAURADOS, LOS COMPARA CONTRA EL MANIFIESTO, REVISA LAS
      *LLAVES ENTRE ARCHIVOS Y EMITE EL CERTIFICADO DEL SIMULACRO
      *PARA AUDITORIA. RC 4 = EXCEPCIONES DE INTEGRIDAD; RC 8 =
      *CONTEO O HASH DISTINTO, ARCHIVO FALTANTE O GENERACION
      *INEXISTENTE.
           PERFORM 0011-INICIO-CARGA-MANIFIESTO THRU
              0011-CARGA-MANIFIESTO-E
           IF WKS-FECHA-GEN = ZEROES
              DISPLAY "NO HAY GENERACION EN EL MANIFIESTO PARA "
                      "EL SIMULACRO: " WKS-GEN-PEDIDA
              MOVE SPACES TO REG-RPT-RESPALDO
              STRING "CERTIFICADO DE SIMULACRO: GENERACION "
                     WKS-GEN-PEDIDA " NO EXISTE EN EL MANIFIESTO"
                 DELIMITED BY SIZE INTO REG-RPT-RESPALDO
              END-STRING
              WRITE REG-RPT-RESPALDO
              MOVE 8 TO RETURN-CODE
              GO TO 0010-SIMULACRO-E
           END-IF

           PERFORM 0012-INICIO-RESTAURA THRU 0012-RESTAURA-E

           PERFORM VARYING WKS-JG-IDX FROM 1 BY 1
              UNTIL WKS-JG-IDX > WKS-JG-CANT
              PERFORM 0015-INICIO-RECALCULA THRU 0015-RECALCULA-E
           END-PERFORM

           PERFORM 0016-INICIO-CERTIFICADO THRU 0016-CERTIFICADO-E
           PERFORM 0017-INICIO-INTEGRIDAD THRU 0017-INTEGRIDAD-E
           PERFORM 0020-INICIO-VEREDICTO THRU 0020-VEREDICTO-E.
       0010-SIMULACRO-E.
           EXIT.

       0011-INICIO-CARGA-MANIFIESTO SECTION.
      *LA GENERACION DEL SIMULACRO ES LA PEDIDA EN MSTRESP_GEN O, SIN
      *ELLA, LA MAS RECIENTE DEL MANIFIESTO. SI EL PASO SE REPITIO EL
      *MISMO DIA, LA ULTIMA LINEA DE CADA ARCHIVO ES LA QUE VALE.
           MOVE ZEROES TO WKS-FECHA-GEN
           OPEN INPUT MANIFIESTO
           IF WKS-FS-MSTMANI NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL MANIFIESTO DE RESPALDOS"
              GO TO 0011-CARGA-MANIFIESTO-E
           END-IF
           IF WKS-GEN-PEDIDA NOT = SPACES
              AND WKS-GEN-PEDIDA IS NUMERIC
              MOVE WKS-GEN-PEDIDA TO WKS-FECHA-GEN
           ELSE
              READ MANIFIESTO INTO WKS-LINEA-MANIFIESTO
              AT END
                 SET WKS-FIN-MSTMANI TO TRUE
              END-READ
              PERFORM UNTIL WKS-FIN-MSTMANI
                      IF WKS-LM-FECHA > WKS-FECHA-GEN
                         MOVE WKS-LM-FECHA TO WKS-FECHA-GEN
                      END-IF
                      READ MANIFIESTO INTO WKS-LINEA-MANIFIESTO
                      AT END
                         SET WKS-FIN-MSTMANI TO TRUE
                      END-READ
              END-PERFORM
              CLOSE MANIFIESTO
              MOVE SPACES TO WKS-FS-MSTMANI
              OPEN INPUT MANIFIESTO
           END-IF

           READ MANIFIESTO INTO WKS-LINEA-MANIFIESTO
           AT END
              SET WKS-FIN-MSTMANI TO TRUE
           END-READ
           PERFORM UNTIL WKS-FIN-MSTMANI
                   IF WKS-LM-FECHA = WKS-FECHA-GEN
                      PERFORM VARYING WKS-JG-IDX FROM 1 BY 1
                         UNTIL WKS-JG-IDX > WKS-JG-CANT
                         IF WKS-JG-ARCHIVO(WKS-JG-IDX) = WKS-LM-ARCHIVO
                            MOVE "S" TO WKS-JG-MAN-SW(WKS-JG-IDX)
                            MOVE WKS-LM-CANT TO
                               WKS-JG-MAN-CANT(WKS-JG-IDX)
                            MOVE WKS-LM-HASH TO
                               WKS-JG-MAN-HASH(WKS-JG-IDX)
                            MOVE WKS-LM-ESTADO TO
                               WKS-JG-ESTADO(WKS-JG-IDX)
                         END-IF
                      END-PERFORM
                   END-IF
                   READ MANIFIESTO INTO WKS-LINEA-MANIFIESTO
                   AT END
                      SET WKS-FIN-MSTMANI TO TRUE
                   END-READ
           END-PERFORM
           CLOSE MANIFIESTO

      *UNA FECHA PEDIDA QUE NO ESTA EN EL MANIFIESTO NO ES GENERACION.
           MOVE "N" TO WKS-DP-CONSERVAR-SW
           PERFORM VARYING WKS-JG-IDX FROM 1 BY 1
              UNTIL WKS-JG-IDX > WKS-JG-CANT
              IF WKS-JG-EN-MANIFIESTO(WKS-JG-IDX)
                 MOVE "S" TO WKS-DP-CONSERVAR-SW
              END-IF
           END-PERFORM
           IF NOT WKS-DP-CONSERVAR
              MOVE ZEROES TO WKS-FECHA-GEN
           END-IF.
       0011-CARGA-MANIFIESTO-E.
           EXIT.

       0012-INICIO-RESTAURA SECTION.
      *BARRE EL ARCHIVO DE GENERACIONES Y VUELCA CADA LINEA "D" DE LA
      *GENERACION ELEGIDA AL ARCHIVO DE TRABAJO DE SU MAESTRO. LOS
      *ARCHIVOS DE TRABAJO SE CREAN VACIOS AUNQUE LA GENERACION NO
      *TRAIGA EL MAESTRO, PARA QUE EL RECALCULO LOS ENCUENTRE.
           PERFORM VARYING WKS-JG-IDX FROM 1 BY 1
              UNTIL WKS-JG-IDX > WKS-JG-CANT
              PERFORM 0013-INICIO-ABRE-RESTAURADO THRU
                 0013-ABRE-RESTAURADO-E
              IF WKS-FS-RESTAURADO NOT = "00"
                 DISPLAY "NO SE PUDO CREAR EL ARCHIVO DE TRABAJO DE "
                         WKS-JG-ARCHIVO(WKS-JG-IDX)
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-PERFORM

           MOVE "N" TO WKS-DP-EN-CURSO-SW
           MOVE ZEROES TO WKS-DP-IDX
           OPEN INPUT GENERACIONES-ANT
           IF WKS-FS-MSTGEN NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE GENERACIONES"
              GO TO 0012-CIERRA-RESTAURADOS
           END-IF

           READ GENERACIONES-ANT INTO WKS-LINEA-GEN
           AT END
              SET WKS-FIN-MSTGEN TO TRUE
           END-READ
           PERFORM UNTIL WKS-FIN-MSTGEN
                   EVALUATE WKS-LG-TIPO
                      WHEN "G"
                         MOVE "N" TO WKS-DP-EN-CURSO-SW
                         IF WKS-LG-FECHA = WKS-FECHA-GEN
                            PERFORM VARYING WKS-JG-IDX FROM 1 BY 1
                               UNTIL WKS-JG-IDX > WKS-JG-CANT
                               IF WKS-JG-ARCHIVO(WKS-JG-IDX) =
                                  WKS-LG-ARCHIVO
                                  MOVE WKS-JG-IDX TO WKS-DP-IDX
                                  MOVE "S" TO WKS-DP-EN-CURSO-SW
                               END-IF
                            END-PERFORM
                         END-IF
                      WHEN "D"
                         IF WKS-DP-EN-CURSO
                            MOVE WKS-DP-IDX TO WKS-JG-IDX
                            MOVE WKS-LG-CONTENIDO TO WKS-HK-REGISTRO
                            PERFORM 0014-INICIO-GRABA-RESTAURADO THRU
                               0014-GRABA-RESTAURADO-E
                         END-IF
                      WHEN "T"
                         IF WKS-DP-EN-CURSO
                            MOVE "S" TO WKS-JG-GEN-SW(WKS-DP-IDX)
                            MOVE WKS-LG-CANT TO
                               WKS-JG-GEN-CANT(WKS-DP-IDX)
                            MOVE WKS-LG-HASH TO
                               WKS-JG-GEN-HASH(WKS-DP-IDX)
                         END-IF
                         MOVE "N" TO WKS-DP-EN-CURSO-SW
                   END-EVALUATE
                   READ GENERACIONES-ANT INTO WKS-LINEA-GEN
                   AT END
                      SET WKS-FIN-MSTGEN TO TRUE
                   END-READ
           END-PERFORM
           CLOSE GENERACIONES-ANT.

       0012-CIERRA-RESTAURADOS.
           PERFORM VARYING WKS-JG-IDX FROM 1 BY 1
              UNTIL WKS-JG-IDX > WKS-JG-CANT
              PERFORM 0019-INICIO-CIERRA-RESTAURADO THRU
                 0019-CIERRA-RESTAURADO-E
           END-PERFORM.
       0012-RESTAURA-E.
           EXIT.

       0013-INICIO-ABRE-RESTAURADO SECTION.
           MOVE SPACES TO WKS-FS-RESTAURADO
           EVALUATE WKS-JG-IDX
              WHEN 1
                 OPEN OUTPUT RST-CATGEO
              WHEN 2
                 OPEN OUTPUT RST-REGDPI
              WHEN 3
                 OPEN OUTPUT RST-AUDMAST
              WHEN 4
                 OPEN OUTPUT RST-ESTUMST
              WHEN 5
                 OPEN OUTPUT RST-DIRMAST
              WHEN 6
                 OPEN OUTPUT RST-CURSMST
              WHEN 7
                 OPEN OUTPUT RST-AGENMST
              WHEN 8
                 OPEN OUTPUT RST-OPERMST
              WHEN 9
                 OPEN OUTPUT RST-BLOQDPI
              WHEN 10
                 OPEN OUTPUT RST-FACTMAST
              WHEN 11
                 OPEN OUTPUT RST-PARAMET
           END-EVALUATE.
       0013-ABRE-RESTAURADO-E.
           EXIT.

       0014-INICIO-GRABA-RESTAURADO SECTION.
      *UNA LLAVE DUPLICADA O FUERA DE ORDEN EN LA GENERACION NO SE
      *PUEDE RESTAURAR: SE CUENTA COMO ERROR DEL ARCHIVO.
           MOVE SPACES TO WKS-FS-RESTAURADO
           EVALUATE WKS-JG-IDX
              WHEN 1
                 WRITE REG-RST-CATGEO FROM WKS-HK-REGISTRO
              WHEN 2
                 WRITE REG-RST-REGDPI FROM WKS-HK-REGISTRO
              WHEN 3
                 WRITE REG-RST-AUDMAST FROM WKS-HK-REGISTRO
              WHEN 4
                 WRITE REG-RST-ESTUMST FROM WKS-HK-REGISTRO
              WHEN 5
                 WRITE REG-RST-DIRMAST FROM WKS-HK-REGISTRO
              WHEN 6
                 WRITE REG-RST-CURSMST FROM WKS-HK-REGISTRO
              WHEN 7
                 WRITE REG-RST-AGENMST FROM WKS-HK-REGISTRO
              WHEN 8
                 WRITE REG-RST-OPERMST FROM WKS-HK-REGISTRO
              WHEN 9
                 WRITE REG-RST-BLOQDPI FROM WKS-HK-REGISTRO
              WHEN 10
                 WRITE REG-RST-FACTMAST FROM WKS-HK-REGISTRO
              WHEN 11
                 WRITE REG-RST-PARAMET FROM WKS-HK-REGISTRO
           END-EVALUATE
           IF WKS-FS-RESTAURADO NOT = "00"
              ADD 1 TO WKS-JG-RST-ERRORES(WKS-JG-IDX)
           END-IF.
       0014-GRABA-RESTAURADO-E.
           EXIT.

       0015-INICIO-RECALCULA SECTION.
      *RELEE EL ARCHIVO RESTAURADO DE PRINCIPIO A FIN Y RECALCULA SU
      *CONTEO Y TOTAL HASH CON LA MISMA REGLA DEL RESPALDO.
           MOVE ZEROES TO WKS-HK-CANT
           MOVE ZEROES TO WKS-HK-HASH
           MOVE "N" TO WKS-HK-FIN-SW
           MOVE SPACES TO WKS-FS-RESTAURADO
           EVALUATE WKS-JG-IDX
              WHEN 1
                 OPEN INPUT RST-CATGEO
              WHEN 2
                 OPEN INPUT RST-REGDPI
              WHEN 3
                 OPEN INPUT RST-AUDMAST
              WHEN 4
                 OPEN INPUT RST-ESTUMST
              WHEN 5
                 OPEN INPUT RST-DIRMAST
              WHEN 6
                 OPEN INPUT RST-CURSMST
              WHEN 7
                 OPEN INPUT RST-AGENMST
              WHEN 8
                 OPEN INPUT RST-OPERMST
              WHEN 9
                 OPEN INPUT RST-BLOQDPI
              WHEN 10
                 OPEN INPUT RST-FACTMAST
              WHEN 11
                 OPEN INPUT RST-PARAMET
           END-EVALUATE
           IF WKS-FS-RESTAURADO NOT = "00"
              DISPLAY "NO SE PUDO RELEER EL RESTAURADO DE "
                      WKS-JG-ARCHIVO(WKS-JG-IDX)
              ADD 1 TO WKS-JG-RST-ERRORES(WKS-JG-IDX)
              GO TO 0015-RECALCULA-E
           END-IF

           PERFORM 0018-INICIO-LEE-RESTAURADO THRU
              0018-LEE-RESTAURADO-E
           PERFORM UNTIL WKS-HK-FIN
                   PERFORM 0006-INICIO-SUMA-HASH THRU 0006-SUMA-HASH-E
                   PERFORM 0018-INICIO-LEE-RESTAURADO THRU
                      0018-LEE-RESTAURADO-E
           END-PERFORM
           PERFORM 0019-INICIO-CIERRA-RESTAURADO THRU
              0019-CIERRA-RESTAURADO-E

           MOVE WKS-HK-CANT TO WKS-JG-RST-CANT(WKS-JG-IDX)
           MOVE WKS-HK-HASH TO WKS-JG-RST-HASH(WKS-JG-IDX).
       0015-RECALCULA-E.
           EXIT.

       0016-INICIO-CERTIFICADO SECTION.
      *PRIMERA PARTE DEL CERTIFICADO: POR ARCHIVO, LO QUE DICE EL
      *MANIFIESTO CONTRA LO RECALCULADO DESDE EL RESTAURADO.
           MOVE SPACES TO REG-RPT-RESPALDO
           STRING "CERTIFICADO DE SIMULACRO DE RESTAURACION - "
                  "GENERACION " WKS-FECHA-GEN
                  " - CORRIDA " WKS-FECHA-HOY
              DELIMITED BY SIZE INTO REG-RPT-RESPALDO
           END-STRING
           WRITE REG-RPT-RESPALDO
           MOVE SPACES TO REG-RPT-RESPALDO
           WRITE REG-RPT-RESPALDO
           MOVE "ARCHIVO  MANIFIESTO                RESTAURADO"
              TO REG-RPT-RESPALDO
           WRITE REG-RPT-RESPALDO
           MOVE SPACES TO REG-RPT-RESPALDO
           STRING "            REGS            HASH"
                  "      REGS            HASH RESULTADO"
              DELIMITED BY SIZE INTO REG-RPT-RESPALDO
           END-STRING
           WRITE REG-RPT-RESPALDO

           PERFORM VARYING WKS-JG-IDX FROM 1 BY 1
              UNTIL WKS-JG-IDX > WKS-JG-CANT
              MOVE SPACES TO WKS-LINEA-ARCHIVO
              MOVE WKS-JG-ARCHIVO(WKS-JG-IDX) TO WKS-LA-ARCHIVO
              MOVE WKS-JG-MAN-CANT(WKS-JG-IDX) TO WKS-LA-MAN-CANT
              MOVE WKS-JG-MAN-HASH(WKS-JG-IDX) TO WKS-LA-MAN-HASH
              MOVE WKS-JG-RST-CANT(WKS-JG-IDX) TO WKS-LA-RST-CANT
              MOVE WKS-JG-RST-HASH(WKS-JG-IDX) TO WKS-LA-RST-HASH
              EVALUATE TRUE
                 WHEN NOT WKS-JG-EN-MANIFIESTO(WKS-JG-IDX)
                    MOVE "SIN LINEA EN EL MANIFIESTO" TO
                       WKS-LA-RESULTADO
                    ADD 1 TO WKS-CONT-DIFERENCIAS
                 WHEN WKS-JG-FALTANTE(WKS-JG-IDX)
                    MOVE "NO SE RESPALDO ESA NOCHE" TO
                       WKS-LA-RESULTADO
                    ADD 1 TO WKS-CONT-FALTANTES
                 WHEN NOT WKS-JG-EN-GENERACION(WKS-JG-IDX)
                    MOVE "GENERACION INCOMPLETA" TO
                       WKS-LA-RESULTADO
                    ADD 1 TO WKS-CONT-DIFERENCIAS
                 WHEN WKS-JG-RST-ERRORES(WKS-JG-IDX) > 0
                    MOVE "ERROR AL RESTAURAR" TO WKS-LA-RESULTADO
                    ADD 1 TO WKS-CONT-DIFERENCIAS
                 WHEN WKS-JG-MAN-CANT(WKS-JG-IDX) NOT =
                      WKS-JG-RST-CANT(WKS-JG-IDX)
                    MOVE "CONTEO DISTINTO" TO WKS-LA-RESULTADO
                    ADD 1 TO WKS-CONT-DIFERENCIAS
                 WHEN WKS-JG-MAN-HASH(WKS-JG-IDX) NOT =
                      WKS-JG-RST-HASH(WKS-JG-IDX)
                    MOVE "HASH DISTINTO" TO WKS-LA-RESULTADO
                    ADD 1 TO WKS-CONT-DIFERENCIAS
                 WHEN WKS-JG-GEN-CANT(WKS-JG-IDX) NOT =
                      WKS-JG-MAN-CANT(WKS-JG-IDX)
                   OR WKS-JG-GEN-HASH(WKS-JG-IDX) NOT =
                      WKS-JG-MAN-HASH(WKS-JG-IDX)
                    MOVE "CIERRE DE GENERACION DISTINTO" TO
                       WKS-LA-RESULTADO
                    ADD 1 TO WKS-CONT-DIFERENCIAS
                 WHEN OTHER
                    MOVE "CONFORME" TO WKS-LA-RESULTADO
              END-EVALUATE
              WRITE REG-RPT-RESPALDO FROM WKS-LINEA-ARCHIVO
           END-PERFORM.
       0016-CERTIFICADO-E.
           EXIT.

       0017-INICIO-INTEGRIDAD SECTION.
      *SEGUNDA PARTE DEL CERTIFICADO: LLAVES ENTRE LOS ARCHIVOS
      *RESTAURADOS. TODO DPI DE ESTUMST DEBE ESTAR EN REGDPI; EL
      *DEPARTAMENTO/MUNICIPIO DE CADA DPI DE ESTUMST Y DE REGDPI DEBE
      *ESTAR EN CATGEO; CADA DIRECCION DE DIRMAST DEBE SER DE UN
      *ESTUDIANTE DE ESTUMST Y CADA DPI DE AUDMAST DEBE ESTAR EN
      *REGDPI.
           MOVE SPACES TO REG-RPT-RESPALDO
           WRITE REG-RPT-RESPALDO
           MOVE "REVISION DE LLAVES ENTRE ARCHIVOS RESTAURADOS"
              TO REG-RPT-RESPALDO
           WRITE REG-RPT-RESPALDO

           MOVE SPACES TO WKS-FS-RESTAURADO
           OPEN INPUT RST-CATGEO
           IF WKS-FS-RESTAURADO NOT = "00"
              MOVE "S" TO WKS-IN-FALTAN-SW
           END-IF
           MOVE SPACES TO WKS-FS-RESTAURADO
           OPEN INPUT RST-REGDPI
           IF WKS-FS-RESTAURADO NOT = "00"
              MOVE "S" TO WKS-IN-FALTAN-SW
           END-IF
           MOVE SPACES TO WKS-FS-RESTAURADO
           OPEN INPUT RST-ESTUMST
           IF WKS-FS-RESTAURADO NOT = "00"
              MOVE "S" TO WKS-IN-FALTAN-SW
           END-IF
           IF WKS-IN-FALTAN-ARCHIVOS
              MOVE "    NO SE PUDIERON ABRIR LOS RESTAURADOS" TO
                 REG-RPT-RESPALDO
              WRITE REG-RPT-RESPALDO
              ADD 1 TO WKS-CONT-DIFERENCIAS
              GO TO 0017-INTEGRIDAD-E
           END-IF

      *ESTUMST CONTRA REGDPI Y CATGEO.
           MOVE 4 TO WKS-JG-IDX
           MOVE "N" TO WKS-HK-FIN-SW
           PERFORM 0018-INICIO-LEE-RESTAURADO THRU
              0018-LEE-RESTAURADO-E
           PERFORM UNTIL WKS-HK-FIN
                   ADD 1 TO WKS-IN-REVISADOS
                   MOVE WKS-HK-REGISTRO TO WKS-VISTA-ESTUDIANTE
                   IF WKS-VE-DPI IS NUMERIC
                      AND WKS-VE-DPI NOT = ZEROES
                      MOVE WKS-VE-DPI TO RST-REGDPI-LLAVE
                      READ RST-REGDPI
                      INVALID KEY
                         ADD 1 TO WKS-IN-DPI-SIN-REGDPI
                         MOVE "ESTUMST" TO WKS-LI-ARCHIVO
                         MOVE SPACES TO WKS-LI-LLAVE
                         STRING WKS-VE-CODIGO " DPI " WKS-VE-DPI
                            DELIMITED BY SIZE INTO WKS-LI-LLAVE
                         END-STRING
                         MOVE "DPI NO REGISTRADO EN REGDPI" TO
                            WKS-LI-MOTIVO
                         WRITE REG-RPT-RESPALDO FROM
                            WKS-LINEA-INTEGRIDAD
                      END-READ
                      MOVE WKS-VE-DPI TO WKS-DPI-DESGLOSE
                      MOVE WKS-DD-GEO TO RST-CATGEO-LLAVE
                      READ RST-CATGEO
                      INVALID KEY
                         ADD 1 TO WKS-IN-DPI-SIN-CATGEO
                         MOVE "ESTUMST" TO WKS-LI-ARCHIVO
                         MOVE SPACES TO WKS-LI-LLAVE
                         STRING WKS-VE-CODIGO " DPI " WKS-VE-DPI
                            DELIMITED BY SIZE INTO WKS-LI-LLAVE
                         END-STRING
                         MOVE "DEPTO/MUNICIPIO NO ESTA EN CATGEO"
                            TO WKS-LI-MOTIVO
                         WRITE REG-RPT-RESPALDO FROM
                            WKS-LINEA-INTEGRIDAD
                      END-READ
                   END-IF
                   PERFORM 0018-INICIO-LEE-RESTAURADO THRU
                      0018-LEE-RESTAURADO-E
           END-PERFORM

      *REGDPI CONTRA CATGEO. LA LECTURA SECUENCIAL SE REPOSICIONA AL
      *INICIO PORQUE LA REVISION ANTERIOR LEYO REGDPI POR LLAVE.
           MOVE LOW-VALUES TO RST-REGDPI-LLAVE
           START RST-REGDPI KEY IS NOT LESS THAN RST-REGDPI-LLAVE
           INVALID KEY
              MOVE "10" TO WKS-FS-RESTAURADO
           END-START
           MOVE 2 TO WKS-JG-IDX
           MOVE "N" TO WKS-HK-FIN-SW
           IF WKS-FS-RESTAURADO = "10"
              SET WKS-HK-FIN TO TRUE
           ELSE
              PERFORM 0018-INICIO-LEE-RESTAURADO THRU
                 0018-LEE-RESTAURADO-E
           END-IF
           PERFORM UNTIL WKS-HK-FIN
                   ADD 1 TO WKS-IN-REVISADOS
                   MOVE WKS-HK-REGISTRO TO WKS-VISTA-REGDPI
                   MOVE WKS-VR-DPI TO WKS-DPI-DESGLOSE
                   MOVE WKS-DD-GEO TO RST-CATGEO-LLAVE
                   READ RST-CATGEO
                   INVALID KEY
                      ADD 1 TO WKS-IN-REGDPI-SIN-CATGEO
                      MOVE "REGDPI" TO WKS-LI-ARCHIVO
                      MOVE WKS-VR-DPI TO WKS-LI-LLAVE
                      MOVE "DEPTO/MUNICIPIO DEL DPI NO ESTA EN CATGEO"
                         TO WKS-LI-MOTIVO
                      WRITE REG-RPT-RESPALDO FROM WKS-LINEA-INTEGRIDAD
                   END-READ
                   PERFORM 0018-INICIO-LEE-RESTAURADO THRU
                      0018-LEE-RESTAURADO-E
           END-PERFORM

      *DIRMAST CONTRA ESTUMST.
           MOVE 5 TO WKS-JG-IDX
           MOVE SPACES TO WKS-FS-RESTAURADO
           OPEN INPUT RST-DIRMAST
           MOVE "N" TO WKS-HK-FIN-SW
           IF WKS-FS-RESTAURADO NOT = "00"
              SET WKS-HK-FIN TO TRUE
           ELSE
              PERFORM 0018-INICIO-LEE-RESTAURADO THRU
                 0018-LEE-RESTAURADO-E
           END-IF
           PERFORM UNTIL WKS-HK-FIN
                   ADD 1 TO WKS-IN-REVISADOS
                   MOVE WKS-HK-REGISTRO TO WKS-VISTA-DIRECCION
                   MOVE WKS-VD-CODIGO TO RST-ESTUM-LLAVE
                   READ RST-ESTUMST
                   INVALID KEY
                      ADD 1 TO WKS-IN-DIR-SIN-ESTUM
                      MOVE "DIRMAST" TO WKS-LI-ARCHIVO
                      MOVE WKS-VD-CODIGO TO WKS-LI-LLAVE
                      MOVE "ESTUDIANTE NO EXISTE EN ESTUMST" TO
                         WKS-LI-MOTIVO
                      WRITE REG-RPT-RESPALDO FROM WKS-LINEA-INTEGRIDAD
                   END-READ
                   PERFORM 0018-INICIO-LEE-RESTAURADO THRU
                      0018-LEE-RESTAURADO-E
           END-PERFORM
           PERFORM 0019-INICIO-CIERRA-RESTAURADO THRU
              0019-CIERRA-RESTAURADO-E

      *AUDMAST CONTRA REGDPI.
           MOVE 3 TO WKS-JG-IDX
           MOVE SPACES TO WKS-FS-RESTAURADO
           OPEN INPUT RST-AUDMAST
           MOVE "N" TO WKS-HK-FIN-SW
           IF WKS-FS-RESTAURADO NOT = "00"
              SET WKS-HK-FIN TO TRUE
           ELSE
              PERFORM 0018-INICIO-LEE-RESTAURADO THRU
                 0018-LEE-RESTAURADO-E
           END-IF
           PERFORM UNTIL WKS-HK-FIN
                   ADD 1 TO WKS-IN-REVISADOS
                   MOVE WKS-HK-REGISTRO TO WKS-VISTA-AUDITORIA
                   MOVE WKS-VA-DPI TO RST-REGDPI-LLAVE
                   READ RST-REGDPI
                   INVALID KEY
                      ADD 1 TO WKS-IN-AUD-SIN-REGDPI
                      MOVE "AUDMAST" TO WKS-LI-ARCHIVO
                      MOVE WKS-VISTA-AUDITORIA(1:30) TO WKS-LI-LLAVE
                      MOVE "DPI AUDITADO NO REGISTRADO EN REGDPI" TO
                         WKS-LI-MOTIVO
                      WRITE REG-RPT-RESPALDO FROM WKS-LINEA-INTEGRIDAD
                   END-READ
                   PERFORM 0018-INICIO-LEE-RESTAURADO THRU
                      0018-LEE-RESTAURADO-E
           END-PERFORM
           PERFORM 0019-INICIO-CIERRA-RESTAURADO THRU
              0019-CIERRA-RESTAURADO-E

           CLOSE RST-CATGEO
           CLOSE RST-REGDPI
           CLOSE RST-ESTUMST

           COMPUTE WKS-IN-TOTAL = WKS-IN-DPI-SIN-REGDPI
                                + WKS-IN-DPI-SIN-CATGEO
                                + WKS-IN-REGDPI-SIN-CATGEO
                                + WKS-IN-DIR-SIN-ESTUM
                                + WKS-IN-AUD-SIN-REGDPI
           MOVE SPACES TO REG-RPT-RESPALDO
           STRING "    REGISTROS REVISADOS: " WKS-IN-REVISADOS
                  "  EXCEPCIONES: " WKS-IN-TOTAL
              DELIMITED BY SIZE INTO REG-RPT-RESPALDO
           END-STRING
           WRITE REG-RPT-RESPALDO
           MOVE SPACES TO REG-RPT-RESPALDO
           STRING "    ESTUMST SIN REGDPI: " WKS-IN-DPI-SIN-REGDPI
                  "  ESTUMST SIN CATGEO: " WKS-IN-DPI-SIN-CATGEO
                  "  REGDPI SIN CATGEO: " WKS-IN-REGDPI-SIN-CATGEO
              DELIMITED BY SIZE INTO REG-RPT-RESPALDO
           END-STRING
           WRITE REG-RPT-RESPALDO
           MOVE SPACES TO REG-RPT-RESPALDO
           STRING "    DIRMAST SIN ESTUMST: " WKS-IN-DIR-SIN-ESTUM
                  "  AUDMAST SIN REGDPI: " WKS-IN-AUD-SIN-REGDPI
              DELIMITED BY SIZE INTO REG-RPT-RESPALDO
           END-STRING
           WRITE REG-RPT-RESPALDO.
       0017-INTEGRIDAD-E.
           EXIT.

       0018-INICIO-LEE-RESTAURADO SECTION.
      *SIGUIENTE REGISTRO DEL RESTAURADO EN CURSO, DEJADO EN
      *WKS-HK-REGISTRO.
           MOVE SPACES TO WKS-HK-REGISTRO
           EVALUATE WKS-JG-IDX
              WHEN 1
                 READ RST-CATGEO NEXT RECORD
                 AT END
                    SET WKS-HK-FIN TO TRUE
                 NOT AT END
                    MOVE REG-RST-CATGEO TO WKS-HK-REGISTRO
                 END-READ
              WHEN 2
                 READ RST-REGDPI NEXT RECORD
                 AT END
                    SET WKS-HK-FIN TO TRUE
                 NOT AT END
                    MOVE REG-RST-REGDPI TO WKS-HK-REGISTRO
                 END-READ
              WHEN 3
                 READ RST-AUDMAST NEXT RECORD
                 AT END
                    SET WKS-HK-FIN TO TRUE
                 NOT AT END
                    MOVE REG-RST-AUDMAST TO WKS-HK-REGISTRO
                 END-READ
              WHEN 4
                 READ RST-ESTUMST NEXT RECORD
                 AT END
                    SET WKS-HK-FIN TO TRUE
                 NOT AT END
                    MOVE REG-RST-ESTUMST TO WKS-HK-REGISTRO
                 END-READ
              WHEN 5
                 READ RST-DIRMAST NEXT RECORD
                 AT END
                    SET WKS-HK-FIN TO TRUE
                 NOT AT END
                    MOVE REG-RST-DIRMAST TO WKS-HK-REGISTRO
                 END-READ
              WHEN 6
                 READ RST-CURSMST NEXT RECORD
                 AT END
                    SET WKS-HK-FIN TO TRUE
                 NOT AT END
                    MOVE REG-RST-CURSMST TO WKS-HK-REGISTRO
                 END-READ
              WHEN 7
                 READ RST-AGENMST NEXT RECORD
                 AT END
                    SET WKS-HK-FIN TO TRUE
                 NOT AT END
                    MOVE REG-RST-AGENMST TO WKS-HK-REGISTRO
                 END-READ
              WHEN 8
                 READ RST-OPERMST NEXT RECORD
                 AT END
                    SET WKS-HK-FIN TO TRUE
                 NOT AT END
                    MOVE REG-RST-OPERMST TO WKS-HK-REGISTRO
                 END-READ
              WHEN 9
                 READ RST-BLOQDPI
                 AT END
                    SET WKS-HK-FIN TO TRUE
                 NOT AT END
                    MOVE REG-RST-BLOQDPI TO WKS-HK-REGISTRO
                 END-READ
              WHEN 10
                 READ RST-FACTMAST
                 AT END
                    SET WKS-HK-FIN TO TRUE
                 NOT AT END
                    MOVE REG-RST-FACTMAST TO WKS-HK-REGISTRO
                 END-READ
              WHEN 11
                 READ RST-PARAMET
                 AT END
                    SET WKS-HK-FIN TO TRUE
                 NOT AT END
                    MOVE REG-RST-PARAMET TO WKS-HK-REGISTRO
                 END-READ
           END-EVALUATE.
       0018-LEE-RESTAURADO-E.
           EXIT.

       0019-INICIO-CIERRA-RESTAURADO SECTION.
           EVALUATE WKS-JG-IDX
              WHEN 1
                 CLOSE RST-CATGEO
              WHEN 2
                 CLOSE RST-REGDPI
              WHEN 3
                 CLOSE RST-AUDMAST
              WHEN 4
                 CLOSE RST-ESTUMST
              WHEN 5
                 CLOSE RST-DIRMAST
              WHEN 6
                 CLOSE RST-CURSMST
              WHEN 7
                 CLOSE RST-AGENMST
              WHEN 8
                 CLOSE RST-OPERMST
              WHEN 9
                 CLOSE RST-BLOQDPI
              WHEN 10
                 CLOSE RST-FACTMAST
              WHEN 11
                 CLOSE RST-PARAMET
           END-EVALUATE.
       0019-CIERRA-RESTAURADO-E.
           EXIT.

       0020-INICIO-VEREDICTO SECTION.
      *CIERRE DEL CERTIFICADO CON EL VEREDICTO DEL SIMULACRO.
           MOVE SPACES TO REG-RPT-RESPALDO
           WRITE REG-RPT-RESPALDO
           MOVE SPACES TO REG-RPT-RESPALDO
           EVALUATE TRUE
              WHEN WKS-CONT-DIFERENCIAS > 0 OR WKS-CONT-FALTANTES > 0
                 STRING "VEREDICTO: SIMULACRO NO CONFORME - ARCHIVOS "
                        "CON DIFERENCIA: " WKS-CONT-DIFERENCIAS
                        " NO RESPALDADOS: " WKS-CONT-FALTANTES
                    DELIMITED BY SIZE INTO REG-RPT-RESPALDO
                 END-STRING
                 MOVE 8 TO RETURN-CODE
              WHEN WKS-IN-TOTAL > 0
                 STRING "VEREDICTO: RESTAURACION CONFORME CON "
                        WKS-IN-TOTAL " EXCEPCIONES DE INTEGRIDAD"
                    DELIMITED BY SIZE INTO REG-RPT-RESPALDO
                 END-STRING
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE "VEREDICTO: SIMULACRO CONFORME" TO
                    REG-RPT-RESPALDO
           END-EVALUATE
           WRITE REG-RPT-RESPALDO
           DISPLAY REG-RPT-RESPALDO
           DISPLAY "GENERACION RESTAURADA:     " WKS-FECHA-GEN
           DISPLAY "ARCHIVOS CON DIFERENCIA:   " WKS-CONT-DIFERENCIAS
           DISPLAY "ARCHIVOS NO RESPALDADOS:   " WKS-CONT-FALTANTES
           DISPLAY "EXCEPCIONES DE INTEGRIDAD: " WKS-IN-TOTAL.
       0020-VEREDICTO-E.
           EXIT.
