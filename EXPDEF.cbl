      ******************************************************************
      * FECHA       : 2026                                             *
      * PROGRAMADOR : DIANA STEFFANNY SALGUERO ROSALES                 *
      * APLICACION  : EDUCACION                                        *
      * PROGRAMA    : EDUC3124                                         *
      * TIPO        : BATCH (A SOLICITUD)                              *
      * DESCRIPCION : EXPORTACION DELIMITADA GENERICA DE ARCHIVOS DE   *
      *             : ANCHO FIJO (FILE-A, ARCHFTPM, DESCARGAS DE       *
      *             : ESTUMST Y REGDPI, ETC.) GUIADA POR LA BIBLIOTECA *
      *             : DE DEFINICIONES DEFRECON (MANTENIDA POR          *
      *             : EDUC3046). TOMA EL NOMBRE Y VERSION DE LA        *
      *             : DEFINICION (000 = LA ULTIMA ACTIVA), EL JUEGO DE *
      *             : POSICIONES (ARCHIVO 1-4 DE LA DEFINICION) Y      *
      *             : TARJETAS DE SELECCION OPCIONALES POR CAMPO       *
      *             : (IGUAL O RANGO, TODAS DEBEN CUMPLIRSE). GRABA    *
      *             : UNA FILA DE ENCABEZADO CON LOS NOMBRES DE LOS    *
      *             : CAMPOS, UNA FILA POR REGISTRO SELECCIONADO CON   *
      *             : LOS NUMERICOS EDITADOS (SIGNO Y PUNTO DECIMAL) Y *
      *             : LOS TEXTOS ENTRE COMILLAS, Y UNA FILA FINAL CON  *
      *             : EL TOTAL DE REGISTROS EXPORTADOS. CON LA OPCION  *
      *             : DE MASCARA LOS CAMPOS MARCADOS COMO SENSIBLES    *
      *             : SALEN CON LA REGLA DE ARCHMASK: SE CONSERVAN LOS *
      *             : DOS PRIMEROS Y LOS DOS ULTIMOS CARACTERES Y EL   *
      *             : CENTRO VA EN ASTERISCOS.                         *
      * ARCHIVOS    : DEFRECON, SELEXP (OPCIONAL), ENTEXP (ENTRADA),   *
      *             : SALEXP, RPTEXP (SALIDA)                          *
      * PROGRAMA(S) : PARMRD01                                         *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDUC3124.
       AUTHOR. DIANA SALGUERO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BIBLIOTECA-DEF ASSIGN TO DEFRECON
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-DEFRECON.
           SELECT TARJETAS-SELECCION ASSIGN TO SELEXP
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-SELEXP.
           SELECT ENTRADA-EXPORTA ASSIGN TO ENTEXP
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-ENTEXP.
           SELECT SALIDA-EXPORTA ASSIGN TO SALEXP
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-SALEXP.
           SELECT RPT-EXPORTA ASSIGN TO RPTEXP
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-RPTEXP.

       DATA DIVISION.

       FILE SECTION.
       FD BIBLIOTECA-DEF.
       01 REG-BIBLIOTECA                PIC X(60).

       FD TARJETAS-SELECCION.
       01 REG-SELECCION                 PIC X(60).

       FD ENTRADA-EXPORTA.
       01 REG-ENTRADA-EXPORTA           PIC X(200).

       FD SALIDA-EXPORTA.
       01 REG-SALIDA-EXPORTA            PIC X(2000).

       FD RPT-EXPORTA.
       01 REG-RPT-EXPORTA               PIC X(90).

       WORKING-STORAGE SECTION.

       01 WKS-CONTROL-ARCHIVOS.
          02 WKS-FS-DEFRECON            PIC X(02) VALUE SPACES.
             88 WKS-FIN-DEFRECON                  VALUE "10".
          02 WKS-FS-SELEXP              PIC X(02) VALUE SPACES.
             88 WKS-FIN-SELEXP                    VALUE "10".
          02 WKS-FS-ENTEXP              PIC X(02) VALUE SPACES.
             88 WKS-FIN-ENTEXP                    VALUE "10".
          02 WKS-FS-SALEXP              PIC X(02) VALUE SPACES.
          02 WKS-FS-RPTEXP              PIC X(02) VALUE SPACES.

       01 WKS-FECHA-ENTERA              PIC X(21) VALUE SPACES.
       01 WKS-FECHA-HOY                 PIC 9(08) VALUE ZEROES.

       01 WKS-REG-ENTRADA               PIC X(200) VALUE SPACES.

      *OPCIONES DE LA CORRIDA (AMBIENTE Y SECCION EDUC3124 DEL
      *ARCHIVO CENTRAL DE PARAMETROS).
       01 WKS-CONTROL-EXPORTACION.
          02 WKS-EXP-DEFINICION         PIC X(08) VALUE SPACES.
          02 WKS-EXP-VERSION            PIC 9(03) VALUE ZEROES.
          02 WKS-EXP-ARCHIVO            PIC 9(01) VALUE 1.
          02 WKS-EXP-MASCARA            PIC X(01) VALUE "N".
             88 WKS-CON-MASCARA                   VALUE "S".
          02 WKS-EXP-DELIMITADOR        PIC X(01) VALUE ",".
          02 WKS-EXP-VERSION-USADA      PIC 9(03) VALUE ZEROES.
          02 WKS-EXP-ESTADO-USADO       PIC X(01) VALUE SPACES.
          02 WKS-EXP-AMBIENTE           PIC X(20) VALUE SPACES.
          02 WKS-DEF-EN-CURSO           PIC X(01) VALUE "N".
             88 WKS-DEF-SELECCIONADA              VALUE "S".
          02 WKS-DEF-HALLADA            PIC X(01) VALUE "N".
          02 WKS-DEF-ERRORES            PIC 9(03) VALUE ZEROES.

      *MISMAS VISTAS DE TARJETA DEL MANTENIMIENTO DE LA BIBLIOTECA,
      *MAS LA TARJETA DE SELECCION:
      *"SELEC <CAMPO10> IGUAL <VALOR18>" O
      *"SELEC <CAMPO10> RANGO <DESDE18> <HASTA18>".
       01 WKS-LINEA-TARJETA             PIC X(60) VALUE SPACES.
       01 FILLER REDEFINES WKS-LINEA-TARJETA.
          02 WKS-TJ-VERBO               PIC X(05).
          02 FILLER                     PIC X(01).
          02 WKS-TJ-RESTO               PIC X(54).
       01 WKS-TJ-DEF REDEFINES WKS-LINEA-TARJETA.
          02 FILLER                     PIC X(04).
          02 WKS-TJ-D-NOMBRE            PIC X(08).
          02 FILLER                     PIC X(01).
          02 WKS-TJ-D-VERSION           PIC 9(03).
          02 FILLER                     PIC X(01).
          02 WKS-TJ-D-ESTADO            PIC X(01).
          02 FILLER                     PIC X(42).
       01 WKS-TJ-CAMPO REDEFINES WKS-LINEA-TARJETA.
          02 FILLER                     PIC X(06).
          02 WKS-TJ-C-NOMBRE            PIC X(10).
          02 FILLER                     PIC X(01).
          02 WKS-TJ-C-POSICION OCCURS 4 TIMES.
             03 WKS-TJ-C-POS            PIC 9(03).
             03 FILLER                  PIC X(01).
          02 WKS-TJ-C-LON               PIC 9(02).
          02 FILLER                     PIC X(01).
          02 WKS-TJ-C-TIPO              PIC X(01).
          02 FILLER                     PIC X(01).
          02 WKS-TJ-C-DECIMALES         PIC X(01).
          02 WKS-TJ-C-DEC-NUM REDEFINES WKS-TJ-C-DECIMALES
                                        PIC 9(01).
          02 FILLER                     PIC X(01).
          02 WKS-TJ-C-SIGNO             PIC X(01).
          02 FILLER                     PIC X(01).
          02 WKS-TJ-C-SENSIBLE          PIC X(01).
          02 FILLER                     PIC X(17).
       01 WKS-TJ-SELECCION REDEFINES WKS-LINEA-TARJETA.
          02 FILLER                     PIC X(06).
          02 WKS-TJ-S-NOMBRE            PIC X(10).
          02 FILLER                     PIC X(01).
          02 WKS-TJ-S-OPERADOR          PIC X(05).
          02 FILLER                     PIC X(01).
          02 WKS-TJ-S-DESDE             PIC X(18).
          02 FILLER                     PIC X(01).
          02 WKS-TJ-S-HASTA             PIC X(18).

      *CAMPOS DE LA DEFINICION, CON LA POSICION DEL JUEGO ELEGIDO
      *(000 EN LA TARJETA = LA POSICION DEL ARCHIVO 1).
       01 WKS-TABLA-CAMPOS.
          02 WKS-CA-ENTRADA OCCURS 30 TIMES.
             03 WKS-CA-NOMBRE           PIC X(10).
             03 WKS-CA-POS              PIC 9(03).
             03 WKS-CA-LON              PIC 9(02).
             03 WKS-CA-TIPO             PIC X(01).
                88 WKS-CA-NUMERICO                VALUE "N".
             03 WKS-CA-DECIMALES        PIC 9(01).
             03 WKS-CA-SIGNO            PIC X(01).
             03 WKS-CA-SENSIBLE         PIC X(01).
                88 WKS-CA-ES-SENSIBLE             VALUE "S".
          02 WKS-CA-CANT                PIC 9(02) VALUE ZEROES.
          02 WKS-CA-IDX                 PIC 9(02) VALUE ZEROES.
          02 WKS-CA-SENSIBLES           PIC 9(02) VALUE ZEROES.

      *CONDICIONES DE SELECCION; PARA LOS CAMPOS NUMERICOS SE
      *COMPARA EL VALOR (CON SIGNO Y DECIMALES), PARA LOS DE TEXTO
      *EL CONTENIDO SIN ESPACIOS A LA IZQUIERDA.
       01 WKS-TABLA-SELECCION.
          02 WKS-SE-ENTRADA OCCURS 10 TIMES.
             03 WKS-SE-CAMPO            PIC 9(02).
             03 WKS-SE-OPERADOR         PIC X(05).
             03 WKS-SE-DESDE-TXT        PIC X(60).
             03 WKS-SE-HASTA-TXT        PIC X(60).
             03 WKS-SE-DESDE-NUM        PIC S9(18)V9(09).
             03 WKS-SE-HASTA-NUM        PIC S9(18)V9(09).
          02 WKS-SE-CANT                PIC 9(02) VALUE ZEROES.
          02 WKS-SE-IDX                 PIC 9(02) VALUE ZEROES.
          02 WKS-SE-CUMPLE              PIC X(01) VALUE "S".
             88 WKS-REGISTRO-SELECCIONADO         VALUE "S".
          02 WKS-SE-MALA                PIC X(01) VALUE "N".

      *VALOR DEL CAMPO EN CURSO: CRUDO TAL CUAL VIENE EN EL
      *REGISTRO Y RECORTADO DE ESPACIOS A AMBOS LADOS.
       01 WKS-CONTROL-EXTRACCION.
          02 WKS-EX-CRUDO               PIC X(61) VALUE SPACES.
          02 WKS-EX-LON                 PIC 9(02) VALUE ZEROES.
          02 WKS-EX-POS                 PIC 9(03) VALUE ZEROES.
          02 WKS-EX-INI                 PIC 9(02) VALUE ZEROES.
          02 WKS-EX-FIN                 PIC 9(02) VALUE ZEROES.
          02 WKS-EX-I                   PIC 9(02) VALUE ZEROES.
          02 WKS-EX-TEXTO               PIC X(60) VALUE SPACES.
          02 WKS-EX-TEXTO-LON           PIC 9(02) VALUE ZEROES.
          02 WKS-EX-CARACTER            PIC X(01) VALUE SPACES.

      *INTERPRETACION DE UN NUMERICO: DIGITOS, PUNTO DECIMAL
      *EXPLICITO, SIGNO SEPARADO (+/-) O SOBREIMPRESO EN LA ULTIMA
      *POSICION ("{" A "I" POSITIVO, "}" A "R" NEGATIVO).
       01 WKS-CONTROL-NUMERO.
          02 WKS-NU-CRUDO               PIC X(18) VALUE SPACES.
          02 WKS-NU-LON                 PIC 9(02) VALUE ZEROES.
          02 WKS-NU-SIGNO-ESTILO        PIC X(01) VALUE SPACES.
          02 WKS-NU-DEC-DEF             PIC 9(01) VALUE ZEROES.
          02 WKS-NU-DIGITOS             PIC X(18) VALUE SPACES.
          02 WKS-NU-CANT-DIG            PIC 9(02) VALUE ZEROES.
          02 WKS-NU-DEC                 PIC 9(02) VALUE ZEROES.
          02 WKS-NU-DEC-EXPL            PIC 9(02) VALUE ZEROES.
          02 WKS-NU-PUNTO               PIC X(01) VALUE "N".
          02 WKS-NU-NEGATIVO            PIC X(01) VALUE "N".
          02 WKS-NU-INVALIDO            PIC X(01) VALUE "N".
             88 WKS-NUMERO-INVALIDO               VALUE "S".
          02 WKS-NU-CARACTER            PIC X(01) VALUE SPACES.
          02 WKS-NU-DIGITO              PIC 9(01) VALUE ZEROES.
          02 WKS-NU-I                   PIC 9(02) VALUE ZEROES.
          02 WKS-NU-J                   PIC 9(02) VALUE ZEROES.
          02 WKS-NU-VALOR               PIC S9(18)V9(09) VALUE ZEROES.
          02 WKS-NU-ENTERO-LON          PIC 9(02) VALUE ZEROES.
          02 WKS-NU-INICIO              PIC 9(02) VALUE ZEROES.
          02 WKS-NU-CEROS               PIC 9(02) VALUE ZEROES.
       01 WKS-SOBREIMPRESOS             PIC X(20)
                                        VALUE "{ABCDEFGHI}JKLMNOPQR".
       01 FILLER REDEFINES WKS-SOBREIMPRESOS.
          02 WKS-SO-CARACTER            PIC X(01) OCCURS 20 TIMES.

      *LINEA DELIMITADA EN CONSTRUCCION.
       01 WKS-LINEA-SALIDA              PIC X(2000) VALUE SPACES.
       01 WKS-LS-PTR                    PIC 9(04) VALUE 1.
       01 WKS-LS-TRUNCADA               PIC X(01) VALUE "N".

       01 WKS-CONTADORES.
          02 WKS-CT-LEIDOS              PIC 9(09) VALUE ZEROES.
          02 WKS-CT-EXCLUIDOS           PIC 9(09) VALUE ZEROES.
          02 WKS-CT-EXPORTADOS          PIC 9(09) VALUE ZEROES.
          02 WKS-CT-INVALIDOS           PIC 9(09) VALUE ZEROES.
          02 WKS-CT-TRUNCADOS           PIC 9(09) VALUE ZEROES.
          02 WKS-CT-EDITADO             PIC ZZZ,ZZZ,ZZ9.

      *AREA PARA EL LECTOR COMUN DEL ARCHIVO CENTRAL DE PARAMETROS.
       01 WKS-CONTROL-PARAMETROS.
          02 WKS-PARM-SECCION           PIC X(08) VALUE "EDUC3124".
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

           OPEN OUTPUT RPT-EXPORTA
           IF WKS-FS-RPTEXP NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL REPORTE DE EXPORTACION"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE SPACES TO REG-RPT-EXPORTA
           STRING "EDUC3124 EXPORTACION DELIMITADA POR DEFINICION  "
                  "FECHA " WKS-FECHA-HOY
              DELIMITED BY SIZE INTO REG-RPT-EXPORTA
           END-STRING
           WRITE REG-RPT-EXPORTA

           PERFORM 0001-INICIO-PARAMETROS THRU 0001-PARAMETROS-E
           PERFORM 0002-INICIO-CARGA-DEFINICION THRU
              0002-CARGA-DEFINICION-E
           PERFORM 0003-INICIO-CARGA-SELECCION THRU
              0003-CARGA-SELECCION-E

           IF WKS-DEF-ERRORES > ZEROES
              MOVE "EXPORTACION CANCELADA POR ERRORES EN LA DEFINICION"
                 TO REG-RPT-EXPORTA
              WRITE REG-RPT-EXPORTA
              DISPLAY "EXPORTACION CANCELADA CON " WKS-DEF-ERRORES
                      " ERRORES DE DEFINICION O SELECCION"
              CLOSE RPT-EXPORTA
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 0004-INICIO-ABRE-ARCHIVOS THRU 0004-ABRE-ARCHIVOS-E

           READ ENTRADA-EXPORTA INTO WKS-REG-ENTRADA
           AT END
              SET WKS-FIN-ENTEXP TO TRUE
           END-READ
           PERFORM UNTIL WKS-FIN-ENTEXP
                   ADD 1 TO WKS-CT-LEIDOS
                   PERFORM 0005-INICIO-PROCESA-REGISTRO THRU
                      0005-PROCESA-REGISTRO-E
                   MOVE SPACES TO WKS-REG-ENTRADA
                   READ ENTRADA-EXPORTA INTO WKS-REG-ENTRADA
                   AT END
                      SET WKS-FIN-ENTEXP TO TRUE
                   END-READ
           END-PERFORM

      *FILA FINAL CON EL TOTAL DE REGISTROS EXPORTADOS.
           MOVE SPACES TO WKS-LINEA-SALIDA
           MOVE 1 TO WKS-LS-PTR
           STRING '"TOTAL_REGISTROS"' WKS-EXP-DELIMITADOR
                  WKS-CT-EXPORTADOS
              DELIMITED BY SIZE INTO WKS-LINEA-SALIDA
              WITH POINTER WKS-LS-PTR
           END-STRING
           WRITE REG-SALIDA-EXPORTA FROM WKS-LINEA-SALIDA

           CLOSE ENTRADA-EXPORTA, SALIDA-EXPORTA

           PERFORM 0012-INICIO-REPORTE-CONTROL THRU
              0012-REPORTE-CONTROL-E
           CLOSE RPT-EXPORTA

           DISPLAY "REGISTROS LEIDOS: " WKS-CT-LEIDOS
                   " EXPORTADOS: " WKS-CT-EXPORTADOS
           IF WKS-CT-INVALIDOS > ZEROES OR WKS-CT-TRUNCADOS > ZEROES
              MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
       0000-INICIO-E.
           EXIT.

       0001-INICIO-PARAMETROS SECTION.
      *DEFINICION, VERSION Y MASCARA PUEDEN VENIR DEL AMBIENTE DE
      *LA CORRIDA; LA SECCION EDUC3124 DEL ARCHIVO CENTRAL DE
      *PARAMETROS PREVALECE, COMO EN EL CONCILIADOR GENERICO.
           MOVE SPACES TO WKS-EXP-AMBIENTE
           ACCEPT WKS-EXP-AMBIENTE FROM ENVIRONMENT "DEF_EXPORTA"
           IF WKS-EXP-AMBIENTE NOT = SPACES AND
              WKS-EXP-AMBIENTE NOT = LOW-VALUES
              MOVE WKS-EXP-AMBIENTE(1:8) TO WKS-EXP-DEFINICION
           END-IF
           MOVE SPACES TO WKS-EXP-AMBIENTE
           ACCEPT WKS-EXP-AMBIENTE FROM ENVIRONMENT "VERSION_EXPORTA"
           IF WKS-EXP-AMBIENTE(1:3) NUMERIC
              MOVE WKS-EXP-AMBIENTE(1:3) TO WKS-EXP-VERSION
           END-IF
           MOVE SPACES TO WKS-EXP-AMBIENTE
           ACCEPT WKS-EXP-AMBIENTE FROM ENVIRONMENT "MASCARA_EXPORTA"
           IF WKS-EXP-AMBIENTE(1:1) = "S" OR "N"
              MOVE WKS-EXP-AMBIENTE(1:1) TO WKS-EXP-MASCARA
           END-IF

           CALL 'PARMRD01' USING WKS-PARM-SECCION
                                 WKS-PARM-CANT
                                 WKS-PARM-TABLA
                                 WKS-PARM-SIN-SECCION

           PERFORM VARYING WKS-PARM-IDX FROM 1 BY 1
              UNTIL WKS-PARM-IDX > WKS-PARM-CANT
              EVALUATE WKS-PARM-CLAVE(WKS-PARM-IDX)
              WHEN "DEF_EXPORTA"
                   MOVE WKS-PARM-VALOR(WKS-PARM-IDX)(1:8) TO
                      WKS-EXP-DEFINICION
              WHEN "VERSION_EXPORTA"
                   IF WKS-PARM-VALOR(WKS-PARM-IDX)(1:3) NUMERIC
                      MOVE WKS-PARM-VALOR(WKS-PARM-IDX)(1:3) TO
                         WKS-EXP-VERSION
                   END-IF
              WHEN "ARCHIVO_EXPORTA"
                   IF WKS-PARM-VALOR(WKS-PARM-IDX)(1:1) >= "1" AND
                      WKS-PARM-VALOR(WKS-PARM-IDX)(1:1) <= "4"
                      MOVE WKS-PARM-VALOR(WKS-PARM-IDX)(1:1) TO
                         WKS-EXP-ARCHIVO
                   END-IF
              WHEN "MASCARA_EXPORTA"
                   IF WKS-PARM-VALOR(WKS-PARM-IDX)(1:1) = "S" OR "N"
                      MOVE WKS-PARM-VALOR(WKS-PARM-IDX)(1:1) TO
                         WKS-EXP-MASCARA
                   END-IF
              WHEN "DELIMITADOR"
                   IF WKS-PARM-VALOR(WKS-PARM-IDX)(1:1) NOT = SPACE
                      AND WKS-PARM-VALOR(WKS-PARM-IDX)(1:1) NOT = '"'
                      MOVE WKS-PARM-VALOR(WKS-PARM-IDX)(1:1) TO
                         WKS-EXP-DELIMITADOR
                   END-IF
              WHEN OTHER
                   DISPLAY "PARAMETRO DESCONOCIDO EN PARAMET: "
                           WKS-PARM-CLAVE(WKS-PARM-IDX)
              END-EVALUATE
           END-PERFORM

           DISPLAY "PARAMETROS EFECTIVOS DE LA CORRIDA:"
           DISPLAY "  DEF_EXPORTA    : " WKS-EXP-DEFINICION
           DISPLAY "  VERSION        : " WKS-EXP-VERSION
           DISPLAY "  ARCHIVO        : " WKS-EXP-ARCHIVO
           DISPLAY "  MASCARA        : " WKS-EXP-MASCARA
           DISPLAY "  DELIMITADOR    : " WKS-EXP-DELIMITADOR

           IF WKS-EXP-DEFINICION = SPACES
              DISPLAY "FALTA EL NOMBRE DE LA DEFINICION A EXPORTAR"
              MOVE "FALTA EL NOMBRE DE LA DEFINICION (DEF_EXPORTA)"
                 TO REG-RPT-EXPORTA
              WRITE REG-RPT-EXPORTA
              CLOSE RPT-EXPORTA
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
       0001-PARAMETROS-E.
           EXIT.

       0002-INICIO-CARGA-DEFINICION SECTION.
      *VERSION 000 TOMA LA ULTIMA VERSION ACTIVA DEL NOMBRE, COMO EL
      *CONCILIADOR; UNA VERSION EXPLICITA SE TOMA AUNQUE YA ESTE
      *DESACTIVADA, PARA EXPORTAR ARCHIVOS VIEJOS CON SU FORMATO.
           OPEN INPUT BIBLIOTECA-DEF
           IF WKS-FS-DEFRECON NOT = "00"
              DISPLAY "NO SE PUDO ABRIR LA BIBLIOTECA DE "
                      "DEFINICIONES DEFRECON"
              CLOSE RPT-EXPORTA
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           READ BIBLIOTECA-DEF INTO WKS-LINEA-TARJETA
           AT END
              SET WKS-FIN-DEFRECON TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-DEFRECON
                   EVALUATE TRUE
                   WHEN WKS-LINEA-TARJETA(1:4) = "DEF "
                        MOVE "N" TO WKS-DEF-EN-CURSO
                        IF WKS-TJ-D-NOMBRE = WKS-EXP-DEFINICION
                           IF (WKS-EXP-VERSION = ZEROES AND
                               WKS-TJ-D-ESTADO = "A") OR
                              (WKS-EXP-VERSION NOT = ZEROES AND
                               WKS-TJ-D-VERSION = WKS-EXP-VERSION)
                              MOVE "S" TO WKS-DEF-EN-CURSO
                              MOVE "S" TO WKS-DEF-HALLADA
                              MOVE WKS-TJ-D-VERSION TO
                                 WKS-EXP-VERSION-USADA
                              MOVE WKS-TJ-D-ESTADO TO
                                 WKS-EXP-ESTADO-USADO
                              INITIALIZE WKS-TABLA-CAMPOS
                           END-IF
                        END-IF
                   WHEN WKS-LINEA-TARJETA(1:6) = "FINDEF"
                        MOVE "N" TO WKS-DEF-EN-CURSO
                   WHEN WKS-DEF-SELECCIONADA AND
                        WKS-TJ-VERBO = "CAMPO"
                        PERFORM 0013-INICIO-AGREGA-CAMPO THRU
                           0013-AGREGA-CAMPO-E
                   WHEN OTHER
                        CONTINUE
                   END-EVALUATE
                   READ BIBLIOTECA-DEF INTO WKS-LINEA-TARJETA
                   AT END
                      SET WKS-FIN-DEFRECON TO TRUE
                   END-READ
           END-PERFORM

           CLOSE BIBLIOTECA-DEF

           IF WKS-DEF-HALLADA NOT = "S"
              DISPLAY "LA DEFINICION " WKS-EXP-DEFINICION
                      " VERSION " WKS-EXP-VERSION
                      " NO EXISTE EN LA BIBLIOTECA"
              MOVE SPACES TO REG-RPT-EXPORTA
              STRING "LA DEFINICION " WKS-EXP-DEFINICION
                     " VERSION " WKS-EXP-VERSION
                     " NO EXISTE EN LA BIBLIOTECA"
                 DELIMITED BY SIZE INTO REG-RPT-EXPORTA
              END-STRING
              WRITE REG-RPT-EXPORTA
              CLOSE RPT-EXPORTA
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE SPACES TO REG-RPT-EXPORTA
           STRING "DEFINICION " WKS-EXP-DEFINICION " VERSION "
                  WKS-EXP-VERSION-USADA " ESTADO "
                  WKS-EXP-ESTADO-USADO "  POSICIONES DEL ARCHIVO "
                  WKS-EXP-ARCHIVO "  MASCARA " WKS-EXP-MASCARA
              DELIMITED BY SIZE INTO REG-RPT-EXPORTA
           END-STRING
           WRITE REG-RPT-EXPORTA
           DISPLAY "DEFINICION " WKS-EXP-DEFINICION " VERSION "
                   WKS-EXP-VERSION-USADA " CARGADA DE LA BIBLIOTECA"
           IF WKS-EXP-ESTADO-USADO NOT = "A"
              DISPLAY "AVISO: LA VERSION " WKS-EXP-VERSION-USADA
                      " ESTA DESACTIVADA EN LA BIBLIOTECA"
           END-IF

           IF WKS-CA-CANT = ZEROES
              ADD 1 TO WKS-DEF-ERRORES
              MOVE "ERROR: LA DEFINICION NO DESCRIBE CAMPOS" TO
                 REG-RPT-EXPORTA
              WRITE REG-RPT-EXPORTA
           END-IF

           PERFORM VARYING WKS-CA-IDX FROM 1 BY 1
              UNTIL WKS-CA-IDX > WKS-CA-CANT
              MOVE SPACES TO REG-RPT-EXPORTA
              STRING "  CAMPO " WKS-CA-NOMBRE(WKS-CA-IDX)
                     " POS " WKS-CA-POS(WKS-CA-IDX)
                     " LON " WKS-CA-LON(WKS-CA-IDX)
                     " TIPO " WKS-CA-TIPO(WKS-CA-IDX)
                     " DEC " WKS-CA-DECIMALES(WKS-CA-IDX)
                     " SIGNO " WKS-CA-SIGNO(WKS-CA-IDX)
                     " SENSIBLE " WKS-CA-SENSIBLE(WKS-CA-IDX)
                 DELIMITED BY SIZE INTO REG-RPT-EXPORTA
              END-STRING
              WRITE REG-RPT-EXPORTA
           END-PERFORM

           IF WKS-CA-SENSIBLES > ZEROES AND NOT WKS-CON-MASCARA
              MOVE SPACES TO REG-RPT-EXPORTA
              STRING "AVISO: EXPORTACION SIN MASCARA CON "
                     WKS-CA-SENSIBLES " CAMPOS SENSIBLES"
                 DELIMITED BY SIZE INTO REG-RPT-EXPORTA
              END-STRING
              WRITE REG-RPT-EXPORTA
              DISPLAY "AVISO: EXPORTACION SIN MASCARA CON "
                      WKS-CA-SENSIBLES " CAMPOS SENSIBLES"
           END-IF.
       0002-CARGA-DEFINICION-E.
           EXIT.

       0013-INICIO-AGREGA-CAMPO SECTION.
      *UNA TARJETA CAMPO DE LA DEFINICION ELEGIDA. LA BIBLIOTECA YA
      *VIENE VALIDADA POR EDUC3046; AQUI SOLO SE CUIDA QUE NINGUN
      *CAMPO LEA FUERA DEL REGISTRO NI DE LAS AREAS DE TRABAJO.
           IF WKS-CA-CANT NOT < 30
              GO TO 0013-AGREGA-CAMPO-E
           END-IF
           ADD 1 TO WKS-CA-CANT
           MOVE WKS-TJ-C-NOMBRE TO WKS-CA-NOMBRE(WKS-CA-CANT)
           MOVE WKS-TJ-C-POS(WKS-EXP-ARCHIVO) TO
              WKS-CA-POS(WKS-CA-CANT)
           IF WKS-CA-POS(WKS-CA-CANT) = ZEROES
              MOVE WKS-TJ-C-POS(1) TO WKS-CA-POS(WKS-CA-CANT)
           END-IF
           MOVE WKS-TJ-C-LON TO WKS-CA-LON(WKS-CA-CANT)
           MOVE WKS-TJ-C-TIPO TO WKS-CA-TIPO(WKS-CA-CANT)
           IF WKS-TJ-C-DECIMALES NUMERIC
              MOVE WKS-TJ-C-DEC-NUM TO WKS-CA-DECIMALES(WKS-CA-CANT)
           ELSE
              MOVE ZEROES TO WKS-CA-DECIMALES(WKS-CA-CANT)
           END-IF
           MOVE WKS-TJ-C-SIGNO TO WKS-CA-SIGNO(WKS-CA-CANT)
           MOVE WKS-TJ-C-SENSIBLE TO WKS-CA-SENSIBLE(WKS-CA-CANT)
           IF WKS-CA-ES-SENSIBLE(WKS-CA-CANT)
              ADD 1 TO WKS-CA-SENSIBLES
           END-IF

           IF WKS-CA-POS(WKS-CA-CANT) NOT NUMERIC OR
              WKS-CA-LON(WKS-CA-CANT) NOT NUMERIC OR
              WKS-CA-POS(WKS-CA-CANT) = ZEROES OR
              WKS-CA-LON(WKS-CA-CANT) = ZEROES OR
              WKS-CA-LON(WKS-CA-CANT) > 60 OR
              (WKS-CA-NUMERICO(WKS-CA-CANT) AND
               WKS-CA-LON(WKS-CA-CANT) > 18) OR
              WKS-CA-POS(WKS-CA-CANT) + WKS-CA-LON(WKS-CA-CANT) > 201
              ADD 1 TO WKS-DEF-ERRORES
              MOVE SPACES TO REG-RPT-EXPORTA
              STRING "ERROR CAMPO " WKS-TJ-C-NOMBRE
                     ": POSICION O LONGITUD FUERA DE LIMITES"
                 DELIMITED BY SIZE INTO REG-RPT-EXPORTA
              END-STRING
              WRITE REG-RPT-EXPORTA
           END-IF.
       0013-AGREGA-CAMPO-E.
           EXIT.

       0003-INICIO-CARGA-SELECCION SECTION.
      *LAS TARJETAS DE SELECCION SON OPCIONALES (FILE STATUS 35 =
      *NO SUMINISTRADAS: SE EXPORTA TODO EL ARCHIVO). UNA TARJETA
      *MALA CANCELA LA CORRIDA: EXPORTAR OTRA COSA DE LO PEDIDO ES
      *PEOR QUE NO EXPORTAR.
           OPEN INPUT TARJETAS-SELECCION
           IF WKS-FS-SELEXP = "35"
              MOVE "SIN TARJETAS DE SELECCION: SE EXPORTA TODO" TO
                 REG-RPT-EXPORTA
              WRITE REG-RPT-EXPORTA
              GO TO 0003-CARGA-SELECCION-E
           END-IF
           IF WKS-FS-SELEXP NOT = "00"
              DISPLAY "NO SE PUDO ABRIR LAS TARJETAS DE SELECCION"
              CLOSE RPT-EXPORTA
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           READ TARJETAS-SELECCION INTO WKS-LINEA-TARJETA
           AT END
              SET WKS-FIN-SELEXP TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-SELEXP
                   EVALUATE TRUE
                   WHEN WKS-TJ-VERBO = "SELEC"
                        PERFORM 0014-INICIO-VALIDA-SELECCION THRU
                           0014-VALIDA-SELECCION-E
                   WHEN WKS-LINEA-TARJETA = SPACES
                   WHEN WKS-LINEA-TARJETA(1:1) = "*"
                        CONTINUE
                   WHEN OTHER
                        ADD 1 TO WKS-DEF-ERRORES
                        MOVE SPACES TO REG-RPT-EXPORTA
                        STRING "ERROR TARJETA DESCONOCIDA: "
                               WKS-LINEA-TARJETA
                           DELIMITED BY SIZE INTO REG-RPT-EXPORTA
                        END-STRING
                        WRITE REG-RPT-EXPORTA
                   END-EVALUATE
                   READ TARJETAS-SELECCION INTO WKS-LINEA-TARJETA
                   AT END
                      SET WKS-FIN-SELEXP TO TRUE
                   END-READ
           END-PERFORM

           CLOSE TARJETAS-SELECCION.
       0003-CARGA-SELECCION-E.
           EXIT.

       0014-INICIO-VALIDA-SELECCION SECTION.
      *UBICA EL CAMPO DE LA TARJETA EN LA DEFINICION Y GUARDA LOS
      *LIMITES; PARA IGUAL EL HASTA ES EL MISMO DESDE.
           MOVE SPACES TO REG-RPT-EXPORTA
           STRING "SELECCION: " WKS-LINEA-TARJETA
              DELIMITED BY SIZE INTO REG-RPT-EXPORTA
           END-STRING
           WRITE REG-RPT-EXPORTA

           IF WKS-SE-CANT NOT < 10
              ADD 1 TO WKS-DEF-ERRORES
              MOVE "ERROR: MAS DE 10 TARJETAS DE SELECCION" TO
                 REG-RPT-EXPORTA
              WRITE REG-RPT-EXPORTA
              GO TO 0014-VALIDA-SELECCION-E
           END-IF
           IF WKS-TJ-S-OPERADOR NOT = "IGUAL" AND
              WKS-TJ-S-OPERADOR NOT = "RANGO"
              ADD 1 TO WKS-DEF-ERRORES
              MOVE "ERROR: OPERADOR DEBE SER IGUAL O RANGO" TO
                 REG-RPT-EXPORTA
              WRITE REG-RPT-EXPORTA
              GO TO 0014-VALIDA-SELECCION-E
           END-IF

           PERFORM VARYING WKS-CA-IDX FROM 1 BY 1
              UNTIL WKS-CA-IDX > WKS-CA-CANT OR
                    WKS-CA-NOMBRE(WKS-CA-IDX) = WKS-TJ-S-NOMBRE
              CONTINUE
           END-PERFORM
           IF WKS-CA-IDX > WKS-CA-CANT
              ADD 1 TO WKS-DEF-ERRORES
              MOVE "ERROR: EL CAMPO NO EXISTE EN LA DEFINICION" TO
                 REG-RPT-EXPORTA
              WRITE REG-RPT-EXPORTA
              GO TO 0014-VALIDA-SELECCION-E
           END-IF

           ADD 1 TO WKS-SE-CANT
           MOVE WKS-CA-IDX TO WKS-SE-CAMPO(WKS-SE-CANT)
           MOVE WKS-TJ-S-OPERADOR TO WKS-SE-OPERADOR(WKS-SE-CANT)
           MOVE WKS-TJ-S-DESDE TO WKS-SE-DESDE-TXT(WKS-SE-CANT)
           IF WKS-TJ-S-OPERADOR = "IGUAL"
              MOVE WKS-TJ-S-DESDE TO WKS-SE-HASTA-TXT(WKS-SE-CANT)
           ELSE
              MOVE WKS-TJ-S-HASTA TO WKS-SE-HASTA-TXT(WKS-SE-CANT)
           END-IF
           MOVE ZEROES TO WKS-SE-DESDE-NUM(WKS-SE-CANT)
                          WKS-SE-HASTA-NUM(WKS-SE-CANT)
           MOVE "N" TO WKS-SE-MALA

           IF WKS-CA-NUMERICO(WKS-CA-IDX)
      *LOS VALORES DE LA TARJETA SE ESCRIBEN CON PUNTO Y SIGNO
      *EXPLICITOS (-125.50), SIN DECIMALES IMPLICITOS.
              MOVE WKS-SE-DESDE-TXT(WKS-SE-CANT) TO WKS-NU-CRUDO
              MOVE 18 TO WKS-NU-LON
              MOVE SPACES TO WKS-NU-SIGNO-ESTILO
              MOVE ZEROES TO WKS-NU-DEC-DEF
              PERFORM 0008-INICIO-INTERPRETA-NUMERO THRU
                 0008-INTERPRETA-NUMERO-E
              IF WKS-NUMERO-INVALIDO OR WKS-NU-CANT-DIG = ZEROES
                 MOVE "S" TO WKS-SE-MALA
              END-IF
              MOVE WKS-NU-VALOR TO WKS-SE-DESDE-NUM(WKS-SE-CANT)
              MOVE WKS-SE-HASTA-TXT(WKS-SE-CANT) TO WKS-NU-CRUDO
              PERFORM 0008-INICIO-INTERPRETA-NUMERO THRU
                 0008-INTERPRETA-NUMERO-E
              IF WKS-NUMERO-INVALIDO OR WKS-NU-CANT-DIG = ZEROES
                 MOVE "S" TO WKS-SE-MALA
              END-IF
              MOVE WKS-NU-VALOR TO WKS-SE-HASTA-NUM(WKS-SE-CANT)
              IF WKS-SE-DESDE-NUM(WKS-SE-CANT) >
                 WKS-SE-HASTA-NUM(WKS-SE-CANT)
                 MOVE "S" TO WKS-SE-MALA
              END-IF
              IF WKS-SE-MALA = "S"
                 ADD 1 TO WKS-DEF-ERRORES
                 MOVE
                   "ERROR: VALOR NUMERICO INVALIDO O RANGO INVERTIDO"
                    TO REG-RPT-EXPORTA
                 WRITE REG-RPT-EXPORTA
              END-IF
           ELSE
              IF WKS-SE-DESDE-TXT(WKS-SE-CANT) >
                 WKS-SE-HASTA-TXT(WKS-SE-CANT)
                 ADD 1 TO WKS-DEF-ERRORES
                 MOVE "ERROR: RANGO INVERTIDO" TO REG-RPT-EXPORTA
                 WRITE REG-RPT-EXPORTA
              END-IF
           END-IF.
       0014-VALIDA-SELECCION-E.
           EXIT.

       0004-INICIO-ABRE-ARCHIVOS SECTION.
           OPEN INPUT ENTRADA-EXPORTA
           IF WKS-FS-ENTEXP NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL ARCHIVO A EXPORTAR ENTEXP"
              CLOSE RPT-EXPORTA
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT SALIDA-EXPORTA
           IF WKS-FS-SALEXP NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DELIMITADO SALEXP"
              CLOSE ENTRADA-EXPORTA, RPT-EXPORTA
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

      *FILA DE ENCABEZADO CON LOS NOMBRES DE LOS CAMPOS.
           MOVE SPACES TO WKS-LINEA-SALIDA
           MOVE 1 TO WKS-LS-PTR
           PERFORM VARYING WKS-CA-IDX FROM 1 BY 1
              UNTIL WKS-CA-IDX > WKS-CA-CANT
              IF WKS-CA-IDX > 1
                 STRING WKS-EXP-DELIMITADOR DELIMITED BY SIZE
                    INTO WKS-LINEA-SALIDA WITH POINTER WKS-LS-PTR
                 END-STRING
              END-IF
              STRING '"' DELIMITED BY SIZE
                     WKS-CA-NOMBRE(WKS-CA-IDX) DELIMITED BY SPACE
                     '"' DELIMITED BY SIZE
                 INTO WKS-LINEA-SALIDA WITH POINTER WKS-LS-PTR
              END-STRING
           END-PERFORM
           WRITE REG-SALIDA-EXPORTA FROM WKS-LINEA-SALIDA.
       0004-ABRE-ARCHIVOS-E.
           EXIT.

       0005-INICIO-PROCESA-REGISTRO SECTION.
           PERFORM 0006-INICIO-EVALUA-SELECCION THRU
              0006-EVALUA-SELECCION-E
           IF NOT WKS-REGISTRO-SELECCIONADO
              ADD 1 TO WKS-CT-EXCLUIDOS
              GO TO 0005-PROCESA-REGISTRO-E
           END-IF

           MOVE SPACES TO WKS-LINEA-SALIDA
           MOVE 1 TO WKS-LS-PTR
           MOVE "N" TO WKS-LS-TRUNCADA
           PERFORM VARYING WKS-CA-IDX FROM 1 BY 1
              UNTIL WKS-CA-IDX > WKS-CA-CANT
              IF WKS-CA-IDX > 1
                 MOVE WKS-EXP-DELIMITADOR TO WKS-EX-CARACTER
                 PERFORM 0015-INICIO-AGREGA-CARACTER THRU
                    0015-AGREGA-CARACTER-E
              END-IF
              PERFORM 0007-INICIO-EXTRAE-CAMPO THRU
                 0007-EXTRAE-CAMPO-E
              EVALUATE TRUE
              WHEN WKS-CON-MASCARA AND
                   WKS-CA-ES-SENSIBLE(WKS-CA-IDX)
      *EL DATO SENSIBLE ENMASCARADO YA NO ES UN NUMERO: SALE COMO
      *TEXTO ENTRE COMILLAS AUNQUE EL CAMPO SEA NUMERICO.
                   PERFORM 0011-INICIO-ENMASCARA THRU
                      0011-ENMASCARA-E
                   PERFORM 0010-INICIO-AGREGA-TEXTO THRU
                      0010-AGREGA-TEXTO-E
              WHEN WKS-CA-NUMERICO(WKS-CA-IDX)
                   MOVE WKS-EX-CRUDO(1:18) TO WKS-NU-CRUDO
                   MOVE WKS-CA-LON(WKS-CA-IDX) TO WKS-NU-LON
                   MOVE WKS-CA-SIGNO(WKS-CA-IDX) TO
                      WKS-NU-SIGNO-ESTILO
                   MOVE WKS-CA-DECIMALES(WKS-CA-IDX) TO
                      WKS-NU-DEC-DEF
                   PERFORM 0008-INICIO-INTERPRETA-NUMERO THRU
                      0008-INTERPRETA-NUMERO-E
                   IF WKS-NUMERO-INVALIDO
      *UN NUMERICO QUE NO SE PUEDE INTERPRETAR SALE TAL CUAL, ENTRE
      *COMILLAS, Y SE CUENTA PARA EL REPORTE DE CONTROL.
                      ADD 1 TO WKS-CT-INVALIDOS
                      PERFORM 0010-INICIO-AGREGA-TEXTO THRU
                         0010-AGREGA-TEXTO-E
                   ELSE
                      PERFORM 0009-INICIO-AGREGA-NUMERO THRU
                         0009-AGREGA-NUMERO-E
                   END-IF
              WHEN OTHER
                   PERFORM 0010-INICIO-AGREGA-TEXTO THRU
                      0010-AGREGA-TEXTO-E
              END-EVALUATE
           END-PERFORM

           IF WKS-LS-TRUNCADA = "S"
              ADD 1 TO WKS-CT-TRUNCADOS
           END-IF
           WRITE REG-SALIDA-EXPORTA FROM WKS-LINEA-SALIDA
           ADD 1 TO WKS-CT-EXPORTADOS.
       0005-PROCESA-REGISTRO-E.
           EXIT.

       0006-INICIO-EVALUA-SELECCION SECTION.
      *TODAS LAS TARJETAS DEBEN CUMPLIRSE; SIN TARJETAS EL
      *REGISTRO SIEMPRE SE EXPORTA.
           MOVE "S" TO WKS-SE-CUMPLE
           PERFORM VARYING WKS-SE-IDX FROM 1 BY 1
              UNTIL WKS-SE-IDX > WKS-SE-CANT OR
                    NOT WKS-REGISTRO-SELECCIONADO
              MOVE WKS-SE-CAMPO(WKS-SE-IDX) TO WKS-CA-IDX
              PERFORM 0007-INICIO-EXTRAE-CAMPO THRU
                 0007-EXTRAE-CAMPO-E
              IF WKS-CA-NUMERICO(WKS-CA-IDX)
                 MOVE WKS-EX-CRUDO(1:18) TO WKS-NU-CRUDO
                 MOVE WKS-CA-LON(WKS-CA-IDX) TO WKS-NU-LON
                 MOVE WKS-CA-SIGNO(WKS-CA-IDX) TO WKS-NU-SIGNO-ESTILO
                 MOVE WKS-CA-DECIMALES(WKS-CA-IDX) TO WKS-NU-DEC-DEF
                 PERFORM 0008-INICIO-INTERPRETA-NUMERO THRU
                    0008-INTERPRETA-NUMERO-E
                 IF WKS-NUMERO-INVALIDO OR
                    WKS-NU-VALOR < WKS-SE-DESDE-NUM(WKS-SE-IDX) OR
                    WKS-NU-VALOR > WKS-SE-HASTA-NUM(WKS-SE-IDX)
                    MOVE "N" TO WKS-SE-CUMPLE
                 END-IF
              ELSE
                 IF WKS-EX-TEXTO < WKS-SE-DESDE-TXT(WKS-SE-IDX) OR
                    WKS-EX-TEXTO > WKS-SE-HASTA-TXT(WKS-SE-IDX)
                    MOVE "N" TO WKS-SE-CUMPLE
                 END-IF
              END-IF
           END-PERFORM.
       0006-EVALUA-SELECCION-E.
           EXIT.

       0007-INICIO-EXTRAE-CAMPO SECTION.
      *TOMA EL CAMPO WKS-CA-IDX DEL REGISTRO EN CURSO: CRUDO TAL
      *CUAL Y RECORTADO DE ESPACIOS A AMBOS LADOS.
           MOVE SPACES TO WKS-EX-CRUDO, WKS-EX-TEXTO
           MOVE ZEROES TO WKS-EX-TEXTO-LON
           MOVE WKS-CA-POS(WKS-CA-IDX) TO WKS-EX-POS
           MOVE WKS-CA-LON(WKS-CA-IDX) TO WKS-EX-LON
           MOVE WKS-REG-ENTRADA(WKS-EX-POS:WKS-EX-LON) TO
              WKS-EX-CRUDO(1:WKS-EX-LON)

           PERFORM VARYING WKS-EX-INI FROM 1 BY 1
              UNTIL WKS-EX-INI > WKS-EX-LON OR
                    WKS-EX-CRUDO(WKS-EX-INI:1) NOT = SPACE
              CONTINUE
           END-PERFORM
           IF WKS-EX-INI > WKS-EX-LON
              GO TO 0007-EXTRAE-CAMPO-E
           END-IF
           PERFORM VARYING WKS-EX-FIN FROM WKS-EX-LON BY -1
              UNTIL WKS-EX-CRUDO(WKS-EX-FIN:1) NOT = SPACE
              CONTINUE
           END-PERFORM
           COMPUTE WKS-EX-TEXTO-LON = WKS-EX-FIN - WKS-EX-INI + 1
           MOVE WKS-EX-CRUDO(WKS-EX-INI:WKS-EX-TEXTO-LON) TO
              WKS-EX-TEXTO.
       0007-EXTRAE-CAMPO-E.
           EXIT.

       0008-INICIO-INTERPRETA-NUMERO SECTION.
      *RECORRE WKS-NU-CRUDO(1:WKS-NU-LON) Y JUNTA LOS DIGITOS, EL
      *SIGNO Y LOS DECIMALES (EXPLICITOS SI TRAE PUNTO, SI NO LOS
      *IMPLICITOS DE LA DEFINICION). DEJA EL VALOR EN WKS-NU-VALOR.
           MOVE SPACES TO WKS-NU-DIGITOS
           MOVE ZEROES TO WKS-NU-CANT-DIG, WKS-NU-DEC-EXPL,
                          WKS-NU-VALOR
           MOVE "N" TO WKS-NU-PUNTO, WKS-NU-NEGATIVO, WKS-NU-INVALIDO

           PERFORM VARYING WKS-NU-I FROM 1 BY 1
              UNTIL WKS-NU-I > WKS-NU-LON OR WKS-NUMERO-INVALIDO
              MOVE WKS-NU-CRUDO(WKS-NU-I:1) TO WKS-NU-CARACTER
              EVALUATE TRUE
              WHEN WKS-NU-CARACTER NOT < "0" AND
                   WKS-NU-CARACTER NOT > "9"
                   ADD 1 TO WKS-NU-CANT-DIG
                   MOVE WKS-NU-CARACTER TO
                      WKS-NU-DIGITOS(WKS-NU-CANT-DIG:1)
                   IF WKS-NU-PUNTO = "S"
                      ADD 1 TO WKS-NU-DEC-EXPL
                   END-IF
              WHEN WKS-NU-CARACTER = SPACE OR "+"
                   CONTINUE
              WHEN WKS-NU-CARACTER = "-"
                   MOVE "S" TO WKS-NU-NEGATIVO
              WHEN WKS-NU-CARACTER = "."
                   IF WKS-NU-PUNTO = "S"
                      MOVE "S" TO WKS-NU-INVALIDO
                   END-IF
                   MOVE "S" TO WKS-NU-PUNTO
              WHEN WKS-NU-SIGNO-ESTILO = "T" AND
                   WKS-NU-I = WKS-NU-LON
                   PERFORM VARYING WKS-NU-J FROM 1 BY 1
                      UNTIL WKS-NU-J > 20 OR
                            WKS-SO-CARACTER(WKS-NU-J) =
                            WKS-NU-CARACTER
                      CONTINUE
                   END-PERFORM
                   IF WKS-NU-J > 20
                      MOVE "S" TO WKS-NU-INVALIDO
                   ELSE
                      IF WKS-NU-J > 10
                         MOVE "S" TO WKS-NU-NEGATIVO
                         SUBTRACT 10 FROM WKS-NU-J
                      END-IF
                      SUBTRACT 1 FROM WKS-NU-J
                      ADD 1 TO WKS-NU-CANT-DIG
                      MOVE WKS-NU-J TO WKS-NU-DIGITO
                      MOVE WKS-NU-DIGITO TO
                         WKS-NU-DIGITOS(WKS-NU-CANT-DIG:1)
                      IF WKS-NU-PUNTO = "S"
                         ADD 1 TO WKS-NU-DEC-EXPL
                      END-IF
                   END-IF
              WHEN OTHER
                   MOVE "S" TO WKS-NU-INVALIDO
              END-EVALUATE
           END-PERFORM

           IF WKS-NUMERO-INVALIDO
              GO TO 0008-INTERPRETA-NUMERO-E
           END-IF

           IF WKS-NU-PUNTO = "S"
              MOVE WKS-NU-DEC-EXPL TO WKS-NU-DEC
           ELSE
              MOVE WKS-NU-DEC-DEF TO WKS-NU-DEC
           END-IF

           PERFORM VARYING WKS-NU-J FROM 1 BY 1
              UNTIL WKS-NU-J > WKS-NU-CANT-DIG
              MOVE WKS-NU-DIGITOS(WKS-NU-J:1) TO WKS-NU-DIGITO
              COMPUTE WKS-NU-VALOR = WKS-NU-VALOR * 10 + WKS-NU-DIGITO
           END-PERFORM
           PERFORM VARYING WKS-NU-J FROM 1 BY 1
              UNTIL WKS-NU-J > WKS-NU-DEC
              DIVIDE 10 INTO WKS-NU-VALOR
           END-PERFORM
           IF WKS-NU-NEGATIVO = "S"
              COMPUTE WKS-NU-VALOR = WKS-NU-VALOR * -1
           END-IF.
       0008-INTERPRETA-NUMERO-E.
           EXIT.

       0009-INICIO-AGREGA-NUMERO SECTION.
      *EDITA EL NUMERICO INTERPRETADO: SIGNO MENOS SOLO SI ES
      *NEGATIVO Y DISTINTO DE CERO, PARTE ENTERA SIN CEROS A LA
      *IZQUIERDA (AL MENOS UN DIGITO) Y PUNTO CON LOS DECIMALES.
      *UN CAMPO EN BLANCO QUEDA VACIO ENTRE DELIMITADORES.
           IF WKS-NU-CANT-DIG = ZEROES
              GO TO 0009-AGREGA-NUMERO-E
           END-IF

           IF WKS-NU-NEGATIVO = "S" AND WKS-NU-VALOR NOT = ZEROES
              MOVE "-" TO WKS-EX-CARACTER
              PERFORM 0015-INICIO-AGREGA-CARACTER THRU
                 0015-AGREGA-CARACTER-E
           END-IF

           MOVE ZEROES TO WKS-NU-ENTERO-LON
           IF WKS-NU-CANT-DIG > WKS-NU-DEC
              COMPUTE WKS-NU-ENTERO-LON = WKS-NU-CANT-DIG - WKS-NU-DEC
           END-IF

           IF WKS-NU-ENTERO-LON = ZEROES
              MOVE "0" TO WKS-EX-CARACTER
              PERFORM 0015-INICIO-AGREGA-CARACTER THRU
                 0015-AGREGA-CARACTER-E
           ELSE
              PERFORM VARYING WKS-NU-INICIO FROM 1 BY 1
                 UNTIL WKS-NU-INICIO = WKS-NU-ENTERO-LON OR
                       WKS-NU-DIGITOS(WKS-NU-INICIO:1) NOT = "0"
                 CONTINUE
              END-PERFORM
              PERFORM VARYING WKS-NU-J FROM WKS-NU-INICIO BY 1
                 UNTIL WKS-NU-J > WKS-NU-ENTERO-LON
                 MOVE WKS-NU-DIGITOS(WKS-NU-J:1) TO WKS-EX-CARACTER
                 PERFORM 0015-INICIO-AGREGA-CARACTER THRU
                    0015-AGREGA-CARACTER-E
              END-PERFORM
           END-IF

           IF WKS-NU-DEC > ZEROES
              MOVE "." TO WKS-EX-CARACTER
              PERFORM 0015-INICIO-AGREGA-CARACTER THRU
                 0015-AGREGA-CARACTER-E
              MOVE ZEROES TO WKS-NU-CEROS
              IF WKS-NU-DEC > WKS-NU-CANT-DIG
                 COMPUTE WKS-NU-CEROS = WKS-NU-DEC - WKS-NU-CANT-DIG
              END-IF
              MOVE "0" TO WKS-EX-CARACTER
              PERFORM VARYING WKS-NU-J FROM 1 BY 1
                 UNTIL WKS-NU-J > WKS-NU-CEROS
                 PERFORM 0015-INICIO-AGREGA-CARACTER THRU
                    0015-AGREGA-CARACTER-E
              END-PERFORM
              PERFORM VARYING WKS-NU-J FROM WKS-NU-ENTERO-LON BY 1
                 UNTIL WKS-NU-J >= WKS-NU-CANT-DIG
                 MOVE WKS-NU-DIGITOS(WKS-NU-J + 1:1) TO
                    WKS-EX-CARACTER
                 PERFORM 0015-INICIO-AGREGA-CARACTER THRU
                    0015-AGREGA-CARACTER-E
              END-PERFORM
           END-IF.
       0009-AGREGA-NUMERO-E.
           EXIT.

       0010-INICIO-AGREGA-TEXTO SECTION.
      *TEXTO RECORTADO ENTRE COMILLAS; UNA COMILLA DENTRO DEL DATO
      *SE DUPLICA PARA QUE LA HOJA DE CALCULO LA RESPETE.
           MOVE '"' TO WKS-EX-CARACTER
           PERFORM 0015-INICIO-AGREGA-CARACTER THRU
              0015-AGREGA-CARACTER-E
           PERFORM VARYING WKS-EX-I FROM 1 BY 1
              UNTIL WKS-EX-I > WKS-EX-TEXTO-LON
              MOVE WKS-EX-TEXTO(WKS-EX-I:1) TO WKS-EX-CARACTER
              PERFORM 0015-INICIO-AGREGA-CARACTER THRU
                 0015-AGREGA-CARACTER-E
              IF WKS-EX-CARACTER = '"'
                 PERFORM 0015-INICIO-AGREGA-CARACTER THRU
                    0015-AGREGA-CARACTER-E
              END-IF
           END-PERFORM
           MOVE '"' TO WKS-EX-CARACTER
           PERFORM 0015-INICIO-AGREGA-CARACTER THRU
              0015-AGREGA-CARACTER-E.
       0010-AGREGA-TEXTO-E.
           EXIT.

       0011-INICIO-ENMASCARA SECTION.
      *REGLA DE LA COPIA ENMASCARADA ARCHMASK: SE CONSERVAN LOS DOS
      *PRIMEROS Y LOS DOS ULTIMOS CARACTERES Y EL CENTRO VA EN
      *ASTERISCOS; UN DATO DE CUATRO O MENOS VA COMPLETO EN
      *ASTERISCOS.
           IF WKS-EX-TEXTO-LON = ZEROES
              GO TO 0011-ENMASCARA-E
           END-IF
           IF WKS-EX-TEXTO-LON > 4
              PERFORM VARYING WKS-EX-I FROM 3 BY 1
                 UNTIL WKS-EX-I > WKS-EX-TEXTO-LON - 2
                 MOVE "*" TO WKS-EX-TEXTO(WKS-EX-I:1)
              END-PERFORM
           ELSE
              MOVE ALL "*" TO WKS-EX-TEXTO(1:WKS-EX-TEXTO-LON)
           END-IF.
       0011-ENMASCARA-E.
           EXIT.

       0015-INICIO-AGREGA-CARACTER SECTION.
           IF WKS-LS-PTR > 2000
              MOVE "S" TO WKS-LS-TRUNCADA
           ELSE
              MOVE WKS-EX-CARACTER TO WKS-LINEA-SALIDA(WKS-LS-PTR:1)
              ADD 1 TO WKS-LS-PTR
           END-IF.
       0015-AGREGA-CARACTER-E.
           EXIT.

       0012-INICIO-REPORTE-CONTROL SECTION.
           MOVE SPACES TO REG-RPT-EXPORTA
           WRITE REG-RPT-EXPORTA
           MOVE WKS-CT-LEIDOS TO WKS-CT-EDITADO
           MOVE SPACES TO REG-RPT-EXPORTA
           STRING "REGISTROS LEIDOS            : " WKS-CT-EDITADO
              DELIMITED BY SIZE INTO REG-RPT-EXPORTA
           END-STRING
           WRITE REG-RPT-EXPORTA
           MOVE WKS-CT-EXCLUIDOS TO WKS-CT-EDITADO
           MOVE SPACES TO REG-RPT-EXPORTA
           STRING "EXCLUIDOS POR SELECCION     : " WKS-CT-EDITADO
              DELIMITED BY SIZE INTO REG-RPT-EXPORTA
           END-STRING
           WRITE REG-RPT-EXPORTA
           MOVE WKS-CT-EXPORTADOS TO WKS-CT-EDITADO
           MOVE SPACES TO REG-RPT-EXPORTA
           STRING "REGISTROS EXPORTADOS        : " WKS-CT-EDITADO
              DELIMITED BY SIZE INTO REG-RPT-EXPORTA
           END-STRING
           WRITE REG-RPT-EXPORTA
           MOVE WKS-CT-INVALIDOS TO WKS-CT-EDITADO
           MOVE SPACES TO REG-RPT-EXPORTA
           STRING "NUMERICOS NO INTERPRETABLES : " WKS-CT-EDITADO
              DELIMITED BY SIZE INTO REG-RPT-EXPORTA
           END-STRING
           WRITE REG-RPT-EXPORTA
           MOVE WKS-CT-TRUNCADOS TO WKS-CT-EDITADO
           MOVE SPACES TO REG-RPT-EXPORTA
           STRING "FILAS TRUNCADAS             : " WKS-CT-EDITADO
              DELIMITED BY SIZE INTO REG-RPT-EXPORTA
           END-STRING
           WRITE REG-RPT-EXPORTA.
       0012-REPORTE-CONTROL-E.
           EXIT.
