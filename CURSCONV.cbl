      ******************************************************************
      * FECHA       : 2026                                             *
      * PROGRAMADOR : DIANA STEFFANNY SALGUERO ROSALES                 *
      * APLICACION  : EDUCACION                                        *
      * PROGRAMA    : EDUC3104                                         *
      * TIPO        : BATCH (CONVERSION, UNA SOLA VEZ)                 *
      * DESCRIPCION : CONVERSION UNICA DEL MAESTRO DE CURSOS AL LAYOUT *
      *             : CON CODIGO DE DOCENTE: EL MAESTRO EXISTENTE      *
      *             : (RENOMBRADO POR EL PLANIFICADOR A CURSANT) SE    *
      *             : LEE CON SU LAYOUT ANTERIOR DE 56 BYTES, CON EL   *
      *             : DOCENTE EN TEXTO LIBRE, Y SE REESCRIBE COMPLETO  *
      *             : EN EL CURSMST NUEVO (COPY CURSOMST). EL NOMBRE   *
      *             : ANTERIOR SE NORMALIZA CON NRMNOM01 Y SE BUSCA    *
      *             : ENTRE LOS NOMBRES NORMALIZADOS DEL MAESTRO DE    *
      *             : DOCENTES (DOCMST), QUE DEBE ESTAR CARGADO ANTES; *
      *             : CON UNA SOLA COINCIDENCIA EL CURSO QUEDA CON ESE *
      *             : CODIGO, Y SIN COINCIDENCIA O CON VARIAS QUEDA    *
      *             : SIN DOCENTE (00000) Y SE LISTA PARA ASIGNARLO A  *
      *             : MANO CON EDUC3048. LA MATERIA DEL CURSO NO       *
      *             : EXISTIA Y QUEDA EN BLANCO HASTA QUE SE DEFINA    *
      *             : CON EDUC3048. SE CORRE UNA VEZ, ANTES DE LA      *
      *             : PRIMERA CORRIDA CON EL LAYOUT NUEVO.             *
      * ARCHIVOS    : CURSANT, DOCMST (ENTRADA), CURSMST (SALIDA),     *
      *             : RPTCCONV (SALIDA)                                *
      * PROGRAMA(S) : NRMNOM01                                         *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDUC3104.
       AUTHOR. DIANA SALGUERO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAESTRO-ANTERIOR ASSIGN TO CURSANT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ANT-LLAVE
                  FILE STATUS IS WKS-FS-CURSANT.
           SELECT DOCENTE-MASTER ASSIGN TO DOCMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS DOC-LLAVE
                  FILE STATUS IS WKS-FS-DOCMST.
           SELECT CURSO-MASTER ASSIGN TO CURSMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS CURSO-LLAVE
                  FILE STATUS IS WKS-FS-CURSMST.
           SELECT RPT-CONVERSION ASSIGN TO RPTCCONV
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-RPTCCONV.

       DATA DIVISION.

       FILE SECTION.
      *LAYOUT ANTERIOR DEL MAESTRO, CON EL DOCENTE EN TEXTO LIBRE.
       FD MAESTRO-ANTERIOR.
       01 ANT-REGISTRO.
          05 ANT-LLAVE.
             10 ANT-CODIGO              PIC X(06).
          05 ANT-NOMBRE                 PIC X(20).
          05 ANT-DOCENTE                PIC X(20).
          05 ANT-AULA                   PIC X(06).
          05 ANT-CAPACIDAD              PIC 9(03).
          05 ANT-ESTADO                 PIC X(01).

       FD DOCENTE-MASTER.
           COPY DOCENTE.

       FD CURSO-MASTER.
           COPY CURSOMST.

       FD RPT-CONVERSION.
       01 REG-RPT-CONVERSION            PIC X(100).

       WORKING-STORAGE SECTION.

       01 WKS-CONTROL-ARCHIVOS.
          02 WKS-FS-CURSANT             PIC X(02) VALUE SPACES.
             88 WKS-FIN-CURSANT                   VALUE "10".
          02 WKS-FS-DOCMST              PIC X(02) VALUE SPACES.
             88 WKS-FIN-DOCMST                    VALUE "10".
          02 WKS-FS-CURSMST             PIC X(02) VALUE SPACES.
          02 WKS-FS-RPTCCONV            PIC X(02) VALUE SPACES.

       01 WKS-ITERACIONES.
          02 WKS-I-LEIDOS               PIC 9(05) VALUE ZEROES.
          02 WKS-I-CONVERTIDOS          PIC 9(05) VALUE ZEROES.
          02 WKS-I-ERRORES              PIC 9(05) VALUE ZEROES.
          02 WKS-I-ASIGNADOS            PIC 9(05) VALUE ZEROES.
          02 WKS-I-SIN-DOCENTE          PIC 9(05) VALUE ZEROES.
          02 WKS-I-SIN-COINCIDENCIA     PIC 9(05) VALUE ZEROES.
          02 WKS-I-AMBIGUOS             PIC 9(05) VALUE ZEROES.

      *DOCENTES DEL MAESTRO CON SU NOMBRE YA NORMALIZADO.
       01 WKS-TABLA-DOCENTES.
          02 WKS-DO-ENTRADA OCCURS 500 TIMES.
             03 WKS-DO-CODIGO           PIC 9(05).
             03 WKS-DO-NOMBRE-NORM      PIC X(20).
             03 WKS-DO-ESTADO           PIC X(01).
          02 WKS-DO-CANT                PIC 9(03) VALUE ZEROES.
          02 WKS-DO-IDX                 PIC 9(03) VALUE ZEROES.

      *AREA DE LLAMADA A LA NORMALIZACION DE NOMBRES (NRMNOM01) Y
      *RESULTADO DE LA BUSQUEDA DEL DOCENTE DEL CURSO EN CURSO.
       01 WKS-CONTROL-BUSQUEDA.
          02 WKS-NM-NOMBRE              PIC X(20) VALUE SPACES.
          02 WKS-NM-NORMALIZADO         PIC X(20) VALUE SPACES.
          02 WKS-BU-COINCIDENCIAS       PIC 9(03) VALUE ZEROES.
          02 WKS-BU-CODIGO              PIC 9(05) VALUE ZEROES.
          02 WKS-BU-ESTADO              PIC X(01) VALUE SPACES.
          02 WKS-BU-RESULTADO           PIC X(24) VALUE SPACES.

       01 WKS-LINEA-DETALLE.
          02 WKS-LD-CURSO               PIC X(06) VALUE SPACES.
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 WKS-LD-DOCENTE-ANT         PIC X(20) VALUE SPACES.
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 WKS-LD-CODIGO              PIC 9(05) VALUE ZEROES.
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 WKS-LD-RESULTADO           PIC X(24) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-INICIO SECTION.
           PERFORM 0001-INICIO-ABRE-ARCHIVOS THRU 0001-ABRE-ARCHIVOS-E
           PERFORM 0002-INICIO-CARGA-DOCENTES THRU
              0002-CARGA-DOCENTES-E

           READ MAESTRO-ANTERIOR
           AT END
              SET WKS-FIN-CURSANT TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-CURSANT
                   ADD 1 TO WKS-I-LEIDOS
                   PERFORM 0003-INICIO-BUSCA-DOCENTE THRU
                      0003-BUSCA-DOCENTE-E

                   MOVE ANT-CODIGO TO CURSO-CODIGO
                   MOVE ANT-NOMBRE TO CURSO-NOMBRE
                   MOVE WKS-BU-CODIGO TO CURSO-DOCENTE-ID
                   MOVE SPACES TO CURSO-MATERIA
                   MOVE ANT-AULA TO CURSO-AULA
                   MOVE ANT-CAPACIDAD TO CURSO-CAPACIDAD
                   MOVE ANT-ESTADO TO CURSO-ESTADO
                   WRITE CURSO-REGISTRO
                   IF WKS-FS-CURSMST = "00"
                      ADD 1 TO WKS-I-CONVERTIDOS
                   ELSE
                      ADD 1 TO WKS-I-ERRORES
                      MOVE "NO CONVERTIDO" TO WKS-BU-RESULTADO
                      DISPLAY "REGISTRO NO CONVERTIDO, CURSO: "
                              ANT-CODIGO " FILE STATUS: "
                              WKS-FS-CURSMST
                   END-IF

                   MOVE ANT-CODIGO TO WKS-LD-CURSO
                   MOVE ANT-DOCENTE TO WKS-LD-DOCENTE-ANT
                   MOVE WKS-BU-CODIGO TO WKS-LD-CODIGO
                   MOVE WKS-BU-RESULTADO TO WKS-LD-RESULTADO
                   WRITE REG-RPT-CONVERSION FROM WKS-LINEA-DETALLE

                   READ MAESTRO-ANTERIOR
                   AT END
                      SET WKS-FIN-CURSANT TO TRUE
                   END-READ
           END-PERFORM

           PERFORM 0004-INICIO-TOTALES THRU 0004-TOTALES-E

           CLOSE MAESTRO-ANTERIOR, CURSO-MASTER, RPT-CONVERSION

           IF WKS-I-ERRORES > ZEROES OR
              WKS-I-CONVERTIDOS NOT = WKS-I-LEIDOS
              DISPLAY "LA CONVERSION NO CUADRA; NO LIBERAR EL "
                      "MAESTRO NUEVO"
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WKS-I-SIN-COINCIDENCIA > ZEROES OR
                 WKS-I-AMBIGUOS > ZEROES
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF

           STOP RUN.
       0000-INICIO-E.
           EXIT.

       0001-INICIO-ABRE-ARCHIVOS SECTION.
           OPEN INPUT MAESTRO-ANTERIOR
           IF WKS-FS-CURSANT NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL MAESTRO ANTERIOR "
                      "CURSANT"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT DOCENTE-MASTER
           IF WKS-FS-DOCMST NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE DOCENTES "
                      "DOCMST"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT CURSO-MASTER
           IF WKS-FS-CURSMST NOT = "00"
              DISPLAY "NO SE PUDO CREAR EL MAESTRO NUEVO CURSMST"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT RPT-CONVERSION
           IF WKS-FS-RPTCCONV NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL REPORTE DE CONVERSION"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE "CONVERSION DEL DOCENTE DEL MAESTRO DE CURSOS" TO
              REG-RPT-CONVERSION
           WRITE REG-RPT-CONVERSION
           MOVE SPACES TO REG-RPT-CONVERSION
           WRITE REG-RPT-CONVERSION
           MOVE "CURSO   DOCENTE ANTERIOR      CODIGO RESULTADO" TO
              REG-RPT-CONVERSION
           WRITE REG-RPT-CONVERSION.
       0001-ABRE-ARCHIVOS-E.
           EXIT.

       0002-INICIO-CARGA-DOCENTES SECTION.
      *TODOS LOS DOCENTES, TAMBIEN LOS INACTIVOS: EL CURSO QUEDA CON
      *SU DOCENTE DE SIEMPRE Y EL REPORTE DE CARGA DOCENTE (EDUC3105)
      *SENALA LOS CURSOS CON DOCENTE INACTIVO.
           READ DOCENTE-MASTER
           AT END
              SET WKS-FIN-DOCMST TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-DOCMST
                   IF WKS-DO-CANT < 500
                      ADD 1 TO WKS-DO-CANT
                      MOVE DOC-CODIGO TO WKS-DO-CODIGO(WKS-DO-CANT)
                      MOVE DOC-ESTADO TO WKS-DO-ESTADO(WKS-DO-CANT)
                      MOVE DOC-NOMBRE TO WKS-NM-NOMBRE
                      CALL 'NRMNOM01' USING WKS-NM-NOMBRE
                                            WKS-NM-NORMALIZADO
                      MOVE WKS-NM-NORMALIZADO TO
                         WKS-DO-NOMBRE-NORM(WKS-DO-CANT)
                   ELSE
                      DISPLAY "TABLA DE DOCENTES LLENA, DOCENTE SIN "
                              "CONSIDERAR: " DOC-CODIGO
                   END-IF
                   READ DOCENTE-MASTER
                   AT END
                      SET WKS-FIN-DOCMST TO TRUE
                   END-READ
           END-PERFORM

           CLOSE DOCENTE-MASTER
           DISPLAY "DOCENTES CARGADOS DEL MAESTRO: " WKS-DO-CANT.
       0002-CARGA-DOCENTES-E.
           EXIT.

       0003-INICIO-BUSCA-DOCENTE SECTION.
      *UNA SOLA COINCIDENCIA DEL NOMBRE NORMALIZADO ASIGNA EL CODIGO;
      *CON VARIAS NO SE ADIVINA Y EL CURSO QUEDA SIN DOCENTE.
           MOVE ZEROES TO WKS-BU-CODIGO, WKS-BU-COINCIDENCIAS
           MOVE SPACES TO WKS-BU-ESTADO

           IF ANT-DOCENTE = SPACES
              MOVE "SIN DOCENTE ANTERIOR" TO WKS-BU-RESULTADO
              ADD 1 TO WKS-I-SIN-DOCENTE
              GO TO 0003-BUSCA-DOCENTE-E
           END-IF

           MOVE ANT-DOCENTE TO WKS-NM-NOMBRE
           CALL 'NRMNOM01' USING WKS-NM-NOMBRE
                                 WKS-NM-NORMALIZADO
           PERFORM VARYING WKS-DO-IDX FROM 1 BY 1
              UNTIL WKS-DO-IDX > WKS-DO-CANT
              IF WKS-DO-NOMBRE-NORM(WKS-DO-IDX) = WKS-NM-NORMALIZADO
                 ADD 1 TO WKS-BU-COINCIDENCIAS
                 MOVE WKS-DO-CODIGO(WKS-DO-IDX) TO WKS-BU-CODIGO
                 MOVE WKS-DO-ESTADO(WKS-DO-IDX) TO WKS-BU-ESTADO
              END-IF
           END-PERFORM

           EVALUATE TRUE
           WHEN WKS-BU-COINCIDENCIAS = ZEROES
                MOVE "SIN COINCIDENCIA" TO WKS-BU-RESULTADO
                ADD 1 TO WKS-I-SIN-COINCIDENCIA
           WHEN WKS-BU-COINCIDENCIAS > 1
                MOVE ZEROES TO WKS-BU-CODIGO
                MOVE "VARIAS COINCIDENCIAS" TO WKS-BU-RESULTADO
                ADD 1 TO WKS-I-AMBIGUOS
           WHEN WKS-BU-ESTADO NOT = "A"
                MOVE "ASIGNADO, DOCENTE INACT." TO WKS-BU-RESULTADO
                ADD 1 TO WKS-I-ASIGNADOS
           WHEN OTHER
                MOVE "ASIGNADO" TO WKS-BU-RESULTADO
                ADD 1 TO WKS-I-ASIGNADOS
           END-EVALUATE.
       0003-BUSCA-DOCENTE-E.
           EXIT.

       0004-INICIO-TOTALES SECTION.
           MOVE SPACES TO REG-RPT-CONVERSION
           WRITE REG-RPT-CONVERSION
           MOVE SPACES TO REG-RPT-CONVERSION
           STRING "CURSOS LEIDOS: " WKS-I-LEIDOS
                  "  CONVERTIDOS: " WKS-I-CONVERTIDOS
                  "  CON ERROR: " WKS-I-ERRORES
              DELIMITED BY SIZE INTO REG-RPT-CONVERSION
           END-STRING
           WRITE REG-RPT-CONVERSION
           MOVE SPACES TO REG-RPT-CONVERSION
           STRING "DOCENTE ASIGNADO: " WKS-I-ASIGNADOS
                  "  SIN DOCENTE ANTERIOR: " WKS-I-SIN-DOCENTE
                  "  SIN COINCIDENCIA: " WKS-I-SIN-COINCIDENCIA
                  "  VARIAS: " WKS-I-AMBIGUOS
              DELIMITED BY SIZE INTO REG-RPT-CONVERSION
           END-STRING
           WRITE REG-RPT-CONVERSION
           MOVE "LOS CURSOS QUEDAN SIN MATERIA; DEFINIRLA CON EDUC3048"
              TO REG-RPT-CONVERSION
           WRITE REG-RPT-CONVERSION

           DISPLAY "REGISTROS LEIDOS DEL LAYOUT ANTERIOR: "
                   WKS-I-LEIDOS
           DISPLAY "REGISTROS CONVERTIDOS: " WKS-I-CONVERTIDOS
           DISPLAY "  CON DOCENTE ASIGNADO: " WKS-I-ASIGNADOS
           DISPLAY "  SIN DOCENTE ANTERIOR: " WKS-I-SIN-DOCENTE
           DISPLAY "  SIN COINCIDENCIA EN DOCMST: "
                   WKS-I-SIN-COINCIDENCIA
           DISPLAY "  CON VARIAS COINCIDENCIAS: " WKS-I-AMBIGUOS
           DISPLAY "REGISTROS CON ERROR: " WKS-I-ERRORES.
       0004-TOTALES-E.
           EXIT.
