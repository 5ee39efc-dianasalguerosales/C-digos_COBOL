      ******************************************************************
      * FECHA       : 2026                                             *
      * PROGRAMADOR : DIANA STEFFANNY SALGUERO ROSALES                 *
      * APLICACION  : EDUCACION                                        *
      * PROGRAMA    : EDUC3102                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : IMPRESION DEL HORARIO SEMANAL DE CLASES. CON LAS *
      *             : SESIONES ACTIVAS DEL MAESTRO DE HORARIOS         *
      *             : (HORMST), EL MAESTRO DE CURSOS (CURSMST), EL     *
      *             : MAESTRO DE DOCENTES (DOCMST) Y LAS MATRICULAS    *
      *             : DEL ROSTER POR CURSO DE EDUC3008                 *
      *             : (ROSTCURSO), ARMA UNA GRILLA SEMANAL (PERIODOS   *
      *             : POR DIAS DE LUNES A SABADO) POR ESTUDIANTE, POR  *
      *             : AULA Y POR DOCENTE. LA CELDA QUE RECIBE DOS      *
      *             : SESIONES SE MARCA COMO CHOQUE PARA QUE SE        *
      *             : CORRIJA EL HORARIO.                              *
      * ARCHIVOS    : HORMST, CURSMST, DOCMST, ROSTCURSO (ENTRADA),    *
      *             : RPTHOEST, RPTHOAUL, RPTHODOC (SALIDA)            *
      * PROGRAMA(S) : RUNSTAT1                                         *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDUC3102.
       AUTHOR. DIANA SALGUERO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HORARIO-MASTER ASSIGN TO HORMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS HOR-LLAVE
                  FILE STATUS IS WKS-FS-HORMST.
           SELECT CURSO-MASTER ASSIGN TO CURSMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS CURSO-LLAVE
                  FILE STATUS IS WKS-FS-CURSMST.
           SELECT DOCENTE-MASTER ASSIGN TO DOCMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS DOC-LLAVE
                  FILE STATUS IS WKS-FS-DOCMST.
           SELECT ROSTER-CURSO ASSIGN TO ROSTCURSO
                  FILE STATUS IS WKS-FS-ROSTCURSO.
           SELECT RPT-ESTUDIANTES ASSIGN TO RPTHOEST
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-RPTHOEST.
           SELECT RPT-AULAS ASSIGN TO RPTHOAUL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-RPTHOAUL.
           SELECT RPT-DOCENTES ASSIGN TO RPTHODOC
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-RPTHODOC.

       DATA DIVISION.

       FILE SECTION.
       FD HORARIO-MASTER.
           COPY HORARIO.

       FD CURSO-MASTER.
           COPY CURSOMST.

       FD DOCENTE-MASTER.
           COPY DOCENTE.

       FD ROSTER-CURSO
           RECORDING MODE IS F.
       01 AREA-ROSTER-CURSO             PIC X(80).

       FD RPT-ESTUDIANTES.
       01 REG-RPT-ESTUDIANTES           PIC X(132).

       FD RPT-AULAS.
       01 REG-RPT-AULAS                 PIC X(132).

       FD RPT-DOCENTES.
       01 REG-RPT-DOCENTES              PIC X(132).

       WORKING-STORAGE SECTION.

       01 WKS-CONTROL-ARCHIVOS.
          02 WKS-FS-HORMST              PIC X(02) VALUE SPACES.
          02 WKS-FS-CURSMST             PIC X(02) VALUE SPACES.
          02 WKS-FS-DOCMST              PIC X(02) VALUE SPACES.
          02 WKS-FS-ROSTCURSO           PIC X(02) VALUE SPACES.
             88 WKS-FIN-ROSTCURSO                 VALUE "10".
          02 WKS-FS-RPTHOEST            PIC X(02) VALUE SPACES.
          02 WKS-FS-RPTHOAUL            PIC X(02) VALUE SPACES.
          02 WKS-FS-RPTHODOC            PIC X(02) VALUE SPACES.

       01 WKS-ITERACIONES.
          02 WKS-I-SESIONES             PIC 9(05) VALUE ZEROES.
          02 WKS-I-GRILLAS-EST          PIC 9(05) VALUE ZEROES.
          02 WKS-I-GRILLAS-AULA         PIC 9(05) VALUE ZEROES.
          02 WKS-I-GRILLAS-DOC          PIC 9(05) VALUE ZEROES.
          02 WKS-I-CHOQUES-EST          PIC 9(05) VALUE ZEROES.
          02 WKS-I-CHOQUES-AULA         PIC 9(05) VALUE ZEROES.
          02 WKS-I-CHOQUES-DOC          PIC 9(05) VALUE ZEROES.

      *SESIONES ACTIVAS DEL HORARIO, CON EL CODIGO Y EL NOMBRE DEL
      *DOCENTE DEL CURSO YA RESUELTOS.
       01 WKS-TABLA-HORARIO.
          02 WKS-HO-ENTRADA OCCURS 500 TIMES.
             03 WKS-HO-CURSO            PIC X(06).
             03 WKS-HO-DIA              PIC 9(01).
             03 WKS-HO-INICIO           PIC 9(02).
             03 WKS-HO-FIN              PIC 9(02).
             03 WKS-HO-AULA             PIC X(06).
             03 WKS-HO-DOCENTE-ID       PIC 9(05).
             03 WKS-HO-DOCENTE          PIC X(20).
          02 WKS-HO-CANT                PIC 9(03) VALUE ZEROES.
          02 WKS-HO-IDX                 PIC 9(03) VALUE ZEROES.
          02 WKS-HO-IDX2                PIC 9(03) VALUE ZEROES.

       01 WKS-TABLA-CURSOS.
          02 WKS-CU-ENTRADA OCCURS 100 TIMES.
             03 WKS-CU-CODIGO           PIC X(06).
             03 WKS-CU-DOCENTE-ID       PIC 9(05).
             03 WKS-CU-DOCENTE          PIC X(20).
          02 WKS-CU-CANT                PIC 9(03) VALUE ZEROES.
          02 WKS-CU-IDX                 PIC 9(03) VALUE ZEROES.
          02 WKS-CU-DOCENTES            PIC X(01) VALUE "N".
             88 WKS-CON-DOCENTES                  VALUE "S".

      *VISTA DE LAS LINEAS DEL ROSTER POR CURSO, COMO EN EDUC3050.
       01 WKS-VISTA-ROSTER.
          02 WKS-RO-MARCA               PIC X(07) VALUE SPACES.
          02 WKS-RO-CURSO               PIC X(06) VALUE SPACES.
          02 FILLER                     PIC X(67) VALUE SPACES.
       01 WKS-VISTA-ESTUDIANTE REDEFINES WKS-VISTA-ROSTER.
          02 WKS-RE-BLANCOS             PIC X(02).
          02 WKS-RE-CODIGO              PIC X(05).
          02 FILLER                     PIC X(04).
          02 WKS-RE-NOMBRE              PIC X(50).
          02 FILLER                     PIC X(19).

       01 WKS-TABLA-MATRICULAS.
          02 WKS-MT-ENTRADA OCCURS 500 TIMES.
             03 WKS-MT-CURSO            PIC X(06).
             03 WKS-MT-CODIGO           PIC X(05).
             03 WKS-MT-NOMBRE           PIC X(50).
          02 WKS-MT-CANT                PIC 9(03) VALUE ZEROES.
          02 WKS-MT-IDX                 PIC 9(03) VALUE ZEROES.
          02 WKS-MT-IDX2                PIC 9(03) VALUE ZEROES.
          02 WKS-MT-CURSO-ACTUAL        PIC X(06) VALUE SPACES.

      *GRILLA SEMANAL EN ARMADO: PERIODOS 01-12 POR DIAS 1-6.
       01 WKS-GRILLA.
          02 WKS-GR-PERIODO OCCURS 12 TIMES.
             03 WKS-GR-CELDA OCCURS 6 TIMES
                                        PIC X(20).
       01 WKS-CONTROL-GRILLA.
          02 WKS-GR-PER                 PIC 9(02) VALUE ZEROES.
          02 WKS-GR-DIA                 PIC 9(01) VALUE ZEROES.
          02 WKS-GR-MAX-PER             PIC 9(02) VALUE ZEROES.
          02 WKS-GR-CHOQUES             PIC 9(03) VALUE ZEROES.
          02 WKS-GR-TEXTO               PIC X(20) VALUE SPACES.
          02 WKS-GR-REPORTE             PIC X(01) VALUE SPACES.
             88 WKS-GR-DE-ESTUDIANTE              VALUE "E".
             88 WKS-GR-DE-AULA                    VALUE "A".
             88 WKS-GR-DE-DOCENTE                 VALUE "D".
          02 WKS-GR-REPETIDO            PIC X(01) VALUE "N".
             88 WKS-GR-YA-IMPRESO                 VALUE "S".

       01 WKS-NOMBRES-DIAS.
          02 FILLER                     PIC X(20) VALUE "LUNES".
          02 FILLER                     PIC X(20) VALUE "MARTES".
          02 FILLER                     PIC X(20) VALUE "MIERCOLES".
          02 FILLER                     PIC X(20) VALUE "JUEVES".
          02 FILLER                     PIC X(20) VALUE "VIERNES".
          02 FILLER                     PIC X(20) VALUE "SABADO".
       01 WKS-TABLA-DIAS REDEFINES WKS-NOMBRES-DIAS.
          02 WKS-NOMBRE-DIA OCCURS 6 TIMES
                                        PIC X(20).

       01 WKS-LINEA-GRILLA.
          02 WKS-LG-PERIODO             PIC X(03) VALUE SPACES.
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 WKS-LG-COLUMNA OCCURS 6 TIMES.
             03 WKS-LG-CELDA            PIC X(20).
             03 FILLER                  PIC X(01).

       01 WKS-LINEA-SALIDA              PIC X(132) VALUE SPACES.

      *AREA PARA LA RUTINA COMUN DE ESTADISTICAS DE CORRIDA.
       01 WKS-CONTROL-ESTADISTICA.
          02 WKS-ST-PROGRAMA            PIC X(08) VALUE "EDUK3102".
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

           PERFORM 0001-INICIO-ABRE-ARCHIVOS THRU 0001-ABRE-ARCHIVOS-E
           PERFORM 0002-INICIO-CARGA-CURSOS THRU 0002-CARGA-CURSOS-E
           PERFORM 0003-INICIO-CARGA-HORARIO THRU 0003-CARGA-HORARIO-E
           PERFORM 0004-INICIO-CARGA-ROSTER THRU 0004-CARGA-ROSTER-E

           PERFORM 0005-INICIO-POR-ESTUDIANTE THRU
              0005-POR-ESTUDIANTE-E
           PERFORM 0006-INICIO-POR-AULA THRU 0006-POR-AULA-E
           PERFORM 0007-INICIO-POR-DOCENTE THRU 0007-POR-DOCENTE-E

           CLOSE RPT-ESTUDIANTES, RPT-AULAS, RPT-DOCENTES

           DISPLAY "SESIONES ACTIVAS DEL HORARIO: " WKS-I-SESIONES
           DISPLAY "HORARIOS DE ESTUDIANTE IMPRESOS: "
                   WKS-I-GRILLAS-EST " CHOQUES: " WKS-I-CHOQUES-EST
           DISPLAY "HORARIOS DE AULA IMPRESOS: "
                   WKS-I-GRILLAS-AULA " CHOQUES: " WKS-I-CHOQUES-AULA
           DISPLAY "HORARIOS DE DOCENTE IMPRESOS: "
                   WKS-I-GRILLAS-DOC " CHOQUES: " WKS-I-CHOQUES-DOC

           MOVE WKS-I-SESIONES TO WKS-ST-LEIDOS
           COMPUTE WKS-ST-ESCRITOS = WKS-I-GRILLAS-EST +
              WKS-I-GRILLAS-AULA + WKS-I-GRILLAS-DOC
           COMPUTE WKS-ST-RECHAZADOS = WKS-I-CHOQUES-EST +
              WKS-I-CHOQUES-AULA + WKS-I-CHOQUES-DOC
           CALL 'RUNSTAT1' USING WKS-ST-PROGRAMA
                                 WKS-ST-FECHA-INICIO
                                 WKS-ST-HORA-INICIO
                                 WKS-ST-LEIDOS
                                 WKS-ST-ESCRITOS
                                 WKS-ST-RECHAZADOS

           IF WKS-ST-RECHAZADOS > ZEROES
              MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.
       0000-INICIO-E.
           EXIT.

       0001-INICIO-ABRE-ARCHIVOS SECTION.
      *SIN MAESTRO DE HORARIOS NO HAY NADA QUE IMPRIMIR Y LA CORRIDA
      *SE DETIENE; EL MAESTRO DE CURSOS Y EL ROSTER SON OPCIONALES
      *Y SE ABREN AL CARGARLOS.
           OPEN INPUT HORARIO-MASTER
           IF WKS-FS-HORMST NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE HORARIOS"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT RPT-ESTUDIANTES
           IF WKS-FS-RPTHOEST NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL REPORTE POR ESTUDIANTE"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT RPT-AULAS
           IF WKS-FS-RPTHOAUL NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL REPORTE POR AULA"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT RPT-DOCENTES
           IF WKS-FS-RPTHODOC NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL REPORTE POR DOCENTE"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
       0001-ABRE-ARCHIVOS-E.
           EXIT.

       0002-INICIO-CARGA-CURSOS SECTION.
      *SIN MAESTRO DE CURSOS LAS SESIONES QUEDAN SIN DOCENTE Y EL
      *REPORTE POR DOCENTE SALE VACIO; SIN MAESTRO DE DOCENTES LAS
      *GRILLAS SE TITULAN SOLO CON EL CODIGO DEL DOCENTE.
           OPEN INPUT CURSO-MASTER
           IF WKS-FS-CURSMST NOT = "00"
              DISPLAY "SIN MAESTRO DE CURSOS CURSMST"
              GO TO 0002-CARGA-CURSOS-E
           END-IF

           OPEN INPUT DOCENTE-MASTER
           IF WKS-FS-DOCMST = "00"
              MOVE "S" TO WKS-CU-DOCENTES
           ELSE
              DISPLAY "SIN MAESTRO DE DOCENTES DOCMST"
           END-IF

           READ CURSO-MASTER
           PERFORM UNTIL WKS-FS-CURSMST NOT = "00"
                   IF WKS-CU-CANT < 100
                      ADD 1 TO WKS-CU-CANT
                      MOVE CURSO-CODIGO TO WKS-CU-CODIGO(WKS-CU-CANT)
                      MOVE CURSO-DOCENTE-ID TO
                         WKS-CU-DOCENTE-ID(WKS-CU-CANT)
                      MOVE SPACES TO WKS-CU-DOCENTE(WKS-CU-CANT)
                      IF CURSO-DOCENTE-ID NOT = ZEROES AND
                         WKS-CON-DOCENTES
                         MOVE CURSO-DOCENTE-ID TO DOC-CODIGO
                         READ DOCENTE-MASTER
                         END-READ
                         IF WKS-FS-DOCMST = "00"
                            MOVE DOC-NOMBRE TO
                               WKS-CU-DOCENTE(WKS-CU-CANT)
                         END-IF
                      END-IF
                   END-IF
                   READ CURSO-MASTER
           END-PERFORM

           CLOSE CURSO-MASTER
           IF WKS-CON-DOCENTES
              CLOSE DOCENTE-MASTER
           END-IF
           DISPLAY "CURSOS CARGADOS DEL MAESTRO: " WKS-CU-CANT.
       0002-CARGA-CURSOS-E.
           EXIT.

       0003-INICIO-CARGA-HORARIO SECTION.
      *SOLO LAS SESIONES ACTIVAS; LAS INACTIVAS SON HISTORIA.
           READ HORARIO-MASTER
           PERFORM UNTIL WKS-FS-HORMST NOT = "00"
                   IF HOR-ACTIVA
                      IF WKS-HO-CANT < 500
                         ADD 1 TO WKS-HO-CANT
                         MOVE HOR-CURSO TO WKS-HO-CURSO(WKS-HO-CANT)
                         MOVE HOR-DIA TO WKS-HO-DIA(WKS-HO-CANT)
                         MOVE HOR-PERIODO-INI TO
                            WKS-HO-INICIO(WKS-HO-CANT)
                         MOVE HOR-PERIODO-FIN TO
                            WKS-HO-FIN(WKS-HO-CANT)
                         MOVE HOR-AULA TO WKS-HO-AULA(WKS-HO-CANT)
                         MOVE ZEROES TO WKS-HO-DOCENTE-ID(WKS-HO-CANT)
                         MOVE SPACES TO WKS-HO-DOCENTE(WKS-HO-CANT)
                         PERFORM VARYING WKS-CU-IDX FROM 1 BY 1
                            UNTIL WKS-CU-IDX > WKS-CU-CANT
                            IF WKS-CU-CODIGO(WKS-CU-IDX) = HOR-CURSO
                               MOVE WKS-CU-DOCENTE-ID(WKS-CU-IDX) TO
                                  WKS-HO-DOCENTE-ID(WKS-HO-CANT)
                               MOVE WKS-CU-DOCENTE(WKS-CU-IDX) TO
                                  WKS-HO-DOCENTE(WKS-HO-CANT)
                            END-IF
                         END-PERFORM
                      ELSE
                         DISPLAY "TABLA DE HORARIO LLENA, SESION SIN "
                                 "IMPRIMIR: " HOR-CURSO
                      END-IF
                   END-IF
                   READ HORARIO-MASTER
           END-PERFORM

           CLOSE HORARIO-MASTER
           MOVE WKS-HO-CANT TO WKS-I-SESIONES.
       0003-CARGA-HORARIO-E.
           EXIT.

       0004-INICIO-CARGA-ROSTER SECTION.
      *EXTRAE LAS MATRICULAS DEL ROSTER POR CURSO, IGUAL QUE EL
      *SUBSISTEMA DE ASISTENCIA (EDUC3050); SIN ROSTER NO SE IMPRIMEN
      *HORARIOS DE ESTUDIANTE.
           OPEN INPUT ROSTER-CURSO
           IF WKS-FS-ROSTCURSO NOT = "00"
              DISPLAY "SIN ROSTER POR CURSO ROSTCURSO"
              GO TO 0004-CARGA-ROSTER-E
           END-IF

           READ ROSTER-CURSO INTO WKS-VISTA-ROSTER
           AT END
              SET WKS-FIN-ROSTCURSO TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-ROSTCURSO
                   EVALUATE TRUE
                   WHEN WKS-RO-MARCA = "CURSO: "
                        MOVE WKS-RO-CURSO TO WKS-MT-CURSO-ACTUAL
                   WHEN WKS-RE-BLANCOS = SPACES AND
                        WKS-RE-CODIGO NUMERIC AND
                        WKS-MT-CURSO-ACTUAL NOT = SPACES
                        IF WKS-MT-CANT < 500
                           ADD 1 TO WKS-MT-CANT
                           MOVE WKS-MT-CURSO-ACTUAL TO
                              WKS-MT-CURSO(WKS-MT-CANT)
                           MOVE WKS-RE-CODIGO TO
                              WKS-MT-CODIGO(WKS-MT-CANT)
                           MOVE WKS-RE-NOMBRE TO
                              WKS-MT-NOMBRE(WKS-MT-CANT)
                        END-IF
                   WHEN OTHER
                        CONTINUE
                   END-EVALUATE
                   READ ROSTER-CURSO INTO WKS-VISTA-ROSTER
                   AT END
                      SET WKS-FIN-ROSTCURSO TO TRUE
                   END-READ
           END-PERFORM

           CLOSE ROSTER-CURSO
           DISPLAY "MATRICULAS CARGADAS DEL ROSTER: " WKS-MT-CANT.
       0004-CARGA-ROSTER-E.
           EXIT.

       0005-INICIO-POR-ESTUDIANTE SECTION.
      *UNA GRILLA POR CODIGO DE ESTUDIANTE, EN LA PRIMERA MATRICULA
      *DEL CODIGO; LA CELDA LLEVA CURSO Y AULA.
           MOVE "E" TO WKS-GR-REPORTE
           PERFORM VARYING WKS-MT-IDX FROM 1 BY 1
              UNTIL WKS-MT-IDX > WKS-MT-CANT
              MOVE "N" TO WKS-GR-REPETIDO
              PERFORM VARYING WKS-MT-IDX2 FROM 1 BY 1
                 UNTIL WKS-MT-IDX2 NOT < WKS-MT-IDX OR
                       WKS-GR-YA-IMPRESO
                 IF WKS-MT-CODIGO(WKS-MT-IDX2) =
                    WKS-MT-CODIGO(WKS-MT-IDX)
                    MOVE "S" TO WKS-GR-REPETIDO
                 END-IF
              END-PERFORM

              IF NOT WKS-GR-YA-IMPRESO
                 MOVE SPACES TO WKS-GRILLA
                 MOVE ZEROES TO WKS-GR-MAX-PER, WKS-GR-CHOQUES
                 PERFORM VARYING WKS-MT-IDX2 FROM WKS-MT-IDX BY 1
                    UNTIL WKS-MT-IDX2 > WKS-MT-CANT
                    IF WKS-MT-CODIGO(WKS-MT-IDX2) =
                       WKS-MT-CODIGO(WKS-MT-IDX)
                       PERFORM VARYING WKS-HO-IDX2 FROM 1 BY 1
                          UNTIL WKS-HO-IDX2 > WKS-HO-CANT
                          IF WKS-HO-CURSO(WKS-HO-IDX2) =
                             WKS-MT-CURSO(WKS-MT-IDX2)
                             MOVE SPACES TO WKS-GR-TEXTO
                             STRING WKS-HO-CURSO(WKS-HO-IDX2) " "
                                    WKS-HO-AULA(WKS-HO-IDX2)
                                DELIMITED BY SIZE INTO WKS-GR-TEXTO
                             END-STRING
                             PERFORM 0008-INICIO-MARCA-SESION THRU
                                0008-MARCA-SESION-E
                          END-IF
                       END-PERFORM
                    END-IF
                 END-PERFORM

                 MOVE SPACES TO WKS-LINEA-SALIDA
                 STRING "HORARIO SEMANAL DEL ESTUDIANTE "
                        WKS-MT-CODIGO(WKS-MT-IDX) " "
                        WKS-MT-NOMBRE(WKS-MT-IDX)
                    DELIMITED BY SIZE INTO WKS-LINEA-SALIDA
                 END-STRING
                 PERFORM 0009-INICIO-IMPRIME-GRILLA THRU
                    0009-IMPRIME-GRILLA-E
                 ADD 1 TO WKS-I-GRILLAS-EST
                 ADD WKS-GR-CHOQUES TO WKS-I-CHOQUES-EST
              END-IF
           END-PERFORM.
       0005-POR-ESTUDIANTE-E.
           EXIT.

       0006-INICIO-POR-AULA SECTION.
      *UNA GRILLA POR AULA, EN LA PRIMERA SESION QUE LA USA; LA
      *CELDA LLEVA CURSO Y DOCENTE.
           MOVE "A" TO WKS-GR-REPORTE
           PERFORM VARYING WKS-HO-IDX FROM 1 BY 1
              UNTIL WKS-HO-IDX > WKS-HO-CANT
              MOVE "N" TO WKS-GR-REPETIDO
              PERFORM VARYING WKS-HO-IDX2 FROM 1 BY 1
                 UNTIL WKS-HO-IDX2 NOT < WKS-HO-IDX OR
                       WKS-GR-YA-IMPRESO
                 IF WKS-HO-AULA(WKS-HO-IDX2) = WKS-HO-AULA(WKS-HO-IDX)
                    MOVE "S" TO WKS-GR-REPETIDO
                 END-IF
              END-PERFORM

              IF NOT WKS-GR-YA-IMPRESO
                 MOVE SPACES TO WKS-GRILLA
                 MOVE ZEROES TO WKS-GR-MAX-PER, WKS-GR-CHOQUES
                 PERFORM VARYING WKS-HO-IDX2 FROM WKS-HO-IDX BY 1
                    UNTIL WKS-HO-IDX2 > WKS-HO-CANT
                    IF WKS-HO-AULA(WKS-HO-IDX2) =
                       WKS-HO-AULA(WKS-HO-IDX)
                       MOVE SPACES TO WKS-GR-TEXTO
                       STRING WKS-HO-CURSO(WKS-HO-IDX2) " "
                              WKS-HO-DOCENTE(WKS-HO-IDX2)
                          DELIMITED BY SIZE INTO WKS-GR-TEXTO
                       END-STRING
                       PERFORM 0008-INICIO-MARCA-SESION THRU
                          0008-MARCA-SESION-E
                    END-IF
                 END-PERFORM

                 MOVE SPACES TO WKS-LINEA-SALIDA
                 STRING "HORARIO SEMANAL DEL AULA "
                        WKS-HO-AULA(WKS-HO-IDX)
                    DELIMITED BY SIZE INTO WKS-LINEA-SALIDA
                 END-STRING
                 PERFORM 0009-INICIO-IMPRIME-GRILLA THRU
                    0009-IMPRIME-GRILLA-E
                 ADD 1 TO WKS-I-GRILLAS-AULA
                 ADD WKS-GR-CHOQUES TO WKS-I-CHOQUES-AULA
              END-IF
           END-PERFORM.
       0006-POR-AULA-E.
           EXIT.

       0007-INICIO-POR-DOCENTE SECTION.
      *UNA GRILLA POR DOCENTE, EN LA PRIMERA SESION DE SUS CURSOS;
      *LA CELDA LLEVA CURSO Y AULA. LAS SESIONES DE CURSOS SIN
      *DOCENTE ASIGNADO (CODIGO 00000) NO SE IMPRIMEN AQUI.
           MOVE "D" TO WKS-GR-REPORTE
           PERFORM VARYING WKS-HO-IDX FROM 1 BY 1
              UNTIL WKS-HO-IDX > WKS-HO-CANT
              MOVE "N" TO WKS-GR-REPETIDO
              IF WKS-HO-DOCENTE-ID(WKS-HO-IDX) = ZEROES
                 MOVE "S" TO WKS-GR-REPETIDO
              END-IF
              PERFORM VARYING WKS-HO-IDX2 FROM 1 BY 1
                 UNTIL WKS-HO-IDX2 NOT < WKS-HO-IDX OR
                       WKS-GR-YA-IMPRESO
                 IF WKS-HO-DOCENTE-ID(WKS-HO-IDX2) =
                    WKS-HO-DOCENTE-ID(WKS-HO-IDX)
                    MOVE "S" TO WKS-GR-REPETIDO
                 END-IF
              END-PERFORM

              IF NOT WKS-GR-YA-IMPRESO
                 MOVE SPACES TO WKS-GRILLA
                 MOVE ZEROES TO WKS-GR-MAX-PER, WKS-GR-CHOQUES
                 PERFORM VARYING WKS-HO-IDX2 FROM WKS-HO-IDX BY 1
                    UNTIL WKS-HO-IDX2 > WKS-HO-CANT
                    IF WKS-HO-DOCENTE-ID(WKS-HO-IDX2) =
                       WKS-HO-DOCENTE-ID(WKS-HO-IDX)
                       MOVE SPACES TO WKS-GR-TEXTO
                       STRING WKS-HO-CURSO(WKS-HO-IDX2) " "
                              WKS-HO-AULA(WKS-HO-IDX2)
                          DELIMITED BY SIZE INTO WKS-GR-TEXTO
                       END-STRING
                       PERFORM 0008-INICIO-MARCA-SESION THRU
                          0008-MARCA-SESION-E
                    END-IF
                 END-PERFORM

                 MOVE SPACES TO WKS-LINEA-SALIDA
                 STRING "HORARIO SEMANAL DEL DOCENTE "
                        WKS-HO-DOCENTE-ID(WKS-HO-IDX) " "
                        WKS-HO-DOCENTE(WKS-HO-IDX)
                    DELIMITED BY SIZE INTO WKS-LINEA-SALIDA
                 END-STRING
                 PERFORM 0009-INICIO-IMPRIME-GRILLA THRU
                    0009-IMPRIME-GRILLA-E
                 ADD 1 TO WKS-I-GRILLAS-DOC
                 ADD WKS-GR-CHOQUES TO WKS-I-CHOQUES-DOC
              END-IF
           END-PERFORM.
       0007-POR-DOCENTE-E.
           EXIT.

       0008-INICIO-MARCA-SESION SECTION.
      *COLOCA WKS-GR-TEXTO EN LAS CELDAS DE LA SESION WKS-HO-IDX2;
      *LA CELDA YA OCUPADA SE MARCA COMO CHOQUE.
           MOVE WKS-HO-DIA(WKS-HO-IDX2) TO WKS-GR-DIA
           PERFORM VARYING WKS-GR-PER FROM WKS-HO-INICIO(WKS-HO-IDX2)
              BY 1 UNTIL WKS-GR-PER > WKS-HO-FIN(WKS-HO-IDX2)
              IF WKS-GR-CELDA(WKS-GR-PER, WKS-GR-DIA) = SPACES
                 MOVE WKS-GR-TEXTO TO
                    WKS-GR-CELDA(WKS-GR-PER, WKS-GR-DIA)
              ELSE
                 ADD 1 TO WKS-GR-CHOQUES
                 MOVE "*CHOQUE" TO
                    WKS-GR-CELDA(WKS-GR-PER, WKS-GR-DIA)(14:7)
              END-IF
              IF WKS-GR-PER > WKS-GR-MAX-PER
                 MOVE WKS-GR-PER TO WKS-GR-MAX-PER
              END-IF
           END-PERFORM.
       0008-MARCA-SESION-E.
           EXIT.

       0009-INICIO-IMPRIME-GRILLA SECTION.
      *IMPRIME EL TITULO YA ARMADO EN WKS-LINEA-SALIDA, LOS NOMBRES
      *DE LOS DIAS Y UNA LINEA POR PERIODO HASTA EL ULTIMO USADO.
           PERFORM 0010-INICIO-ESCRIBE-LINEA THRU 0010-ESCRIBE-LINEA-E

           MOVE SPACES TO WKS-LINEA-GRILLA
           MOVE "PER" TO WKS-LG-PERIODO
           PERFORM VARYING WKS-GR-DIA FROM 1 BY 1 UNTIL WKS-GR-DIA > 6
              MOVE WKS-NOMBRE-DIA(WKS-GR-DIA) TO
                 WKS-LG-CELDA(WKS-GR-DIA)
           END-PERFORM
           MOVE WKS-LINEA-GRILLA TO WKS-LINEA-SALIDA
           PERFORM 0010-INICIO-ESCRIBE-LINEA THRU 0010-ESCRIBE-LINEA-E

           IF WKS-GR-MAX-PER = ZEROES
              MOVE "  SIN SESIONES EN EL HORARIO" TO WKS-LINEA-SALIDA
              PERFORM 0010-INICIO-ESCRIBE-LINEA THRU
                 0010-ESCRIBE-LINEA-E
           END-IF

           PERFORM VARYING WKS-GR-PER FROM 1 BY 1
              UNTIL WKS-GR-PER > WKS-GR-MAX-PER
              MOVE SPACES TO WKS-LINEA-GRILLA
              MOVE WKS-GR-PER TO WKS-LG-PERIODO(2:2)
              PERFORM VARYING WKS-GR-DIA FROM 1 BY 1
                 UNTIL WKS-GR-DIA > 6
                 MOVE WKS-GR-CELDA(WKS-GR-PER, WKS-GR-DIA) TO
                    WKS-LG-CELDA(WKS-GR-DIA)
              END-PERFORM
              MOVE WKS-LINEA-GRILLA TO WKS-LINEA-SALIDA
              PERFORM 0010-INICIO-ESCRIBE-LINEA THRU
                 0010-ESCRIBE-LINEA-E
           END-PERFORM

           IF WKS-GR-CHOQUES > ZEROES
              MOVE SPACES TO WKS-LINEA-SALIDA
              STRING "  PERIODOS CON CHOQUE DE HORARIO: "
                     WKS-GR-CHOQUES
                 DELIMITED BY SIZE INTO WKS-LINEA-SALIDA
              END-STRING
              PERFORM 0010-INICIO-ESCRIBE-LINEA THRU
                 0010-ESCRIBE-LINEA-E
           END-IF

           MOVE SPACES TO WKS-LINEA-SALIDA
           PERFORM 0010-INICIO-ESCRIBE-LINEA THRU 0010-ESCRIBE-LINEA-E.
       0009-IMPRIME-GRILLA-E.
           EXIT.

       0010-INICIO-ESCRIBE-LINEA SECTION.
      *ESCRIBE WKS-LINEA-SALIDA EN EL REPORTE DE LA GRILLA EN CURSO.
           EVALUATE TRUE
           WHEN WKS-GR-DE-ESTUDIANTE
                WRITE REG-RPT-ESTUDIANTES FROM WKS-LINEA-SALIDA
           WHEN WKS-GR-DE-AULA
                WRITE REG-RPT-AULAS FROM WKS-LINEA-SALIDA
           WHEN OTHER
                WRITE REG-RPT-DOCENTES FROM WKS-LINEA-SALIDA
           END-EVALUATE.
       0010-ESCRIBE-LINEA-E.
           EXIT.
