      ******************************************************************
      * FECHA       : 2026                                             *
      * PROGRAMADOR : DIANA STEFFANNY SALGUERO ROSALES                 *
      * APLICACION  : EDUCACION                                        *
      * PROGRAMA    : EDUC3105                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : REPORTE DE CARGA DOCENTE DEL CICLO. LOS PERIODOS *
      *             : SEMANALES DE CADA CURSO SE SUMAN DE SUS SESIONES *
      *             : ACTIVAS EN EL MAESTRO DE HORARIOS (HORMST) Y SE  *
      *             : ACUMULAN AL DOCENTE ASIGNADO EN EL MAESTRO DE    *
      *             : CURSOS (CURSMST). PRIMERO SE LISTAN LOS CURSOS   *
      *             : ACTIVOS CON OBSERVACION (SIN DOCENTE, DOCENTE    *
      *             : DESCONOCIDO, DOCENTE INACTIVO, DOCENTE NO        *
      *             : HABILITADO EN LA MATERIA DEL CURSO O CURSO SIN   *
      *             : MATERIA) Y DESPUES CADA DOCENTE DEL MAESTRO      *
      *             : (DOCMST) CON SUS CURSOS, LOS PERIODOS ASIGNADOS  *
      *             : CONTRA SU MAXIMO SEMANAL Y LA DIFERENCIA,        *
      *             : MARCANDO SOBRECARGA E INACTIVO CON CURSOS.       *
      *             : TERMINA CON RC 4 SI HAY CUALQUIER OBSERVACION.   *
      * ARCHIVOS    : DOCMST, CURSMST, HORMST (ENTRADA), RPTCARGA      *
      *             : (SALIDA)                                         *
      * PROGRAMA(S) : RUNSTAT1                                         *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDUC3105.
       AUTHOR. DIANA SALGUERO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT HORARIO-MASTER ASSIGN TO HORMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS HOR-LLAVE
                  FILE STATUS IS WKS-FS-HORMST.
           SELECT RPT-CARGA ASSIGN TO RPTCARGA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-RPTCARGA.

       DATA DIVISION.

       FILE SECTION.
       FD DOCENTE-MASTER.
           COPY DOCENTE.

       FD CURSO-MASTER.
           COPY CURSOMST.

       FD HORARIO-MASTER.
           COPY HORARIO.

       FD RPT-CARGA.
       01 REG-RPT-CARGA                 PIC X(132).

       WORKING-STORAGE SECTION.

       01 WKS-CONTROL-ARCHIVOS.
          02 WKS-FS-DOCMST              PIC X(02) VALUE SPACES.
             88 WKS-FIN-DOCMST                    VALUE "10".
          02 WKS-FS-CURSMST             PIC X(02) VALUE SPACES.
             88 WKS-FIN-CURSMST                   VALUE "10".
          02 WKS-FS-HORMST              PIC X(02) VALUE SPACES.
             88 WKS-FIN-HORMST                    VALUE "10".
          02 WKS-FS-RPTCARGA            PIC X(02) VALUE SPACES.

       01 WKS-ITERACIONES.
          02 WKS-I-CURSOS-LEIDOS        PIC 9(05) VALUE ZEROES.
          02 WKS-I-CURSOS-ACTIVOS       PIC 9(05) VALUE ZEROES.
          02 WKS-I-OBSERVADOS           PIC 9(05) VALUE ZEROES.
          02 WKS-I-DOCENTES             PIC 9(05) VALUE ZEROES.
          02 WKS-I-SOBRECARGA           PIC 9(05) VALUE ZEROES.
          02 WKS-I-INACTIVO-CURSOS      PIC 9(05) VALUE ZEROES.

      *DOCENTES DEL MAESTRO CON LA CARGA QUE SE LES VA ACUMULANDO.
       01 WKS-TABLA-DOCENTES.
          02 WKS-DO-ENTRADA OCCURS 500 TIMES.
             03 WKS-DO-CODIGO           PIC 9(05).
             03 WKS-DO-NOMBRE           PIC X(20).
             03 WKS-DO-ESTADO           PIC X(01).
             03 WKS-DO-MAXIMO           PIC 9(02).
             03 WKS-DO-MATERIA          PIC X(04) OCCURS 10 TIMES.
             03 WKS-DO-CURSOS           PIC 9(03).
             03 WKS-DO-PERIODOS         PIC 9(03).
          02 WKS-DO-CANT                PIC 9(03) VALUE ZEROES.
          02 WKS-DO-IDX                 PIC 9(03) VALUE ZEROES.
          02 WKS-DO-ENCONTRADO          PIC 9(03) VALUE ZEROES.
          02 WKS-DO-MAT-IDX             PIC 9(02) VALUE ZEROES.
          02 WKS-DO-HABILITADO          PIC X(01) VALUE "N".
             88 WKS-DOCENTE-HABILITADO            VALUE "S".

      *PERIODOS SEMANALES POR CURSO, SUMADOS DE SUS SESIONES ACTIVAS.
       01 WKS-TABLA-PERIODOS.
          02 WKS-PE-ENTRADA OCCURS 500 TIMES.
             03 WKS-PE-CURSO            PIC X(06).
             03 WKS-PE-PERIODOS         PIC 9(03).
          02 WKS-PE-CANT                PIC 9(03) VALUE ZEROES.
          02 WKS-PE-IDX                 PIC 9(03) VALUE ZEROES.

       01 WKS-CONTROL-CURSO.
          02 WKS-CC-PERIODOS            PIC 9(03) VALUE ZEROES.
          02 WKS-CC-MOTIVO              PIC X(22) VALUE SPACES.
          02 WKS-CC-DIFERENCIA          PIC S9(03) VALUE ZEROES.

       01 WKS-LINEA-OBSERVACION.
          02 WKS-LO-CURSO               PIC X(06) VALUE SPACES.
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 WKS-LO-NOMBRE              PIC X(20) VALUE SPACES.
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 WKS-LO-DOCENTE             PIC 9(05) VALUE ZEROES.
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 WKS-LO-MATERIA             PIC X(04) VALUE SPACES.
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 WKS-LO-PERIODOS            PIC ZZ9.
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 WKS-LO-MOTIVO              PIC X(22) VALUE SPACES.

       01 WKS-LINEA-DOCENTE.
          02 WKS-LD-CODIGO              PIC 9(05) VALUE ZEROES.
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 WKS-LD-NOMBRE              PIC X(20) VALUE SPACES.
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 WKS-LD-ESTADO              PIC X(01) VALUE SPACES.
          02 FILLER                     PIC X(03) VALUE SPACES.
          02 WKS-LD-CURSOS              PIC ZZ9.
          02 FILLER                     PIC X(03) VALUE SPACES.
          02 WKS-LD-PERIODOS            PIC ZZ9.
          02 FILLER                     PIC X(03) VALUE SPACES.
          02 WKS-LD-MAXIMO              PIC Z9.
          02 FILLER                     PIC X(03) VALUE SPACES.
          02 WKS-LD-DIFERENCIA          PIC +ZZ9.
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 WKS-LD-MARCA               PIC X(20) VALUE SPACES.

       01 WKS-CONTROL-ESTADISTICA.
          02 WKS-ST-PROGRAMA            PIC X(08) VALUE "EDUK3105".
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
           PERFORM 0002-INICIO-CARGA-DOCENTES THRU
              0002-CARGA-DOCENTES-E
           PERFORM 0003-INICIO-CARGA-PERIODOS THRU
              0003-CARGA-PERIODOS-E

           MOVE "CURSOS ACTIVOS CON OBSERVACION" TO REG-RPT-CARGA
           WRITE REG-RPT-CARGA
           MOVE SPACES TO REG-RPT-CARGA
           MOVE "CURSO   NOMBRE                DOCEN  MAT.  PER" TO
              REG-RPT-CARGA(1:47)
           MOVE "OBSERVACION" TO REG-RPT-CARGA(51:11)
           WRITE REG-RPT-CARGA

           READ CURSO-MASTER
           AT END
              SET WKS-FIN-CURSMST TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-CURSMST
                   ADD 1 TO WKS-I-CURSOS-LEIDOS
                   IF CURSO-ESTADO = "A"
                      ADD 1 TO WKS-I-CURSOS-ACTIVOS
                      PERFORM 0004-INICIO-EVALUA-CURSO THRU
                         0004-EVALUA-CURSO-E
                   END-IF
                   READ CURSO-MASTER
                   AT END
                      SET WKS-FIN-CURSMST TO TRUE
                   END-READ
           END-PERFORM

           IF WKS-I-OBSERVADOS = ZEROES
              MOVE "  (NINGUNO)" TO REG-RPT-CARGA
              WRITE REG-RPT-CARGA
           END-IF

           PERFORM 0005-INICIO-LISTA-DOCENTES THRU
              0005-LISTA-DOCENTES-E
           PERFORM 0006-INICIO-TOTALES THRU 0006-TOTALES-E

           CLOSE CURSO-MASTER, RPT-CARGA

           MOVE WKS-I-CURSOS-LEIDOS TO WKS-ST-LEIDOS
           MOVE WKS-I-DOCENTES TO WKS-ST-ESCRITOS
           MOVE WKS-I-OBSERVADOS TO WKS-ST-RECHAZADOS
           CALL 'RUNSTAT1' USING WKS-ST-PROGRAMA
                                 WKS-ST-FECHA-INICIO
                                 WKS-ST-HORA-INICIO
                                 WKS-ST-LEIDOS
                                 WKS-ST-ESCRITOS
                                 WKS-ST-RECHAZADOS

           IF WKS-I-OBSERVADOS > ZEROES OR
              WKS-I-SOBRECARGA > ZEROES OR
              WKS-I-INACTIVO-CURSOS > ZEROES
              MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.
       0000-INICIO-E.
           EXIT.

       0001-INICIO-ABRE-ARCHIVOS SECTION.
           OPEN INPUT DOCENTE-MASTER
           IF WKS-FS-DOCMST NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE DOCENTES"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT CURSO-MASTER
           IF WKS-FS-CURSMST NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE CURSOS"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT HORARIO-MASTER
           IF WKS-FS-HORMST NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE HORARIOS"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT RPT-CARGA
           IF WKS-FS-RPTCARGA NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL REPORTE DE CARGA DOCENTE"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE "REPORTE DE CARGA DOCENTE DEL CICLO" TO REG-RPT-CARGA
           WRITE REG-RPT-CARGA
           MOVE SPACES TO REG-RPT-CARGA
           WRITE REG-RPT-CARGA.
       0001-ABRE-ARCHIVOS-E.
           EXIT.

       0002-INICIO-CARGA-DOCENTES SECTION.
           READ DOCENTE-MASTER
           AT END
              SET WKS-FIN-DOCMST TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-DOCMST
                   IF WKS-DO-CANT < 500
                      ADD 1 TO WKS-DO-CANT
                      MOVE DOC-CODIGO TO WKS-DO-CODIGO(WKS-DO-CANT)
                      MOVE DOC-NOMBRE TO WKS-DO-NOMBRE(WKS-DO-CANT)
                      MOVE DOC-ESTADO TO WKS-DO-ESTADO(WKS-DO-CANT)
                      MOVE DOC-MAX-PERIODOS TO
                         WKS-DO-MAXIMO(WKS-DO-CANT)
                      PERFORM VARYING WKS-DO-MAT-IDX FROM 1 BY 1
                         UNTIL WKS-DO-MAT-IDX > 10
                         MOVE DOC-MATERIA(WKS-DO-MAT-IDX) TO
                            WKS-DO-MATERIA(WKS-DO-CANT, WKS-DO-MAT-IDX)
                      END-PERFORM
                      MOVE ZEROES TO WKS-DO-CURSOS(WKS-DO-CANT),
                                     WKS-DO-PERIODOS(WKS-DO-CANT)
                   ELSE
                      DISPLAY "TABLA DE DOCENTES LLENA, DOCENTE SIN "
                              "CONSIDERAR: " DOC-CODIGO
                   END-IF
                   READ DOCENTE-MASTER
                   AT END
                      SET WKS-FIN-DOCMST TO TRUE
                   END-READ
           END-PERFORM

           CLOSE DOCENTE-MASTER.
       0002-CARGA-DOCENTES-E.
           EXIT.

       0003-INICIO-CARGA-PERIODOS SECTION.
      *EL MAESTRO DE HORARIOS VIENE POR CURSO, ASI QUE CADA CAMBIO DE
      *CURSO ABRE UNA ENTRADA NUEVA EN LA TABLA.
           READ HORARIO-MASTER
           AT END
              SET WKS-FIN-HORMST TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-HORMST
                   IF HOR-ACTIVA
                      IF WKS-PE-CANT = ZEROES OR
                         WKS-PE-CURSO(WKS-PE-CANT) NOT = HOR-CURSO
                         IF WKS-PE-CANT < 500
                            ADD 1 TO WKS-PE-CANT
                            MOVE HOR-CURSO TO
                               WKS-PE-CURSO(WKS-PE-CANT)
                            MOVE ZEROES TO
                               WKS-PE-PERIODOS(WKS-PE-CANT)
                         ELSE
                            DISPLAY "TABLA DE PERIODOS LLENA, CURSO "
                                    "SIN CONSIDERAR: " HOR-CURSO
                         END-IF
                      END-IF
                      IF WKS-PE-CURSO(WKS-PE-CANT) = HOR-CURSO
                         COMPUTE WKS-PE-PERIODOS(WKS-PE-CANT) =
                                 WKS-PE-PERIODOS(WKS-PE-CANT) +
                                 HOR-PERIODO-FIN - HOR-PERIODO-INI + 1
                      END-IF
                   END-IF
                   READ HORARIO-MASTER
                   AT END
                      SET WKS-FIN-HORMST TO TRUE
                   END-READ
           END-PERFORM

           CLOSE HORARIO-MASTER.
       0003-CARGA-PERIODOS-E.
           EXIT.

       0004-INICIO-EVALUA-CURSO SECTION.
      *LA CARGA SE ACUMULA AL DOCENTE AUNQUE ESTE INACTIVO O NO
      *HABILITADO, PORQUE EL CURSO SIGUE SIENDO SUYO EN EL MAESTRO.
           MOVE ZEROES TO WKS-CC-PERIODOS, WKS-DO-ENCONTRADO
           MOVE SPACES TO WKS-CC-MOTIVO
           PERFORM VARYING WKS-PE-IDX FROM 1 BY 1
              UNTIL WKS-PE-IDX > WKS-PE-CANT
              IF WKS-PE-CURSO(WKS-PE-IDX) = CURSO-CODIGO
                 MOVE WKS-PE-PERIODOS(WKS-PE-IDX) TO WKS-CC-PERIODOS
              END-IF
           END-PERFORM

           IF CURSO-DOCENTE-ID NOT = ZEROES
              PERFORM VARYING WKS-DO-IDX FROM 1 BY 1
                 UNTIL WKS-DO-IDX > WKS-DO-CANT
                 IF WKS-DO-CODIGO(WKS-DO-IDX) = CURSO-DOCENTE-ID
                    MOVE WKS-DO-IDX TO WKS-DO-ENCONTRADO
                 END-IF
              END-PERFORM
           END-IF

           IF WKS-DO-ENCONTRADO > ZEROES
              MOVE WKS-DO-ENCONTRADO TO WKS-DO-IDX
              ADD 1 TO WKS-DO-CURSOS(WKS-DO-IDX)
              ADD WKS-CC-PERIODOS TO WKS-DO-PERIODOS(WKS-DO-IDX)
              MOVE "N" TO WKS-DO-HABILITADO
              PERFORM VARYING WKS-DO-MAT-IDX FROM 1 BY 1
                 UNTIL WKS-DO-MAT-IDX > 10
                 IF CURSO-MATERIA NOT = SPACES AND
                    WKS-DO-MATERIA(WKS-DO-IDX, WKS-DO-MAT-IDX) =
                    CURSO-MATERIA
                    SET WKS-DOCENTE-HABILITADO TO TRUE
                 END-IF
              END-PERFORM
           END-IF

           EVALUATE TRUE
           WHEN CURSO-DOCENTE-ID = ZEROES
                MOVE "SIN DOCENTE" TO WKS-CC-MOTIVO
           WHEN WKS-DO-ENCONTRADO = ZEROES
                MOVE "DOCENTE DESCONOCIDO" TO WKS-CC-MOTIVO
           WHEN WKS-DO-ESTADO(WKS-DO-IDX) NOT = "A"
                MOVE "DOCENTE INACTIVO" TO WKS-CC-MOTIVO
           WHEN CURSO-MATERIA = SPACES
                MOVE "CURSO SIN MATERIA" TO WKS-CC-MOTIVO
           WHEN NOT WKS-DOCENTE-HABILITADO
                MOVE "DOCENTE NO HABILITADO" TO WKS-CC-MOTIVO
           END-EVALUATE

           IF WKS-CC-MOTIVO = SPACES
              GO TO 0004-EVALUA-CURSO-E
           END-IF

           ADD 1 TO WKS-I-OBSERVADOS
           MOVE CURSO-CODIGO TO WKS-LO-CURSO
           MOVE CURSO-NOMBRE TO WKS-LO-NOMBRE
           MOVE CURSO-DOCENTE-ID TO WKS-LO-DOCENTE
           MOVE CURSO-MATERIA TO WKS-LO-MATERIA
           MOVE WKS-CC-PERIODOS TO WKS-LO-PERIODOS
           MOVE WKS-CC-MOTIVO TO WKS-LO-MOTIVO
           WRITE REG-RPT-CARGA FROM WKS-LINEA-OBSERVACION.
       0004-EVALUA-CURSO-E.
           EXIT.

       0005-INICIO-LISTA-DOCENTES SECTION.
           MOVE SPACES TO REG-RPT-CARGA
           WRITE REG-RPT-CARGA
           MOVE "CARGA POR DOCENTE (PERIODOS SEMANALES)" TO
              REG-RPT-CARGA
           WRITE REG-RPT-CARGA
           MOVE SPACES TO REG-RPT-CARGA
           MOVE "CODIG  NOMBRE                EST  CUR  PER  MAX" TO
              REG-RPT-CARGA(1:47)
           MOVE "DIF" TO REG-RPT-CARGA(51:3)
           WRITE REG-RPT-CARGA

           PERFORM VARYING WKS-DO-IDX FROM 1 BY 1
              UNTIL WKS-DO-IDX > WKS-DO-CANT
              ADD 1 TO WKS-I-DOCENTES
              COMPUTE WKS-CC-DIFERENCIA =
                      WKS-DO-MAXIMO(WKS-DO-IDX) -
                      WKS-DO-PERIODOS(WKS-DO-IDX)
              MOVE SPACES TO WKS-LD-MARCA
              IF WKS-DO-ESTADO(WKS-DO-IDX) NOT = "A" AND
                 WKS-DO-CURSOS(WKS-DO-IDX) > ZEROES
                 MOVE "INACTIVO CON CURSOS" TO WKS-LD-MARCA
                 ADD 1 TO WKS-I-INACTIVO-CURSOS
              ELSE
                 IF WKS-CC-DIFERENCIA < ZEROES
                    MOVE "SOBRECARGA" TO WKS-LD-MARCA
                    ADD 1 TO WKS-I-SOBRECARGA
                 END-IF
              END-IF
              MOVE WKS-DO-CODIGO(WKS-DO-IDX) TO WKS-LD-CODIGO
              MOVE WKS-DO-NOMBRE(WKS-DO-IDX) TO WKS-LD-NOMBRE
              MOVE WKS-DO-ESTADO(WKS-DO-IDX) TO WKS-LD-ESTADO
              MOVE WKS-DO-CURSOS(WKS-DO-IDX) TO WKS-LD-CURSOS
              MOVE WKS-DO-PERIODOS(WKS-DO-IDX) TO WKS-LD-PERIODOS
              MOVE WKS-DO-MAXIMO(WKS-DO-IDX) TO WKS-LD-MAXIMO
              MOVE WKS-CC-DIFERENCIA TO WKS-LD-DIFERENCIA
              WRITE REG-RPT-CARGA FROM WKS-LINEA-DOCENTE
           END-PERFORM.
       0005-LISTA-DOCENTES-E.
           EXIT.

       0006-INICIO-TOTALES SECTION.
           MOVE SPACES TO REG-RPT-CARGA
           WRITE REG-RPT-CARGA
           MOVE SPACES TO REG-RPT-CARGA
           STRING "CURSOS ACTIVOS: " WKS-I-CURSOS-ACTIVOS
                  "  CON OBSERVACION: " WKS-I-OBSERVADOS
                  "  DOCENTES: " WKS-I-DOCENTES
                  "  CON SOBRECARGA: " WKS-I-SOBRECARGA
                  "  INACTIVOS CON CURSOS: " WKS-I-INACTIVO-CURSOS
              DELIMITED BY SIZE INTO REG-RPT-CARGA
           END-STRING
           WRITE REG-RPT-CARGA

           DISPLAY "CURSOS LEIDOS: " WKS-I-CURSOS-LEIDOS
           DISPLAY "CURSOS ACTIVOS: " WKS-I-CURSOS-ACTIVOS
           DISPLAY "CURSOS CON OBSERVACION: " WKS-I-OBSERVADOS
           DISPLAY "DOCENTES LISTADOS: " WKS-I-DOCENTES
           DISPLAY "DOCENTES CON SOBRECARGA: " WKS-I-SOBRECARGA
           DISPLAY "DOCENTES INACTIVOS CON CURSOS: "
                   WKS-I-INACTIVO-CURSOS.
       0006-TOTALES-E.
           EXIT.
