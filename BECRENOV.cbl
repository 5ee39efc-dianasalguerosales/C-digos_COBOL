      ******************************************************************
      * FECHA       : 2026                                             *
      * PROGRAMADOR : DIANA STEFFANNY SALGUERO ROSALES                 *
      * APLICACION  : EDUCACION                                        *
      * PROGRAMA    : EDUC3108                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : RENOVACION ANUAL DE BECAS. TOMA LAS BECAS        *
      *             : ACTIVAS DEL MAESTRO (BECMST) CUYA VIGENCIA       *
      *             : TERMINA EN EL CICLO DE LA CORRIDA. LAS DE MERITO *
      *             : SE RENUEVAN POR UN ANIO MAS SI EL PROMEDIO DEL   *
      *             : ESTUDIANTE EN LAS NOTAS DEL CICLO (NOTASMST,     *
      *             : TERMINOS DEL CICLO SEGUN EL CALENDARIO TERMINOS) *
      *             : ALCANZA EL MINIMO Y SUS AUSENCIAS DEL ANIO       *
      *             : (ASISMAST) NO PASAN EL MAXIMO; SI NO, QUEDAN NO  *
      *             : RENOVADAS CON SU MOTIVO. LAS DE NECESIDAD NO SE  *
      *             : TOCAN Y SE LISTAN PARA REVISION MANUAL. UMBRALES *
      *             : Y CICLO EN VARIABLES DE AMBIENTE O EN LA SECCION *
      *             : EDUC3108 DE PARAMET.                             *
      * ARCHIVOS    : BECMST (I-O), TERMINOS, NOTASMST, ASISMAST       *
      *             : (ENTRADA), RPTRENOV (SALIDA)                     *
      * PROGRAMA(S) : PARMRD01, RUNSTAT1                               *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDUC3108.
       AUTHOR. DIANA SALGUERO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BECA-MASTER ASSIGN TO BECMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS BEC-LLAVE
                  FILE STATUS IS WKS-FS-BECMST.
           SELECT ARCHIVO-TERMINOS ASSIGN TO TERMINOS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-TERMINOS.
           SELECT NOTAS-MASTER ASSIGN TO NOTASMST
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-NOTASMST.
           SELECT ASISTENCIA-MASTER ASSIGN TO ASISMAST
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-ASISMAST.
           SELECT RPT-RENOVACION ASSIGN TO RPTRENOV
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-RPTRENOV.

       DATA DIVISION.

       FILE SECTION.
       FD BECA-MASTER.
           COPY BECAMST.

       FD ARCHIVO-TERMINOS.
       01 REG-ARCHIVO-TERMINOS          PIC X(45).

       FD NOTAS-MASTER.
       01 REG-NOTA                      PIC X(25).

       FD ASISTENCIA-MASTER.
       01 REG-ASISTENCIA                PIC X(30).

       FD RPT-RENOVACION.
       01 REG-RPT-RENOVACION            PIC X(110).

       WORKING-STORAGE SECTION.

       01 WKS-CONTROL-ARCHIVOS.
          02 WKS-FS-BECMST              PIC X(02) VALUE SPACES.
             88 WKS-FIN-BECMST                    VALUE "10".
          02 WKS-FS-TERMINOS            PIC X(02) VALUE SPACES.
             88 WKS-FIN-TERMINOS                  VALUE "10".
          02 WKS-FS-NOTASMST            PIC X(02) VALUE SPACES.
             88 WKS-FIN-NOTASMST                  VALUE "10".
          02 WKS-FS-ASISMAST            PIC X(02) VALUE SPACES.
             88 WKS-FIN-ASISMAST                  VALUE "10".
          02 WKS-FS-RPTRENOV            PIC X(02) VALUE SPACES.

      *LINEA DEL ARCHIVO DE TERMINOS: TIPO (T/R), ID, DESDE, HASTA.
       01 WKS-LINEA-TERMINO.
          02 WKS-LT-TIPO                PIC X(01) VALUE SPACES.
          02 FILLER                     PIC X(01).
          02 WKS-LT-ID                  PIC X(02) VALUE SPACES.
          02 FILLER                     PIC X(01).
          02 WKS-LT-DESDE               PIC 9(08) VALUE ZEROES.
          02 FILLER                     PIC X(01).
          02 WKS-LT-HASTA               PIC 9(08) VALUE ZEROES.
          02 FILLER                     PIC X(01).
          02 WKS-LT-DESCRIPCION         PIC X(20) VALUE SPACES.

      *MISMA LINEA DEL MAESTRO DE NOTAS QUE GRABA EDUC3051.
       01 WKS-LINEA-NOTA.
          02 WKS-NT-CODIGO              PIC X(05) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-NT-CURSO               PIC X(06) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-NT-TERMINO             PIC X(02) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-NT-NOTA                PIC X(03) VALUE SPACES.

      *MISMA LINEA DEL MAESTRO DE ASISTENCIA QUE GRABA EDUC3050.
       01 WKS-LINEA-ASISTENCIA.
          02 WKS-AS-CURSO               PIC X(06) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-AS-CODIGO              PIC X(05) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-AS-FECHA               PIC X(08) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-AS-ESTADO              PIC X(01) VALUE SPACES.

      *TERMINOS DEL CALENDARIO QUE EMPIEZAN EN EL CICLO DE LA
      *CORRIDA. SIN CALENDARIO SE TOMAN TODAS LAS NOTAS DEL MAESTRO.
       01 WKS-TABLA-TERMINOS.
          02 WKS-TE-ID OCCURS 100 TIMES PIC X(02).
          02 WKS-TE-CANT                PIC 9(03) VALUE ZEROES.
          02 WKS-TE-IDX                 PIC 9(03) VALUE ZEROES.
          02 WKS-TE-CON-CALENDARIO      PIC X(01) VALUE "N".
             88 WKS-TE-HAY-CALENDARIO             VALUE "S".
          02 WKS-TE-DEL-CICLO           PIC X(01) VALUE "N".
             88 WKS-TE-NOTA-DEL-CICLO             VALUE "S".

      *ACUMULADOS POR ESTUDIANTE: SUMA Y CANTIDAD DE NOTAS DEL CICLO
      *MAS AUSENCIAS DEL ANIO.
       01 WKS-TABLA-ACUMULADOS.
          02 WKS-AC-ENTRADA OCCURS 2000 TIMES.
             03 WKS-AC-CODIGO           PIC 9(05).
             03 WKS-AC-SUMA-NOTAS       PIC 9(06).
             03 WKS-AC-CANT-NOTAS       PIC 9(04).
             03 WKS-AC-AUSENCIAS        PIC 9(04).
          02 WKS-AC-CANT                PIC 9(04) VALUE ZEROES.
          02 WKS-AC-IDX                 PIC 9(04) VALUE ZEROES.
          02 WKS-AC-CODIGO-TRAB         PIC 9(05) VALUE ZEROES.
          02 WKS-AC-PROMEDIO            PIC 9(03)V99 VALUE ZEROES.
          02 WKS-AC-AUSENCIAS-TRAB      PIC 9(04) VALUE ZEROES.

      *REGLAS PARAMETRICAS DE RENOVACION.
       01 WKS-CONTROL-REGLAS.
          02 WKS-MIN-PROMEDIO           PIC 9(03) VALUE 085.
          02 WKS-MAX-AUSENCIAS          PIC 9(03) VALUE 010.
          02 WKS-CICLO                  PIC 9(04) VALUE ZEROES.

       01 WKS-CONTROL-FECHAS.
          02 WKS-FECHA-HOY              PIC 9(08) VALUE ZEROES.
          02 WKS-NUEVO-DESDE            PIC 9(08) VALUE ZEROES.
          02 WKS-NUEVO-HASTA            PIC 9(08) VALUE ZEROES.
          02 WKS-HASTA-ANTERIOR         PIC 9(08) VALUE ZEROES.

       01 WKS-CONTROL-DECISION.
          02 WKS-DE-DECISION            PIC X(12) VALUE SPACES.
          02 WKS-DE-MOTIVO              PIC X(25) VALUE SPACES.

       01 WKS-LINEA-RENOVACION.
          02 WKS-LR-CODIGO              PIC 9(05) VALUE ZEROES.
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 WKS-LR-TIPO                PIC X(01) VALUE SPACES.
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 WKS-LR-PROMEDIO            PIC ZZ9.99.
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 WKS-LR-AUSENCIAS           PIC ZZZ9.
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 WKS-LR-HASTA-ANTERIOR      PIC 9(08) VALUE ZEROES.
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 WKS-LR-DECISION            PIC X(12) VALUE SPACES.
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 WKS-LR-NUEVO-DESDE         PIC 9(08) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE "-".
          02 WKS-LR-NUEVO-HASTA         PIC 9(08) VALUE ZEROES.
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 WKS-LR-MOTIVO              PIC X(25) VALUE SPACES.

       01 WKS-ITERACIONES.
          02 WKS-I-BECAS                PIC 9(05) VALUE ZEROES.
          02 WKS-I-EVALUADAS            PIC 9(05) VALUE ZEROES.
          02 WKS-I-RENOVADAS            PIC 9(05) VALUE ZEROES.
          02 WKS-I-NO-RENOVADAS         PIC 9(05) VALUE ZEROES.
          02 WKS-I-REVISION             PIC 9(05) VALUE ZEROES.

      *AREA PARA EL LECTOR COMUN DEL ARCHIVO CENTRAL DE PARAMETROS.
       01 WKS-CONTROL-PARAMETROS.
          02 WKS-PARM-SECCION           PIC X(08) VALUE "EDUC3108".
          02 WKS-PARM-CANT              PIC 9(02) VALUE ZEROES.
          02 WKS-PARM-TABLA.
             03 WKS-PARM-ENTRADA OCCURS 20 TIMES.
                04 WKS-PARM-CLAVE       PIC X(20).
                04 WKS-PARM-VALOR       PIC X(20).
          02 WKS-PARM-SIN-SECCION       PIC X(01) VALUE "S".
          02 WKS-PARM-IDX               PIC 9(02) VALUE ZEROES.

      *AREA PARA LA RUTINA COMUN DE ESTADISTICAS DE CORRIDA.
       01 WKS-CONTROL-ESTADISTICA.
          02 WKS-ST-PROGRAMA            PIC X(08) VALUE "EDUK3108".
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
           PERFORM 0002-INICIO-CARGA-TERMINOS THRU
              0002-CARGA-TERMINOS-E
           PERFORM 0003-INICIO-ACUMULA-NOTAS THRU
              0003-ACUMULA-NOTAS-E
           PERFORM 0004-INICIO-ACUMULA-AUSENCIAS THRU
              0004-ACUMULA-AUSENCIAS-E

           OPEN I-O BECA-MASTER
           IF WKS-FS-BECMST NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE BECAS"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT RPT-RENOVACION
           IF WKS-FS-RPTRENOV NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL REPORTE DE RENOVACION"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE SPACES TO REG-RPT-RENOVACION
           STRING "RENOVACION DE BECAS DEL CICLO " WKS-CICLO
                  "  PROMEDIO MINIMO " WKS-MIN-PROMEDIO
                  "  AUSENCIAS MAXIMAS " WKS-MAX-AUSENCIAS
              DELIMITED BY SIZE INTO REG-RPT-RENOVACION
           END-STRING
           WRITE REG-RPT-RENOVACION
           MOVE SPACES TO REG-RPT-RENOVACION
           STRING "CODIG  T  PROMED  AUSE  VENCIA    DECISION      "
                  "NUEVA VIGENCIA     MOTIVO"
              DELIMITED BY SIZE INTO REG-RPT-RENOVACION
           END-STRING
           WRITE REG-RPT-RENOVACION

           PERFORM 0006-INICIO-RENUEVA THRU 0006-RENUEVA-E

           MOVE SPACES TO REG-RPT-RENOVACION
           WRITE REG-RPT-RENOVACION
           MOVE SPACES TO REG-RPT-RENOVACION
           STRING "BECAS QUE VENCEN EN EL CICLO: " WKS-I-EVALUADAS
                  "  RENOVADAS: " WKS-I-RENOVADAS
                  "  NO RENOVADAS: " WKS-I-NO-RENOVADAS
                  "  A REVISION: " WKS-I-REVISION
              DELIMITED BY SIZE INTO REG-RPT-RENOVACION
           END-STRING
           WRITE REG-RPT-RENOVACION

           CLOSE BECA-MASTER, RPT-RENOVACION

           DISPLAY "BECAS LEIDAS DEL MAESTRO: " WKS-I-BECAS
           DISPLAY "BECAS QUE VENCEN EN EL CICLO: " WKS-I-EVALUADAS
           DISPLAY "RENOVADAS: " WKS-I-RENOVADAS
           DISPLAY "NO RENOVADAS: " WKS-I-NO-RENOVADAS
           DISPLAY "DE NECESIDAD A REVISION MANUAL: " WKS-I-REVISION

           MOVE WKS-I-BECAS TO WKS-ST-LEIDOS
           MOVE WKS-I-RENOVADAS TO WKS-ST-ESCRITOS
           MOVE WKS-I-NO-RENOVADAS TO WKS-ST-RECHAZADOS
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
      *EL CICLO POR OMISION ES EL ANIO EN CURSO.
           ACCEPT WKS-MIN-PROMEDIO FROM ENVIRONMENT
              "BECA_MIN_PROMEDIO"
           IF WKS-MIN-PROMEDIO NOT NUMERIC OR WKS-MIN-PROMEDIO = ZEROES
              MOVE 85 TO WKS-MIN-PROMEDIO
           END-IF
           ACCEPT WKS-MAX-AUSENCIAS FROM ENVIRONMENT "BECA_MAX_AUSEN"
           IF WKS-MAX-AUSENCIAS NOT NUMERIC
              MOVE 10 TO WKS-MAX-AUSENCIAS
           END-IF
           ACCEPT WKS-CICLO FROM ENVIRONMENT "BECA_CICLO"
           IF WKS-CICLO NOT NUMERIC OR WKS-CICLO = ZEROES
              MOVE WKS-FECHA-HOY(1:4) TO WKS-CICLO
           END-IF

           CALL 'PARMRD01' USING WKS-PARM-SECCION
                                 WKS-PARM-CANT
                                 WKS-PARM-TABLA
                                 WKS-PARM-SIN-SECCION

           PERFORM VARYING WKS-PARM-IDX FROM 1 BY 1
              UNTIL WKS-PARM-IDX > WKS-PARM-CANT
              EVALUATE WKS-PARM-CLAVE(WKS-PARM-IDX)
              WHEN "BECA_MIN_PROMEDIO"
                   IF WKS-PARM-VALOR(WKS-PARM-IDX)(1:3) NUMERIC AND
                      WKS-PARM-VALOR(WKS-PARM-IDX)(1:3) NOT = "000"
                      MOVE WKS-PARM-VALOR(WKS-PARM-IDX)(1:3) TO
                         WKS-MIN-PROMEDIO
                   END-IF
              WHEN "BECA_MAX_AUSEN"
                   IF WKS-PARM-VALOR(WKS-PARM-IDX)(1:3) NUMERIC
                      MOVE WKS-PARM-VALOR(WKS-PARM-IDX)(1:3) TO
                         WKS-MAX-AUSENCIAS
                   END-IF
              WHEN "BECA_CICLO"
                   IF WKS-PARM-VALOR(WKS-PARM-IDX)(1:4) NUMERIC AND
                      WKS-PARM-VALOR(WKS-PARM-IDX)(1:4) NOT = "0000"
                      MOVE WKS-PARM-VALOR(WKS-PARM-IDX)(1:4) TO
                         WKS-CICLO
                   END-IF
              WHEN OTHER
                   DISPLAY "PARAMETRO DESCONOCIDO EN PARAMET: "
                           WKS-PARM-CLAVE(WKS-PARM-IDX)
              END-EVALUATE
           END-PERFORM

           DISPLAY "PARAMETROS EFECTIVOS DE LA CORRIDA:"
           DISPLAY "  BECA_MIN_PROMEDIO: " WKS-MIN-PROMEDIO
           DISPLAY "  BECA_MAX_AUSEN: " WKS-MAX-AUSENCIAS
           DISPLAY "  BECA_CICLO: " WKS-CICLO.
       0001-PARAMETROS-E.
           EXIT.

       0002-INICIO-CARGA-TERMINOS SECTION.
      *SOLO LOS TERMINOS ("T") QUE EMPIEZAN EN EL CICLO; LOS RECESOS
      *NO LLEVAN NOTAS.
           OPEN INPUT ARCHIVO-TERMINOS
           IF WKS-FS-TERMINOS NOT = "00"
              DISPLAY "SIN CALENDARIO DE TERMINOS; SE PROMEDIAN TODAS "
                      "LAS NOTAS DEL MAESTRO"
              GO TO 0002-CARGA-TERMINOS-E
           END-IF
           SET WKS-TE-HAY-CALENDARIO TO TRUE

           READ ARCHIVO-TERMINOS INTO WKS-LINEA-TERMINO
           AT END
              SET WKS-FIN-TERMINOS TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-TERMINOS
                   IF WKS-LT-TIPO = "T" AND WKS-LT-DESDE NUMERIC
                      IF WKS-LT-DESDE(1:4) = WKS-CICLO
                         IF WKS-TE-CANT < 100
                            ADD 1 TO WKS-TE-CANT
                            MOVE WKS-LT-ID TO WKS-TE-ID(WKS-TE-CANT)
                         ELSE
                            DISPLAY "TABLA DE TERMINOS LLENA, TERMINO "
                                    "SIN CONSIDERAR: " WKS-LT-ID
                         END-IF
                      END-IF
                   END-IF
                   READ ARCHIVO-TERMINOS INTO WKS-LINEA-TERMINO
                   AT END
                      SET WKS-FIN-TERMINOS TO TRUE
                   END-READ
           END-PERFORM

           CLOSE ARCHIVO-TERMINOS
           DISPLAY "TERMINOS DEL CICLO EN EL CALENDARIO: " WKS-TE-CANT.
       0002-CARGA-TERMINOS-E.
           EXIT.

       0003-INICIO-ACUMULA-NOTAS SECTION.
           OPEN INPUT NOTAS-MASTER
           IF WKS-FS-NOTASMST NOT = "00"
              DISPLAY "SIN MAESTRO DE NOTAS; LOS PROMEDIOS QUEDAN "
                      "EN CERO"
              GO TO 0003-ACUMULA-NOTAS-E
           END-IF

           READ NOTAS-MASTER INTO WKS-LINEA-NOTA
           AT END
              SET WKS-FIN-NOTASMST TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-NOTASMST
                   MOVE "S" TO WKS-TE-DEL-CICLO
                   IF WKS-TE-HAY-CALENDARIO
                      MOVE "N" TO WKS-TE-DEL-CICLO
                      PERFORM VARYING WKS-TE-IDX FROM 1 BY 1
                         UNTIL WKS-TE-IDX > WKS-TE-CANT
                         IF WKS-TE-ID(WKS-TE-IDX) = WKS-NT-TERMINO
                            MOVE "S" TO WKS-TE-DEL-CICLO
                         END-IF
                      END-PERFORM
                   END-IF
                   IF WKS-TE-NOTA-DEL-CICLO AND
                      WKS-NT-CODIGO NUMERIC AND WKS-NT-NOTA NUMERIC
                      MOVE WKS-NT-CODIGO TO WKS-AC-CODIGO-TRAB
                      PERFORM 0005-INICIO-BUSCA-ACUMULADO THRU
                         0005-BUSCA-ACUMULADO-E
                      IF WKS-AC-IDX > ZEROES
                         ADD FUNCTION NUMVAL(WKS-NT-NOTA) TO
                            WKS-AC-SUMA-NOTAS(WKS-AC-IDX)
                         ADD 1 TO WKS-AC-CANT-NOTAS(WKS-AC-IDX)
                      END-IF
                   END-IF
                   READ NOTAS-MASTER INTO WKS-LINEA-NOTA
                   AT END
                      SET WKS-FIN-NOTASMST TO TRUE
                   END-READ
           END-PERFORM

           CLOSE NOTAS-MASTER.
       0003-ACUMULA-NOTAS-E.
           EXIT.

       0004-INICIO-ACUMULA-AUSENCIAS SECTION.
      *AUSENCIAS ("A") CON FECHA DENTRO DEL ANIO DEL CICLO.
           OPEN INPUT ASISTENCIA-MASTER
           IF WKS-FS-ASISMAST NOT = "00"
              DISPLAY "SIN MAESTRO DE ASISTENCIA; LAS AUSENCIAS "
                      "QUEDAN EN CERO"
              GO TO 0004-ACUMULA-AUSENCIAS-E
           END-IF

           READ ASISTENCIA-MASTER INTO WKS-LINEA-ASISTENCIA
           AT END
              SET WKS-FIN-ASISMAST TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-ASISMAST
                   IF WKS-AS-CODIGO NUMERIC AND WKS-AS-ESTADO = "A" AND
                      WKS-AS-FECHA(1:4) = WKS-CICLO
                      MOVE WKS-AS-CODIGO TO WKS-AC-CODIGO-TRAB
                      PERFORM 0005-INICIO-BUSCA-ACUMULADO THRU
                         0005-BUSCA-ACUMULADO-E
                      IF WKS-AC-IDX > ZEROES
                         ADD 1 TO WKS-AC-AUSENCIAS(WKS-AC-IDX)
                      END-IF
                   END-IF
                   READ ASISTENCIA-MASTER INTO WKS-LINEA-ASISTENCIA
                   AT END
                      SET WKS-FIN-ASISMAST TO TRUE
                   END-READ
           END-PERFORM

           CLOSE ASISTENCIA-MASTER.
       0004-ACUMULA-AUSENCIAS-E.
           EXIT.

       0005-INICIO-BUSCA-ACUMULADO SECTION.
      *BUSCA (O DA DE ALTA) EL ACUMULADO DEL ESTUDIANTE; EL INDICE
      *QUEDA EN WKS-AC-IDX (CERO SI LA TABLA SE LLENO).
           PERFORM VARYING WKS-AC-IDX FROM 1 BY 1
              UNTIL WKS-AC-IDX > WKS-AC-CANT
              IF WKS-AC-CODIGO(WKS-AC-IDX) = WKS-AC-CODIGO-TRAB
                 GO TO 0005-BUSCA-ACUMULADO-E
              END-IF
           END-PERFORM

           IF WKS-AC-CANT < 2000
              ADD 1 TO WKS-AC-CANT
              MOVE WKS-AC-CANT TO WKS-AC-IDX
              MOVE WKS-AC-CODIGO-TRAB TO WKS-AC-CODIGO(WKS-AC-IDX)
              MOVE ZEROES TO WKS-AC-SUMA-NOTAS(WKS-AC-IDX)
              MOVE ZEROES TO WKS-AC-CANT-NOTAS(WKS-AC-IDX)
              MOVE ZEROES TO WKS-AC-AUSENCIAS(WKS-AC-IDX)
           ELSE
              MOVE ZEROES TO WKS-AC-IDX
           END-IF.
       0005-BUSCA-ACUMULADO-E.
           EXIT.

       0006-INICIO-RENUEVA SECTION.
           READ BECA-MASTER NEXT
           AT END
              SET WKS-FIN-BECMST TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-BECMST
                   ADD 1 TO WKS-I-BECAS
                   IF BEC-ACTIVA AND BEC-HASTA(1:4) = WKS-CICLO
                      ADD 1 TO WKS-I-EVALUADAS
                      PERFORM 0007-INICIO-UNA-BECA THRU
                         0007-UNA-BECA-E
                   END-IF
                   READ BECA-MASTER NEXT
                   AT END
                      SET WKS-FIN-BECMST TO TRUE
                   END-READ
           END-PERFORM.
       0006-RENUEVA-E.
           EXIT.

       0007-INICIO-UNA-BECA SECTION.
           MOVE BEC-CODIGO TO WKS-AC-CODIGO-TRAB
           PERFORM VARYING WKS-AC-IDX FROM 1 BY 1
              UNTIL WKS-AC-IDX > WKS-AC-CANT
              IF WKS-AC-CODIGO(WKS-AC-IDX) = WKS-AC-CODIGO-TRAB
                 GO TO 0007-EVALUA-BECA
              END-IF
           END-PERFORM
           MOVE ZEROES TO WKS-AC-IDX.

       0007-EVALUA-BECA.
           MOVE ZEROES TO WKS-AC-PROMEDIO WKS-AC-AUSENCIAS-TRAB
           IF WKS-AC-IDX > ZEROES
              MOVE WKS-AC-AUSENCIAS(WKS-AC-IDX) TO
                 WKS-AC-AUSENCIAS-TRAB
              IF WKS-AC-CANT-NOTAS(WKS-AC-IDX) > ZEROES
                 COMPUTE WKS-AC-PROMEDIO ROUNDED =
                    WKS-AC-SUMA-NOTAS(WKS-AC-IDX) /
                    WKS-AC-CANT-NOTAS(WKS-AC-IDX)
              END-IF
           END-IF

           MOVE BEC-HASTA TO WKS-HASTA-ANTERIOR
           MOVE ZEROES TO WKS-NUEVO-DESDE WKS-NUEVO-HASTA
           MOVE SPACES TO WKS-DE-DECISION WKS-DE-MOTIVO

           EVALUATE TRUE
      *LAS BECAS DE NECESIDAD LAS RENUEVA EL COMITE A MANO CON EL
      *MANTENIMIENTO; AQUI SOLO SE LISTAN.
           WHEN BEC-NECESIDAD
                ADD 1 TO WKS-I-REVISION
                MOVE "REVISION" TO WKS-DE-DECISION
                MOVE "BECA DE NECESIDAD" TO WKS-DE-MOTIVO
                GO TO 0007-ESCRIBE-LINEA
           WHEN WKS-AC-IDX = ZEROES OR
                WKS-AC-CANT-NOTAS(WKS-AC-IDX) = ZEROES
                MOVE "SIN NOTAS EN EL CICLO" TO WKS-DE-MOTIVO
           WHEN WKS-AC-PROMEDIO < WKS-MIN-PROMEDIO
                MOVE "PROMEDIO BAJO EL MINIMO" TO WKS-DE-MOTIVO
           WHEN WKS-AC-AUSENCIAS-TRAB > WKS-MAX-AUSENCIAS
                MOVE "AUSENCIAS SOBRE EL MAXIMO" TO WKS-DE-MOTIVO
           WHEN OTHER
                CONTINUE
           END-EVALUATE

           IF WKS-DE-MOTIVO = SPACES
              PERFORM 0009-INICIO-NUEVA-VIGENCIA THRU
                 0009-NUEVA-VIGENCIA-E
              MOVE WKS-NUEVO-DESDE TO BEC-DESDE
              MOVE WKS-NUEVO-HASTA TO BEC-HASTA
              MOVE WKS-FECHA-HOY TO BEC-FECHA-RENOVACION
              MOVE "RENOVADA" TO WKS-DE-DECISION
           ELSE
              MOVE "N" TO BEC-ESTADO
              MOVE "NO RENOVADA" TO WKS-DE-DECISION
           END-IF

           REWRITE BEC-REGISTRO
           END-REWRITE
           IF WKS-FS-BECMST NOT = "00"
              DISPLAY "ERROR AL REGRABAR LA BECA " BEC-CODIGO
                      " FILE STATUS " WKS-FS-BECMST
              MOVE "ERROR DE GRABACION" TO WKS-DE-MOTIVO
              MOVE "SIN CAMBIO" TO WKS-DE-DECISION
              MOVE ZEROES TO WKS-NUEVO-DESDE WKS-NUEVO-HASTA
              MOVE 8 TO RETURN-CODE
           ELSE
              IF BEC-ACTIVA
                 ADD 1 TO WKS-I-RENOVADAS
              ELSE
                 ADD 1 TO WKS-I-NO-RENOVADAS
              END-IF
           END-IF.

       0007-ESCRIBE-LINEA.
           PERFORM 0008-INICIO-LINEA-REPORTE THRU
              0008-LINEA-REPORTE-E.
       0007-UNA-BECA-E.
           EXIT.

       0008-INICIO-LINEA-REPORTE SECTION.
           MOVE BEC-CODIGO TO WKS-LR-CODIGO
           MOVE BEC-TIPO TO WKS-LR-TIPO
           MOVE WKS-AC-PROMEDIO TO WKS-LR-PROMEDIO
           MOVE WKS-AC-AUSENCIAS-TRAB TO WKS-LR-AUSENCIAS
           MOVE WKS-HASTA-ANTERIOR TO WKS-LR-HASTA-ANTERIOR
           MOVE WKS-DE-DECISION TO WKS-LR-DECISION
           MOVE WKS-NUEVO-DESDE TO WKS-LR-NUEVO-DESDE
           MOVE WKS-NUEVO-HASTA TO WKS-LR-NUEVO-HASTA
           MOVE WKS-DE-MOTIVO TO WKS-LR-MOTIVO
           WRITE REG-RPT-RENOVACION FROM WKS-LINEA-RENOVACION.
       0008-LINEA-REPORTE-E.
           EXIT.

       0009-INICIO-NUEVA-VIGENCIA SECTION.
      *LA NUEVA VIGENCIA EMPIEZA EL DIA SIGUIENTE AL VENCIMIENTO Y
      *DURA UN ANIO; UN VENCIMIENTO EN 29 DE FEBRERO PASA AL 28.
           COMPUTE WKS-NUEVO-DESDE = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE(WKS-HASTA-ANTERIOR) + 1)
           COMPUTE WKS-NUEVO-HASTA = WKS-HASTA-ANTERIOR + 10000
           IF FUNCTION TEST-DATE-YYYYMMDD(WKS-NUEVO-HASTA) NOT = 0
              SUBTRACT 1 FROM WKS-NUEVO-HASTA
           END-IF.
       0009-NUEVA-VIGENCIA-E.
           EXIT.
