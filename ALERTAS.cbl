      ******************************************************************
      * FECHA       : 2026                                             *
      * PROGRAMADOR : DIANA STEFFANNY SALGUERO ROSALES                 *
      * APLICACION  : EDUCACION                                        *
      * PROGRAMA    : EDUC3111                                         *
      * TIPO        : BATCH (SEMANAL)                                  *
      * DESCRIPCION : CARTAS DE ALERTA TEMPRANA A LOS ENCARGADOS. PARA *
      *             : CADA ESTUDIANTE DEL MAESTRO (ROSTERSAL) COMBINA  *
      *             : LA ASISTENCIA DEL ANIO A LA FECHA (ASISMAST:     *
      *             : PORCENTAJE BAJO ALERTA_UMBRAL_ASIS), LOS CURSOS  *
      *             : CUYA NOTA VIGENTE (LA ULTIMA REGISTRADA EN       *
      *             : NOTASMST) QUEDA BAJO ALERTA_NOTA_MIN, Y LAS      *
      *             : REGLAS DE PROMOCION DE EDUC3052                  *
      *             : (PROM_MIN_PROMEDIO Y PROM_MAX_AUSEN, LEIDAS DE   *
      *             : SU MISMA SECCION DE PARAMET) PARA MARCAR EL      *
      *             : RIESGO DE NO SER PROMOVIDO. A CADA ESTUDIANTE EN *
      *             : RIESGO LE EMITE UNA CARTA EN EL ARCHIVO DE       *
      *             : IMPRESION CARTAS, DIRIGIDA A SU ENCARGADO        *
      *             : PRINCIPAL (ENCMST) EN LA DIRECCION DE DIRMAST,   *
      *             : CON LOS CURSOS Y EL CONTEO DE AUSENCIAS. LA      *
      *             : BITACORA DE CARTAS EMITIDAS (CARTALOG) EVITA     *
      *             : REPETIR EL MISMO TIPO DE CARTA (A=ASISTENCIA,    *
      *             : N=NOTAS, P=PROMOCION) AL MISMO ESTUDIANTE DENTRO *
      *             : DEL MES. EL RESUMEN PARA LA COORDINACION         *
      *             : (RPTALERT) CUENTA LOS ESTUDIANTES EN RIESGO POR  *
      *             : GRADO (EDAD AL CORTE).                           *
      * ARCHIVOS    : ROSTERSAL (ENTRADA), NOTASMST (ENTRADA),         *
      *             : ASISMAST (ENTRADA), DIRMAST (ENTRADA), ENCMST    *
      *             : (ENTRADA), CARTALOG (EXTEND), CARTAS (SALIDA),   *
      *             : RPTALERT (SALIDA)                                *
      * PROGRAMA(S) : PARMRD01, RUNSTAT1                               *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDUC3111.
       AUTHOR. DIANA SALGUERO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROSTER-ESTUDIANTES ASSIGN TO ROSTERSAL
                  FILE STATUS IS WKS-FS-ROSTER.
           SELECT NOTAS-MASTER ASSIGN TO NOTASMST
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-NOTASMST.
           SELECT ASISTENCIA-MASTER ASSIGN TO ASISMAST
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-ASISMAST.
           SELECT MAESTRO-DIRECCIONES ASSIGN TO DIRMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS DIRM-CODIGO
                  FILE STATUS IS WKS-FS-DIRMAST.
           SELECT MAESTRO-ENCARGADOS ASSIGN TO ENCMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ENC-LLAVE
                  FILE STATUS IS WKS-FS-ENCMST.
           SELECT BITACORA-CARTAS ASSIGN TO CARTALOG
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-CARTALOG.
           SELECT ARCHIVO-CARTAS ASSIGN TO CARTAS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-CARTAS.
           SELECT RPT-ALERTAS ASSIGN TO RPTALERT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-RPTALERT.

       DATA DIVISION.

       FILE SECTION.
       FD ROSTER-ESTUDIANTES
           RECORDING MODE IS F.
           COPY ROSTER.

       FD NOTAS-MASTER.
       01 REG-NOTA                      PIC X(25).

       FD ASISTENCIA-MASTER.
       01 REG-ASISTENCIA                PIC X(30).

       FD MAESTRO-DIRECCIONES.
           COPY DIRMAST.

       FD MAESTRO-ENCARGADOS.
           COPY ENCMST.

       FD BITACORA-CARTAS.
       01 REG-BITACORA-CARTAS           PIC X(30).

       FD ARCHIVO-CARTAS.
       01 REG-CARTA                     PIC X(100).

       FD RPT-ALERTAS.
       01 REG-RPT-ALERTAS               PIC X(100).

       WORKING-STORAGE SECTION.

       01 WKS-CONTROL-ARCHIVOS.
          02 WKS-FS-ROSTER              PIC X(02) VALUE SPACES.
             88 WKS-FIN-ROSTER                    VALUE "10".
          02 WKS-FS-NOTASMST            PIC X(02) VALUE SPACES.
             88 WKS-FIN-NOTASMST                  VALUE "10".
          02 WKS-FS-ASISMAST            PIC X(02) VALUE SPACES.
             88 WKS-FIN-ASISMAST                  VALUE "10".
          02 WKS-FS-DIRMAST             PIC X(02) VALUE SPACES.
          02 WKS-FS-ENCMST              PIC X(02) VALUE SPACES.
             88 WKS-FIN-ENCMST                    VALUE "10".
          02 WKS-FS-CARTALOG            PIC X(02) VALUE SPACES.
             88 WKS-FIN-CARTALOG                  VALUE "10".
          02 WKS-FS-CARTAS              PIC X(02) VALUE SPACES.
          02 WKS-FS-RPTALERT            PIC X(02) VALUE SPACES.
          02 WKS-CON-DIRECCIONES        PIC X(01) VALUE "N".
             88 WKS-HAY-DIRECCIONES               VALUE "S".

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

      *LINEA DE LA BITACORA DE CARTAS EMITIDAS: ESTUDIANTE, TIPO DE
      *CARTA (A/N/P), MES AL QUE CUENTA Y FECHA DE EMISION.
       01 WKS-LINEA-BITACORA.
          02 WKS-BI-CODIGO              PIC 9(05) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-BI-TIPO                PIC X(01) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-BI-MES                 PIC 9(06) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-BI-FECHA               PIC 9(08) VALUE ZEROES.

      *NOTA VIGENTE POR ESTUDIANTE Y CURSO: LA ULTIMA QUE TRAE EL
      *MAESTRO DE NOTAS, QUE SE GRABA EN ORDEN DE CAPTURA.
       01 WKS-TABLA-NOTAS.
          02 WKS-NO-ENTRADA OCCURS 6000 TIMES.
             03 WKS-NO-CODIGO           PIC 9(05).
             03 WKS-NO-CURSO            PIC X(06).
             03 WKS-NO-NOTA             PIC 9(03).
          02 WKS-NO-CANT                PIC 9(04) VALUE ZEROES.
          02 WKS-NO-IDX                 PIC 9(04) VALUE ZEROES.
          02 WKS-NO-POS                 PIC 9(04) VALUE ZEROES.

      *ACUMULADOS POR ESTUDIANTE: NOTAS (PARA EL PROMEDIO DE LA
      *REGLA DE PROMOCION) Y CLASES DEL ANIO POR ESTADO.
       01 WKS-TABLA-ACUMULADOS.
          02 WKS-AC-ENTRADA OCCURS 2000 TIMES.
             03 WKS-AC-CODIGO           PIC 9(05).
             03 WKS-AC-SUMA-NOTAS       PIC 9(06).
             03 WKS-AC-CANT-NOTAS       PIC 9(04).
             03 WKS-AC-PRESENTES        PIC 9(04).
             03 WKS-AC-AUSENCIAS        PIC 9(04).
             03 WKS-AC-JUSTIFICADAS     PIC 9(04).
          02 WKS-AC-CANT                PIC 9(04) VALUE ZEROES.
          02 WKS-AC-IDX                 PIC 9(04) VALUE ZEROES.
          02 WKS-AC-CODIGO-TRAB         PIC 9(05) VALUE ZEROES.

      *CARTAS YA EMITIDAS EN EL MES DE LA CORRIDA.
       01 WKS-TABLA-BITACORA.
          02 WKS-BT-ENTRADA OCCURS 6000 TIMES.
             03 WKS-BT-CODIGO           PIC 9(05).
             03 WKS-BT-TIPO             PIC X(01).
          02 WKS-BT-CANT                PIC 9(04) VALUE ZEROES.
          02 WKS-BT-IDX                 PIC 9(04) VALUE ZEROES.

      *ENCARGADO PRINCIPAL DE CADA ESTUDIANTE.
       01 WKS-TABLA-ENCARGADOS.
          02 WKS-EN-ENTRADA OCCURS 2000 TIMES.
             03 WKS-EN-CODIGO           PIC 9(05).
             03 WKS-EN-NOMBRE           PIC X(40).
          02 WKS-EN-CANT                PIC 9(04) VALUE ZEROES.
          02 WKS-EN-IDX                 PIC 9(04) VALUE ZEROES.
          02 WKS-EN-VINCULO             PIC 9(02) VALUE ZEROES.
          02 WKS-EN-NOMBRE-CARTA        PIC X(40) VALUE SPACES.

      *REGLAS DE LA CORRIDA: LAS DE ALERTA SON PROPIAS; LAS DE
      *PROMOCION SON LAS MISMAS DE EDUC3052.
       01 WKS-CONTROL-REGLAS.
          02 WKS-UMBRAL-ASIS            PIC 9(03) VALUE 080.
          02 WKS-NOTA-MIN               PIC 9(03) VALUE 060.
          02 WKS-MIN-PROMEDIO           PIC 9(03) VALUE 060.
          02 WKS-MAX-AUSENCIAS          PIC 9(03) VALUE 020.
          02 WKS-FECHA-HOY              PIC 9(08) VALUE ZEROES.
          02 WKS-ANIO-CORRIDA           PIC 9(04) VALUE ZEROES.
          02 WKS-MES-CORRIDA            PIC 9(06) VALUE ZEROES.

      *EVALUACION DEL ESTUDIANTE EN CURSO.
       01 WKS-CONTROL-EVALUACION.
          02 WKS-EV-RIESGO-ASIS         PIC X(01) VALUE "N".
             88 WKS-EV-ASISTENCIA                 VALUE "S".
          02 WKS-EV-RIESGO-NOTAS        PIC X(01) VALUE "N".
             88 WKS-EV-NOTAS                      VALUE "S".
          02 WKS-EV-RIESGO-PROM         PIC X(01) VALUE "N".
             88 WKS-EV-PROMOCION                  VALUE "S".
          02 WKS-EV-ENVIA-ASIS          PIC X(01) VALUE "N".
          02 WKS-EV-ENVIA-NOTAS         PIC X(01) VALUE "N".
          02 WKS-EV-ENVIA-PROM          PIC X(01) VALUE "N".
          02 WKS-EV-TIPO                PIC X(01) VALUE SPACES.
          02 WKS-EV-YA-ENVIADA          PIC X(01) VALUE "N".
          02 WKS-EV-TOTAL-CLASES        PIC 9(05) VALUE ZEROES.
          02 WKS-EV-PORCENTAJE          PIC 9(03)V99 VALUE ZEROES.
          02 WKS-EV-PROMEDIO            PIC 9(03)V99 VALUE ZEROES.
          02 WKS-EV-CURSOS-BAJOS        PIC 9(02) VALUE ZEROES.
          02 WKS-EV-MOTIVO-PROM         PIC X(60) VALUE SPACES.
          02 WKS-EV-PORC-EDIT           PIC ZZ9.99.
          02 WKS-EV-PROM-EDIT           PIC ZZ9.99.

      *RESUMEN POR GRADO: 1 A 30 ES LA EDAD AL CORTE 00 A 29 Y EL 31
      *JUNTA LAS EDADES FUERA DE RANGO.
       01 WKS-CUADRO-GRADOS.
          02 WKS-CG-GRADO OCCURS 31 TIMES.
             03 WKS-CG-ESTUDIANTES      PIC 9(05).
             03 WKS-CG-RIESGO-ASIS      PIC 9(05).
             03 WKS-CG-RIESGO-NOTAS     PIC 9(05).
             03 WKS-CG-RIESGO-PROM      PIC 9(05).
             03 WKS-CG-EN-RIESGO        PIC 9(05).
             03 WKS-CG-CARTAS           PIC 9(05).
             03 WKS-CG-YA-AVISADOS      PIC 9(05).
       01 WKS-CONTROL-CUADRO.
          02 WKS-CG-G                   PIC 9(02) VALUE ZEROES.
          02 WKS-EDAD-EDITADA           PIC 9(02) VALUE ZEROES.

       01 WKS-LINEA-GRADO.
          02 WKS-LG-ETIQUETA            PIC X(20) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LG-ESTUDIANTES         PIC ZZZZ9.
          02 FILLER                     PIC X(04) VALUE SPACES.
          02 WKS-LG-RIESGO-ASIS         PIC ZZZZ9.
          02 FILLER                     PIC X(04) VALUE SPACES.
          02 WKS-LG-RIESGO-NOTAS        PIC ZZZZ9.
          02 FILLER                     PIC X(04) VALUE SPACES.
          02 WKS-LG-RIESGO-PROM         PIC ZZZZ9.
          02 FILLER                     PIC X(04) VALUE SPACES.
          02 WKS-LG-EN-RIESGO           PIC ZZZZ9.
          02 FILLER                     PIC X(04) VALUE SPACES.
          02 WKS-LG-CARTAS              PIC ZZZZ9.
          02 FILLER                     PIC X(04) VALUE SPACES.
          02 WKS-LG-YA-AVISADOS         PIC ZZZZ9.

       01 WKS-ITERACIONES.
          02 WKS-I-ESTUDIANTES          PIC 9(05) VALUE ZEROES.
          02 WKS-I-EN-RIESGO            PIC 9(05) VALUE ZEROES.
          02 WKS-I-CARTAS               PIC 9(05) VALUE ZEROES.
          02 WKS-I-YA-AVISADOS          PIC 9(05) VALUE ZEROES.
          02 WKS-I-SIN-DIRECCION        PIC 9(05) VALUE ZEROES.

      *AREA PARA EL LECTOR COMUN DEL ARCHIVO CENTRAL DE PARAMETROS.
       01 WKS-CONTROL-PARAMETROS.
          02 WKS-PARM-SECCION           PIC X(08) VALUE "EDUC3111".
          02 WKS-PARM-CANT              PIC 9(02) VALUE ZEROES.
          02 WKS-PARM-TABLA.
             03 WKS-PARM-ENTRADA OCCURS 20 TIMES.
                04 WKS-PARM-CLAVE       PIC X(20).
                04 WKS-PARM-VALOR       PIC X(20).
          02 WKS-PARM-SIN-SECCION       PIC X(01) VALUE "S".
          02 WKS-PARM-IDX               PIC 9(02) VALUE ZEROES.

      *AREA PARA LA RUTINA COMUN DE ESTADISTICAS DE CORRIDA.
       01 WKS-CONTROL-ESTADISTICA.
          02 WKS-ST-PROGRAMA            PIC X(08) VALUE "EDUK3111".
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
           MOVE WKS-FECHA-HOY(1:4) TO WKS-ANIO-CORRIDA
           MOVE WKS-FECHA-HOY(1:6) TO WKS-MES-CORRIDA

           PERFORM 0001-INICIO-PARAMETROS THRU 0001-PARAMETROS-E
           PERFORM 0002-INICIO-CARGA-NOTAS THRU 0002-CARGA-NOTAS-E
           PERFORM 0003-INICIO-CARGA-ASISTENCIA THRU
              0003-CARGA-ASISTENCIA-E
           PERFORM 0004-INICIO-CARGA-BITACORA THRU
              0004-CARGA-BITACORA-E
           PERFORM 0005-INICIO-CARGA-ENCARGADOS THRU
              0005-CARGA-ENCARGADOS-E
           PERFORM 0006-INICIO-ABRE-ARCHIVOS THRU 0006-ABRE-ARCHIVOS-E

           INITIALIZE WKS-CUADRO-GRADOS

           READ ROSTER-ESTUDIANTES
           AT END
              SET WKS-FIN-ROSTER TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-ROSTER
                   ADD 1 TO WKS-I-ESTUDIANTES
                   PERFORM 0007-INICIO-EVALUA THRU 0007-EVALUA-E
                   READ ROSTER-ESTUDIANTES
                   AT END
                      SET WKS-FIN-ROSTER TO TRUE
                   END-READ
           END-PERFORM

           PERFORM 0012-INICIO-RESUMEN THRU 0012-RESUMEN-E

           CLOSE ROSTER-ESTUDIANTES, BITACORA-CARTAS, ARCHIVO-CARTAS,
                 RPT-ALERTAS
           IF WKS-HAY-DIRECCIONES
              CLOSE MAESTRO-DIRECCIONES
           END-IF

           DISPLAY "ESTUDIANTES EVALUADOS: " WKS-I-ESTUDIANTES
           DISPLAY "ESTUDIANTES EN RIESGO: " WKS-I-EN-RIESGO
           DISPLAY "CARTAS EMITIDAS: " WKS-I-CARTAS
           DISPLAY "YA AVISADOS EN EL MES: " WKS-I-YA-AVISADOS
           DISPLAY "CARTAS SIN DIRECCION: " WKS-I-SIN-DIRECCION

           MOVE WKS-I-ESTUDIANTES TO WKS-ST-LEIDOS
           MOVE WKS-I-CARTAS TO WKS-ST-ESCRITOS
           MOVE ZEROES TO WKS-ST-RECHAZADOS
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
      *PRIMERO LAS REGLAS DE PROMOCION VIGENTES DE EDUC3052
      *(AMBIENTE COMO RESPALDO Y LUEGO SU SECCION DE PARAMET, DE LA
      *QUE SOLO SE TOMAN ESAS DOS CLAVES); DESPUES LOS UMBRALES DE
      *ALERTA DE ESTE PROGRAMA.
           ACCEPT WKS-MIN-PROMEDIO FROM ENVIRONMENT
              "PROM_MIN_PROMEDIO"
           IF WKS-MIN-PROMEDIO NOT NUMERIC OR WKS-MIN-PROMEDIO = ZEROES
              MOVE 60 TO WKS-MIN-PROMEDIO
           END-IF
           ACCEPT WKS-MAX-AUSENCIAS FROM ENVIRONMENT "PROM_MAX_AUSEN"
           IF WKS-MAX-AUSENCIAS NOT NUMERIC
              MOVE 20 TO WKS-MAX-AUSENCIAS
           END-IF
           ACCEPT WKS-UMBRAL-ASIS FROM ENVIRONMENT "ALERTA_UMBRAL_ASIS"
           IF WKS-UMBRAL-ASIS NOT NUMERIC OR WKS-UMBRAL-ASIS = ZEROES
              MOVE 80 TO WKS-UMBRAL-ASIS
           END-IF
           ACCEPT WKS-NOTA-MIN FROM ENVIRONMENT "ALERTA_NOTA_MIN"
           IF WKS-NOTA-MIN NOT NUMERIC OR WKS-NOTA-MIN = ZEROES
              MOVE 60 TO WKS-NOTA-MIN
           END-IF

           MOVE "EDUC3052" TO WKS-PARM-SECCION
           CALL 'PARMRD01' USING WKS-PARM-SECCION
                                 WKS-PARM-CANT
                                 WKS-PARM-TABLA
                                 WKS-PARM-SIN-SECCION

           PERFORM VARYING WKS-PARM-IDX FROM 1 BY 1
              UNTIL WKS-PARM-IDX > WKS-PARM-CANT
              EVALUATE WKS-PARM-CLAVE(WKS-PARM-IDX)
              WHEN "PROM_MIN_PROMEDIO"
                   IF WKS-PARM-VALOR(WKS-PARM-IDX)(1:3) NUMERIC
                      MOVE WKS-PARM-VALOR(WKS-PARM-IDX)(1:3) TO
                         WKS-MIN-PROMEDIO
                   END-IF
              WHEN "PROM_MAX_AUSEN"
                   IF WKS-PARM-VALOR(WKS-PARM-IDX)(1:3) NUMERIC
                      MOVE WKS-PARM-VALOR(WKS-PARM-IDX)(1:3) TO
                         WKS-MAX-AUSENCIAS
                   END-IF
              WHEN OTHER
                   CONTINUE
              END-EVALUATE
           END-PERFORM

           MOVE "EDUC3111" TO WKS-PARM-SECCION
           CALL 'PARMRD01' USING WKS-PARM-SECCION
                                 WKS-PARM-CANT
                                 WKS-PARM-TABLA
                                 WKS-PARM-SIN-SECCION

           PERFORM VARYING WKS-PARM-IDX FROM 1 BY 1
              UNTIL WKS-PARM-IDX > WKS-PARM-CANT
              EVALUATE WKS-PARM-CLAVE(WKS-PARM-IDX)
              WHEN "ALERTA_UMBRAL_ASIS"
                   IF WKS-PARM-VALOR(WKS-PARM-IDX)(1:3) NUMERIC AND
                      WKS-PARM-VALOR(WKS-PARM-IDX)(1:3) NOT = "000"
                      MOVE WKS-PARM-VALOR(WKS-PARM-IDX)(1:3) TO
                         WKS-UMBRAL-ASIS
                   END-IF
              WHEN "ALERTA_NOTA_MIN"
                   IF WKS-PARM-VALOR(WKS-PARM-IDX)(1:3) NUMERIC AND
                      WKS-PARM-VALOR(WKS-PARM-IDX)(1:3) NOT = "000"
                      MOVE WKS-PARM-VALOR(WKS-PARM-IDX)(1:3) TO
                         WKS-NOTA-MIN
                   END-IF
              WHEN OTHER
                   DISPLAY "PARAMETRO DESCONOCIDO EN PARAMET: "
                           WKS-PARM-CLAVE(WKS-PARM-IDX)
              END-EVALUATE
           END-PERFORM

           DISPLAY "PARAMETROS EFECTIVOS DE LA CORRIDA:"
           DISPLAY "  ALERTA_UMBRAL_ASIS: " WKS-UMBRAL-ASIS
           DISPLAY "  ALERTA_NOTA_MIN: " WKS-NOTA-MIN
           DISPLAY "  PROM_MIN_PROMEDIO: " WKS-MIN-PROMEDIO
           DISPLAY "  PROM_MAX_AUSEN: " WKS-MAX-AUSENCIAS
           DISPLAY "  MES DE LA BITACORA: " WKS-MES-CORRIDA.
       0001-PARAMETROS-E.
           EXIT.

       0002-INICIO-CARGA-NOTAS SECTION.
      *CADA NOTA SUMA AL PROMEDIO DEL ESTUDIANTE (COMO EN EDUC3052)
      *Y QUEDA COMO NOTA VIGENTE DE SU CURSO; UNA NOTA POSTERIOR DEL
      *MISMO CURSO LA REEMPLAZA.
           OPEN INPUT NOTAS-MASTER
           IF WKS-FS-NOTASMST NOT = "00"
              DISPLAY "SIN MAESTRO DE NOTAS; NO HAY ALERTAS POR NOTAS"
              GO TO 0002-CARGA-NOTAS-E
           END-IF

           READ NOTAS-MASTER INTO WKS-LINEA-NOTA
           AT END
              SET WKS-FIN-NOTASMST TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-NOTASMST
                   IF WKS-NT-CODIGO NUMERIC AND WKS-NT-NOTA NUMERIC
                      MOVE WKS-NT-CODIGO TO WKS-AC-CODIGO-TRAB
                      PERFORM 0008-INICIO-BUSCA-ACUMULADO THRU
                         0008-BUSCA-ACUMULADO-E
                      IF WKS-AC-IDX > ZEROES
                         ADD FUNCTION NUMVAL(WKS-NT-NOTA) TO
                            WKS-AC-SUMA-NOTAS(WKS-AC-IDX)
                         ADD 1 TO WKS-AC-CANT-NOTAS(WKS-AC-IDX)
                      END-IF
                      MOVE ZEROES TO WKS-NO-POS
                      PERFORM VARYING WKS-NO-IDX FROM 1 BY 1
                         UNTIL WKS-NO-IDX > WKS-NO-CANT OR
                               WKS-NO-POS > ZEROES
                         IF WKS-NO-CODIGO(WKS-NO-IDX) =
                            WKS-AC-CODIGO-TRAB AND
                            WKS-NO-CURSO(WKS-NO-IDX) = WKS-NT-CURSO
                            MOVE WKS-NO-IDX TO WKS-NO-POS
                         END-IF
                      END-PERFORM
                      IF WKS-NO-POS = ZEROES AND WKS-NO-CANT < 6000
                         ADD 1 TO WKS-NO-CANT
                         MOVE WKS-NO-CANT TO WKS-NO-POS
                         MOVE WKS-AC-CODIGO-TRAB TO
                            WKS-NO-CODIGO(WKS-NO-POS)
                         MOVE WKS-NT-CURSO TO WKS-NO-CURSO(WKS-NO-POS)
                      END-IF
                      IF WKS-NO-POS > ZEROES
                         MOVE WKS-NT-NOTA TO WKS-NO-NOTA(WKS-NO-POS)
                      END-IF
                   END-IF
                   READ NOTAS-MASTER INTO WKS-LINEA-NOTA
                   AT END
                      SET WKS-FIN-NOTASMST TO TRUE
                   END-READ
           END-PERFORM

           CLOSE NOTAS-MASTER
           DISPLAY "NOTAS VIGENTES POR CURSO: " WKS-NO-CANT.
       0002-CARGA-NOTAS-E.
           EXIT.

       0003-INICIO-CARGA-ASISTENCIA SECTION.
      *SOLO LAS CLASES DEL ANIO EN CURSO, HASTA LA FECHA.
           OPEN INPUT ASISTENCIA-MASTER
           IF WKS-FS-ASISMAST NOT = "00"
              DISPLAY "SIN MAESTRO DE ASISTENCIA; NO HAY ALERTAS POR "
                      "ASISTENCIA"
              GO TO 0003-CARGA-ASISTENCIA-E
           END-IF

           READ ASISTENCIA-MASTER INTO WKS-LINEA-ASISTENCIA
           AT END
              SET WKS-FIN-ASISMAST TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-ASISMAST
                   IF WKS-AS-CODIGO NUMERIC AND
                      WKS-AS-FECHA(1:4) = WKS-ANIO-CORRIDA
                      MOVE WKS-AS-CODIGO TO WKS-AC-CODIGO-TRAB
                      PERFORM 0008-INICIO-BUSCA-ACUMULADO THRU
                         0008-BUSCA-ACUMULADO-E
                      IF WKS-AC-IDX > ZEROES
                         EVALUATE WKS-AS-ESTADO
                         WHEN "P"
                              ADD 1 TO WKS-AC-PRESENTES(WKS-AC-IDX)
                         WHEN "A"
                              ADD 1 TO WKS-AC-AUSENCIAS(WKS-AC-IDX)
                         WHEN "J"
                              ADD 1 TO WKS-AC-JUSTIFICADAS(WKS-AC-IDX)
                         WHEN OTHER
                              CONTINUE
                         END-EVALUATE
                      END-IF
                   END-IF
                   READ ASISTENCIA-MASTER INTO WKS-LINEA-ASISTENCIA
                   AT END
                      SET WKS-FIN-ASISMAST TO TRUE
                   END-READ
           END-PERFORM

           CLOSE ASISTENCIA-MASTER.
       0003-CARGA-ASISTENCIA-E.
           EXIT.

       0004-INICIO-CARGA-BITACORA SECTION.
      *CARTAS YA EMITIDAS ESTE MES; SIN BITACORA TODAVIA NO SE HA
      *ENVIADO NINGUNA.
           OPEN INPUT BITACORA-CARTAS
           IF WKS-FS-CARTALOG NOT = "00"
              DISPLAY "SIN BITACORA DE CARTAS; SE INICIA"
              GO TO 0004-CARGA-BITACORA-E
           END-IF

           READ BITACORA-CARTAS INTO WKS-LINEA-BITACORA
           AT END
              SET WKS-FIN-CARTALOG TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-CARTALOG
                   IF WKS-BI-MES = WKS-MES-CORRIDA
                      IF WKS-BT-CANT < 6000
                         ADD 1 TO WKS-BT-CANT
                         MOVE WKS-BI-CODIGO TO
                            WKS-BT-CODIGO(WKS-BT-CANT)
                         MOVE WKS-BI-TIPO TO WKS-BT-TIPO(WKS-BT-CANT)
                      ELSE
                         DISPLAY "TABLA DE BITACORA LLENA, CARTA SIN "
                                 "CONTROL: " WKS-BI-CODIGO
                      END-IF
                   END-IF
                   READ BITACORA-CARTAS INTO WKS-LINEA-BITACORA
                   AT END
                      SET WKS-FIN-CARTALOG TO TRUE
                   END-READ
           END-PERFORM

           CLOSE BITACORA-CARTAS
           DISPLAY "CARTAS YA EMITIDAS EN EL MES: " WKS-BT-CANT.
       0004-CARGA-BITACORA-E.
           EXIT.

       0005-INICIO-CARGA-ENCARGADOS SECTION.
      *CARGA EL ENCARGADO PRINCIPAL DE CADA ESTUDIANTE. SIN MAESTRO
      *DE ENCARGADOS LA CARTA VA AL ENCARGADO SIN NOMBRE.
           OPEN INPUT MAESTRO-ENCARGADOS
           IF WKS-FS-ENCMST NOT = "00"
              DISPLAY "SIN MAESTRO DE ENCARGADOS; LAS CARTAS SALEN "
                      "SIN NOMBRE DE ENCARGADO"
              GO TO 0005-CARGA-ENCARGADOS-E
           END-IF

           READ MAESTRO-ENCARGADOS
           AT END
              SET WKS-FIN-ENCMST TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-ENCMST
                   IF ENC-ACTIVO
                      PERFORM VARYING WKS-EN-VINCULO FROM 1 BY 1
                         UNTIL WKS-EN-VINCULO > ENC-CANT-ESTUDIANTES
                         IF ENC-EST-ES-PRINCIPAL(WKS-EN-VINCULO) AND
                            WKS-EN-CANT < 2000
                            ADD 1 TO WKS-EN-CANT
                            MOVE ENC-EST-CODIGO(WKS-EN-VINCULO) TO
                               WKS-EN-CODIGO(WKS-EN-CANT)
                            MOVE ENC-NOMBRE TO
                               WKS-EN-NOMBRE(WKS-EN-CANT)
                         END-IF
                      END-PERFORM
                   END-IF
                   READ MAESTRO-ENCARGADOS
                   AT END
                      SET WKS-FIN-ENCMST TO TRUE
                   END-READ
           END-PERFORM

           CLOSE MAESTRO-ENCARGADOS
           DISPLAY "ENCARGADOS PRINCIPALES CARGADOS: " WKS-EN-CANT.
       0005-CARGA-ENCARGADOS-E.
           EXIT.

       0006-INICIO-ABRE-ARCHIVOS SECTION.
           OPEN INPUT ROSTER-ESTUDIANTES
           IF WKS-FS-ROSTER NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE ESTUDIANTES"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT MAESTRO-DIRECCIONES
           IF WKS-FS-DIRMAST = "00"
              SET WKS-HAY-DIRECCIONES TO TRUE
           ELSE
              DISPLAY "SIN MAESTRO DE DIRECCIONES; LAS CARTAS SALEN "
                      "SIN DIRECCION"
           END-IF

           OPEN EXTEND BITACORA-CARTAS
           IF WKS-FS-CARTALOG = "35"
              OPEN OUTPUT BITACORA-CARTAS
           END-IF
           IF WKS-FS-CARTALOG NOT = "00"
              DISPLAY "NO SE PUDO ABRIR LA BITACORA DE CARTAS"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT ARCHIVO-CARTAS
           IF WKS-FS-CARTAS NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE CARTAS"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT RPT-ALERTAS
           IF WKS-FS-RPTALERT NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL RESUMEN DE ALERTAS"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
       0006-ABRE-ARCHIVOS-E.
           EXIT.

       0007-INICIO-EVALUA SECTION.
      *TRES RIESGOS POR ESTUDIANTE: ASISTENCIA DEL ANIO BAJO EL
      *UMBRAL, ALGUN CURSO CON NOTA VIGENTE BAJO LA MINIMA, Y NO
      *CUMPLIR HOY LA REGLA DE PROMOCION DE EDUC3052.
           MOVE 31 TO WKS-CG-G
           IF ROS-EDAD-CORTE NUMERIC
              IF ROS-EDAD-CORTE < 30
                 COMPUTE WKS-CG-G = ROS-EDAD-CORTE + 1
              END-IF
           END-IF
           ADD 1 TO WKS-CG-ESTUDIANTES(WKS-CG-G)

           MOVE "N" TO WKS-EV-RIESGO-ASIS WKS-EV-RIESGO-NOTAS
                       WKS-EV-RIESGO-PROM
           MOVE ZEROES TO WKS-EV-TOTAL-CLASES WKS-EV-PORCENTAJE
                          WKS-EV-PROMEDIO WKS-EV-CURSOS-BAJOS
           MOVE SPACES TO WKS-EV-MOTIVO-PROM

           PERFORM VARYING WKS-AC-IDX FROM 1 BY 1
              UNTIL WKS-AC-IDX > WKS-AC-CANT
              IF WKS-AC-CODIGO(WKS-AC-IDX) = ROS-CODIGO
                 GO TO 0007-EVALUA-ACUMULADO
              END-IF
           END-PERFORM
           MOVE ZEROES TO WKS-AC-IDX.

       0007-EVALUA-ACUMULADO.
           IF WKS-AC-IDX > ZEROES
              COMPUTE WKS-EV-TOTAL-CLASES =
                 WKS-AC-PRESENTES(WKS-AC-IDX) +
                 WKS-AC-AUSENCIAS(WKS-AC-IDX) +
                 WKS-AC-JUSTIFICADAS(WKS-AC-IDX)
              IF WKS-EV-TOTAL-CLASES > ZEROES
                 COMPUTE WKS-EV-PORCENTAJE ROUNDED =
                    (WKS-AC-PRESENTES(WKS-AC-IDX) * 100) /
                    WKS-EV-TOTAL-CLASES
                 IF WKS-EV-PORCENTAJE < WKS-UMBRAL-ASIS
                    SET WKS-EV-ASISTENCIA TO TRUE
                 END-IF
              END-IF
              IF WKS-AC-CANT-NOTAS(WKS-AC-IDX) > ZEROES
                 COMPUTE WKS-EV-PROMEDIO ROUNDED =
                    WKS-AC-SUMA-NOTAS(WKS-AC-IDX) /
                    WKS-AC-CANT-NOTAS(WKS-AC-IDX)
                 IF WKS-EV-PROMEDIO < WKS-MIN-PROMEDIO
                    SET WKS-EV-PROMOCION TO TRUE
                    MOVE WKS-EV-PROMEDIO TO WKS-EV-PROM-EDIT
                    STRING "PROMEDIO " WKS-EV-PROM-EDIT
                           " BAJO EL MINIMO DE " WKS-MIN-PROMEDIO
                       DELIMITED BY SIZE INTO WKS-EV-MOTIVO-PROM
                    END-STRING
                 END-IF
              END-IF
              IF WKS-AC-AUSENCIAS(WKS-AC-IDX) > WKS-MAX-AUSENCIAS AND
                 NOT WKS-EV-PROMOCION
                 SET WKS-EV-PROMOCION TO TRUE
                 STRING "AUSENCIAS " WKS-AC-AUSENCIAS(WKS-AC-IDX)
                        " SOBRE EL MAXIMO DE " WKS-MAX-AUSENCIAS
                    DELIMITED BY SIZE INTO WKS-EV-MOTIVO-PROM
                 END-STRING
              END-IF
           END-IF

           PERFORM VARYING WKS-NO-IDX FROM 1 BY 1
              UNTIL WKS-NO-IDX > WKS-NO-CANT
              IF WKS-NO-CODIGO(WKS-NO-IDX) = ROS-CODIGO AND
                 WKS-NO-NOTA(WKS-NO-IDX) < WKS-NOTA-MIN
                 ADD 1 TO WKS-EV-CURSOS-BAJOS
                 SET WKS-EV-NOTAS TO TRUE
              END-IF
           END-PERFORM

           IF WKS-EV-ASISTENCIA
              ADD 1 TO WKS-CG-RIESGO-ASIS(WKS-CG-G)
           END-IF
           IF WKS-EV-NOTAS
              ADD 1 TO WKS-CG-RIESGO-NOTAS(WKS-CG-G)
           END-IF
           IF WKS-EV-PROMOCION
              ADD 1 TO WKS-CG-RIESGO-PROM(WKS-CG-G)
           END-IF
           IF NOT WKS-EV-ASISTENCIA AND NOT WKS-EV-NOTAS AND
              NOT WKS-EV-PROMOCION
              GO TO 0007-EVALUA-E
           END-IF
           ADD 1 TO WKS-CG-EN-RIESGO(WKS-CG-G)
           ADD 1 TO WKS-I-EN-RIESGO

      *CADA TIPO DE CARTA VA UNA SOLA VEZ POR MES; LA CARTA LLEVA
      *SOLO LOS TIPOS QUE AUN NO SE ENVIARON.
           MOVE "N" TO WKS-EV-ENVIA-ASIS WKS-EV-ENVIA-NOTAS
                       WKS-EV-ENVIA-PROM
           IF WKS-EV-ASISTENCIA
              MOVE "A" TO WKS-EV-TIPO
              PERFORM 0009-INICIO-BUSCA-BITACORA THRU
                 0009-BUSCA-BITACORA-E
              IF WKS-EV-YA-ENVIADA = "N"
                 MOVE "S" TO WKS-EV-ENVIA-ASIS
              END-IF
           END-IF
           IF WKS-EV-NOTAS
              MOVE "N" TO WKS-EV-TIPO
              PERFORM 0009-INICIO-BUSCA-BITACORA THRU
                 0009-BUSCA-BITACORA-E
              IF WKS-EV-YA-ENVIADA = "N"
                 MOVE "S" TO WKS-EV-ENVIA-NOTAS
              END-IF
           END-IF
           IF WKS-EV-PROMOCION
              MOVE "P" TO WKS-EV-TIPO
              PERFORM 0009-INICIO-BUSCA-BITACORA THRU
                 0009-BUSCA-BITACORA-E
              IF WKS-EV-YA-ENVIADA = "N"
                 MOVE "S" TO WKS-EV-ENVIA-PROM
              END-IF
           END-IF

           IF WKS-EV-ENVIA-ASIS = "N" AND WKS-EV-ENVIA-NOTAS = "N" AND
              WKS-EV-ENVIA-PROM = "N"
              ADD 1 TO WKS-CG-YA-AVISADOS(WKS-CG-G)
              ADD 1 TO WKS-I-YA-AVISADOS
              GO TO 0007-EVALUA-E
           END-IF

           PERFORM 0010-INICIO-CARTA THRU 0010-CARTA-E
           ADD 1 TO WKS-CG-CARTAS(WKS-CG-G)
           ADD 1 TO WKS-I-CARTAS.
       0007-EVALUA-E.
           EXIT.

       0008-INICIO-BUSCA-ACUMULADO SECTION.
      *BUSCA (O DA DE ALTA) EL ACUMULADO DEL ESTUDIANTE; EL INDICE
      *QUEDA EN WKS-AC-IDX (CERO SI LA TABLA SE LLENO).
           PERFORM VARYING WKS-AC-IDX FROM 1 BY 1
              UNTIL WKS-AC-IDX > WKS-AC-CANT
              IF WKS-AC-CODIGO(WKS-AC-IDX) = WKS-AC-CODIGO-TRAB
                 GO TO 0008-BUSCA-ACUMULADO-E
              END-IF
           END-PERFORM

           IF WKS-AC-CANT < 2000
              ADD 1 TO WKS-AC-CANT
              MOVE WKS-AC-CANT TO WKS-AC-IDX
              MOVE WKS-AC-CODIGO-TRAB TO WKS-AC-CODIGO(WKS-AC-IDX)
              MOVE ZEROES TO WKS-AC-SUMA-NOTAS(WKS-AC-IDX)
                             WKS-AC-CANT-NOTAS(WKS-AC-IDX)
                             WKS-AC-PRESENTES(WKS-AC-IDX)
                             WKS-AC-AUSENCIAS(WKS-AC-IDX)
                             WKS-AC-JUSTIFICADAS(WKS-AC-IDX)
           ELSE
              MOVE ZEROES TO WKS-AC-IDX
           END-IF.
       0008-BUSCA-ACUMULADO-E.
           EXIT.

       0009-INICIO-BUSCA-BITACORA SECTION.
      *WKS-EV-YA-ENVIADA = "S" SI EL ESTUDIANTE YA RECIBIO ESTE MES
      *LA CARTA DEL TIPO WKS-EV-TIPO.
           MOVE "N" TO WKS-EV-YA-ENVIADA
           PERFORM VARYING WKS-BT-IDX FROM 1 BY 1
              UNTIL WKS-BT-IDX > WKS-BT-CANT OR WKS-EV-YA-ENVIADA = "S"
              IF WKS-BT-CODIGO(WKS-BT-IDX) = ROS-CODIGO AND
                 WKS-BT-TIPO(WKS-BT-IDX) = WKS-EV-TIPO
                 MOVE "S" TO WKS-EV-YA-ENVIADA
              END-IF
           END-PERFORM.
       0009-BUSCA-BITACORA-E.
           EXIT.

       0010-INICIO-CARTA SECTION.
      *ENCABEZADO CON DESTINATARIO Y DIRECCION, UN PARRAFO POR TIPO
      *DE ALERTA Y EL CIERRE; CADA TIPO ENVIADO QUEDA EN LA BITACORA.
           MOVE ALL "=" TO REG-CARTA
           WRITE REG-CARTA
           MOVE SPACES TO REG-CARTA
           STRING "CARTA DE ALERTA TEMPRANA" "   FECHA: " WKS-FECHA-HOY
              DELIMITED BY SIZE INTO REG-CARTA
           END-STRING
           WRITE REG-CARTA

           MOVE SPACES TO WKS-EN-NOMBRE-CARTA
           PERFORM VARYING WKS-EN-IDX FROM 1 BY 1
              UNTIL WKS-EN-IDX > WKS-EN-CANT OR
                    WKS-EN-NOMBRE-CARTA NOT = SPACES
              IF WKS-EN-CODIGO(WKS-EN-IDX) = ROS-CODIGO
                 MOVE WKS-EN-NOMBRE(WKS-EN-IDX) TO WKS-EN-NOMBRE-CARTA
              END-IF
           END-PERFORM
           MOVE SPACES TO REG-CARTA
           IF WKS-EN-NOMBRE-CARTA NOT = SPACES
              STRING "A LA ATENCION DE: " WKS-EN-NOMBRE-CARTA
                 DELIMITED BY SIZE INTO REG-CARTA
              END-STRING
           ELSE
              MOVE "A LA ATENCION DE: PADRE, MADRE O ENCARGADO" TO
                 REG-CARTA
           END-IF
           WRITE REG-CARTA

           MOVE SPACES TO REG-CARTA
           IF WKS-HAY-DIRECCIONES
              MOVE ROS-CODIGO TO DIRM-CODIGO
              READ MAESTRO-DIRECCIONES
              END-READ
              IF WKS-FS-DIRMAST = "00"
                 STRING "DIRECCION: " DIRM-DIRECCION
                    DELIMITED BY SIZE INTO REG-CARTA
                 END-STRING
              ELSE
                 MOVE "DIRECCION: (SIN CAPTURA)" TO REG-CARTA
                 ADD 1 TO WKS-I-SIN-DIRECCION
              END-IF
           ELSE
              MOVE "DIRECCION: (SIN CAPTURA)" TO REG-CARTA
              ADD 1 TO WKS-I-SIN-DIRECCION
           END-IF
           WRITE REG-CARTA

           MOVE SPACES TO REG-CARTA
           STRING "ESTUDIANTE: " ROS-CODIGO " " ROS-NOMBRE
              DELIMITED BY SIZE INTO REG-CARTA
           END-STRING
           WRITE REG-CARTA
           MOVE SPACES TO REG-CARTA
           WRITE REG-CARTA

           IF WKS-EV-ENVIA-ASIS = "S"
              MOVE WKS-EV-PORCENTAJE TO WKS-EV-PORC-EDIT
              MOVE SPACES TO REG-CARTA
              STRING "ASISTENCIA DEL ANIO: " WKS-EV-PORC-EDIT
                     "% (MINIMO " WKS-UMBRAL-ASIS "%) CON "
                     WKS-AC-AUSENCIAS(WKS-AC-IDX) " AUSENCIAS Y "
                     WKS-AC-JUSTIFICADAS(WKS-AC-IDX)
                     " JUSTIFICADAS EN " WKS-EV-TOTAL-CLASES " CLASES"
                 DELIMITED BY SIZE INTO REG-CARTA
              END-STRING
              WRITE REG-CARTA
              MOVE "A" TO WKS-EV-TIPO
              PERFORM 0011-INICIO-GRABA-BITACORA THRU
                 0011-GRABA-BITACORA-E
           END-IF

           IF WKS-EV-ENVIA-NOTAS = "S"
              MOVE SPACES TO REG-CARTA
              STRING "CURSOS CON NOTA BAJO LA MINIMA DE "
                     WKS-NOTA-MIN ":"
                 DELIMITED BY SIZE INTO REG-CARTA
              END-STRING
              WRITE REG-CARTA
              PERFORM VARYING WKS-NO-IDX FROM 1 BY 1
                 UNTIL WKS-NO-IDX > WKS-NO-CANT
                 IF WKS-NO-CODIGO(WKS-NO-IDX) = ROS-CODIGO AND
                    WKS-NO-NOTA(WKS-NO-IDX) < WKS-NOTA-MIN
                    MOVE SPACES TO REG-CARTA
                    STRING "  CURSO " WKS-NO-CURSO(WKS-NO-IDX)
                           " NOTA " WKS-NO-NOTA(WKS-NO-IDX)
                       DELIMITED BY SIZE INTO REG-CARTA
                    END-STRING
                    WRITE REG-CARTA
                 END-IF
              END-PERFORM
              MOVE "N" TO WKS-EV-TIPO
              PERFORM 0011-INICIO-GRABA-BITACORA THRU
                 0011-GRABA-BITACORA-E
           END-IF

           IF WKS-EV-ENVIA-PROM = "S"
              MOVE SPACES TO REG-CARTA
              STRING "EN RIESGO DE NO SER PROMOVIDO: "
                     WKS-EV-MOTIVO-PROM
                 DELIMITED BY SIZE INTO REG-CARTA
              END-STRING
              WRITE REG-CARTA
              MOVE "P" TO WKS-EV-TIPO
              PERFORM 0011-INICIO-GRABA-BITACORA THRU
                 0011-GRABA-BITACORA-E
           END-IF

           MOVE SPACES TO REG-CARTA
           WRITE REG-CARTA
           MOVE "LE ROGAMOS COMUNICARSE CON LA COORDINACION ACADEMICA."
              TO REG-CARTA
           WRITE REG-CARTA.
       0010-CARTA-E.
           EXIT.

       0011-INICIO-GRABA-BITACORA SECTION.
           MOVE ROS-CODIGO TO WKS-BI-CODIGO
           MOVE WKS-EV-TIPO TO WKS-BI-TIPO
           MOVE WKS-MES-CORRIDA TO WKS-BI-MES
           MOVE WKS-FECHA-HOY TO WKS-BI-FECHA
           WRITE REG-BITACORA-CARTAS FROM WKS-LINEA-BITACORA.
       0011-GRABA-BITACORA-E.
           EXIT.

       0012-INICIO-RESUMEN SECTION.
      *RESUMEN PARA LA COORDINACION: ESTUDIANTES EN RIESGO POR
      *GRADO (EDAD AL CORTE), POR TIPO DE RIESGO Y EN TOTAL.
           MOVE SPACES TO REG-RPT-ALERTAS
           STRING "ALERTA TEMPRANA - ESTUDIANTES EN RIESGO POR GRADO"
                  " AL " WKS-FECHA-HOY
              DELIMITED BY SIZE INTO REG-RPT-ALERTAS
           END-STRING
           WRITE REG-RPT-ALERTAS
           MOVE SPACES TO REG-RPT-ALERTAS
           WRITE REG-RPT-ALERTAS
           MOVE SPACES TO REG-RPT-ALERTAS
           STRING "GRADO                ESTUD.  ASIST.   NOTAS  PROMOC."
                  "  RIESGO  CARTAS  AVISADOS"
              DELIMITED BY SIZE INTO REG-RPT-ALERTAS
           END-STRING
           WRITE REG-RPT-ALERTAS

           PERFORM VARYING WKS-CG-G FROM 1 BY 1 UNTIL WKS-CG-G > 31
              IF WKS-CG-ESTUDIANTES(WKS-CG-G) > ZEROES
                 MOVE SPACES TO WKS-LG-ETIQUETA
                 IF WKS-CG-G = 31
                    MOVE "SIN GRADO" TO WKS-LG-ETIQUETA
                 ELSE
                    COMPUTE WKS-EDAD-EDITADA = WKS-CG-G - 1
                    STRING "EDAD AL CORTE " WKS-EDAD-EDITADA
                       DELIMITED BY SIZE INTO WKS-LG-ETIQUETA
                    END-STRING
                 END-IF
                 MOVE WKS-CG-ESTUDIANTES(WKS-CG-G) TO
                    WKS-LG-ESTUDIANTES
                 MOVE WKS-CG-RIESGO-ASIS(WKS-CG-G) TO
                    WKS-LG-RIESGO-ASIS
                 MOVE WKS-CG-RIESGO-NOTAS(WKS-CG-G) TO
                    WKS-LG-RIESGO-NOTAS
                 MOVE WKS-CG-RIESGO-PROM(WKS-CG-G) TO
                    WKS-LG-RIESGO-PROM
                 MOVE WKS-CG-EN-RIESGO(WKS-CG-G) TO WKS-LG-EN-RIESGO
                 MOVE WKS-CG-CARTAS(WKS-CG-G) TO WKS-LG-CARTAS
                 MOVE WKS-CG-YA-AVISADOS(WKS-CG-G) TO
                    WKS-LG-YA-AVISADOS
                 WRITE REG-RPT-ALERTAS FROM WKS-LINEA-GRADO
              END-IF
           END-PERFORM

           MOVE SPACES TO REG-RPT-ALERTAS
           WRITE REG-RPT-ALERTAS
           MOVE SPACES TO REG-RPT-ALERTAS
           STRING "ESTUDIANTES: " WKS-I-ESTUDIANTES
                  "  EN RIESGO: " WKS-I-EN-RIESGO
                  "  CARTAS: " WKS-I-CARTAS
                  "  YA AVISADOS EN EL MES: " WKS-I-YA-AVISADOS
              DELIMITED BY SIZE INTO REG-RPT-ALERTAS
           END-STRING
           WRITE REG-RPT-ALERTAS.
       0012-RESUMEN-E.
           EXIT.
