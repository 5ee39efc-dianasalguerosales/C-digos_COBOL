      ******************************************************************
      * FECHA       : 2026                                             *
      * PROGRAMADOR : DIANA STEFFANNY SALGUERO ROSALES                 *
      * APLICACION  : EDUCACION                                        *
      * PROGRAMA    : EDUC3106                                         *
      * TIPO        : BATCH (A DEMANDA)                                *
      * DESCRIPCION : CERTIFICADO DE ESTUDIOS DE VARIOS CICLOS. LEE    *
      *             : TARJETAS POR SYSIN CON EL CODIGO DE CADA         *
      *             : ESTUDIANTE ("FIN" CIERRA LAS TARJETAS), JUNTA    *
      *             : TODA SU HISTORIA DEL MAESTRO DE NOTAS (NOTASMST) *
      *             : Y LA AGRUPA POR CICLO ESCOLAR Y TERMINO SEGUN EL *
      *             : CALENDARIO DE TERMINOS (TERMINOS): EL CICLO ES   *
      *             : EL ANIO EN QUE EMPIEZA EL TERMINO. IMPRIME EL    *
      *             : CERTIFICADO OFICIAL CON NUMERO DE SERIE Y FECHA  *
      *             : DE EMISION, CADA CURSO CON SU NOTA Y NOMBRE      *
      *             : (CURSMST), EL PROMEDIO DE CADA TERMINO, EL DEL   *
      *             : CICLO Y EL ACUMULADO. CADA SERIE EMITIDA QUEDA   *
      *             : EN EL REGISTRO DE CERTIFICADOS (REGCERT); SI EL  *
      *             : ESTUDIANTE YA TIENE UN ORIGINAL, EL NUEVO SALE   *
      *             : MARCADO COMO COPIA CON LA SERIE DEL ORIGINAL.    *
      * ARCHIVOS    : SYSIN, TERMINOS, NOTASMST, ESTUMST, CURSMST      *
      *             : (ENTRADA), REGCERT (ENTRADA/EXTEND), RPTCERT     *
      *             : (SALIDA)                                         *
      * PROGRAMA(S) : RUNSTAT1                                         *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDUC3106.
       AUTHOR. DIANA SALGUERO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *DEFINICION DEL CICLO ESCOLAR, LA MISMA QUE USA EDUC3005:
      *LINEAS "T ID DESDE HASTA DESCRIPCION" POR TERMINO; LAS DE
      *RECESO ("R") NO SE USAN AQUI.
           SELECT ARCHIVO-TERMINOS ASSIGN TO TERMINOS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-TERMINOS.
           SELECT NOTAS-MASTER ASSIGN TO NOTASMST
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-NOTASMST.
           SELECT ESTUDIANTE-MASTER ASSIGN TO ESTUMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS ESTUM-LLAVE
                  FILE STATUS IS WKS-FS-ESTUMST.
           SELECT CURSO-MASTER ASSIGN TO CURSMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CURSO-LLAVE
                  FILE STATUS IS WKS-FS-CURSMST.
      *REGISTRO DE CERTIFICADOS EMITIDOS: UNA LINEA POR SERIE, SE
      *LEE COMPLETO PARA SABER LA ULTIMA SERIE Y LOS ORIGINALES YA
      *EMITIDOS Y LUEGO SE EXTIENDE CON LOS DE LA CORRIDA.
           SELECT REGISTRO-CERTIFICADOS ASSIGN TO REGCERT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-REGCERT.
           SELECT RPT-CERTIFICADOS ASSIGN TO RPTCERT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-RPTCERT.

       DATA DIVISION.

       FILE SECTION.
       FD ARCHIVO-TERMINOS.
       01 REG-ARCHIVO-TERMINOS          PIC X(45).

       FD NOTAS-MASTER.
       01 REG-NOTA                      PIC X(25).

       FD ESTUDIANTE-MASTER.
           COPY ESTUMST.

       FD CURSO-MASTER.
           COPY CURSOMST.

       FD REGISTRO-CERTIFICADOS.
       01 REG-REGISTRO-CERT             PIC X(50).

       FD RPT-CERTIFICADOS.
       01 REG-RPT-CERTIFICADOS          PIC X(90).

       WORKING-STORAGE SECTION.

       01 WKS-CONTROL-ARCHIVOS.
          02 WKS-FS-TERMINOS            PIC X(02) VALUE SPACES.
             88 WKS-FIN-TERMINOS                  VALUE "10".
          02 WKS-FS-NOTASMST            PIC X(02) VALUE SPACES.
             88 WKS-FIN-NOTASMST                  VALUE "10".
          02 WKS-FS-ESTUMST             PIC X(02) VALUE SPACES.
          02 WKS-FS-CURSMST             PIC X(02) VALUE SPACES.
          02 WKS-FS-REGCERT             PIC X(02) VALUE SPACES.
             88 WKS-FIN-REGCERT                   VALUE "10".
          02 WKS-FS-RPTCERT             PIC X(02) VALUE SPACES.
          02 WKS-AP-CURSMST             PIC X(02) VALUE SPACES.

      *TARJETA DE SOLICITUD: CODIGO DEL ESTUDIANTE. "FIN" CIERRA LAS
      *TARJETAS.
       01 WKS-TARJETA-CERTIFICADO.
          02 WKS-TC-CODIGO              PIC X(05) VALUE SPACES.
             88 WKS-FIN-SYSIN                     VALUE "FIN".
          02 FILLER                     PIC X(75) VALUE SPACES.

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

      *LINEA DEL MAESTRO DE NOTAS, COMO LA ESCRIBE EDUC3051.
       01 WKS-LINEA-NOTA.
          02 WKS-NT-CODIGO              PIC X(05) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-NT-CURSO               PIC X(06) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-NT-TERMINO             PIC X(02) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-NT-NOTA                PIC X(03) VALUE SPACES.

      *LINEA DEL REGISTRO DE CERTIFICADOS: SERIE, ESTUDIANTE, FECHA
      *Y HORA DE EMISION, TIPO (O=ORIGINAL, C=COPIA), SERIE DEL
      *ORIGINAL Y CANTIDAD DE CALIFICACIONES CERTIFICADAS.
       01 WKS-LINEA-REGISTRO.
          02 WKS-LR-SERIE               PIC 9(08) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LR-CODIGO              PIC X(05) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LR-FECHA               PIC 9(08) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LR-HORA                PIC 9(06) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LR-TIPO                PIC X(01) VALUE SPACES.
             88 WKS-LR-ORIGINAL                   VALUE "O".
             88 WKS-LR-COPIA                      VALUE "C".
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LR-SERIE-ORIGINAL      PIC 9(08) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LR-CALIFICACIONES      PIC 9(04) VALUE ZEROES.

      *TERMINOS DE TODOS LOS CICLOS DEL CALENDARIO.
       01 WKS-TABLA-TERMINOS.
          02 WKS-TE-ENTRADA OCCURS 100 TIMES.
             03 WKS-TE-ID               PIC X(02).
             03 WKS-TE-DESDE            PIC 9(08).
          02 WKS-TE-CANT                PIC 9(03) VALUE ZEROES.
          02 WKS-TE-IDX                 PIC 9(03) VALUE ZEROES.

      *ESTUDIANTES SOLICITADOS, CON EL ORIGINAL QUE YA TENGAN EN EL
      *REGISTRO DE CERTIFICADOS.
       01 WKS-TABLA-SOLICITUDES.
          02 WKS-SL-ENTRADA OCCURS 200 TIMES.
             03 WKS-SL-CODIGO           PIC X(05).
             03 WKS-SL-ORIGINAL         PIC 9(08).
             03 WKS-SL-FECHA-ORIGINAL   PIC 9(08).
          02 WKS-SL-CANT                PIC 9(03) VALUE ZEROES.
          02 WKS-SL-IDX                 PIC 9(03) VALUE ZEROES.
          02 WKS-SL-IDX2                PIC 9(03) VALUE ZEROES.
          02 WKS-SL-REPETIDA            PIC X(01) VALUE "N".

      *NOTAS DE LOS ESTUDIANTES SOLICITADOS. UNA NOTA CAPTURADA DE
      *NUEVO PARA EL MISMO CURSO Y TERMINO REEMPLAZA A LA ANTERIOR.
       01 WKS-TABLA-NOTAS.
          02 WKS-NO-ENTRADA OCCURS 3000 TIMES.
             03 WKS-NO-CODIGO           PIC X(05).
             03 WKS-NO-CURSO            PIC X(06).
             03 WKS-NO-TERMINO          PIC X(02).
             03 WKS-NO-NOTA             PIC 9(03).
          02 WKS-NO-CANT                PIC 9(04) VALUE ZEROES.
          02 WKS-NO-IDX                 PIC 9(04) VALUE ZEROES.
          02 WKS-NO-HALLADA             PIC 9(04) VALUE ZEROES.

      *HISTORIA DEL ESTUDIANTE EN CURSO, ORDENADA POR FECHA DE
      *INICIO DEL TERMINO, TERMINO Y CURSO.
       01 WKS-TABLA-CERTIFICADO.
          02 WKS-CE-ENTRADA OCCURS 300 TIMES.
             03 WKS-CE-LLAVE.
                04 WKS-CE-DESDE         PIC 9(08).
                04 WKS-CE-TERMINO       PIC X(02).
                04 WKS-CE-CURSO         PIC X(06).
             03 WKS-CE-NOTA             PIC 9(03).
          02 WKS-CE-CANT                PIC 9(03) VALUE ZEROES.
          02 WKS-CE-IDX                 PIC 9(03) VALUE ZEROES.
          02 WKS-CE-IDX2                PIC 9(03) VALUE ZEROES.
          02 WKS-CE-AUXILIAR            PIC X(19) VALUE SPACES.
          02 WKS-CE-CICLO-ACTUAL        PIC 9(04) VALUE ZEROES.
          02 WKS-CE-TERMINO-ACTUAL      PIC X(02) VALUE SPACES.

      *ACUMULADORES DE PROMEDIOS DEL TERMINO, DEL CICLO Y DE TODA LA
      *HISTORIA DEL ESTUDIANTE.
       01 WKS-CONTROL-PROMEDIOS.
          02 WKS-PR-SUMA-TERMINO        PIC 9(06) VALUE ZEROES.
          02 WKS-PR-CANT-TERMINO        PIC 9(04) VALUE ZEROES.
          02 WKS-PR-SUMA-CICLO          PIC 9(06) VALUE ZEROES.
          02 WKS-PR-CANT-CICLO          PIC 9(04) VALUE ZEROES.
          02 WKS-PR-SUMA-ACUMULADA      PIC 9(06) VALUE ZEROES.
          02 WKS-PR-CANT-ACUMULADA      PIC 9(04) VALUE ZEROES.
          02 WKS-PR-PROMEDIO            PIC 9(03)V99 VALUE ZEROES.
          02 WKS-PR-PROMEDIO-ED         PIC ZZ9.99.
          02 WKS-PR-ACUMULADO-ED        PIC ZZ9.99.

      *DATOS DEL CERTIFICADO EN CURSO.
       01 WKS-CONTROL-EMISION.
          02 WKS-EM-ULTIMA-SERIE        PIC 9(08) VALUE ZEROES.
          02 WKS-EM-SERIE               PIC 9(08) VALUE ZEROES.
          02 WKS-EM-MOTIVO              PIC X(30) VALUE SPACES.
          02 WKS-FECHA-HOY              PIC 9(08) VALUE ZEROES.
          02 WKS-FECHA-HOY-R REDEFINES WKS-FECHA-HOY.
             03 WKS-FH-ANIO             PIC 9(04).
             03 WKS-FH-MES              PIC 9(02).
             03 WKS-FH-DIA              PIC 9(02).
          02 WKS-HORA-HOY               PIC 9(06) VALUE ZEROES.
          02 WKS-FECHA-IMPRESA          PIC X(10) VALUE SPACES.

       01 WKS-LINEA-CURSO.
          02 FILLER                     PIC X(06) VALUE SPACES.
          02 WKS-LC-CURSO               PIC X(06) VALUE SPACES.
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 WKS-LC-NOMBRE              PIC X(20) VALUE SPACES.
          02 FILLER                     PIC X(04) VALUE SPACES.
          02 WKS-LC-NOTA                PIC ZZ9.

       01 WKS-ITERACIONES.
          02 WKS-I-TARJETAS             PIC 9(05) VALUE ZEROES.
          02 WKS-I-EMITIDOS             PIC 9(05) VALUE ZEROES.
          02 WKS-I-COPIAS               PIC 9(05) VALUE ZEROES.
          02 WKS-I-RECHAZADAS           PIC 9(05) VALUE ZEROES.
          02 WKS-I-NOTAS-LEIDAS         PIC 9(07) VALUE ZEROES.

       01 WKS-CONTROL-ESTADISTICA.
          02 WKS-ST-PROGRAMA            PIC X(08) VALUE "EDUK3106".
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
           STRING WKS-FH-DIA "/" WKS-FH-MES "/" WKS-FH-ANIO
              DELIMITED BY SIZE INTO WKS-FECHA-IMPRESA
           END-STRING

           PERFORM 0001-INICIO-ABRE-ARCHIVOS THRU 0001-ABRE-ARCHIVOS-E
           PERFORM 0002-INICIO-LEE-TARJETAS THRU 0002-LEE-TARJETAS-E
           PERFORM 0003-INICIO-CARGA-TERMINOS THRU
              0003-CARGA-TERMINOS-E
           PERFORM 0004-INICIO-CARGA-NOTAS THRU 0004-CARGA-NOTAS-E
           PERFORM 0005-INICIO-CARGA-REGISTRO THRU
              0005-CARGA-REGISTRO-E

           OPEN EXTEND REGISTRO-CERTIFICADOS
           IF WKS-FS-REGCERT = "35"
              OPEN OUTPUT REGISTRO-CERTIFICADOS
           END-IF
           IF WKS-FS-REGCERT NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL REGISTRO DE CERTIFICADOS "
                      "REGCERT"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM VARYING WKS-SL-IDX FROM 1 BY 1
              UNTIL WKS-SL-IDX > WKS-SL-CANT
              PERFORM 0006-INICIO-EMITE-CERTIFICADO THRU
                 0006-EMITE-CERTIFICADO-E
           END-PERFORM

           CLOSE ESTUDIANTE-MASTER, REGISTRO-CERTIFICADOS,
                 RPT-CERTIFICADOS
           IF WKS-AP-CURSMST = "00"
              CLOSE CURSO-MASTER
           END-IF

           DISPLAY "TARJETAS DE SOLICITUD LEIDAS: " WKS-I-TARJETAS
           DISPLAY "NOTAS LEIDAS DEL MAESTRO: " WKS-I-NOTAS-LEIDAS
           DISPLAY "CERTIFICADOS EMITIDOS: " WKS-I-EMITIDOS
           DISPLAY "  DE ELLOS COPIAS: " WKS-I-COPIAS
           DISPLAY "SOLICITUDES RECHAZADAS: " WKS-I-RECHAZADAS
           DISPLAY "ULTIMA SERIE EMITIDA: " WKS-EM-ULTIMA-SERIE

           MOVE WKS-I-TARJETAS TO WKS-ST-LEIDOS
           MOVE WKS-I-EMITIDOS TO WKS-ST-ESCRITOS
           MOVE WKS-I-RECHAZADAS TO WKS-ST-RECHAZADOS
           CALL 'RUNSTAT1' USING WKS-ST-PROGRAMA
                                 WKS-ST-FECHA-INICIO
                                 WKS-ST-HORA-INICIO
                                 WKS-ST-LEIDOS
                                 WKS-ST-ESCRITOS
                                 WKS-ST-RECHAZADOS

           IF WKS-I-RECHAZADAS > ZEROES
              MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.
       0000-INICIO-E.
           EXIT.

       0001-INICIO-ABRE-ARCHIVOS SECTION.
      *SIN CALENDARIO DE TERMINOS NO HAY COMO AGRUPAR POR CICLO Y NO
      *SE EMITE NADA; SIN MAESTRO DE CURSOS EL CERTIFICADO SALE SOLO
      *CON EL CODIGO DEL CURSO.
           OPEN INPUT ARCHIVO-TERMINOS
           IF WKS-FS-TERMINOS NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL CALENDARIO DE TERMINOS"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT NOTAS-MASTER
           IF WKS-FS-NOTASMST NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE NOTAS"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT ESTUDIANTE-MASTER
           IF WKS-FS-ESTUMST NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE ESTUDIANTES"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT CURSO-MASTER
           MOVE WKS-FS-CURSMST TO WKS-AP-CURSMST
           IF WKS-AP-CURSMST NOT = "00"
              DISPLAY "SIN MAESTRO DE CURSOS; EL CERTIFICADO SALE "
                      "SIN NOMBRE DE CURSO"
           END-IF

           OPEN OUTPUT RPT-CERTIFICADOS
           IF WKS-FS-RPTCERT NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE CERTIFICADOS"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
       0001-ABRE-ARCHIVOS-E.
           EXIT.

       0002-INICIO-LEE-TARJETAS SECTION.
      *UN CODIGO NO NUMERICO O REPETIDO SE RECHAZA DE UNA VEZ.
           ACCEPT WKS-TARJETA-CERTIFICADO FROM SYSIN

           PERFORM UNTIL WKS-FIN-SYSIN
                   ADD 1 TO WKS-I-TARJETAS
                   MOVE "N" TO WKS-SL-REPETIDA
                   PERFORM VARYING WKS-SL-IDX2 FROM 1 BY 1
                      UNTIL WKS-SL-IDX2 > WKS-SL-CANT
                      IF WKS-SL-CODIGO(WKS-SL-IDX2) = WKS-TC-CODIGO
                         MOVE "S" TO WKS-SL-REPETIDA
                      END-IF
                   END-PERFORM
                   EVALUATE TRUE
                   WHEN WKS-TC-CODIGO NOT NUMERIC
                        MOVE "CODIGO NO NUMERICO" TO WKS-EM-MOTIVO
                        PERFORM 0010-INICIO-RECHAZA THRU
                           0010-RECHAZA-E
                   WHEN WKS-SL-REPETIDA = "S"
                        MOVE "SOLICITUD REPETIDA" TO WKS-EM-MOTIVO
                        PERFORM 0010-INICIO-RECHAZA THRU
                           0010-RECHAZA-E
                   WHEN WKS-SL-CANT NOT < 200
                        MOVE "EXCEDE 200 SOLICITUDES" TO WKS-EM-MOTIVO
                        PERFORM 0010-INICIO-RECHAZA THRU
                           0010-RECHAZA-E
                   WHEN OTHER
                        ADD 1 TO WKS-SL-CANT
                        MOVE WKS-TC-CODIGO TO
                           WKS-SL-CODIGO(WKS-SL-CANT)
                        MOVE ZEROES TO WKS-SL-ORIGINAL(WKS-SL-CANT),
                           WKS-SL-FECHA-ORIGINAL(WKS-SL-CANT)
                   END-EVALUATE
                   MOVE SPACES TO WKS-TARJETA-CERTIFICADO
                   ACCEPT WKS-TARJETA-CERTIFICADO FROM SYSIN
           END-PERFORM.
       0002-LEE-TARJETAS-E.
           EXIT.

       0003-INICIO-CARGA-TERMINOS SECTION.
           READ ARCHIVO-TERMINOS INTO WKS-LINEA-TERMINO
           AT END
              SET WKS-FIN-TERMINOS TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-TERMINOS
                   IF WKS-LT-TIPO = "T" AND WKS-LT-DESDE NUMERIC
                      IF WKS-TE-CANT < 100
                         ADD 1 TO WKS-TE-CANT
                         MOVE WKS-LT-ID TO WKS-TE-ID(WKS-TE-CANT)
                         MOVE WKS-LT-DESDE TO
                            WKS-TE-DESDE(WKS-TE-CANT)
                      ELSE
                         DISPLAY "TABLA DE TERMINOS LLENA, TERMINO "
                                 "SIN CONSIDERAR: " WKS-LT-ID
                      END-IF
                   END-IF
                   READ ARCHIVO-TERMINOS INTO WKS-LINEA-TERMINO
                   AT END
                      SET WKS-FIN-TERMINOS TO TRUE
                   END-READ
           END-PERFORM

           CLOSE ARCHIVO-TERMINOS
           DISPLAY "TERMINOS DEL CALENDARIO CARGADOS: " WKS-TE-CANT.
       0003-CARGA-TERMINOS-E.
           EXIT.

       0004-INICIO-CARGA-NOTAS SECTION.
      *SOLO LAS NOTAS DE LOS ESTUDIANTES SOLICITADOS.
           READ NOTAS-MASTER INTO WKS-LINEA-NOTA
           AT END
              SET WKS-FIN-NOTASMST TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-NOTASMST
                   ADD 1 TO WKS-I-NOTAS-LEIDAS
                   MOVE ZEROES TO WKS-SL-IDX2
                   PERFORM VARYING WKS-SL-IDX FROM 1 BY 1
                      UNTIL WKS-SL-IDX > WKS-SL-CANT
                      IF WKS-SL-CODIGO(WKS-SL-IDX) = WKS-NT-CODIGO
                         MOVE WKS-SL-IDX TO WKS-SL-IDX2
                      END-IF
                   END-PERFORM
                   IF WKS-SL-IDX2 > ZEROES AND WKS-NT-NOTA NUMERIC
                      PERFORM 0011-INICIO-GUARDA-NOTA THRU
                         0011-GUARDA-NOTA-E
                   END-IF
                   READ NOTAS-MASTER INTO WKS-LINEA-NOTA
                   AT END
                      SET WKS-FIN-NOTASMST TO TRUE
                   END-READ
           END-PERFORM

           CLOSE NOTAS-MASTER
           DISPLAY "NOTAS DE LOS ESTUDIANTES SOLICITADOS: "
                   WKS-NO-CANT.
       0004-CARGA-NOTAS-E.
           EXIT.

       0005-INICIO-CARGA-REGISTRO SECTION.
      *SIN REGISTRO TODAVIA (FILE STATUS 35) LA SERIE EMPIEZA EN 1.
           OPEN INPUT REGISTRO-CERTIFICADOS
           IF WKS-FS-REGCERT = "35"
              GO TO 0005-CARGA-REGISTRO-E
           END-IF
           IF WKS-FS-REGCERT NOT = "00"
              DISPLAY "NO SE PUDO LEER EL REGISTRO DE CERTIFICADOS "
                      "REGCERT"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           READ REGISTRO-CERTIFICADOS INTO WKS-LINEA-REGISTRO
           AT END
              SET WKS-FIN-REGCERT TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-REGCERT
                   IF WKS-LR-SERIE NUMERIC AND
                      WKS-LR-SERIE > WKS-EM-ULTIMA-SERIE
                      MOVE WKS-LR-SERIE TO WKS-EM-ULTIMA-SERIE
                   END-IF
                   IF WKS-LR-ORIGINAL
                      PERFORM VARYING WKS-SL-IDX FROM 1 BY 1
                         UNTIL WKS-SL-IDX > WKS-SL-CANT
                         IF WKS-SL-CODIGO(WKS-SL-IDX) = WKS-LR-CODIGO
                            AND WKS-SL-ORIGINAL(WKS-SL-IDX) = ZEROES
                            MOVE WKS-LR-SERIE TO
                               WKS-SL-ORIGINAL(WKS-SL-IDX)
                            MOVE WKS-LR-FECHA TO
                               WKS-SL-FECHA-ORIGINAL(WKS-SL-IDX)
                         END-IF
                      END-PERFORM
                   END-IF
                   READ REGISTRO-CERTIFICADOS INTO WKS-LINEA-REGISTRO
                   AT END
                      SET WKS-FIN-REGCERT TO TRUE
                   END-READ
           END-PERFORM

           CLOSE REGISTRO-CERTIFICADOS
           DISPLAY "ULTIMA SERIE DEL REGISTRO DE CERTIFICADOS: "
                   WKS-EM-ULTIMA-SERIE.
       0005-CARGA-REGISTRO-E.
           EXIT.

       0006-INICIO-EMITE-CERTIFICADO SECTION.
      *ARMA LA HISTORIA DEL ESTUDIANTE, LA ORDENA Y LA IMPRIME CON
      *CORTES POR CICLO Y TERMINO. LA SERIE SE TOMA SOLO CUANDO EL
      *CERTIFICADO SI SE EMITE.
           MOVE WKS-SL-CODIGO(WKS-SL-IDX) TO WKS-TC-CODIGO
           MOVE WKS-TC-CODIGO TO ESTUM-CODIGO
           READ ESTUDIANTE-MASTER
           END-READ
           IF WKS-FS-ESTUMST NOT = "00"
              MOVE "ESTUDIANTE DESCONOCIDO" TO WKS-EM-MOTIVO
              PERFORM 0010-INICIO-RECHAZA THRU 0010-RECHAZA-E
              GO TO 0006-EMITE-CERTIFICADO-E
           END-IF

           MOVE ZEROES TO WKS-CE-CANT
           PERFORM VARYING WKS-NO-IDX FROM 1 BY 1
              UNTIL WKS-NO-IDX > WKS-NO-CANT
              IF WKS-NO-CODIGO(WKS-NO-IDX) = WKS-TC-CODIGO AND
                 WKS-CE-CANT < 300
                 ADD 1 TO WKS-CE-CANT
                 MOVE WKS-NO-TERMINO(WKS-NO-IDX) TO
                    WKS-CE-TERMINO(WKS-CE-CANT)
                 MOVE WKS-NO-CURSO(WKS-NO-IDX) TO
                    WKS-CE-CURSO(WKS-CE-CANT)
                 MOVE WKS-NO-NOTA(WKS-NO-IDX) TO
                    WKS-CE-NOTA(WKS-CE-CANT)
                 MOVE ZEROES TO WKS-CE-DESDE(WKS-CE-CANT)
                 PERFORM VARYING WKS-TE-IDX FROM WKS-TE-CANT BY -1
                    UNTIL WKS-TE-IDX < 1
                    IF WKS-TE-ID(WKS-TE-IDX) =
                       WKS-NO-TERMINO(WKS-NO-IDX)
                       MOVE WKS-TE-DESDE(WKS-TE-IDX) TO
                          WKS-CE-DESDE(WKS-CE-CANT)
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM

           IF WKS-CE-CANT = ZEROES
              MOVE "SIN NOTAS REGISTRADAS" TO WKS-EM-MOTIVO
              PERFORM 0010-INICIO-RECHAZA THRU 0010-RECHAZA-E
              GO TO 0006-EMITE-CERTIFICADO-E
           END-IF

           PERFORM VARYING WKS-CE-IDX FROM 1 BY 1
              UNTIL WKS-CE-IDX >= WKS-CE-CANT
              PERFORM VARYING WKS-CE-IDX2 FROM 1 BY 1
                 UNTIL WKS-CE-IDX2 >= WKS-CE-CANT
                 IF WKS-CE-LLAVE(WKS-CE-IDX2) >
                    WKS-CE-LLAVE(WKS-CE-IDX2 + 1)
                    MOVE WKS-CE-ENTRADA(WKS-CE-IDX2) TO
                       WKS-CE-AUXILIAR
                    MOVE WKS-CE-ENTRADA(WKS-CE-IDX2 + 1) TO
                       WKS-CE-ENTRADA(WKS-CE-IDX2)
                    MOVE WKS-CE-AUXILIAR TO
                       WKS-CE-ENTRADA(WKS-CE-IDX2 + 1)
                 END-IF
              END-PERFORM
           END-PERFORM

           ADD 1 TO WKS-EM-ULTIMA-SERIE
           MOVE WKS-EM-ULTIMA-SERIE TO WKS-EM-SERIE
           ADD 1 TO WKS-I-EMITIDOS
           PERFORM 0007-INICIO-ENCABEZADO THRU 0007-ENCABEZADO-E

           MOVE ZEROES TO WKS-PR-SUMA-ACUMULADA, WKS-PR-CANT-ACUMULADA
           PERFORM VARYING WKS-CE-IDX FROM 1 BY 1
              UNTIL WKS-CE-IDX > WKS-CE-CANT
              EVALUATE TRUE
              WHEN WKS-CE-IDX = 1
                   PERFORM 0012-INICIO-ABRE-CICLO THRU
                      0012-ABRE-CICLO-E
              WHEN WKS-CE-DESDE(WKS-CE-IDX)(1:4) NOT =
                   WKS-CE-CICLO-ACTUAL
                   PERFORM 0008-INICIO-CIERRA-TERMINO THRU
                      0008-CIERRA-TERMINO-E
                   PERFORM 0009-INICIO-CIERRA-CICLO THRU
                      0009-CIERRA-CICLO-E
                   PERFORM 0012-INICIO-ABRE-CICLO THRU
                      0012-ABRE-CICLO-E
              WHEN WKS-CE-TERMINO(WKS-CE-IDX) NOT =
                   WKS-CE-TERMINO-ACTUAL
                   PERFORM 0008-INICIO-CIERRA-TERMINO THRU
                      0008-CIERRA-TERMINO-E
                   PERFORM 0013-INICIO-ABRE-TERMINO THRU
                      0013-ABRE-TERMINO-E
              WHEN OTHER
                   CONTINUE
              END-EVALUATE

              MOVE WKS-CE-CURSO(WKS-CE-IDX) TO WKS-LC-CURSO
              MOVE SPACES TO WKS-LC-NOMBRE
              IF WKS-AP-CURSMST = "00"
                 MOVE WKS-CE-CURSO(WKS-CE-IDX) TO CURSO-CODIGO
                 READ CURSO-MASTER
                 END-READ
                 IF WKS-FS-CURSMST = "00"
                    MOVE CURSO-NOMBRE TO WKS-LC-NOMBRE
                 END-IF
              END-IF
              MOVE WKS-CE-NOTA(WKS-CE-IDX) TO WKS-LC-NOTA
              WRITE REG-RPT-CERTIFICADOS FROM WKS-LINEA-CURSO
              ADD WKS-CE-NOTA(WKS-CE-IDX) TO WKS-PR-SUMA-TERMINO,
                  WKS-PR-SUMA-CICLO, WKS-PR-SUMA-ACUMULADA
              ADD 1 TO WKS-PR-CANT-TERMINO, WKS-PR-CANT-CICLO,
                  WKS-PR-CANT-ACUMULADA
           END-PERFORM

           PERFORM 0008-INICIO-CIERRA-TERMINO THRU
              0008-CIERRA-TERMINO-E
           PERFORM 0009-INICIO-CIERRA-CICLO THRU 0009-CIERRA-CICLO-E
           PERFORM 0014-INICIO-PIE THRU 0014-PIE-E.
       0006-EMITE-CERTIFICADO-E.
           EXIT.

       0007-INICIO-ENCABEZADO SECTION.
           MOVE ALL "=" TO REG-RPT-CERTIFICADOS
           WRITE REG-RPT-CERTIFICADOS
           MOVE SPACES TO REG-RPT-CERTIFICADOS
           STRING "CERTIFICADO DE ESTUDIOS    SERIE No. " WKS-EM-SERIE
                  "    FECHA DE EMISION: " WKS-FECHA-IMPRESA
              DELIMITED BY SIZE INTO REG-RPT-CERTIFICADOS
           END-STRING
           WRITE REG-RPT-CERTIFICADOS

           IF WKS-SL-ORIGINAL(WKS-SL-IDX) NOT = ZEROES
              ADD 1 TO WKS-I-COPIAS
              MOVE SPACES TO REG-RPT-CERTIFICADOS
              STRING "*** COPIA *** DEL ORIGINAL SERIE No. "
                     WKS-SL-ORIGINAL(WKS-SL-IDX)
                     " EMITIDO EL " WKS-SL-FECHA-ORIGINAL(WKS-SL-IDX)
                 DELIMITED BY SIZE INTO REG-RPT-CERTIFICADOS
              END-STRING
              WRITE REG-RPT-CERTIFICADOS
           END-IF

           MOVE SPACES TO REG-RPT-CERTIFICADOS
           STRING "ESTUDIANTE: " WKS-TC-CODIGO " " ESTUM-NOMBRE
              DELIMITED BY SIZE INTO REG-RPT-CERTIFICADOS
           END-STRING
           WRITE REG-RPT-CERTIFICADOS
           MOVE SPACES TO REG-RPT-CERTIFICADOS
           WRITE REG-RPT-CERTIFICADOS.
       0007-ENCABEZADO-E.
           EXIT.

       0008-INICIO-CIERRA-TERMINO SECTION.
           IF WKS-PR-CANT-TERMINO = ZEROES
              GO TO 0008-CIERRA-TERMINO-E
           END-IF
           COMPUTE WKS-PR-PROMEDIO ROUNDED =
                   WKS-PR-SUMA-TERMINO / WKS-PR-CANT-TERMINO
           MOVE WKS-PR-PROMEDIO TO WKS-PR-PROMEDIO-ED
           MOVE SPACES TO REG-RPT-CERTIFICADOS
           STRING "      PROMEDIO DEL TERMINO " WKS-CE-TERMINO-ACTUAL
                  ": " WKS-PR-PROMEDIO-ED
              DELIMITED BY SIZE INTO REG-RPT-CERTIFICADOS
           END-STRING
           WRITE REG-RPT-CERTIFICADOS
           MOVE ZEROES TO WKS-PR-SUMA-TERMINO, WKS-PR-CANT-TERMINO.
       0008-CIERRA-TERMINO-E.
           EXIT.

       0009-INICIO-CIERRA-CICLO SECTION.
           IF WKS-PR-CANT-CICLO = ZEROES
              GO TO 0009-CIERRA-CICLO-E
           END-IF
           COMPUTE WKS-PR-PROMEDIO ROUNDED =
                   WKS-PR-SUMA-CICLO / WKS-PR-CANT-CICLO
           MOVE WKS-PR-PROMEDIO TO WKS-PR-PROMEDIO-ED
           COMPUTE WKS-PR-PROMEDIO ROUNDED =
                   WKS-PR-SUMA-ACUMULADA / WKS-PR-CANT-ACUMULADA
           MOVE WKS-PR-PROMEDIO TO WKS-PR-ACUMULADO-ED
           MOVE SPACES TO REG-RPT-CERTIFICADOS
           STRING "  PROMEDIO DEL CICLO: " WKS-PR-PROMEDIO-ED
                  "    PROMEDIO ACUMULADO: " WKS-PR-ACUMULADO-ED
              DELIMITED BY SIZE INTO REG-RPT-CERTIFICADOS
           END-STRING
           WRITE REG-RPT-CERTIFICADOS
           MOVE SPACES TO REG-RPT-CERTIFICADOS
           WRITE REG-RPT-CERTIFICADOS
           MOVE ZEROES TO WKS-PR-SUMA-CICLO, WKS-PR-CANT-CICLO.
       0009-CIERRA-CICLO-E.
           EXIT.

       0010-INICIO-RECHAZA SECTION.
           ADD 1 TO WKS-I-RECHAZADAS
           MOVE SPACES TO REG-RPT-CERTIFICADOS
           STRING "SOLICITUD RECHAZADA, ESTUDIANTE " WKS-TC-CODIGO
                  ": " WKS-EM-MOTIVO
              DELIMITED BY SIZE INTO REG-RPT-CERTIFICADOS
           END-STRING
           WRITE REG-RPT-CERTIFICADOS
           DISPLAY "SOLICITUD RECHAZADA, ESTUDIANTE " WKS-TC-CODIGO
                   ": " WKS-EM-MOTIVO.
       0010-RECHAZA-E.
           EXIT.

       0011-INICIO-GUARDA-NOTA SECTION.
           MOVE ZEROES TO WKS-NO-HALLADA
           PERFORM VARYING WKS-NO-IDX FROM 1 BY 1
              UNTIL WKS-NO-IDX > WKS-NO-CANT
              IF WKS-NO-CODIGO(WKS-NO-IDX) = WKS-NT-CODIGO AND
                 WKS-NO-CURSO(WKS-NO-IDX) = WKS-NT-CURSO AND
                 WKS-NO-TERMINO(WKS-NO-IDX) = WKS-NT-TERMINO
                 MOVE WKS-NO-IDX TO WKS-NO-HALLADA
              END-IF
           END-PERFORM

           IF WKS-NO-HALLADA > ZEROES
              MOVE WKS-NT-NOTA TO WKS-NO-NOTA(WKS-NO-HALLADA)
              GO TO 0011-GUARDA-NOTA-E
           END-IF

           IF WKS-NO-CANT < 3000
              ADD 1 TO WKS-NO-CANT
              MOVE WKS-NT-CODIGO TO WKS-NO-CODIGO(WKS-NO-CANT)
              MOVE WKS-NT-CURSO TO WKS-NO-CURSO(WKS-NO-CANT)
              MOVE WKS-NT-TERMINO TO WKS-NO-TERMINO(WKS-NO-CANT)
              MOVE WKS-NT-NOTA TO WKS-NO-NOTA(WKS-NO-CANT)
           ELSE
              DISPLAY "TABLA DE NOTAS LLENA, NOTA SIN CONSIDERAR: "
                      WKS-LINEA-NOTA
           END-IF.
       0011-GUARDA-NOTA-E.
           EXIT.

       0012-INICIO-ABRE-CICLO SECTION.
      *UN TERMINO QUE NO ESTA EN EL CALENDARIO QUEDA CON CICLO 0000
      *Y SE IMPRIME AL INICIO COMO SIN CICLO.
           MOVE WKS-CE-DESDE(WKS-CE-IDX)(1:4) TO WKS-CE-CICLO-ACTUAL
           MOVE SPACES TO REG-RPT-CERTIFICADOS
           IF WKS-CE-CICLO-ACTUAL = ZEROES
              MOVE "CICLO ESCOLAR: (TERMINO FUERA DEL CALENDARIO)" TO
                 REG-RPT-CERTIFICADOS
           ELSE
              STRING "CICLO ESCOLAR " WKS-CE-CICLO-ACTUAL
                 DELIMITED BY SIZE INTO REG-RPT-CERTIFICADOS
              END-STRING
           END-IF
           WRITE REG-RPT-CERTIFICADOS
           PERFORM 0013-INICIO-ABRE-TERMINO THRU 0013-ABRE-TERMINO-E.
       0012-ABRE-CICLO-E.
           EXIT.

       0013-INICIO-ABRE-TERMINO SECTION.
           MOVE WKS-CE-TERMINO(WKS-CE-IDX) TO WKS-CE-TERMINO-ACTUAL
           MOVE SPACES TO REG-RPT-CERTIFICADOS
           STRING "  TERMINO " WKS-CE-TERMINO-ACTUAL
                  "      CURSO                       NOTA"
              DELIMITED BY SIZE INTO REG-RPT-CERTIFICADOS
           END-STRING
           WRITE REG-RPT-CERTIFICADOS.
       0013-ABRE-TERMINO-E.
           EXIT.

       0014-INICIO-PIE SECTION.
      *PIE DEL CERTIFICADO Y SU LINEA EN EL REGISTRO DE SERIES.
           MOVE SPACES TO REG-RPT-CERTIFICADOS
           STRING "CALIFICACIONES CERTIFICADAS: " WKS-PR-CANT-ACUMULADA
                  "    PROMEDIO GENERAL: " WKS-PR-ACUMULADO-ED
              DELIMITED BY SIZE INTO REG-RPT-CERTIFICADOS
           END-STRING
           WRITE REG-RPT-CERTIFICADOS
           MOVE SPACES TO REG-RPT-CERTIFICADOS
           WRITE REG-RPT-CERTIFICADOS
           MOVE "F. ______________________________  SECRETARIA" TO
              REG-RPT-CERTIFICADOS
           WRITE REG-RPT-CERTIFICADOS

           MOVE WKS-EM-SERIE TO WKS-LR-SERIE
           MOVE WKS-TC-CODIGO TO WKS-LR-CODIGO
           MOVE WKS-FECHA-HOY TO WKS-LR-FECHA
           MOVE WKS-HORA-HOY TO WKS-LR-HORA
           IF WKS-SL-ORIGINAL(WKS-SL-IDX) = ZEROES
              SET WKS-LR-ORIGINAL TO TRUE
              MOVE WKS-EM-SERIE TO WKS-LR-SERIE-ORIGINAL
              MOVE WKS-EM-SERIE TO WKS-SL-ORIGINAL(WKS-SL-IDX)
              MOVE WKS-FECHA-HOY TO WKS-SL-FECHA-ORIGINAL(WKS-SL-IDX)
           ELSE
              SET WKS-LR-COPIA TO TRUE
              MOVE WKS-SL-ORIGINAL(WKS-SL-IDX) TO
                 WKS-LR-SERIE-ORIGINAL
           END-IF
           MOVE WKS-PR-CANT-ACUMULADA TO WKS-LR-CALIFICACIONES
           WRITE REG-REGISTRO-CERT FROM WKS-LINEA-REGISTRO.
       0014-PIE-E.
           EXIT.
