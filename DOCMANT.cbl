      ******************************************************************
      * FECHA       : 2026                                             *
      * PROGRAMADOR : DIANA STEFFANNY SALGUERO ROSALES                 *
      * APLICACION  : EDUCACION                                        *
      * PROGRAMA    : EDUC3103                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : MANTENIMIENTO DEL MAESTRO DE DOCENTES (DOCMST).  *
      *             : APLICA TRANSACCIONES DE ALTA (A), MODIFICACION   *
      *             : (M) Y BAJA/DESACTIVACION (B) LEIDAS DEL ARCHIVO  *
      *             : DE CONTROL TRANSDOC. EL DPI DEL DOCENTE SE       *
      *             : VALIDA CON EL DIGITO VERIFICADOR COMUN           *
      *             : (DPICHK01) Y NO PUEDE ESTAR YA REGISTRADO A OTRO *
      *             : DOCENTE; EL MAXIMO DE PERIODOS SEMANALES VA DE   *
      *             : 01 A 72 (DOCE PERIODOS POR SEIS DIAS) Y EL       *
      *             : DOCENTE DEBE QUEDAR HABILITADO EN AL MENOS UNA   *
      *             : MATERIA. EMITE EL REPORTE DE CAMBIOS             *
      *             : ANTES/DESPUES EN EL MOLDE DEL MANTENIMIENTO DE   *
      *             : CURSOS (EDUC3048).                               *
      * ARCHIVOS    : DOCMST (I-O), TRANSDOC (ENTRADA), RPTDOC         *
      *             : (SALIDA)                                         *
      * PROGRAMA(S) : DPICHK01, RUNSTAT1                               *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDUC3103.
       AUTHOR. DIANA SALGUERO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOCENTE-MASTER ASSIGN TO DOCMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DOC-LLAVE
                  FILE STATUS IS WKS-FS-DOCMST.
           SELECT TRANS-DOCENTES ASSIGN TO TRANSDOC
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-TRANSDOC.
           SELECT RPT-CAMBIOS ASSIGN TO RPTDOC
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-RPTDOC.

       DATA DIVISION.

       FILE SECTION.
       FD DOCENTE-MASTER.
           COPY DOCENTE.

       FD TRANS-DOCENTES.
       01 REG-TRANS-DOCENTES            PIC X(90).

       FD RPT-CAMBIOS.
       01 REG-RPT-CAMBIOS               PIC X(120).

       WORKING-STORAGE SECTION.

       01 WKS-CONTROL-ARCHIVOS.
          02 WKS-FS-DOCMST              PIC X(02) VALUE SPACES.
             88 WKS-FIN-DOCMST                    VALUE "10".
          02 WKS-FS-TRANSDOC            PIC X(02) VALUE SPACES.
             88 WKS-FIN-TRANSDOC                  VALUE "10".
          02 WKS-FS-RPTDOC              PIC X(02) VALUE SPACES.

       01 WKS-ITERACIONES.
          02 WKS-I-LEIDAS               PIC 9(05) VALUE ZEROES.
          02 WKS-I-APLICADAS            PIC 9(05) VALUE ZEROES.
          02 WKS-I-RECHAZADAS           PIC 9(05) VALUE ZEROES.

      *TRANSACCION DE MANTENIMIENTO: A=ALTA, M=MODIFICACION (TODOS
      *LOS DATOS; REACTIVA AL DOCENTE), B=BAJA (DESACTIVACION; EL
      *DOCENTE QUEDA INACTIVO PARA CONSERVAR LA HISTORIA).
       01 WKS-REG-TRANS.
          02 WKS-TD-ACCION              PIC X(01) VALUE SPACES.
             88 WKS-TD-ALTA                       VALUE "A".
             88 WKS-TD-MODIFICACION               VALUE "M".
             88 WKS-TD-BAJA                       VALUE "B".
          02 WKS-TD-CODIGO              PIC X(05) VALUE SPACES.
          02 WKS-TD-CODIGO-N REDEFINES WKS-TD-CODIGO
                                        PIC 9(05).
          02 WKS-TD-NOMBRE              PIC X(20) VALUE SPACES.
          02 WKS-TD-DPI                 PIC X(13) VALUE SPACES.
          02 WKS-TD-DPI-N REDEFINES WKS-TD-DPI
                                        PIC 9(13).
          02 WKS-TD-MAX-PERIODOS        PIC X(02) VALUE SPACES.
          02 WKS-TD-MAX-PERIODOS-N REDEFINES WKS-TD-MAX-PERIODOS
                                        PIC 9(02).
          02 WKS-TD-MATERIAS            PIC X(40) VALUE SPACES.
          02 FILLER                     PIC X(09).

      *AREA DE LLAMADA AL SUBPROGRAMA COMUN DE DPI (DPICHK01).
       01 WKS-CONTROL-CHEQUEO.
          02 WKS-CHK-DPI                PIC 9(13) VALUE ZEROES.
          02 WKS-CHK-DIGITO             PIC 9(02) VALUE ZEROES.
          02 WKS-CHK-VEREDICTO          PIC X(20) VALUE SPACES.
          02 WKS-CHK-ERROR              PIC X(01) VALUE "N".

      *DPI YA REGISTRADOS EN EL MAESTRO, CARGADOS AL INICIO Y AL DIA
      *CON CADA ALTA O MODIFICACION APLICADA.
       01 WKS-TABLA-DPI.
          02 WKS-TP-ENTRADA OCCURS 500 TIMES.
             03 WKS-TP-CODIGO           PIC 9(05).
             03 WKS-TP-DPI              PIC 9(13).
          02 WKS-TP-CANT                PIC 9(03) VALUE ZEROES.
          02 WKS-TP-IDX                 PIC 9(03) VALUE ZEROES.
          02 WKS-TP-PROPIA              PIC 9(03) VALUE ZEROES.

      *IMAGEN DEL REGISTRO DEL MAESTRO ANTES DEL CAMBIO.
       01 WKS-IMAGEN-ANTES.
          02 WKS-AN-NOMBRE              PIC X(20) VALUE SPACES.
          02 WKS-AN-MAX-PERIODOS        PIC 9(02) VALUE ZEROES.
          02 WKS-AN-ESTADO              PIC X(01) VALUE SPACES.

       01 WKS-RESULTADO-TRANS.
          02 WKS-RT-APLICADA            PIC X(01) VALUE "N".
             88 WKS-TRANS-APLICADA                VALUE "S".
          02 WKS-RT-MOTIVO              PIC X(20) VALUE SPACES.

       01 WKS-LINEA-CAMBIO.
          02 WKS-LC-ACCION              PIC X(01) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LC-CODIGO              PIC X(05) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LC-ANTES-NOMBRE        PIC X(20) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LC-ANTES-MAX           PIC 9(02) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LC-ANTES-ESTADO        PIC X(01) VALUE SPACES.
          02 FILLER                     PIC X(03) VALUE " ->".
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LC-DESPUES-NOMBRE      PIC X(20) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LC-DESPUES-MAX         PIC 9(02) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LC-DESPUES-ESTADO      PIC X(01) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LC-RESULTADO           PIC X(09) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LC-MOTIVO              PIC X(20) VALUE SPACES.

      *AREA PARA LA RUTINA COMUN DE ESTADISTICAS DE CORRIDA.
       01 WKS-CONTROL-ESTADISTICA.
          02 WKS-ST-PROGRAMA            PIC X(08) VALUE "EDUK3103".
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
           PERFORM 0008-INICIO-CARGA-DPI THRU 0008-CARGA-DPI-E

           READ TRANS-DOCENTES INTO WKS-REG-TRANS
           AT END
              SET WKS-FIN-TRANSDOC TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-TRANSDOC
                   ADD 1 TO WKS-I-LEIDAS
                   PERFORM 0002-INICIO-APLICA-TRANS THRU
                      0002-APLICA-TRANS-E
                   PERFORM 0006-INICIO-LINEA-REPORTE THRU
                      0006-LINEA-REPORTE-E
                   READ TRANS-DOCENTES INTO WKS-REG-TRANS
                   AT END
                      SET WKS-FIN-TRANSDOC TO TRUE
                   END-READ
           END-PERFORM

           PERFORM 0007-INICIO-TOTALES THRU 0007-TOTALES-E

           CLOSE DOCENTE-MASTER, TRANS-DOCENTES, RPT-CAMBIOS

           MOVE WKS-I-LEIDAS TO WKS-ST-LEIDOS
           MOVE WKS-I-APLICADAS TO WKS-ST-ESCRITOS
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
      *EL MAESTRO SE ABRE I-O; SI TODAVIA NO EXISTE (FILE STATUS
      *35) SE CREA VACIO Y SE REABRE, PARA QUE LA PRIMERA CARGA SE
      *HAGA CON ESTE MISMO PROGRAMA.
           OPEN I-O DOCENTE-MASTER
           IF WKS-FS-DOCMST = "35"
              OPEN OUTPUT DOCENTE-MASTER
              CLOSE DOCENTE-MASTER
              OPEN I-O DOCENTE-MASTER
           END-IF
           IF WKS-FS-DOCMST NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE DOCENTES"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT TRANS-DOCENTES
           IF WKS-FS-TRANSDOC NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE TRANSACCIONES"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT RPT-CAMBIOS
           IF WKS-FS-RPTDOC NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL REPORTE DE CAMBIOS"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE SPACES TO REG-RPT-CAMBIOS
           MOVE "A CODIG ANTES (NOMBRE/MAX/EST) -> DESPUES" TO
              REG-RPT-CAMBIOS(1:41)
           MOVE "RESULTADO" TO REG-RPT-CAMBIOS(86:9)
           WRITE REG-RPT-CAMBIOS.
       0001-ABRE-ARCHIVOS-E.
           EXIT.

       0002-INICIO-APLICA-TRANS SECTION.
           MOVE "N" TO WKS-RT-APLICADA
           MOVE SPACES TO WKS-RT-MOTIVO
           MOVE SPACES TO WKS-IMAGEN-ANTES
           MOVE ZEROES TO WKS-AN-MAX-PERIODOS

           IF WKS-TD-CODIGO NOT NUMERIC OR WKS-TD-CODIGO-N = ZEROES
              MOVE "CODIGO INVALIDO" TO WKS-RT-MOTIVO
              ADD 1 TO WKS-I-RECHAZADAS
              GO TO 0002-APLICA-TRANS-E
           END-IF

           MOVE WKS-TD-CODIGO-N TO DOC-CODIGO
           READ DOCENTE-MASTER
           END-READ
           IF WKS-FS-DOCMST = "00"
              MOVE DOC-NOMBRE TO WKS-AN-NOMBRE
              MOVE DOC-MAX-PERIODOS TO WKS-AN-MAX-PERIODOS
              MOVE DOC-ESTADO TO WKS-AN-ESTADO
           END-IF

           EVALUATE TRUE
           WHEN WKS-TD-ALTA
                PERFORM 0003-INICIO-ALTA THRU 0003-ALTA-E
           WHEN WKS-TD-MODIFICACION
                PERFORM 0004-INICIO-MODIFICACION THRU
                   0004-MODIFICACION-E
           WHEN WKS-TD-BAJA
                PERFORM 0005-INICIO-BAJA THRU 0005-BAJA-E
           WHEN OTHER
                MOVE "ACCION INVALIDA" TO WKS-RT-MOTIVO
           END-EVALUATE

           IF WKS-TRANS-APLICADA
              ADD 1 TO WKS-I-APLICADAS
           ELSE
              ADD 1 TO WKS-I-RECHAZADAS
           END-IF.
       0002-APLICA-TRANS-E.
           EXIT.

       0003-INICIO-ALTA SECTION.
           IF WKS-AN-ESTADO NOT = SPACES
              MOVE "LLAVE YA EXISTE" TO WKS-RT-MOTIVO
              GO TO 0003-ALTA-E
           END-IF
           IF WKS-TP-CANT = 500
              MOVE "MAESTRO LLENO" TO WKS-RT-MOTIVO
              GO TO 0003-ALTA-E
           END-IF
           MOVE ZEROES TO WKS-TP-PROPIA
           PERFORM 0009-INICIO-VALIDA-DATOS THRU 0009-VALIDA-DATOS-E
           IF WKS-RT-MOTIVO NOT = SPACES
              GO TO 0003-ALTA-E
           END-IF

           MOVE WKS-TD-CODIGO-N TO DOC-CODIGO
           PERFORM 0010-INICIO-MUEVE-DATOS THRU 0010-MUEVE-DATOS-E
           WRITE DOC-REGISTRO
           END-WRITE
           IF WKS-FS-DOCMST = "00"
              SET WKS-TRANS-APLICADA TO TRUE
              ADD 1 TO WKS-TP-CANT
              MOVE DOC-CODIGO TO WKS-TP-CODIGO(WKS-TP-CANT)
              MOVE DOC-DPI TO WKS-TP-DPI(WKS-TP-CANT)
           ELSE
              MOVE "ERROR DE GRABACION" TO WKS-RT-MOTIVO
           END-IF.
       0003-ALTA-E.
           EXIT.

       0004-INICIO-MODIFICACION SECTION.
           IF WKS-AN-ESTADO = SPACES
              MOVE "LLAVE NO EXISTE" TO WKS-RT-MOTIVO
              GO TO 0004-MODIFICACION-E
           END-IF
           MOVE ZEROES TO WKS-TP-PROPIA
           PERFORM VARYING WKS-TP-IDX FROM 1 BY 1
              UNTIL WKS-TP-IDX > WKS-TP-CANT OR
                    WKS-TP-PROPIA > ZEROES
              IF WKS-TP-CODIGO(WKS-TP-IDX) = DOC-CODIGO
                 MOVE WKS-TP-IDX TO WKS-TP-PROPIA
              END-IF
           END-PERFORM
           PERFORM 0009-INICIO-VALIDA-DATOS THRU 0009-VALIDA-DATOS-E
           IF WKS-RT-MOTIVO NOT = SPACES
              GO TO 0004-MODIFICACION-E
           END-IF

           PERFORM 0010-INICIO-MUEVE-DATOS THRU 0010-MUEVE-DATOS-E
           REWRITE DOC-REGISTRO
           END-REWRITE
           IF WKS-FS-DOCMST = "00"
              SET WKS-TRANS-APLICADA TO TRUE
              IF WKS-TP-PROPIA > ZEROES
                 MOVE DOC-DPI TO WKS-TP-DPI(WKS-TP-PROPIA)
              END-IF
           ELSE
              MOVE "ERROR DE GRABACION" TO WKS-RT-MOTIVO
           END-IF.
       0004-MODIFICACION-E.
           EXIT.

       0005-INICIO-BAJA SECTION.
           IF WKS-AN-ESTADO = SPACES
              MOVE "LLAVE NO EXISTE" TO WKS-RT-MOTIVO
           ELSE
              MOVE "I" TO DOC-ESTADO
              REWRITE DOC-REGISTRO
              END-REWRITE
              IF WKS-FS-DOCMST = "00"
                 SET WKS-TRANS-APLICADA TO TRUE
              ELSE
                 MOVE "ERROR DE GRABACION" TO WKS-RT-MOTIVO
              END-IF
           END-IF.
       0005-BAJA-E.
           EXIT.

       0006-INICIO-LINEA-REPORTE SECTION.
           MOVE WKS-TD-ACCION TO WKS-LC-ACCION
           MOVE WKS-TD-CODIGO TO WKS-LC-CODIGO
           MOVE WKS-AN-NOMBRE TO WKS-LC-ANTES-NOMBRE
           MOVE WKS-AN-MAX-PERIODOS TO WKS-LC-ANTES-MAX
           MOVE WKS-AN-ESTADO TO WKS-LC-ANTES-ESTADO

           IF WKS-TRANS-APLICADA
              MOVE DOC-NOMBRE TO WKS-LC-DESPUES-NOMBRE
              MOVE DOC-MAX-PERIODOS TO WKS-LC-DESPUES-MAX
              MOVE DOC-ESTADO TO WKS-LC-DESPUES-ESTADO
              MOVE "APLICADA" TO WKS-LC-RESULTADO
           ELSE
              MOVE WKS-AN-NOMBRE TO WKS-LC-DESPUES-NOMBRE
              MOVE WKS-AN-MAX-PERIODOS TO WKS-LC-DESPUES-MAX
              MOVE WKS-AN-ESTADO TO WKS-LC-DESPUES-ESTADO
              MOVE "RECHAZADA" TO WKS-LC-RESULTADO
           END-IF
           MOVE WKS-RT-MOTIVO TO WKS-LC-MOTIVO

           WRITE REG-RPT-CAMBIOS FROM WKS-LINEA-CAMBIO.
       0006-LINEA-REPORTE-E.
           EXIT.

       0007-INICIO-TOTALES SECTION.
           MOVE SPACES TO REG-RPT-CAMBIOS
           WRITE REG-RPT-CAMBIOS
           MOVE SPACES TO REG-RPT-CAMBIOS
           STRING "TRANSACCIONES LEIDAS: " WKS-I-LEIDAS
                  "  APLICADAS: " WKS-I-APLICADAS
                  "  RECHAZADAS: " WKS-I-RECHAZADAS
              DELIMITED BY SIZE INTO REG-RPT-CAMBIOS
           END-STRING
           WRITE REG-RPT-CAMBIOS

           DISPLAY "TRANSACCIONES LEIDAS AL MAESTRO: " WKS-I-LEIDAS
           DISPLAY "TRANSACCIONES APLICADAS: " WKS-I-APLICADAS
           DISPLAY "TRANSACCIONES RECHAZADAS: " WKS-I-RECHAZADAS.
       0007-TOTALES-E.
           EXIT.

       0008-INICIO-CARGA-DPI SECTION.
      *CARGA CODIGO Y DPI DE TODOS LOS DOCENTES DEL MAESTRO (TAMBIEN
      *LOS INACTIVOS: UN DPI NO SE REPITE AUNQUE EL DOCENTE SE HAYA
      *DADO DE BAJA).
           MOVE ZEROES TO DOC-CODIGO
           START DOCENTE-MASTER KEY IS NOT LESS THAN DOC-LLAVE
           END-START
           IF WKS-FS-DOCMST NOT = "00"
              GO TO 0008-CARGA-DPI-E
           END-IF

           READ DOCENTE-MASTER NEXT
           AT END
              SET WKS-FIN-DOCMST TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-DOCMST
                   IF WKS-TP-CANT < 500
                      ADD 1 TO WKS-TP-CANT
                      MOVE DOC-CODIGO TO WKS-TP-CODIGO(WKS-TP-CANT)
                      MOVE DOC-DPI TO WKS-TP-DPI(WKS-TP-CANT)
                   ELSE
                      DISPLAY "TABLA DE DPI LLENA, DOCENTE SIN "
                              "REVISAR: " DOC-CODIGO
                   END-IF
                   READ DOCENTE-MASTER NEXT
                   AT END
                      SET WKS-FIN-DOCMST TO TRUE
                   END-READ
           END-PERFORM

           DISPLAY "DOCENTES CARGADOS DEL MAESTRO: " WKS-TP-CANT.
       0008-CARGA-DPI-E.
           EXIT.

       0009-INICIO-VALIDA-DATOS SECTION.
      *NOMBRE, DPI (DIGITO VERIFICADOR COMUN Y NO REPETIDO EN OTRO
      *DOCENTE; WKS-TP-PROPIA SENALA LA ENTRADA DEL MISMO DOCENTE,
      *QUE NO SE COMPARA), MAXIMO DE PERIODOS Y MATERIAS. UN DPI
      *"EN REVISION" TAMPOCO ENTRA HASTA QUE SE ACLARE.
           IF WKS-TD-NOMBRE = SPACES
              MOVE "NOMBRE EN BLANCO" TO WKS-RT-MOTIVO
              GO TO 0009-VALIDA-DATOS-E
           END-IF

           IF WKS-TD-DPI NOT NUMERIC
              MOVE "DPI NO NUMERICO" TO WKS-RT-MOTIVO
              GO TO 0009-VALIDA-DATOS-E
           END-IF
           MOVE WKS-TD-DPI-N TO WKS-CHK-DPI
           CALL 'DPICHK01' USING WKS-CHK-DPI
                                 WKS-CHK-DIGITO
                                 WKS-CHK-VEREDICTO
                                 WKS-CHK-ERROR
           IF WKS-CHK-VEREDICTO NOT = "ACEPTADO"
              STRING "DPI " WKS-CHK-VEREDICTO
                 DELIMITED BY SIZE INTO WKS-RT-MOTIVO
              END-STRING
              GO TO 0009-VALIDA-DATOS-E
           END-IF
           PERFORM VARYING WKS-TP-IDX FROM 1 BY 1
              UNTIL WKS-TP-IDX > WKS-TP-CANT OR
                    WKS-RT-MOTIVO NOT = SPACES
              IF WKS-TP-IDX NOT = WKS-TP-PROPIA AND
                 WKS-TP-DPI(WKS-TP-IDX) = WKS-TD-DPI-N
                 MOVE "DPI YA REGISTRADO" TO WKS-RT-MOTIVO
              END-IF
           END-PERFORM
           IF WKS-RT-MOTIVO NOT = SPACES
              GO TO 0009-VALIDA-DATOS-E
           END-IF

           IF WKS-TD-MAX-PERIODOS NOT NUMERIC
              MOVE "MAXIMO INVALIDO" TO WKS-RT-MOTIVO
              GO TO 0009-VALIDA-DATOS-E
           END-IF
           IF WKS-TD-MAX-PERIODOS-N < 1 OR WKS-TD-MAX-PERIODOS-N > 72
              MOVE "MAXIMO INVALIDO" TO WKS-RT-MOTIVO
              GO TO 0009-VALIDA-DATOS-E
           END-IF

           IF WKS-TD-MATERIAS = SPACES
              MOVE "SIN MATERIAS" TO WKS-RT-MOTIVO
           END-IF.
       0009-VALIDA-DATOS-E.
           EXIT.

       0010-INICIO-MUEVE-DATOS SECTION.
      *DATOS DE LA TRANSACCION AL REGISTRO DEL MAESTRO, ACTIVO.
           MOVE WKS-TD-NOMBRE TO DOC-NOMBRE
           MOVE WKS-TD-DPI-N TO DOC-DPI
           MOVE WKS-TD-MAX-PERIODOS-N TO DOC-MAX-PERIODOS
           MOVE WKS-TD-MATERIAS TO DOC-MATERIAS
           MOVE "A" TO DOC-ESTADO.
       0010-MUEVE-DATOS-E.
           EXIT.
