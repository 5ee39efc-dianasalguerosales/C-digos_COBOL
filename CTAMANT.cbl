      ******************************************************************
      * FECHA       : 2026                                             *
      * PROGRAMADOR : DIANA STEFFANNY SALGUERO ROSALES                 *
      * APLICACION  : EDUCACION                                        *
      * PROGRAMA    : EDUC3070                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : MANTENIMIENTO DEL MAESTRO DE CUENTAS (CTAMST).   *
      *             : APLICA TRANSACCIONES DE ALTA (A), MODIFICACION   *
      *             : (M), CONGELAMIENTO (F), LIBERACION (L), CIERRE   *
      *             : (C), DORMANCIA (D) Y REACTIVACION (R) LEIDAS DEL *
      *             : ARCHIVO DE CONTROL TRANSCTA, Y EMITE UN REPORTE  *
      *             : DE CAMBIOS ANTES/DESPUES POR CADA TRANSACCION,   *
      *             : EN EL MISMO MOLDE DEL MANTENIMIENTO DE AGENCIAS  *
      *             : (EDUC3041).                                      *
      * ARCHIVOS    : CTAMST (I-O), TRANSCTA (ENTRADA),                *
      *             : RPTCTA (SALIDA)                                  *
      * PROGRAMA(S) : NO APLICA PARA ESTE CASO                         *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDUC3070.
       AUTHOR. DIANA SALGUERO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUENTA-MASTER ASSIGN TO CTAMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CTAMST-LLAVE
                  FILE STATUS IS WKS-FS-CTAMST.
           SELECT TRANS-CUENTAS ASSIGN TO TRANSCTA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-TRANSCTA.
           SELECT RPT-CAMBIOS ASSIGN TO RPTCTA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-RPTCTA.

       DATA DIVISION.

       FILE SECTION.
       FD CUENTA-MASTER.
           COPY CTAMST.

       FD TRANS-CUENTAS.
       01 REG-TRANS-CUENTAS             PIC X(40).

       FD RPT-CAMBIOS.
       01 REG-RPT-CAMBIOS               PIC X(110).

       WORKING-STORAGE SECTION.

       01 WKS-CONTROL-ARCHIVOS.
          02 WKS-FS-CTAMST              PIC X(02) VALUE SPACES.
          02 WKS-FS-TRANSCTA            PIC X(02) VALUE SPACES.
             88 WKS-FIN-TRANSCTA                  VALUE "10".
          02 WKS-FS-RPTCTA              PIC X(02) VALUE SPACES.

       01 WKS-ITERACIONES.
          02 WKS-I-LEIDAS               PIC 9(05) VALUE ZEROES.
          02 WKS-I-APLICADAS            PIC 9(05) VALUE ZEROES.
          02 WKS-I-RECHAZADAS           PIC 9(05) VALUE ZEROES.

      *TRANSACCION DE MANTENIMIENTO: A=ALTA, M=MODIFICACION,
      *F=CONGELAMIENTO, L=LIBERACION DEL CONGELAMIENTO, C=CIERRE,
      *D=DORMANCIA (LA GENERA EDUC3084), R=REACTIVACION DE DORMIDA.
      *LA FECHA ES LA DE APERTURA EN EL ALTA Y LA DE CIERRE EN EL
      *CIERRE. EL CIERRE NO BORRA LA CUENTA: LA MARCA CERRADA CON
      *SU FECHA, PARA CONSERVAR LA HISTORIA.
       01 WKS-REG-TRANS.
          02 WKS-TA-ACCION              PIC X(01) VALUE SPACES.
             88 WKS-TA-ALTA                       VALUE "A".
             88 WKS-TA-MODIFICACION               VALUE "M".
             88 WKS-TA-CONGELA                    VALUE "F".
             88 WKS-TA-LIBERA                     VALUE "L".
             88 WKS-TA-CIERRE                     VALUE "C".
             88 WKS-TA-DORMANCIA                  VALUE "D".
             88 WKS-TA-REACTIVA                   VALUE "R".
          02 WKS-TA-NUMERO              PIC 9(10) VALUE ZEROES.
          02 WKS-TA-CLASE               PIC X(01) VALUE SPACES.
          02 WKS-TA-MONEDA              PIC X(01) VALUE SPACES.
          02 WKS-TA-AGENCIA             PIC X(03) VALUE SPACES.
          02 WKS-TA-FECHA               PIC X(08) VALUE SPACES.
          02 FILLER                     PIC X(16).

      *CATALOGO DE CODIGOS DE MONEDA VALIDOS, EL MISMO DEL EXTRACTO
      *DIARIO (EDUC3011): 1, 2, 3 Y 9.
       01 WKS-MONEDAS-VALIDAS           PIC X(04) VALUE "1239".

      *IMAGEN DEL REGISTRO DEL MAESTRO ANTES DEL CAMBIO.
       01 WKS-IMAGEN-ANTES.
          02 WKS-AN-CLASE               PIC X(01) VALUE SPACES.
          02 WKS-AN-MONEDA              PIC X(01) VALUE SPACES.
          02 WKS-AN-AGENCIA             PIC X(03) VALUE SPACES.
          02 WKS-AN-ESTADO              PIC X(01) VALUE SPACES.

       01 WKS-RESULTADO-TRANS.
          02 WKS-RT-APLICADA            PIC X(01) VALUE "N".
             88 WKS-TRANS-APLICADA                VALUE "S".
          02 WKS-RT-MOTIVO              PIC X(20) VALUE SPACES.

       01 WKS-VALIDACION-DATOS.
          02 WKS-VD-CANT-MONEDA         PIC 9(02) VALUE ZEROES.

       01 WKS-LINEA-CAMBIO.
          02 WKS-LC-ACCION              PIC X(01) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LC-NUMERO              PIC 9(10) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LC-ANTES-CLASE         PIC X(01) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LC-ANTES-MONEDA        PIC X(01) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LC-ANTES-AGENCIA       PIC X(03) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LC-ANTES-ESTADO        PIC X(01) VALUE SPACES.
          02 FILLER                     PIC X(03) VALUE " ->".
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LC-DESPUES-CLASE       PIC X(01) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LC-DESPUES-MONEDA      PIC X(01) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LC-DESPUES-AGENCIA     PIC X(03) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LC-DESPUES-ESTADO      PIC X(01) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LC-FECHA               PIC X(08) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LC-RESULTADO           PIC X(09) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LC-MOTIVO              PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-INICIO SECTION.
           PERFORM 0001-INICIO-ABRE-ARCHIVOS THRU 0001-ABRE-ARCHIVOS-E

           READ TRANS-CUENTAS INTO WKS-REG-TRANS
           AT END
              SET WKS-FIN-TRANSCTA TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-TRANSCTA
                   ADD 1 TO WKS-I-LEIDAS
                   PERFORM 0002-INICIO-APLICA-TRANS THRU
                      0002-APLICA-TRANS-E
                   PERFORM 0006-INICIO-LINEA-REPORTE THRU
                      0006-LINEA-REPORTE-E
                   READ TRANS-CUENTAS INTO WKS-REG-TRANS
                   AT END
                      SET WKS-FIN-TRANSCTA TO TRUE
                   END-READ
           END-PERFORM

           PERFORM 0007-INICIO-TOTALES THRU 0007-TOTALES-E

           CLOSE CUENTA-MASTER, TRANS-CUENTAS, RPT-CAMBIOS

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
           OPEN I-O CUENTA-MASTER
           IF WKS-FS-CTAMST = "35"
              OPEN OUTPUT CUENTA-MASTER
              CLOSE CUENTA-MASTER
              OPEN I-O CUENTA-MASTER
           END-IF
           IF WKS-FS-CTAMST NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE CUENTAS"
              STOP RUN
           END-IF

           OPEN INPUT TRANS-CUENTAS
           IF WKS-FS-TRANSCTA NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE TRANSACCIONES"
              STOP RUN
           END-IF

           OPEN OUTPUT RPT-CAMBIOS
           IF WKS-FS-RPTCTA NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL REPORTE DE CAMBIOS"
              STOP RUN
           END-IF

           MOVE SPACES TO REG-RPT-CAMBIOS
           MOVE "A CUENTA     ANTES (CL/MO/AGE/EST) -> DESPUES" TO
              REG-RPT-CAMBIOS(1:46)
           MOVE "FECHA" TO REG-RPT-CAMBIOS(48:5)
           MOVE "RESULTADO" TO REG-RPT-CAMBIOS(57:9)
           WRITE REG-RPT-CAMBIOS.
       0001-ABRE-ARCHIVOS-E.
           EXIT.

       0002-INICIO-APLICA-TRANS SECTION.
           SET WKS-RT-APLICADA TO "N"
           MOVE SPACES TO WKS-RT-MOTIVO
           MOVE SPACES TO WKS-IMAGEN-ANTES

           IF WKS-TA-NUMERO NOT NUMERIC OR WKS-TA-NUMERO = ZEROES
              MOVE "LLAVE NO NUMERICA" TO WKS-RT-MOTIVO
              ADD 1 TO WKS-I-RECHAZADAS
              GO TO 0002-APLICA-TRANS-E
           END-IF

           MOVE WKS-TA-NUMERO TO CTAMST-NUMERO
           READ CUENTA-MASTER
           END-READ
           IF WKS-FS-CTAMST = "00"
              MOVE CTAMST-CLASE TO WKS-AN-CLASE
              MOVE CTAMST-MONEDA TO WKS-AN-MONEDA
              MOVE CTAMST-AGENCIA TO WKS-AN-AGENCIA
              MOVE CTAMST-ESTADO TO WKS-AN-ESTADO
           END-IF

           EVALUATE TRUE
           WHEN WKS-TA-ALTA
                PERFORM 0003-INICIO-ALTA THRU 0003-ALTA-E
           WHEN WKS-TA-MODIFICACION
                PERFORM 0004-INICIO-MODIFICACION THRU
                   0004-MODIFICACION-E
           WHEN WKS-TA-CONGELA
           WHEN WKS-TA-LIBERA
           WHEN WKS-TA-DORMANCIA
           WHEN WKS-TA-REACTIVA
                PERFORM 0008-INICIO-CONGELA THRU 0008-CONGELA-E
           WHEN WKS-TA-CIERRE
                PERFORM 0005-INICIO-CIERRE THRU 0005-CIERRE-E
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

           PERFORM 0009-INICIO-VALIDA-DATOS THRU 0009-VALIDA-DATOS-E
           IF WKS-RT-MOTIVO NOT = SPACES
              GO TO 0003-ALTA-E
           END-IF
           IF WKS-TA-FECHA NOT NUMERIC
              MOVE "FECHA NO NUMERICA" TO WKS-RT-MOTIVO
              GO TO 0003-ALTA-E
           END-IF

           MOVE WKS-TA-NUMERO TO CTAMST-NUMERO
           MOVE WKS-TA-CLASE TO CTAMST-CLASE
           MOVE WKS-TA-MONEDA TO CTAMST-MONEDA
           MOVE WKS-TA-AGENCIA TO CTAMST-AGENCIA
           MOVE "A" TO CTAMST-ESTADO
           MOVE WKS-TA-FECHA TO CTAMST-FECHA-APERTURA
           MOVE ZEROES TO CTAMST-FECHA-CIERRE
           WRITE CTAMST-REGISTRO
           IF WKS-FS-CTAMST = "00"
              SET WKS-TRANS-APLICADA TO TRUE
           ELSE
              MOVE "ERROR DE GRABACION" TO WKS-RT-MOTIVO
           END-IF.
       0003-ALTA-E.
           EXIT.

       0004-INICIO-MODIFICACION SECTION.
      *LA MODIFICACION CORRIGE CLASE, MONEDA Y AGENCIA DUENA; NO
      *CAMBIA EL ESTADO NI LAS FECHAS, Y NO APLICA A UNA CUENTA YA
      *CERRADA.
           EVALUATE TRUE
           WHEN WKS-AN-ESTADO = SPACES
                MOVE "LLAVE NO EXISTE" TO WKS-RT-MOTIVO
           WHEN WKS-AN-ESTADO = "C"
                MOVE "CUENTA CERRADA" TO WKS-RT-MOTIVO
           WHEN OTHER
                PERFORM 0009-INICIO-VALIDA-DATOS THRU
                   0009-VALIDA-DATOS-E
           END-EVALUATE
           IF WKS-RT-MOTIVO NOT = SPACES
              GO TO 0004-MODIFICACION-E
           END-IF

           MOVE WKS-TA-CLASE TO CTAMST-CLASE
           MOVE WKS-TA-MONEDA TO CTAMST-MONEDA
           MOVE WKS-TA-AGENCIA TO CTAMST-AGENCIA
           REWRITE CTAMST-REGISTRO
           IF WKS-FS-CTAMST = "00"
              SET WKS-TRANS-APLICADA TO TRUE
           ELSE
              MOVE "ERROR DE GRABACION" TO WKS-RT-MOTIVO
           END-IF.
       0004-MODIFICACION-E.
           EXIT.

       0005-INICIO-CIERRE SECTION.
           EVALUATE TRUE
           WHEN WKS-AN-ESTADO = SPACES
                MOVE "LLAVE NO EXISTE" TO WKS-RT-MOTIVO
           WHEN WKS-AN-ESTADO = "C"
                MOVE "CUENTA YA CERRADA" TO WKS-RT-MOTIVO
           WHEN WKS-TA-FECHA NOT NUMERIC
                MOVE "FECHA NO NUMERICA" TO WKS-RT-MOTIVO
           WHEN OTHER
                MOVE "C" TO CTAMST-ESTADO
                MOVE WKS-TA-FECHA TO CTAMST-FECHA-CIERRE
                REWRITE CTAMST-REGISTRO
                IF WKS-FS-CTAMST = "00"
                   SET WKS-TRANS-APLICADA TO TRUE
                ELSE
                   MOVE "ERROR DE GRABACION" TO WKS-RT-MOTIVO
                END-IF
           END-EVALUATE.
       0005-CIERRE-E.
           EXIT.

       0006-INICIO-LINEA-REPORTE SECTION.
      *UNA LINEA ANTES/DESPUES POR TRANSACCION. CUANDO FUE
      *RECHAZADA, EL "DESPUES" REPITE LA IMAGEN ANTERIOR PORQUE EL
      *MAESTRO NO CAMBIO.
           MOVE WKS-TA-ACCION TO WKS-LC-ACCION
           MOVE WKS-TA-NUMERO TO WKS-LC-NUMERO
           MOVE WKS-AN-CLASE TO WKS-LC-ANTES-CLASE
           MOVE WKS-AN-MONEDA TO WKS-LC-ANTES-MONEDA
           MOVE WKS-AN-AGENCIA TO WKS-LC-ANTES-AGENCIA
           MOVE WKS-AN-ESTADO TO WKS-LC-ANTES-ESTADO
           MOVE WKS-TA-FECHA TO WKS-LC-FECHA

           IF WKS-TRANS-APLICADA
              MOVE CTAMST-CLASE TO WKS-LC-DESPUES-CLASE
              MOVE CTAMST-MONEDA TO WKS-LC-DESPUES-MONEDA
              MOVE CTAMST-AGENCIA TO WKS-LC-DESPUES-AGENCIA
              MOVE CTAMST-ESTADO TO WKS-LC-DESPUES-ESTADO
              MOVE "APLICADA" TO WKS-LC-RESULTADO
           ELSE
              MOVE WKS-AN-CLASE TO WKS-LC-DESPUES-CLASE
              MOVE WKS-AN-MONEDA TO WKS-LC-DESPUES-MONEDA
              MOVE WKS-AN-AGENCIA TO WKS-LC-DESPUES-AGENCIA
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

       0008-INICIO-CONGELA SECTION.
      *EL CONGELAMIENTO (F) SOLO APLICA A UNA CUENTA ABIERTA Y LA
      *LIBERACION (L) SOLO A UNA CONGELADA; LA DORMANCIA (D) SOLO A
      *UNA ABIERTA Y LA REACTIVACION (R) SOLO A UNA DORMIDA. EN
      *TODOS LOS CASOS SOLO CAMBIA EL ESTADO.
           EVALUATE TRUE
           WHEN WKS-AN-ESTADO = SPACES
                MOVE "LLAVE NO EXISTE" TO WKS-RT-MOTIVO
           WHEN WKS-AN-ESTADO = "C"
                MOVE "CUENTA CERRADA" TO WKS-RT-MOTIVO
           WHEN WKS-TA-CONGELA AND WKS-AN-ESTADO NOT = "A"
                MOVE "CUENTA NO ABIERTA" TO WKS-RT-MOTIVO
           WHEN WKS-TA-LIBERA AND WKS-AN-ESTADO NOT = "F"
                MOVE "CUENTA NO CONGELADA" TO WKS-RT-MOTIVO
           WHEN WKS-TA-DORMANCIA AND WKS-AN-ESTADO NOT = "A"
                MOVE "CUENTA NO ABIERTA" TO WKS-RT-MOTIVO
           WHEN WKS-TA-REACTIVA AND WKS-AN-ESTADO NOT = "D"
                MOVE "CUENTA NO DORMIDA" TO WKS-RT-MOTIVO
           WHEN OTHER
                EVALUATE TRUE
                WHEN WKS-TA-CONGELA
                     MOVE "F" TO CTAMST-ESTADO
                WHEN WKS-TA-DORMANCIA
                     MOVE "D" TO CTAMST-ESTADO
                WHEN OTHER
                     MOVE "A" TO CTAMST-ESTADO
                END-EVALUATE
                REWRITE CTAMST-REGISTRO
                IF WKS-FS-CTAMST = "00"
                   SET WKS-TRANS-APLICADA TO TRUE
                ELSE
                   MOVE "ERROR DE GRABACION" TO WKS-RT-MOTIVO
                END-IF
           END-EVALUATE.
       0008-CONGELA-E.
           EXIT.

       0009-INICIO-VALIDA-DATOS SECTION.
      *CLASE 1-9, MONEDA DEL CATALOGO Y AGENCIA NUMERICA DISTINTA
      *DE CERO, LOS MISMOS RANGOS QUE VALIDA EL EXTRACTO DIARIO.
           IF WKS-TA-CLASE NOT NUMERIC OR WKS-TA-CLASE = "0"
              MOVE "CLASE INVALIDA" TO WKS-RT-MOTIVO
              GO TO 0009-VALIDA-DATOS-E
           END-IF

           MOVE ZEROES TO WKS-VD-CANT-MONEDA
           IF WKS-TA-MONEDA NOT = SPACES
              INSPECT WKS-MONEDAS-VALIDAS TALLYING WKS-VD-CANT-MONEDA
                 FOR ALL WKS-TA-MONEDA
           END-IF
           IF WKS-VD-CANT-MONEDA = ZEROES
              MOVE "MONEDA INVALIDA" TO WKS-RT-MOTIVO
              GO TO 0009-VALIDA-DATOS-E
           END-IF

           IF WKS-TA-AGENCIA NOT NUMERIC OR WKS-TA-AGENCIA = "000"
              MOVE "AGENCIA INVALIDA" TO WKS-RT-MOTIVO
           END-IF.
       0009-VALIDA-DATOS-E.
           EXIT.
