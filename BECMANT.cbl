      ******************************************************************
      * FECHA       : 2026                                             *
      * PROGRAMADOR : DIANA STEFFANNY SALGUERO ROSALES                 *
      * APLICACION  : EDUCACION                                        *
      * PROGRAMA    : EDUC3107                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : MANTENIMIENTO DEL MAESTRO DE BECAS (BECMST).     *
      *             : APLICA TRANSACCIONES DE ALTA (A), MODIFICACION   *
      *             : (M) Y BAJA/DESACTIVACION (B) LEIDAS DEL ARCHIVO  *
      *             : DE CONTROL TRANSBEC. EL ESTUDIANTE DEBE EXISTIR  *
      *             : EN ESTUMST; LA BECA ES DE MERITO (M) O DE        *
      *             : NECESIDAD (N), POR PORCENTAJE (P, DE 0.01 A 100) *
      *             : O POR MONTO FIJO MENSUAL (F, MAYOR QUE CERO),    *
      *             : CON VIGENCIA DESDE/HASTA EN FECHAS VALIDAS, Y LA *
      *             : APRUEBA UN OPERADOR ACTIVO DE OPERMST CON LA     *
      *             : ACCION APROBAR. EMITE EL REPORTE DE CAMBIOS      *
      *             : ANTES/DESPUES EN EL MOLDE DEL MANTENIMIENTO DE   *
      *             : DOCENTES (EDUC3103).                             *
      * ARCHIVOS    : BECMST (I-O), ESTUMST (ENTRADA), OPERMST         *
      *             : (ENTRADA), TRANSBEC (ENTRADA), RPTBEC (SALIDA)   *
      * PROGRAMA(S) : RUNSTAT1                                         *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDUC3107.
       AUTHOR. DIANA SALGUERO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BECA-MASTER ASSIGN TO BECMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BEC-LLAVE
                  FILE STATUS IS WKS-FS-BECMST.
           SELECT ESTUDIANTE-MASTER ASSIGN TO ESTUMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS ESTUM-LLAVE
                  FILE STATUS IS WKS-FS-ESTUMST.
           SELECT OPERADOR-MASTER ASSIGN TO OPERMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS OPERMST-LLAVE
                  FILE STATUS IS WKS-FS-OPERMST.
           SELECT TRANS-BECAS ASSIGN TO TRANSBEC
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-TRANSBEC.
           SELECT RPT-CAMBIOS ASSIGN TO RPTBEC
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-RPTBEC.

       DATA DIVISION.

       FILE SECTION.
       FD BECA-MASTER.
           COPY BECAMST.

       FD ESTUDIANTE-MASTER.
           COPY ESTUMST.

       FD OPERADOR-MASTER.
           COPY OPERMST.

       FD TRANS-BECAS.
       01 REG-TRANS-BECAS               PIC X(90).

       FD RPT-CAMBIOS.
       01 REG-RPT-CAMBIOS               PIC X(120).

       WORKING-STORAGE SECTION.

       01 WKS-CONTROL-ARCHIVOS.
          02 WKS-FS-BECMST              PIC X(02) VALUE SPACES.
          02 WKS-FS-ESTUMST             PIC X(02) VALUE SPACES.
          02 WKS-FS-OPERMST             PIC X(02) VALUE SPACES.
          02 WKS-FS-TRANSBEC            PIC X(02) VALUE SPACES.
             88 WKS-FIN-TRANSBEC                  VALUE "10".
          02 WKS-FS-RPTBEC              PIC X(02) VALUE SPACES.

       01 WKS-ITERACIONES.
          02 WKS-I-LEIDAS               PIC 9(05) VALUE ZEROES.
          02 WKS-I-APLICADAS            PIC 9(05) VALUE ZEROES.
          02 WKS-I-RECHAZADAS           PIC 9(05) VALUE ZEROES.

       01 WKS-FECHA-HOY                 PIC 9(08) VALUE ZEROES.

      *TRANSACCION DE MANTENIMIENTO: A=ALTA, M=MODIFICACION (TODOS
      *LOS DATOS; REACTIVA LA BECA), B=BAJA (DESACTIVACION; LA BECA
      *QUEDA INACTIVA PARA CONSERVAR LA HISTORIA). EL PORCENTAJE Y EL
      *MONTO VIENEN SIN PUNTO DECIMAL (DOS DECIMALES IMPLICITOS); SOLO
      *SE TOMA EL QUE CORRESPONDE A LA MODALIDAD. EL OPERADOR QUE
      *APRUEBA VA EN TODAS LAS ACCIONES, TAMBIEN EN LA BAJA.
       01 WKS-REG-TRANS.
          02 WKS-TB-ACCION              PIC X(01) VALUE SPACES.
             88 WKS-TB-ALTA                       VALUE "A".
             88 WKS-TB-MODIFICACION               VALUE "M".
             88 WKS-TB-BAJA                       VALUE "B".
          02 WKS-TB-CODIGO              PIC X(05) VALUE SPACES.
          02 WKS-TB-CODIGO-N REDEFINES WKS-TB-CODIGO
                                        PIC 9(05).
          02 WKS-TB-TIPO                PIC X(01) VALUE SPACES.
             88 WKS-TB-TIPO-VALIDO                VALUE "M" "N".
          02 WKS-TB-MODALIDAD           PIC X(01) VALUE SPACES.
             88 WKS-TB-PORCENTUAL                 VALUE "P".
             88 WKS-TB-MONTO-FIJO                 VALUE "F".
          02 WKS-TB-PORCENTAJE          PIC X(05) VALUE SPACES.
          02 WKS-TB-PORCENTAJE-N REDEFINES WKS-TB-PORCENTAJE
                                        PIC 9(03)V99.
          02 WKS-TB-MONTO               PIC X(09) VALUE SPACES.
          02 WKS-TB-MONTO-N REDEFINES WKS-TB-MONTO
                                        PIC 9(07)V99.
          02 WKS-TB-DESDE               PIC X(08) VALUE SPACES.
          02 WKS-TB-DESDE-N REDEFINES WKS-TB-DESDE
                                        PIC 9(08).
          02 WKS-TB-HASTA               PIC X(08) VALUE SPACES.
          02 WKS-TB-HASTA-N REDEFINES WKS-TB-HASTA
                                        PIC 9(08).
          02 WKS-TB-OPERADOR            PIC X(08) VALUE SPACES.
          02 FILLER                     PIC X(44).

      *IMAGEN DEL REGISTRO DEL MAESTRO ANTES DEL CAMBIO. EL VALOR ES
      *EL PORCENTAJE O EL MONTO SEGUN LA MODALIDAD.
       01 WKS-IMAGEN-ANTES.
          02 WKS-AN-TIPO                PIC X(01) VALUE SPACES.
          02 WKS-AN-MODALIDAD           PIC X(01) VALUE SPACES.
          02 WKS-AN-VALOR               PIC 9(07)V99 VALUE ZEROES.
          02 WKS-AN-DESDE               PIC 9(08) VALUE ZEROES.
          02 WKS-AN-HASTA               PIC 9(08) VALUE ZEROES.
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
          02 WKS-LC-ANTES-TIPO          PIC X(01) VALUE SPACES.
          02 WKS-LC-ANTES-MODALIDAD     PIC X(01) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LC-ANTES-VALOR         PIC Z(06)9.99.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LC-ANTES-DESDE         PIC 9(08) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LC-ANTES-HASTA         PIC 9(08) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LC-ANTES-ESTADO        PIC X(01) VALUE SPACES.
          02 FILLER                     PIC X(03) VALUE " ->".
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LC-DESPUES-TIPO        PIC X(01) VALUE SPACES.
          02 WKS-LC-DESPUES-MODALIDAD   PIC X(01) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LC-DESPUES-VALOR       PIC Z(06)9.99.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LC-DESPUES-DESDE       PIC 9(08) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LC-DESPUES-HASTA       PIC 9(08) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LC-DESPUES-ESTADO      PIC X(01) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LC-OPERADOR            PIC X(08) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LC-RESULTADO           PIC X(09) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LC-MOTIVO              PIC X(20) VALUE SPACES.

      *AREA PARA LA RUTINA COMUN DE ESTADISTICAS DE CORRIDA.
       01 WKS-CONTROL-ESTADISTICA.
          02 WKS-ST-PROGRAMA            PIC X(08) VALUE "EDUK3107".
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

           PERFORM 0001-INICIO-ABRE-ARCHIVOS THRU 0001-ABRE-ARCHIVOS-E

           READ TRANS-BECAS INTO WKS-REG-TRANS
           AT END
              SET WKS-FIN-TRANSBEC TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-TRANSBEC
                   ADD 1 TO WKS-I-LEIDAS
                   PERFORM 0002-INICIO-APLICA-TRANS THRU
                      0002-APLICA-TRANS-E
                   PERFORM 0006-INICIO-LINEA-REPORTE THRU
                      0006-LINEA-REPORTE-E
                   READ TRANS-BECAS INTO WKS-REG-TRANS
                   AT END
                      SET WKS-FIN-TRANSBEC TO TRUE
                   END-READ
           END-PERFORM

           PERFORM 0007-INICIO-TOTALES THRU 0007-TOTALES-E

           CLOSE BECA-MASTER, ESTUDIANTE-MASTER, OPERADOR-MASTER,
                 TRANS-BECAS, RPT-CAMBIOS

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
           OPEN I-O BECA-MASTER
           IF WKS-FS-BECMST = "35"
              OPEN OUTPUT BECA-MASTER
              CLOSE BECA-MASTER
              OPEN I-O BECA-MASTER
           END-IF
           IF WKS-FS-BECMST NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE BECAS"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT ESTUDIANTE-MASTER
           IF WKS-FS-ESTUMST NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE ESTUDIANTES"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT OPERADOR-MASTER
           IF WKS-FS-OPERMST NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE OPERADORES"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT TRANS-BECAS
           IF WKS-FS-TRANSBEC NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE TRANSACCIONES"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT RPT-CAMBIOS
           IF WKS-FS-RPTBEC NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL REPORTE DE CAMBIOS"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE SPACES TO REG-RPT-CAMBIOS
           MOVE "A CODIG ANTES (TM/VALOR/DESDE/HASTA/EST) -> DESPUES" TO
              REG-RPT-CAMBIOS(1:51)
           MOVE "OPERADOR RESULTADO" TO REG-RPT-CAMBIOS(80:18)
           WRITE REG-RPT-CAMBIOS.
       0001-ABRE-ARCHIVOS-E.
           EXIT.

       0002-INICIO-APLICA-TRANS SECTION.
           MOVE "N" TO WKS-RT-APLICADA
           MOVE SPACES TO WKS-RT-MOTIVO
           MOVE SPACES TO WKS-IMAGEN-ANTES
           MOVE ZEROES TO WKS-AN-VALOR WKS-AN-DESDE WKS-AN-HASTA

           IF WKS-TB-CODIGO NOT NUMERIC OR WKS-TB-CODIGO-N = ZEROES
              MOVE "CODIGO INVALIDO" TO WKS-RT-MOTIVO
              ADD 1 TO WKS-I-RECHAZADAS
              GO TO 0002-APLICA-TRANS-E
           END-IF

           MOVE WKS-TB-CODIGO-N TO BEC-CODIGO
           READ BECA-MASTER
           END-READ
           IF WKS-FS-BECMST = "00"
              MOVE BEC-TIPO TO WKS-AN-TIPO
              MOVE BEC-MODALIDAD TO WKS-AN-MODALIDAD
              IF BEC-PORCENTUAL
                 MOVE BEC-PORCENTAJE TO WKS-AN-VALOR
              ELSE
                 MOVE BEC-MONTO TO WKS-AN-VALOR
              END-IF
              MOVE BEC-DESDE TO WKS-AN-DESDE
              MOVE BEC-HASTA TO WKS-AN-HASTA
              MOVE BEC-ESTADO TO WKS-AN-ESTADO
           END-IF

           PERFORM 0008-INICIO-VALIDA-OPERADOR THRU
              0008-VALIDA-OPERADOR-E
           IF WKS-RT-MOTIVO NOT = SPACES
              ADD 1 TO WKS-I-RECHAZADAS
              GO TO 0002-APLICA-TRANS-E
           END-IF

           EVALUATE TRUE
           WHEN WKS-TB-ALTA
                PERFORM 0003-INICIO-ALTA THRU 0003-ALTA-E
           WHEN WKS-TB-MODIFICACION
                PERFORM 0004-INICIO-MODIFICACION THRU
                   0004-MODIFICACION-E
           WHEN WKS-TB-BAJA
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
           PERFORM 0009-INICIO-VALIDA-DATOS THRU 0009-VALIDA-DATOS-E
           IF WKS-RT-MOTIVO NOT = SPACES
              GO TO 0003-ALTA-E
           END-IF

           MOVE WKS-TB-CODIGO-N TO BEC-CODIGO
           PERFORM 0010-INICIO-MUEVE-DATOS THRU 0010-MUEVE-DATOS-E
           MOVE ZEROES TO BEC-FECHA-RENOVACION
           WRITE BEC-REGISTRO
           END-WRITE
           IF WKS-FS-BECMST = "00"
              SET WKS-TRANS-APLICADA TO TRUE
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
           PERFORM 0009-INICIO-VALIDA-DATOS THRU 0009-VALIDA-DATOS-E
           IF WKS-RT-MOTIVO NOT = SPACES
              GO TO 0004-MODIFICACION-E
           END-IF

           PERFORM 0010-INICIO-MUEVE-DATOS THRU 0010-MUEVE-DATOS-E
           REWRITE BEC-REGISTRO
           END-REWRITE
           IF WKS-FS-BECMST = "00"
              SET WKS-TRANS-APLICADA TO TRUE
           ELSE
              MOVE "ERROR DE GRABACION" TO WKS-RT-MOTIVO
           END-IF.
       0004-MODIFICACION-E.
           EXIT.

       0005-INICIO-BAJA SECTION.
           IF WKS-AN-ESTADO = SPACES
              MOVE "LLAVE NO EXISTE" TO WKS-RT-MOTIVO
           ELSE
              MOVE "I" TO BEC-ESTADO
              MOVE WKS-TB-OPERADOR TO BEC-OPERADOR
              REWRITE BEC-REGISTRO
              END-REWRITE
              IF WKS-FS-BECMST = "00"
                 SET WKS-TRANS-APLICADA TO TRUE
              ELSE
                 MOVE "ERROR DE GRABACION" TO WKS-RT-MOTIVO
              END-IF
           END-IF.
       0005-BAJA-E.
           EXIT.

       0006-INICIO-LINEA-REPORTE SECTION.
           MOVE WKS-TB-ACCION TO WKS-LC-ACCION
           MOVE WKS-TB-CODIGO TO WKS-LC-CODIGO
           MOVE WKS-AN-TIPO TO WKS-LC-ANTES-TIPO
           MOVE WKS-AN-MODALIDAD TO WKS-LC-ANTES-MODALIDAD
           MOVE WKS-AN-VALOR TO WKS-LC-ANTES-VALOR
           MOVE WKS-AN-DESDE TO WKS-LC-ANTES-DESDE
           MOVE WKS-AN-HASTA TO WKS-LC-ANTES-HASTA
           MOVE WKS-AN-ESTADO TO WKS-LC-ANTES-ESTADO
           MOVE WKS-TB-OPERADOR TO WKS-LC-OPERADOR

           IF WKS-TRANS-APLICADA
              MOVE BEC-TIPO TO WKS-LC-DESPUES-TIPO
              MOVE BEC-MODALIDAD TO WKS-LC-DESPUES-MODALIDAD
              IF BEC-PORCENTUAL
                 MOVE BEC-PORCENTAJE TO WKS-LC-DESPUES-VALOR
              ELSE
                 MOVE BEC-MONTO TO WKS-LC-DESPUES-VALOR
              END-IF
              MOVE BEC-DESDE TO WKS-LC-DESPUES-DESDE
              MOVE BEC-HASTA TO WKS-LC-DESPUES-HASTA
              MOVE BEC-ESTADO TO WKS-LC-DESPUES-ESTADO
              MOVE "APLICADA" TO WKS-LC-RESULTADO
           ELSE
              MOVE WKS-AN-TIPO TO WKS-LC-DESPUES-TIPO
              MOVE WKS-AN-MODALIDAD TO WKS-LC-DESPUES-MODALIDAD
              MOVE WKS-AN-VALOR TO WKS-LC-DESPUES-VALOR
              MOVE WKS-AN-DESDE TO WKS-LC-DESPUES-DESDE
              MOVE WKS-AN-HASTA TO WKS-LC-DESPUES-HASTA
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

       0008-INICIO-VALIDA-OPERADOR SECTION.
      *TODA TRANSACCION LA RESPALDA UN OPERADOR VIGENTE DE OPERMST
      *QUE TENGA PERMITIDA LA ACCION APROBAR, IGUAL QUE EN LAS
      *DECISIONES DE CORRECCIONES (EDUC3044).
           EVALUATE TRUE
           WHEN WKS-TB-OPERADOR = SPACES
                MOVE "SIN ID DE OPERADOR" TO WKS-RT-MOTIVO
           WHEN OTHER
                MOVE WKS-TB-OPERADOR TO OPERMST-ID
                READ OPERADOR-MASTER
                END-READ
                EVALUATE TRUE
                WHEN WKS-FS-OPERMST NOT = "00"
                     MOVE "OPERADOR DESCONOCIDO" TO WKS-RT-MOTIVO
                WHEN OPERMST-ESTADO NOT = "A"
                     MOVE "OPERADOR INACTIVO" TO WKS-RT-MOTIVO
                WHEN OPERMST-ACCION1 NOT = "APROBAR" AND
                     OPERMST-ACCION2 NOT = "APROBAR"
                     MOVE "ACCION NO PERMITIDA" TO WKS-RT-MOTIVO
                WHEN OTHER
                     CONTINUE
                END-EVALUATE
           END-EVALUATE.
       0008-VALIDA-OPERADOR-E.
           EXIT.

       0009-INICIO-VALIDA-DATOS SECTION.
      *ESTUDIANTE EXISTENTE, TIPO, MODALIDAD CON SU VALOR Y VIGENCIA
      *CON FECHAS REALES Y DESDE NO POSTERIOR A HASTA.
           MOVE WKS-TB-CODIGO-N TO ESTUM-CODIGO
           READ ESTUDIANTE-MASTER
           END-READ
           IF WKS-FS-ESTUMST NOT = "00"
              MOVE "ESTUDIANTE NO EXISTE" TO WKS-RT-MOTIVO
              GO TO 0009-VALIDA-DATOS-E
           END-IF

           IF NOT WKS-TB-TIPO-VALIDO
              MOVE "TIPO INVALIDO" TO WKS-RT-MOTIVO
              GO TO 0009-VALIDA-DATOS-E
           END-IF

           EVALUATE TRUE
           WHEN WKS-TB-PORCENTUAL
                IF WKS-TB-PORCENTAJE NOT NUMERIC
                   MOVE "PORCENTAJE INVALIDO" TO WKS-RT-MOTIVO
                ELSE
                   IF WKS-TB-PORCENTAJE-N = ZEROES OR
                      WKS-TB-PORCENTAJE-N > 100
                      MOVE "PORCENTAJE INVALIDO" TO WKS-RT-MOTIVO
                   END-IF
                END-IF
           WHEN WKS-TB-MONTO-FIJO
                IF WKS-TB-MONTO NOT NUMERIC
                   MOVE "MONTO INVALIDO" TO WKS-RT-MOTIVO
                ELSE
                   IF WKS-TB-MONTO-N = ZEROES
                      MOVE "MONTO INVALIDO" TO WKS-RT-MOTIVO
                   END-IF
                END-IF
           WHEN OTHER
                MOVE "MODALIDAD INVALIDA" TO WKS-RT-MOTIVO
           END-EVALUATE
           IF WKS-RT-MOTIVO NOT = SPACES
              GO TO 0009-VALIDA-DATOS-E
           END-IF

           IF WKS-TB-DESDE NOT NUMERIC OR WKS-TB-HASTA NOT NUMERIC
              MOVE "VIGENCIA INVALIDA" TO WKS-RT-MOTIVO
              GO TO 0009-VALIDA-DATOS-E
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WKS-TB-DESDE-N) NOT = 0 OR
              FUNCTION TEST-DATE-YYYYMMDD(WKS-TB-HASTA-N) NOT = 0
              MOVE "VIGENCIA INVALIDA" TO WKS-RT-MOTIVO
              GO TO 0009-VALIDA-DATOS-E
           END-IF
           IF WKS-TB-DESDE-N > WKS-TB-HASTA-N
              MOVE "VIGENCIA INVERTIDA" TO WKS-RT-MOTIVO
           END-IF.
       0009-VALIDA-DATOS-E.
           EXIT.

       0010-INICIO-MUEVE-DATOS SECTION.
      *DATOS DE LA TRANSACCION AL REGISTRO DEL MAESTRO, ACTIVA. SE
      *GUARDA SOLO EL VALOR DE LA MODALIDAD; EL OTRO QUEDA EN CERO.
           MOVE WKS-TB-TIPO TO BEC-TIPO
           MOVE WKS-TB-MODALIDAD TO BEC-MODALIDAD
           MOVE ZEROES TO BEC-PORCENTAJE BEC-MONTO
           IF WKS-TB-PORCENTUAL
              MOVE WKS-TB-PORCENTAJE-N TO BEC-PORCENTAJE
           ELSE
              MOVE WKS-TB-MONTO-N TO BEC-MONTO
           END-IF
           MOVE WKS-TB-DESDE-N TO BEC-DESDE
           MOVE WKS-TB-HASTA-N TO BEC-HASTA
           MOVE WKS-TB-OPERADOR TO BEC-OPERADOR
           MOVE WKS-FECHA-HOY TO BEC-FECHA-APROBACION
           MOVE "A" TO BEC-ESTADO.
       0010-MUEVE-DATOS-E.
           EXIT.
