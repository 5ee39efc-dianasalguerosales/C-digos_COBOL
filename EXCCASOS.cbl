      ******************************************************************
      * FECHA       : 2026                                             *
      * PROGRAMADOR : DIANA STEFFANNY SALGUERO ROSALES                 *
      * APLICACION  : EDUCACION                                        *
      * PROGRAMA    : EDUC3089                                         *
      * TIPO        : BATCH (NOCTURNO Y SEMANAL)                       *
      * DESCRIPCION : SEGUIMIENTO DE LAS EXCEPCIONES DE LA             *
      *             : CONCILIACION (EDUC3010) COMO CASOS, POR CUENTA Y *
      *             : MOTIVO. PRIMERO APLICA LAS TARJETAS DEL DIA POR  *
      *             : SYSIN: ASIGNA (CASO A UN ANALISTA VIGENTE DE     *
      *             : OPERMST) Y RESUELVE (CODIGO DE CIERRE FC, DT O   *
      *             : DA MAS UNA NOTA). DESPUES APLICA LAS EXCEPCIONES *
      *             : DE LA NOCHE: ABRE LOS CASOS NUEVOS, REABRE LOS   *
      *             : CERRADOS QUE VUELVEN Y SUPRIME LOS CERRADOS COMO *
      *             : DIFERENCIA ACEPTADA MIENTRAS SU DETALLE NO       *
      *             : CAMBIE (EDUC3018 YA NO LOS REPORTA COMO          *
      *             : CRONICOS). CON REPORTE_SEMANAL=S EMITE EL        *
      *             : REPORTE DE CASOS ABIERTOS POR ANALISTA CON SU    *
      *             : ANTIGUEDAD EN DIAS HABILES Y LA MEZCLA DE        *
      *             : CODIGOS DE CIERRE.                               *
      * ARCHIVOS    : EXCEPCION (ENTRADA), OPERMST (ENTRADA), EXCCASO  *
      *             : (I-O), RPTCASON (SALIDA), RPTCASOS (SALIDA)      *
      * PROGRAMA(S) : ELAPBUS1, PARMRD01, RUNSTAT1                     *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDUC3089.
       AUTHOR. DIANA SALGUERO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-EXCEPCIONES ASSIGN TO EXCEPCION
                  FILE STATUS IS WKS-FS-EXCEPCION.
           SELECT OPERADOR-MASTER ASSIGN TO OPERMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS OPERMST-LLAVE
                  FILE STATUS IS WKS-FS-OPERMST.
           SELECT CASOS-EXCEPCION ASSIGN TO EXCCASO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EXCC-LLAVE
                  FILE STATUS IS WKS-FS-EXCCASO.
      *BITACORA DE LA CORRIDA: TARJETAS APLICADAS O RECHAZADAS Y
      *CASOS NUEVOS O REABIERTOS.
           SELECT RPT-BITACORA ASSIGN TO RPTCASON
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-RPTCASON.
           SELECT RPT-CASOS ASSIGN TO RPTCASOS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-RPTCASOS.

       DATA DIVISION.

       FILE SECTION.
       FD ARCHIVO-EXCEPCIONES
           RECORDING MODE IS F.
       01 AREA-EXCEPCION               PIC X(80).

       FD OPERADOR-MASTER.
           COPY OPERMST.

       FD CASOS-EXCEPCION.
           COPY EXCCASO.

       FD RPT-BITACORA.
       01 REG-RPT-BITACORA             PIC X(132).

       FD RPT-CASOS.
       01 REG-RPT-CASOS                PIC X(132).

       WORKING-STORAGE SECTION.

       01 WKS-CONTROL-ARCHIVOS.
          02 WKS-FS-EXCEPCION          PIC X(02) VALUE SPACES.
             88 WKS-FIN-EXCEPCION                VALUE "10".
          02 WKS-FS-OPERMST            PIC X(02) VALUE SPACES.
          02 WKS-FS-EXCCASO            PIC X(02) VALUE SPACES.
             88 WKS-FIN-EXCCASO                  VALUE "10".
          02 WKS-FS-RPTCASON           PIC X(02) VALUE SPACES.
          02 WKS-FS-RPTCASOS           PIC X(02) VALUE SPACES.

      *MISMO LAYOUT DE LA LINEA DE EXCEPCION QUE GRABA EDUC3010.
       01 WKS-LINEA-EXCEPCION.
          05 WKS-EX-LLAVE              PIC 9(10) VALUE ZEROES.
          05 FILLER                    PIC X(01) VALUE "|".
          05 WKS-EX-RAZON              PIC X(40) VALUE SPACES.
          05 FILLER                    PIC X(01) VALUE "|".
          05 WKS-EX-DETALLE            PIC X(28) VALUE SPACES.

      *TARJETA DE SEGUIMIENTO: ACCION, CUENTA, MOTIVO TAL COMO LO
      *GRABA LA CONCILIACION, ANALISTA, Y PARA RESUELVE EL CODIGO DE
      *CIERRE Y LA NOTA. "FIN" CIERRA LAS TARJETAS.
       01 WKS-TARJETA-CASO.
          02 WKS-TC-ACCION             PIC X(08) VALUE SPACES.
             88 WKS-FIN-SYSIN                    VALUE "FIN".
             88 WKS-TC-ASIGNA                    VALUE "ASIGNA".
             88 WKS-TC-RESUELVE                  VALUE "RESUELVE".
          02 FILLER                    PIC X(01) VALUE SPACES.
          02 WKS-TC-CUENTA             PIC X(10) VALUE SPACES.
          02 FILLER                    PIC X(01) VALUE SPACES.
          02 WKS-TC-RAZON              PIC X(40) VALUE SPACES.
          02 FILLER                    PIC X(01) VALUE SPACES.
          02 WKS-TC-ANALISTA           PIC X(08) VALUE SPACES.
          02 FILLER                    PIC X(01) VALUE SPACES.
          02 WKS-TC-CODIGO             PIC X(02) VALUE SPACES.
             88 WKS-TC-CODIGO-VALIDO             VALUE "FC" "DT" "DA".
          02 FILLER                    PIC X(01) VALUE SPACES.
          02 WKS-TC-NOTA               PIC X(60) VALUE SPACES.

       01 WKS-CONTROL-CASOS.
          02 WKS-FECHA-ENTERA          PIC X(20) VALUE SPACES.
          02 WKS-FECHA-HOY             PIC 9(08) VALUE ZEROES.
          02 WKS-FECHA-SEMANA          PIC 9(08) VALUE ZEROES.
          02 WKS-REPORTE-SEMANAL       PIC X(01) VALUE "N".
             88 WKS-CON-REPORTE-SEMANAL          VALUE "S".
          02 WKS-MOTIVO-RECHAZO        PIC X(30) VALUE SPACES.
          02 WKS-CODIGO-ANTERIOR       PIC X(02) VALUE SPACES.

      *AREA DE LLAMADA AL CONTADOR DE DIAS HABILES.
       01 WKS-CONTROL-ELAPSO.
          02 WKS-EL-FECHA-INICIO       PIC 9(08) VALUE ZEROES.
          02 WKS-EL-FECHA-FIN          PIC 9(08) VALUE ZEROES.
          02 WKS-EL-DIAS-HABILES       PIC 9(05) VALUE ZEROES.
          02 WKS-EL-SWITCH-ERROR       PIC X(01) VALUE "N".

       01 WKS-ITERACIONES.
          02 WKS-I-TARJETAS            PIC 9(05) VALUE ZEROES.
          02 WKS-I-ASIGNADAS           PIC 9(05) VALUE ZEROES.
          02 WKS-I-RESUELTAS           PIC 9(05) VALUE ZEROES.
          02 WKS-I-TARJETAS-RECHAZO    PIC 9(05) VALUE ZEROES.
          02 WKS-I-EXCEPCIONES         PIC 9(06) VALUE ZEROES.
          02 WKS-I-NUEVOS              PIC 9(06) VALUE ZEROES.
          02 WKS-I-REABIERTOS          PIC 9(06) VALUE ZEROES.
          02 WKS-I-SUPRIMIDOS          PIC 9(06) VALUE ZEROES.
          02 WKS-I-SIGUEN-ABIERTOS     PIC 9(06) VALUE ZEROES.
          02 WKS-I-DESBORDE            PIC 9(06) VALUE ZEROES.

      *CASOS ABIERTOS PARA EL REPORTE SEMANAL, ORDENADOS POR
      *ANALISTA Y ANTIGUEDAD DESCENDENTE.
       01 WKS-TABLA-ABIERTOS.
          02 WKS-AB-ENTRADA OCCURS 5000 TIMES.
             03 WKS-AB-ANALISTA        PIC X(08).
             03 WKS-AB-DIAS            PIC 9(05).
             03 WKS-AB-CUENTA          PIC 9(10).
             03 WKS-AB-RAZON           PIC X(40).
             03 WKS-AB-ESTADO          PIC X(01).
             03 WKS-AB-APERTURA        PIC 9(08).
             03 WKS-AB-ULTIMA          PIC 9(08).
             03 WKS-AB-REAPERTURAS     PIC 9(03).
          02 WKS-AB-CANT               PIC 9(04) VALUE ZEROES.
          02 WKS-AB-IDX                PIC 9(04) VALUE ZEROES.
          02 WKS-AB-IDX2               PIC 9(04) VALUE ZEROES.
          02 WKS-AB-AUXILIAR           PIC X(83) VALUE SPACES.

      *MEZCLA DE CODIGOS DE CIERRE: TODOS LOS CASOS CERRADOS Y LOS
      *CERRADOS EN LOS ULTIMOS SIETE DIAS.
       01 WKS-TABLA-CIERRES.
          02 WKS-CI-VALORES.
             03 FILLER PIC X(27) VALUE "FCFUENTE CORREGIDA         ".
             03 FILLER PIC X(27) VALUE "DTDIFERENCIA DE TIEMPO     ".
             03 FILLER PIC X(27) VALUE "DADIFERENCIA ACEPTADA      ".
          02 WKS-CI-TABLA REDEFINES WKS-CI-VALORES.
             03 WKS-CI-ENTRADA OCCURS 3 TIMES.
                04 WKS-CI-CODIGO       PIC X(02).
                04 WKS-CI-DESCRIPCION  PIC X(25).
          02 WKS-CI-CONTEOS OCCURS 3 TIMES.
             03 WKS-CI-TOTAL           PIC 9(06).
             03 WKS-CI-SEMANA          PIC 9(06).
          02 WKS-CI-IDX                PIC 9(02) VALUE ZEROES.
          02 WKS-CI-GRAN-TOTAL         PIC 9(06) VALUE ZEROES.
          02 WKS-CI-GRAN-SEMANA        PIC 9(06) VALUE ZEROES.
          02 WKS-CI-SUPRESIONES        PIC 9(07) VALUE ZEROES.

      *ACUMULADOS DEL ANALISTA EN CURSO EN EL REPORTE.
       01 WKS-CONTROL-ANALISTA.
          02 WKS-AN-ANTERIOR           PIC X(08) VALUE SPACES.
          02 WKS-AN-NOMBRE             PIC X(20) VALUE SPACES.
          02 WKS-AN-CASOS              PIC 9(05) VALUE ZEROES.
          02 WKS-AN-SUMA-DIAS          PIC 9(09) VALUE ZEROES.
          02 WKS-AN-MAXIMO             PIC 9(05) VALUE ZEROES.
          02 WKS-AN-PROMEDIO           PIC 9(05)V9 VALUE ZEROES.
          02 WKS-PORCENTAJE            PIC 9(03)V9 VALUE ZEROES.

       01 WKS-LINEA-CASO.
          02 FILLER                    PIC X(04) VALUE SPACES.
          02 WKS-LK-CUENTA             PIC 9(10) VALUE ZEROES.
          02 FILLER                    PIC X(02) VALUE SPACES.
          02 WKS-LK-RAZON              PIC X(40) VALUE SPACES.
          02 FILLER                    PIC X(02) VALUE SPACES.
          02 WKS-LK-ESTADO             PIC X(09) VALUE SPACES.
          02 FILLER                    PIC X(02) VALUE SPACES.
          02 WKS-LK-APERTURA           PIC 9(08) VALUE ZEROES.
          02 FILLER                    PIC X(02) VALUE SPACES.
          02 WKS-LK-ULTIMA             PIC 9(08) VALUE ZEROES.
          02 FILLER                    PIC X(02) VALUE SPACES.
          02 WKS-LK-DIAS               PIC ZZZZ9 VALUE ZEROES.
          02 FILLER                    PIC X(02) VALUE SPACES.
          02 WKS-LK-REAPERTURAS        PIC ZZ9 VALUE ZEROES.
          02 FILLER                    PIC X(33) VALUE SPACES.

       01 WKS-LINEA-MEZCLA.
          02 FILLER                    PIC X(02) VALUE SPACES.
          02 WKS-LM-CODIGO             PIC X(02) VALUE SPACES.
          02 FILLER                    PIC X(02) VALUE SPACES.
          02 WKS-LM-DESCRIPCION        PIC X(25) VALUE SPACES.
          02 WKS-LM-TOTAL              PIC ZZZ,ZZ9 VALUE ZEROES.
          02 FILLER                    PIC X(02) VALUE SPACES.
          02 WKS-LM-PCT-TOTAL          PIC ZZ9.9 VALUE ZEROES.
          02 FILLER                    PIC X(05) VALUE "%    ".
          02 WKS-LM-SEMANA             PIC ZZZ,ZZ9 VALUE ZEROES.
          02 FILLER                    PIC X(02) VALUE SPACES.
          02 WKS-LM-PCT-SEMANA         PIC ZZ9.9 VALUE ZEROES.
          02 FILLER                    PIC X(01) VALUE "%".
          02 FILLER                    PIC X(67) VALUE SPACES.

      *AREA PARA EL LECTOR COMUN DEL ARCHIVO CENTRAL DE PARAMETROS.
       01 WKS-CONTROL-PARAMETROS.
          02 WKS-PARM-SECCION          PIC X(08) VALUE "EDUC3089".
          02 WKS-PARM-CANT             PIC 9(02) VALUE ZEROES.
          02 WKS-PARM-TABLA.
             03 WKS-PARM-ENTRADA OCCURS 20 TIMES.
                04 WKS-PARM-CLAVE      PIC X(20).
                04 WKS-PARM-VALOR      PIC X(20).
          02 WKS-PARM-SIN-SECCION      PIC X(01) VALUE "S".
          02 WKS-PARM-IDX              PIC 9(02) VALUE ZEROES.

      *AREA PARA LA RUTINA COMUN DE ESTADISTICAS DE CORRIDA.
       01 WKS-CONTROL-ESTADISTICA.
          02 WKS-ST-PROGRAMA           PIC X(08) VALUE "EDUK3089".
          02 WKS-ST-FECHA-HORA         PIC X(20) VALUE SPACES.
          02 WKS-ST-FECHA-INICIO       PIC 9(08) VALUE ZEROES.
          02 WKS-ST-HORA-INICIO        PIC 9(06) VALUE ZEROES.
          02 WKS-ST-LEIDOS             PIC 9(06) VALUE ZEROES.
          02 WKS-ST-ESCRITOS           PIC 9(06) VALUE ZEROES.
          02 WKS-ST-RECHAZADOS         PIC 9(06) VALUE ZEROES.

       PROCEDURE DIVISION.

       0000-INICIO SECTION.
           MOVE FUNCTION CURRENT-DATE TO WKS-ST-FECHA-HORA
           MOVE WKS-ST-FECHA-HORA(1:8) TO WKS-ST-FECHA-INICIO
           MOVE WKS-ST-FECHA-HORA(9:6) TO WKS-ST-HORA-INICIO
           MOVE WKS-ST-FECHA-INICIO TO WKS-FECHA-HOY

           PERFORM 0001-INICIO-PARAMETROS THRU 0001-PARAMETROS-E

           OPEN I-O CASOS-EXCEPCION
           IF WKS-FS-EXCCASO = "35"
              OPEN OUTPUT CASOS-EXCEPCION
              CLOSE CASOS-EXCEPCION
              OPEN I-O CASOS-EXCEPCION
           END-IF
           IF WKS-FS-EXCCASO NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE CASOS EXCCASO"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT OPERADOR-MASTER
           IF WKS-FS-OPERMST NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE OPERADORES"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT RPT-BITACORA
           IF WKS-FS-RPTCASON NOT = "00"
              DISPLAY "NO SE PUDO ABRIR LA BITACORA DE CASOS"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE SPACES TO REG-RPT-BITACORA
           STRING "BITACORA DE CASOS DE EXCEPCIONES - " WKS-FECHA-HOY
              DELIMITED BY SIZE INTO REG-RPT-BITACORA
           END-STRING
           WRITE REG-RPT-BITACORA

           PERFORM 0002-INICIO-LEE-TARJETAS THRU 0002-LEE-TARJETAS-E
           PERFORM 0004-INICIO-APLICA-NOCHE THRU 0004-APLICA-NOCHE-E
           IF WKS-CON-REPORTE-SEMANAL
              PERFORM 0006-INICIO-REPORTE-SEMANAL THRU
                 0006-REPORTE-SEMANAL-E
           END-IF

           CLOSE CASOS-EXCEPCION, OPERADOR-MASTER, RPT-BITACORA

           DISPLAY "TARJETAS LEIDAS: " WKS-I-TARJETAS
           DISPLAY "CASOS ASIGNADOS: " WKS-I-ASIGNADAS
           DISPLAY "CASOS RESUELTOS: " WKS-I-RESUELTAS
           DISPLAY "TARJETAS RECHAZADAS: " WKS-I-TARJETAS-RECHAZO
           DISPLAY "EXCEPCIONES DE LA NOCHE: " WKS-I-EXCEPCIONES
           DISPLAY "CASOS NUEVOS: " WKS-I-NUEVOS
           DISPLAY "CASOS REABIERTOS: " WKS-I-REABIERTOS
           DISPLAY "EXCEPCIONES SUPRIMIDAS (DIFERENCIA ACEPTADA): "
                   WKS-I-SUPRIMIDOS
           DISPLAY "CASOS QUE SIGUEN ABIERTOS: " WKS-I-SIGUEN-ABIERTOS
           IF WKS-I-DESBORDE > ZEROES
              DISPLAY "CASOS ABIERTOS FUERA DEL REPORTE SEMANAL: "
                      WKS-I-DESBORDE
           END-IF

           COMPUTE WKS-ST-LEIDOS = WKS-I-TARJETAS + WKS-I-EXCEPCIONES
           COMPUTE WKS-ST-ESCRITOS = WKS-I-ASIGNADAS +
              WKS-I-RESUELTAS + WKS-I-NUEVOS + WKS-I-REABIERTOS
           MOVE WKS-I-TARJETAS-RECHAZO TO WKS-ST-RECHAZADOS
           CALL 'RUNSTAT1' USING WKS-ST-PROGRAMA
                                 WKS-ST-FECHA-INICIO
                                 WKS-ST-HORA-INICIO
                                 WKS-ST-LEIDOS
                                 WKS-ST-ESCRITOS
                                 WKS-ST-RECHAZADOS

           IF WKS-I-TARJETAS-RECHAZO > ZEROES OR
              WKS-I-DESBORDE > ZEROES
              MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.
       0000-INICIO-E.
           EXIT.

       0001-INICIO-PARAMETROS SECTION.
      *REPORTE_SEMANAL: "S" EN LA CORRIDA SEMANAL DEL PLANIFICADOR.
           ACCEPT WKS-REPORTE-SEMANAL FROM ENVIRONMENT
              "REPORTE_SEMANAL"
           IF WKS-REPORTE-SEMANAL NOT = "S"
              MOVE "N" TO WKS-REPORTE-SEMANAL
           END-IF

           CALL 'PARMRD01' USING WKS-PARM-SECCION
                                 WKS-PARM-CANT
                                 WKS-PARM-TABLA
                                 WKS-PARM-SIN-SECCION

           PERFORM VARYING WKS-PARM-IDX FROM 1 BY 1
              UNTIL WKS-PARM-IDX > WKS-PARM-CANT
              EVALUATE WKS-PARM-CLAVE(WKS-PARM-IDX)
              WHEN "REPORTE_SEMANAL"
                   IF WKS-PARM-VALOR(WKS-PARM-IDX)(1:1) = "S" OR "N"
                      MOVE WKS-PARM-VALOR(WKS-PARM-IDX)(1:1) TO
                         WKS-REPORTE-SEMANAL
                   END-IF
              WHEN OTHER
                   DISPLAY "PARAMETRO DESCONOCIDO EN PARAMET: "
                           WKS-PARM-CLAVE(WKS-PARM-IDX)
              END-EVALUATE
           END-PERFORM

           COMPUTE WKS-FECHA-SEMANA = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE(WKS-FECHA-HOY) - 6)

           DISPLAY "PARAMETROS EFECTIVOS DE LA CORRIDA:"
           DISPLAY "  FECHA DE PROCESO: " WKS-FECHA-HOY
           DISPLAY "  REPORTE_SEMANAL: " WKS-REPORTE-SEMANAL.
       0001-PARAMETROS-E.
           EXIT.

       0002-INICIO-LEE-TARJETAS SECTION.
           ACCEPT WKS-TARJETA-CASO FROM SYSIN

           PERFORM UNTIL WKS-FIN-SYSIN
                   ADD 1 TO WKS-I-TARJETAS
                   PERFORM 0003-INICIO-APLICA-TARJETA THRU
                      0003-APLICA-TARJETA-E
                   ACCEPT WKS-TARJETA-CASO FROM SYSIN
           END-PERFORM.
       0002-LEE-TARJETAS-E.
           EXIT.

       0003-INICIO-APLICA-TARJETA SECTION.
      *EL CASO DEBE EXISTIR Y ESTAR ABIERTO; EL ANALISTA DEBE SER UN
      *OPERADOR VIGENTE. RESUELVE SIN ASIGNACION PREVIA DEJA COMO
      *ANALISTA A QUIEN CIERRA.
           MOVE SPACES TO WKS-MOTIVO-RECHAZO
           EVALUATE TRUE
           WHEN NOT WKS-TC-ASIGNA AND NOT WKS-TC-RESUELVE
                MOVE "ACCION INVALIDA" TO WKS-MOTIVO-RECHAZO
           WHEN WKS-TC-CUENTA NOT NUMERIC
                MOVE "CUENTA INVALIDA" TO WKS-MOTIVO-RECHAZO
           WHEN WKS-TC-RESUELVE AND NOT WKS-TC-CODIGO-VALIDO
                MOVE "CODIGO DE CIERRE INVALIDO" TO WKS-MOTIVO-RECHAZO
           WHEN WKS-TC-RESUELVE AND WKS-TC-NOTA = SPACES
                MOVE "RESOLUCION SIN NOTA" TO WKS-MOTIVO-RECHAZO
           WHEN OTHER
                CONTINUE
           END-EVALUATE
           IF WKS-MOTIVO-RECHAZO NOT = SPACES
              GO TO 0003-RECHAZA-TARJETA
           END-IF

           MOVE WKS-TC-ANALISTA TO OPERMST-ID
           READ OPERADOR-MASTER
           END-READ
           EVALUATE TRUE
           WHEN WKS-TC-ANALISTA = SPACES
                MOVE "SIN ID DE ANALISTA" TO WKS-MOTIVO-RECHAZO
           WHEN WKS-FS-OPERMST NOT = "00"
                MOVE "ANALISTA DESCONOCIDO" TO WKS-MOTIVO-RECHAZO
           WHEN OPERMST-ESTADO NOT = "A"
                MOVE "ANALISTA INACTIVO" TO WKS-MOTIVO-RECHAZO
           WHEN OTHER
                CONTINUE
           END-EVALUATE
           IF WKS-MOTIVO-RECHAZO NOT = SPACES
              GO TO 0003-RECHAZA-TARJETA
           END-IF

           MOVE WKS-TC-CUENTA TO EXCC-CUENTA
           MOVE WKS-TC-RAZON TO EXCC-RAZON
           READ CASOS-EXCEPCION
           END-READ
           EVALUATE TRUE
           WHEN WKS-FS-EXCCASO NOT = "00"
                MOVE "CASO INEXISTENTE" TO WKS-MOTIVO-RECHAZO
           WHEN EXCC-CERRADO
                MOVE "CASO YA CERRADO" TO WKS-MOTIVO-RECHAZO
           WHEN OTHER
                CONTINUE
           END-EVALUATE
           IF WKS-MOTIVO-RECHAZO NOT = SPACES
              GO TO 0003-RECHAZA-TARJETA
           END-IF

           IF WKS-TC-ASIGNA
              MOVE "G" TO EXCC-ESTADO
              MOVE WKS-TC-ANALISTA TO EXCC-ANALISTA
              MOVE WKS-FECHA-HOY TO EXCC-FECHA-ASIGNACION
              ADD 1 TO WKS-I-ASIGNADAS
           ELSE
              IF EXCC-ANALISTA = SPACES
                 MOVE WKS-TC-ANALISTA TO EXCC-ANALISTA
                 MOVE WKS-FECHA-HOY TO EXCC-FECHA-ASIGNACION
              END-IF
              MOVE "C" TO EXCC-ESTADO
              MOVE WKS-TC-CODIGO TO EXCC-CODIGO-CIERRE
              MOVE WKS-FECHA-HOY TO EXCC-FECHA-CIERRE
              MOVE WKS-TC-ANALISTA TO EXCC-CERRADO-POR
              MOVE WKS-TC-NOTA TO EXCC-NOTA
              MOVE EXCC-DETALLE TO EXCC-DETALLE-CIERRE
              ADD 1 TO WKS-I-RESUELTAS
           END-IF
           REWRITE EXCC-REGISTRO
           END-REWRITE

           MOVE SPACES TO REG-RPT-BITACORA
           STRING WKS-TC-ACCION " " EXCC-CUENTA " " EXCC-RAZON
                  " ANALISTA " WKS-TC-ANALISTA " " WKS-TC-CODIGO
              DELIMITED BY SIZE INTO REG-RPT-BITACORA
           END-STRING
           WRITE REG-RPT-BITACORA
           GO TO 0003-APLICA-TARJETA-E.

       0003-RECHAZA-TARJETA.
           ADD 1 TO WKS-I-TARJETAS-RECHAZO
           MOVE SPACES TO REG-RPT-BITACORA
           STRING "TARJETA RECHAZADA (" WKS-MOTIVO-RECHAZO "): "
                  WKS-TC-ACCION " " WKS-TC-CUENTA " " WKS-TC-RAZON
                  " " WKS-TC-ANALISTA
              DELIMITED BY SIZE INTO REG-RPT-BITACORA
           END-STRING
           WRITE REG-RPT-BITACORA.
       0003-APLICA-TARJETA-E.
           EXIT.

       0004-INICIO-APLICA-NOCHE SECTION.
           OPEN INPUT ARCHIVO-EXCEPCIONES
           IF WKS-FS-EXCEPCION NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE EXCEPCIONES"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           READ ARCHIVO-EXCEPCIONES INTO WKS-LINEA-EXCEPCION
           AT END
              SET WKS-FIN-EXCEPCION TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-EXCEPCION
                   ADD 1 TO WKS-I-EXCEPCIONES
                   PERFORM 0005-INICIO-APLICA-EXCEPCION THRU
                      0005-APLICA-EXCEPCION-E
                   READ ARCHIVO-EXCEPCIONES INTO WKS-LINEA-EXCEPCION
                   AT END
                      SET WKS-FIN-EXCEPCION TO TRUE
                   END-READ
           END-PERFORM

           CLOSE ARCHIVO-EXCEPCIONES.
       0004-APLICA-NOCHE-E.
           EXIT.

       0005-INICIO-APLICA-EXCEPCION SECTION.
      *EXCEPCION SIN CASO: CASO NUEVO SIN ASIGNAR. CASO CERRADO COMO
      *DIFERENCIA ACEPTADA CON EL MISMO DETALLE: SE SUPRIME. CUALQUIER
      *OTRO CASO CERRADO SE REABRE (CON SU ANALISTA, SI LO TENIA) Y
      *SU ANTIGUEDAD CORRE DE NUEVO DESDE HOY. UNA RECORRIDA DE LA
      *MISMA NOCHE NO VUELVE A CONTAR SUPRESIONES.
           MOVE WKS-EX-LLAVE TO EXCC-CUENTA
           MOVE WKS-EX-RAZON TO EXCC-RAZON
           READ CASOS-EXCEPCION
           END-READ

           IF WKS-FS-EXCCASO NOT = "00"
              INITIALIZE EXCC-REGISTRO
              MOVE WKS-EX-LLAVE TO EXCC-CUENTA
              MOVE WKS-EX-RAZON TO EXCC-RAZON
              MOVE "A" TO EXCC-ESTADO
              MOVE WKS-FECHA-HOY TO EXCC-FECHA-APERTURA
              MOVE WKS-FECHA-HOY TO EXCC-ULTIMA-FECHA
              MOVE WKS-EX-DETALLE TO EXCC-DETALLE
              WRITE EXCC-REGISTRO
              END-WRITE
              ADD 1 TO WKS-I-NUEVOS
              MOVE SPACES TO REG-RPT-BITACORA
              STRING "CASO NUEVO " EXCC-CUENTA " " EXCC-RAZON " "
                     EXCC-DETALLE
                 DELIMITED BY SIZE INTO REG-RPT-BITACORA
              END-STRING
              WRITE REG-RPT-BITACORA
              GO TO 0005-APLICA-EXCEPCION-E
           END-IF

           EVALUATE TRUE
           WHEN EXCC-CERRADO AND EXCC-DIFERENCIA-ACEPTADA AND
                WKS-EX-DETALLE = EXCC-DETALLE-CIERRE
                ADD 1 TO WKS-I-SUPRIMIDOS
                IF EXCC-ULTIMA-FECHA NOT = WKS-FECHA-HOY
                   ADD 1 TO EXCC-SUPRESIONES
                END-IF
           WHEN EXCC-CERRADO
                MOVE EXCC-CODIGO-CIERRE TO WKS-CODIGO-ANTERIOR
                IF EXCC-ANALISTA = SPACES
                   MOVE "A" TO EXCC-ESTADO
                ELSE
                   MOVE "G" TO EXCC-ESTADO
                END-IF
                MOVE WKS-FECHA-HOY TO EXCC-FECHA-APERTURA
                MOVE SPACES TO EXCC-CODIGO-CIERRE
                MOVE ZEROES TO EXCC-FECHA-CIERRE
                MOVE SPACES TO EXCC-CERRADO-POR
                ADD 1 TO EXCC-REAPERTURAS
                ADD 1 TO WKS-I-REABIERTOS
                MOVE SPACES TO REG-RPT-BITACORA
                STRING "CASO REABIERTO " EXCC-CUENTA " " EXCC-RAZON
                       " CIERRE ANTERIOR " WKS-CODIGO-ANTERIOR
                       " DETALLE " WKS-EX-DETALLE
                   DELIMITED BY SIZE INTO REG-RPT-BITACORA
                END-STRING
                WRITE REG-RPT-BITACORA
           WHEN OTHER
                ADD 1 TO WKS-I-SIGUEN-ABIERTOS
           END-EVALUATE

           MOVE WKS-FECHA-HOY TO EXCC-ULTIMA-FECHA
           MOVE WKS-EX-DETALLE TO EXCC-DETALLE
           REWRITE EXCC-REGISTRO
           END-REWRITE.
       0005-APLICA-EXCEPCION-E.
           EXIT.

       0006-INICIO-REPORTE-SEMANAL SECTION.
      *RECORRE TODOS LOS CASOS: LOS ABIERTOS VAN A LA TABLA CON SU
      *ANTIGUEDAD EN DIAS HABILES (ELAPBUS1, FERIADOS INCLUIDOS) Y
      *LOS CERRADOS A LA MEZCLA DE CODIGOS DE CIERRE.
           INITIALIZE WKS-TABLA-ABIERTOS
           MOVE ZEROES TO WKS-CI-CONTEOS(1) WKS-CI-CONTEOS(2)
                          WKS-CI-CONTEOS(3)

           MOVE ZEROES TO EXCC-CUENTA
           MOVE LOW-VALUES TO EXCC-RAZON
           START CASOS-EXCEPCION KEY NOT < EXCC-LLAVE
           END-START
           IF WKS-FS-EXCCASO = "00"
              READ CASOS-EXCEPCION NEXT
              AT END
                 SET WKS-FIN-EXCCASO TO TRUE
              END-READ
           ELSE
              SET WKS-FIN-EXCCASO TO TRUE
           END-IF

           PERFORM UNTIL WKS-FIN-EXCCASO
                   IF EXCC-CERRADO
                      PERFORM 0007-INICIO-CUENTA-CIERRE THRU
                         0007-CUENTA-CIERRE-E
                   ELSE
                      PERFORM 0008-INICIO-CARGA-ABIERTO THRU
                         0008-CARGA-ABIERTO-E
                   END-IF
                   READ CASOS-EXCEPCION NEXT
                   AT END
                      SET WKS-FIN-EXCCASO TO TRUE
                   END-READ
           END-PERFORM

           PERFORM VARYING WKS-AB-IDX FROM 1 BY 1
              UNTIL WKS-AB-IDX >= WKS-AB-CANT
              PERFORM VARYING WKS-AB-IDX2 FROM 1 BY 1
                 UNTIL WKS-AB-IDX2 > WKS-AB-CANT - WKS-AB-IDX
                 IF WKS-AB-ANALISTA(WKS-AB-IDX2) >
                    WKS-AB-ANALISTA(WKS-AB-IDX2 + 1) OR
                    (WKS-AB-ANALISTA(WKS-AB-IDX2) =
                     WKS-AB-ANALISTA(WKS-AB-IDX2 + 1) AND
                     WKS-AB-DIAS(WKS-AB-IDX2) <
                     WKS-AB-DIAS(WKS-AB-IDX2 + 1))
                    MOVE WKS-AB-ENTRADA(WKS-AB-IDX2) TO
                       WKS-AB-AUXILIAR
                    MOVE WKS-AB-ENTRADA(WKS-AB-IDX2 + 1) TO
                       WKS-AB-ENTRADA(WKS-AB-IDX2)
                    MOVE WKS-AB-AUXILIAR TO
                       WKS-AB-ENTRADA(WKS-AB-IDX2 + 1)
                 END-IF
              END-PERFORM
           END-PERFORM

           OPEN OUTPUT RPT-CASOS
           IF WKS-FS-RPTCASOS NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL REPORTE SEMANAL DE CASOS"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE SPACES TO REG-RPT-CASOS
           STRING "CASOS DE EXCEPCIONES DE LA CONCILIACION - SEMANA "
                  WKS-FECHA-SEMANA " AL " WKS-FECHA-HOY
              DELIMITED BY SIZE INTO REG-RPT-CASOS
           END-STRING
           WRITE REG-RPT-CASOS
           MOVE SPACES TO REG-RPT-CASOS
           WRITE REG-RPT-CASOS
           MOVE SPACES TO REG-RPT-CASOS
           STRING "CASOS ABIERTOS POR ANALISTA "
                  "(ANTIGUEDAD EN DIAS HABILES)"
              DELIMITED BY SIZE INTO REG-RPT-CASOS
           END-STRING
           WRITE REG-RPT-CASOS
           MOVE SPACES TO REG-RPT-CASOS
           STRING "    CUENTA      MOTIVO" "                       "
                  "                   ESTADO     APERTURA  ULTIMA VEZ"
                  "   DIAS  REAP"
              DELIMITED BY SIZE INTO REG-RPT-CASOS
           END-STRING
           WRITE REG-RPT-CASOS

           PERFORM VARYING WKS-AB-IDX FROM 1 BY 1
              UNTIL WKS-AB-IDX > WKS-AB-CANT
              IF WKS-AB-IDX = 1 OR
                 WKS-AB-ANALISTA(WKS-AB-IDX) NOT = WKS-AN-ANTERIOR
                 IF WKS-AB-IDX > 1
                    PERFORM 0009-INICIO-TOTAL-ANALISTA THRU
                       0009-TOTAL-ANALISTA-E
                 END-IF
                 PERFORM 0010-INICIO-TITULO-ANALISTA THRU
                    0010-TITULO-ANALISTA-E
              END-IF
              MOVE WKS-AB-CUENTA(WKS-AB-IDX) TO WKS-LK-CUENTA
              MOVE WKS-AB-RAZON(WKS-AB-IDX) TO WKS-LK-RAZON
              IF WKS-AB-ESTADO(WKS-AB-IDX) = "G"
                 MOVE "ASIGNADO" TO WKS-LK-ESTADO
              ELSE
                 MOVE "ABIERTO" TO WKS-LK-ESTADO
              END-IF
              MOVE WKS-AB-APERTURA(WKS-AB-IDX) TO WKS-LK-APERTURA
              MOVE WKS-AB-ULTIMA(WKS-AB-IDX) TO WKS-LK-ULTIMA
              MOVE WKS-AB-DIAS(WKS-AB-IDX) TO WKS-LK-DIAS
              MOVE WKS-AB-REAPERTURAS(WKS-AB-IDX) TO WKS-LK-REAPERTURAS
              WRITE REG-RPT-CASOS FROM WKS-LINEA-CASO
              ADD 1 TO WKS-AN-CASOS
              ADD WKS-AB-DIAS(WKS-AB-IDX) TO WKS-AN-SUMA-DIAS
              IF WKS-AB-DIAS(WKS-AB-IDX) > WKS-AN-MAXIMO
                 MOVE WKS-AB-DIAS(WKS-AB-IDX) TO WKS-AN-MAXIMO
              END-IF
           END-PERFORM
           IF WKS-AB-CANT > ZEROES
              PERFORM 0009-INICIO-TOTAL-ANALISTA THRU
                 0009-TOTAL-ANALISTA-E
           ELSE
              MOVE "  SIN CASOS ABIERTOS" TO REG-RPT-CASOS
              WRITE REG-RPT-CASOS
           END-IF
           IF WKS-I-DESBORDE > ZEROES
              MOVE SPACES TO REG-RPT-CASOS
              STRING "ATENCION: " WKS-I-DESBORDE
                     " CASOS ABIERTOS NO CUPIERON EN EL REPORTE"
                 DELIMITED BY SIZE INTO REG-RPT-CASOS
              END-STRING
              WRITE REG-RPT-CASOS
           END-IF

           MOVE SPACES TO REG-RPT-CASOS
           WRITE REG-RPT-CASOS
           MOVE SPACES TO REG-RPT-CASOS
           STRING "MEZCLA DE CODIGOS DE CIERRE (CASOS CERRADOS "
                  "VIGENTES / CERRADOS EN LA SEMANA)"
              DELIMITED BY SIZE INTO REG-RPT-CASOS
           END-STRING
           WRITE REG-RPT-CASOS
           PERFORM VARYING WKS-CI-IDX FROM 1 BY 1
              UNTIL WKS-CI-IDX > 3
              MOVE WKS-CI-CODIGO(WKS-CI-IDX) TO WKS-LM-CODIGO
              MOVE WKS-CI-DESCRIPCION(WKS-CI-IDX) TO WKS-LM-DESCRIPCION
              MOVE WKS-CI-TOTAL(WKS-CI-IDX) TO WKS-LM-TOTAL
              MOVE WKS-CI-SEMANA(WKS-CI-IDX) TO WKS-LM-SEMANA
              MOVE ZEROES TO WKS-PORCENTAJE
              IF WKS-CI-GRAN-TOTAL > ZEROES
                 COMPUTE WKS-PORCENTAJE ROUNDED =
                    WKS-CI-TOTAL(WKS-CI-IDX) * 100 / WKS-CI-GRAN-TOTAL
              END-IF
              MOVE WKS-PORCENTAJE TO WKS-LM-PCT-TOTAL
              MOVE ZEROES TO WKS-PORCENTAJE
              IF WKS-CI-GRAN-SEMANA > ZEROES
                 COMPUTE WKS-PORCENTAJE ROUNDED =
                    WKS-CI-SEMANA(WKS-CI-IDX) * 100 /
                    WKS-CI-GRAN-SEMANA
              END-IF
              MOVE WKS-PORCENTAJE TO WKS-LM-PCT-SEMANA
              WRITE REG-RPT-CASOS FROM WKS-LINEA-MEZCLA
           END-PERFORM
           MOVE SPACES TO REG-RPT-CASOS
           STRING "  TOTAL CERRADOS " WKS-CI-GRAN-TOTAL
                  "  EN LA SEMANA " WKS-CI-GRAN-SEMANA
                  "  NOCHES SUPRIMIDAS POR DIFERENCIA ACEPTADA "
                  WKS-CI-SUPRESIONES
              DELIMITED BY SIZE INTO REG-RPT-CASOS
           END-STRING
           WRITE REG-RPT-CASOS

           CLOSE RPT-CASOS.
       0006-REPORTE-SEMANAL-E.
           EXIT.

       0007-INICIO-CUENTA-CIERRE SECTION.
           PERFORM VARYING WKS-CI-IDX FROM 1 BY 1
              UNTIL WKS-CI-IDX > 3
              IF EXCC-CODIGO-CIERRE = WKS-CI-CODIGO(WKS-CI-IDX)
                 ADD 1 TO WKS-CI-TOTAL(WKS-CI-IDX)
                 ADD 1 TO WKS-CI-GRAN-TOTAL
                 IF EXCC-FECHA-CIERRE NOT < WKS-FECHA-SEMANA
                    ADD 1 TO WKS-CI-SEMANA(WKS-CI-IDX)
                    ADD 1 TO WKS-CI-GRAN-SEMANA
                 END-IF
              END-IF
           END-PERFORM
           ADD EXCC-SUPRESIONES TO WKS-CI-SUPRESIONES.
       0007-CUENTA-CIERRE-E.
           EXIT.

       0008-INICIO-CARGA-ABIERTO SECTION.
           IF WKS-AB-CANT NOT < 5000
              ADD 1 TO WKS-I-DESBORDE
              GO TO 0008-CARGA-ABIERTO-E
           END-IF

           MOVE EXCC-FECHA-APERTURA TO WKS-EL-FECHA-INICIO
           MOVE WKS-FECHA-HOY TO WKS-EL-FECHA-FIN
           CALL 'ELAPBUS1' USING WKS-EL-FECHA-INICIO
                                 WKS-EL-FECHA-FIN
                                 WKS-EL-DIAS-HABILES
                                 WKS-EL-SWITCH-ERROR
           IF WKS-EL-SWITCH-ERROR = "S"
              MOVE ZEROES TO WKS-EL-DIAS-HABILES
           END-IF

           ADD 1 TO WKS-AB-CANT
           MOVE WKS-AB-CANT TO WKS-AB-IDX
           IF EXCC-ANALISTA = SPACES
              MOVE "SIN-ASIG" TO WKS-AB-ANALISTA(WKS-AB-IDX)
           ELSE
              MOVE EXCC-ANALISTA TO WKS-AB-ANALISTA(WKS-AB-IDX)
           END-IF
           MOVE WKS-EL-DIAS-HABILES TO WKS-AB-DIAS(WKS-AB-IDX)
           MOVE EXCC-CUENTA TO WKS-AB-CUENTA(WKS-AB-IDX)
           MOVE EXCC-RAZON TO WKS-AB-RAZON(WKS-AB-IDX)
           MOVE EXCC-ESTADO TO WKS-AB-ESTADO(WKS-AB-IDX)
           MOVE EXCC-FECHA-APERTURA TO WKS-AB-APERTURA(WKS-AB-IDX)
           MOVE EXCC-ULTIMA-FECHA TO WKS-AB-ULTIMA(WKS-AB-IDX)
           MOVE EXCC-REAPERTURAS TO WKS-AB-REAPERTURAS(WKS-AB-IDX).
       0008-CARGA-ABIERTO-E.
           EXIT.

       0009-INICIO-TOTAL-ANALISTA SECTION.
           MOVE ZEROES TO WKS-AN-PROMEDIO
           IF WKS-AN-CASOS > ZEROES
              COMPUTE WKS-AN-PROMEDIO ROUNDED =
                 WKS-AN-SUMA-DIAS / WKS-AN-CASOS
           END-IF
           MOVE SPACES TO REG-RPT-CASOS
           STRING "    TOTAL " WKS-AN-ANTERIOR ": " WKS-AN-CASOS
                  " CASOS ABIERTOS, ANTIGUEDAD PROMEDIO "
                  WKS-AN-PROMEDIO(1:5) "." WKS-AN-PROMEDIO(6:1)
                  " DIAS HABILES, MAXIMA " WKS-AN-MAXIMO
              DELIMITED BY SIZE INTO REG-RPT-CASOS
           END-STRING
           WRITE REG-RPT-CASOS.
       0009-TOTAL-ANALISTA-E.
           EXIT.

       0010-INICIO-TITULO-ANALISTA SECTION.
           MOVE WKS-AB-ANALISTA(WKS-AB-IDX) TO WKS-AN-ANTERIOR
           MOVE ZEROES TO WKS-AN-CASOS
           MOVE ZEROES TO WKS-AN-SUMA-DIAS
           MOVE ZEROES TO WKS-AN-MAXIMO
           MOVE SPACES TO WKS-AN-NOMBRE
           IF WKS-AN-ANTERIOR = "SIN-ASIG"
              MOVE "SIN ASIGNAR" TO WKS-AN-NOMBRE
           ELSE
              MOVE WKS-AN-ANTERIOR TO OPERMST-ID
              READ OPERADOR-MASTER
              END-READ
              IF WKS-FS-OPERMST = "00"
                 MOVE OPERMST-NOMBRE TO WKS-AN-NOMBRE
              ELSE
                 MOVE "NO ESTA EN OPERMST" TO WKS-AN-NOMBRE
              END-IF
           END-IF
           MOVE SPACES TO REG-RPT-CASOS
           WRITE REG-RPT-CASOS
           MOVE SPACES TO REG-RPT-CASOS
           STRING "  ANALISTA " WKS-AN-ANTERIOR " " WKS-AN-NOMBRE
              DELIMITED BY SIZE INTO REG-RPT-CASOS
           END-STRING
           WRITE REG-RPT-CASOS.
       0010-TITULO-ANALISTA-E.
           EXIT.
