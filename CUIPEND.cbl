      ******************************************************************
      * FECHA       : 2026                                             *
      * PROGRAMADOR : DIANA STEFFANNY SALGUERO ROSALES                 *
      * APLICACION  : EDUCACION                                        *
      * PROGRAMA    : EDUC3092                                         *
      * TIPO        : BATCH (ANUAL)                                    *
      * DESCRIPCION : LISTADO ANUAL DE ESTUDIANTES QUE YA CUMPLIERON   *
      *             : 18 ANIOS Y SIGUEN CON SOLO EL CUI DE MENOR EN EL *
      *             : MAESTRO INDEXADO (ESTUMST), PARA QUE REGISTRO    *
      *             : ACADEMICO LES PIDA EL DPI. LA EDAD SE CALCULA DE *
      *             : LA FECHA DE NACIMIENTO A LA FECHA DE LA CORRIDA, *
      *             : CON LA MISMA CUENTA DE DIAS DE EDUC3008. CADA    *
      *             : LINEA MUESTRA LA FECHA EN QUE EL ESTUDIANTE      *
      *             : CUMPLIO 18 Y MARCA COMO NUEVOS LOS QUE LOS       *
      *             : CUMPLIERON EN LOS ULTIMOS DOCE MESES; LOS DEMAS  *
      *             : SON PENDIENTES DE CORRIDAS ANTERIORES. EL PASO A *
      *             : DPI SE REGISTRA CON UNA TRANSACCION DE CAMBIO    *
      *             : TIPO D EN EDUC3008.                              *
      * ARCHIVOS    : ESTUMST (ENTRADA), RPTCUI18 (SALIDA)             *
      * PROGRAMA(S) : RUNSTAT1                                         *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDUC3092.
       AUTHOR. DIANA SALGUERO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTUDIANTE-MASTER ASSIGN TO ESTUMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ESTUM-LLAVE
                  FILE STATUS IS WKS-FS-ESTUMST.
           SELECT RPT-CUI-PENDIENTE ASSIGN TO RPTCUI18
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-RPTCUI18.

       DATA DIVISION.

       FILE SECTION.
       FD ESTUDIANTE-MASTER.
           COPY ESTUMST.

       FD RPT-CUI-PENDIENTE.
       01 REG-RPT-CUI-PENDIENTE        PIC X(132).

       WORKING-STORAGE SECTION.

       01 WKS-CONTROL-ARCHIVOS.
          02 WKS-FS-ESTUMST            PIC X(02) VALUE SPACES.
             88 WKS-FIN-ESTUMST                  VALUE "10".
          02 WKS-FS-RPTCUI18           PIC X(02) VALUE SPACES.

      *AREA PARA LA RUTINA COMUN DE ESTADISTICAS DE CORRIDA.
       01 WKS-CONTROL-ESTADISTICA.
          02 WKS-ST-PROGRAMA           PIC X(08) VALUE "EDUK3092".
          02 WKS-ST-FECHA-HORA         PIC X(20) VALUE SPACES.
          02 WKS-ST-FECHA-INICIO       PIC 9(08) VALUE ZEROES.
          02 WKS-ST-HORA-INICIO        PIC 9(06) VALUE ZEROES.
          02 WKS-ST-LEIDOS             PIC 9(06) VALUE ZEROES.
          02 WKS-ST-ESCRITOS           PIC 9(06) VALUE ZEROES.
          02 WKS-ST-RECHAZADOS         PIC 9(06) VALUE ZEROES.

      *EDAD A LA FECHA DE LA CORRIDA Y FECHA EN QUE CUMPLIO 18; UN
      *29 DE FEBRERO CUMPLE EL 1 DE MARZO DE LOS ANIOS NO
      *BISIESTOS.
       01 WKS-CONTROL-EDAD.
          02 WKS-FECHA-HOY             PIC 9(08) VALUE ZEROES.
          02 WKS-FECHA-ANIO-ATRAS      PIC 9(08) VALUE ZEROES.
          02 WKS-DIAS-CUENTA           PIC 9(05) VALUE ZEROES.
          02 WKS-EDAD                  PIC 9(02) VALUE ZEROES.
          02 WKS-FECHA-18              PIC 9(08) VALUE ZEROES.

       01 WKS-ITERACIONES.
          02 WKS-I-LEIDOS              PIC 9(07) VALUE ZEROES.
          02 WKS-I-CON-CUI             PIC 9(07) VALUE ZEROES.
          02 WKS-I-PENDIENTES          PIC 9(07) VALUE ZEROES.
          02 WKS-I-NUEVOS              PIC 9(07) VALUE ZEROES.
          02 WKS-I-FECHA-INVALIDA      PIC 9(07) VALUE ZEROES.

       01 WKS-TITULO-1.
          02 FILLER                    PIC X(30) VALUE
                                       "EDUC3092 ESTUDIANTES MAYORES D".
          02 FILLER                    PIC X(30) VALUE
                                       "E EDAD CON SOLO CUI EN EL MAES".
          02 FILLER                    PIC X(14) VALUE
                                       "TRO AL DIA:  ".
          02 WKS-T1-FECHA              PIC 9(08) VALUE ZEROES.
          02 FILLER                    PIC X(50) VALUE SPACES.

       01 WKS-TITULO-2.
          02 FILLER                    PIC X(07) VALUE "CODIGO".
          02 FILLER                    PIC X(51) VALUE "NOMBRE".
          02 FILLER                    PIC X(10) VALUE "NACIMIEN.".
          02 FILLER                    PIC X(05) VALUE "EDAD".
          02 FILLER                    PIC X(10) VALUE "CUMPLIO 18".
          02 FILLER                    PIC X(15) VALUE "CUI".
          02 FILLER                    PIC X(09) VALUE "ESTADO".
          02 FILLER                    PIC X(25) VALUE SPACES.

       01 WKS-DETALLE.
          02 WKS-D-CODIGO              PIC 9(05) VALUE ZEROES.
          02 FILLER                    PIC X(02) VALUE SPACES.
          02 WKS-D-NOMBRE              PIC X(50) VALUE SPACES.
          02 FILLER                    PIC X(01) VALUE SPACES.
          02 WKS-D-NACIMIENTO          PIC 9(08) VALUE ZEROES.
          02 FILLER                    PIC X(02) VALUE SPACES.
          02 WKS-D-EDAD                PIC Z9    VALUE ZEROES.
          02 FILLER                    PIC X(03) VALUE SPACES.
          02 WKS-D-FECHA-18            PIC 9(08) VALUE ZEROES.
          02 FILLER                    PIC X(02) VALUE SPACES.
          02 WKS-D-CUI                 PIC 9(13) VALUE ZEROES.
          02 FILLER                    PIC X(02) VALUE SPACES.
          02 WKS-D-ESTADO              PIC X(09) VALUE SPACES.
          02 FILLER                    PIC X(25) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-INICIO SECTION.
           MOVE FUNCTION CURRENT-DATE TO WKS-ST-FECHA-HORA
           MOVE WKS-ST-FECHA-HORA(1:8) TO WKS-ST-FECHA-INICIO
           MOVE WKS-ST-FECHA-HORA(9:6) TO WKS-ST-HORA-INICIO
           MOVE WKS-ST-FECHA-INICIO TO WKS-FECHA-HOY
           COMPUTE WKS-FECHA-ANIO-ATRAS = WKS-FECHA-HOY - 10000

           OPEN INPUT ESTUDIANTE-MASTER
           IF WKS-FS-ESTUMST NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE ESTUDIANTES, "
                      "FILE STATUS: " WKS-FS-ESTUMST
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT RPT-CUI-PENDIENTE
           IF WKS-FS-RPTCUI18 NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL REPORTE RPTCUI18"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE WKS-FECHA-HOY TO WKS-T1-FECHA
           WRITE REG-RPT-CUI-PENDIENTE FROM WKS-TITULO-1
           MOVE SPACES TO REG-RPT-CUI-PENDIENTE
           WRITE REG-RPT-CUI-PENDIENTE
           WRITE REG-RPT-CUI-PENDIENTE FROM WKS-TITULO-2

           READ ESTUDIANTE-MASTER
           AT END
              SET WKS-FIN-ESTUMST TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-ESTUMST
                   ADD 1 TO WKS-I-LEIDOS
                   IF ESTUM-DOC-CUI-MENOR
                      ADD 1 TO WKS-I-CON-CUI
                      PERFORM 0001-INICIO-REVISA-CUI THRU
                         0001-REVISA-CUI-E
                   END-IF
                   READ ESTUDIANTE-MASTER
                   AT END
                      SET WKS-FIN-ESTUMST TO TRUE
                   END-READ
           END-PERFORM

           MOVE SPACES TO REG-RPT-CUI-PENDIENTE
           WRITE REG-RPT-CUI-PENDIENTE
           MOVE SPACES TO REG-RPT-CUI-PENDIENTE
           STRING "ESTUDIANTES LEIDOS: " WKS-I-LEIDOS
                  "  CON CUI: " WKS-I-CON-CUI
                  "  MAYORES DE EDAD CON CUI: " WKS-I-PENDIENTES
                  "  NUEVOS EN EL ANIO: " WKS-I-NUEVOS
              DELIMITED BY SIZE INTO REG-RPT-CUI-PENDIENTE
           END-STRING
           WRITE REG-RPT-CUI-PENDIENTE
           IF WKS-I-FECHA-INVALIDA > ZEROES
              MOVE SPACES TO REG-RPT-CUI-PENDIENTE
              STRING "ESTUDIANTES CON CUI Y FECHA DE NACIMIENTO "
                     "INVALIDA (REVISAR EN EL MAESTRO): "
                     WKS-I-FECHA-INVALIDA
                 DELIMITED BY SIZE INTO REG-RPT-CUI-PENDIENTE
              END-STRING
              WRITE REG-RPT-CUI-PENDIENTE
           END-IF

           CLOSE ESTUDIANTE-MASTER, RPT-CUI-PENDIENTE

           DISPLAY "ESTUDIANTES LEIDOS: " WKS-I-LEIDOS
           DISPLAY "ESTUDIANTES CON CUI: " WKS-I-CON-CUI
           DISPLAY "MAYORES DE EDAD CON SOLO CUI: " WKS-I-PENDIENTES
           DISPLAY "  CUMPLIERON 18 EN LOS ULTIMOS DOCE MESES: "
                   WKS-I-NUEVOS
           DISPLAY "CON FECHA DE NACIMIENTO INVALIDA: "
                   WKS-I-FECHA-INVALIDA

           MOVE WKS-I-LEIDOS TO WKS-ST-LEIDOS
           MOVE WKS-I-PENDIENTES TO WKS-ST-ESCRITOS
           MOVE WKS-I-FECHA-INVALIDA TO WKS-ST-RECHAZADOS
           CALL 'RUNSTAT1' USING WKS-ST-PROGRAMA
                                 WKS-ST-FECHA-INICIO
                                 WKS-ST-HORA-INICIO
                                 WKS-ST-LEIDOS
                                 WKS-ST-ESCRITOS
                                 WKS-ST-RECHAZADOS

           STOP RUN.
       0000-INICIO-E.
           EXIT.

       0001-INICIO-REVISA-CUI SECTION.
      *EDAD ACTUAL DEL ESTUDIANTE CON CUI; SI YA ES MAYOR DE EDAD
      *SE LISTA CON LA FECHA EN QUE CUMPLIO 18.
           IF FUNCTION TEST-DATE-YYYYMMDD(ESTUM-FECHA-NACIMIENTO)
              NOT = 0 OR ESTUM-FECHA-NACIMIENTO > WKS-FECHA-HOY
              ADD 1 TO WKS-I-FECHA-INVALIDA
              DISPLAY "FECHA DE NACIMIENTO INVALIDA, CODIGO: "
                      ESTUM-CODIGO " FECHA: " ESTUM-FECHA-NACIMIENTO
              GO TO 0001-REVISA-CUI-E
           END-IF

           COMPUTE WKS-DIAS-CUENTA = FUNCTION
              INTEGER-OF-DATE(WKS-FECHA-HOY) -
              FUNCTION
              INTEGER-OF-DATE(ESTUM-FECHA-NACIMIENTO)
           COMPUTE WKS-EDAD = WKS-DIAS-CUENTA / 365
           IF WKS-EDAD < 18
              GO TO 0001-REVISA-CUI-E
           END-IF

           COMPUTE WKS-FECHA-18 = ESTUM-FECHA-NACIMIENTO + 180000
           IF FUNCTION TEST-DATE-YYYYMMDD(WKS-FECHA-18) NOT = 0
              MOVE "0301" TO WKS-FECHA-18(5:4)
           END-IF

           ADD 1 TO WKS-I-PENDIENTES
           MOVE ESTUM-CODIGO TO WKS-D-CODIGO
           MOVE ESTUM-NOMBRE TO WKS-D-NOMBRE
           MOVE ESTUM-FECHA-NACIMIENTO TO WKS-D-NACIMIENTO
           MOVE WKS-EDAD TO WKS-D-EDAD
           MOVE WKS-FECHA-18 TO WKS-D-FECHA-18
           MOVE ESTUM-DPI TO WKS-D-CUI
           IF WKS-FECHA-18 > WKS-FECHA-ANIO-ATRAS
              ADD 1 TO WKS-I-NUEVOS
              MOVE "NUEVO" TO WKS-D-ESTADO
           ELSE
              MOVE "PENDIENTE" TO WKS-D-ESTADO
           END-IF
           WRITE REG-RPT-CUI-PENDIENTE FROM WKS-DETALLE.
       0001-REVISA-CUI-E.
           EXIT.
