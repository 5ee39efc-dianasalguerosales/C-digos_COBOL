      ******************************************************************
      * FECHA       : 2026                                             *
      * PROGRAMADOR : DIANA STEFFANNY SALGUERO ROSALES                 *
      * APLICACION  : EDUCACION                                        *
      * PROGRAMA    : EDUC3125                                         *
      * TIPO        : BATCH (MENSUAL)                                  *
      * DESCRIPCION : REPORTE MENSUAL DE NIT CON CAMBIO DE ESTADO EN   *
      *             : SAT: RECORRE EL MAESTRO DE VERIFICACION DE NIT   *
      *             : (NITMST, MANTENIDO POR EDUC3040) Y LISTA LOS NIT *
      *             : CUYO ESTADO CAMBIO RESPECTO DE LA VERIFICACION   *
      *             : ANTERIOR DURANTE EL MES DEL REPORTE (PARAMETRO   *
      *             : MES_CAMBIOS, AAAAMM; POR OMISION EL MES ANTERIOR *
      *             : AL DE LA CORRIDA), CON EL ESTADO Y FECHA         *
      *             : ANTERIORES, EL ESTADO ACTUAL, LA FECHA DEL       *
      *             : CAMBIO Y LAS VECES QUE SE HA VISTO EL NIT, MAS   *
      *             : TOTALES POR ESTADO NUEVO.                        *
      * ARCHIVOS    : NITMST (ENTRADA), RPTCNIT (SALIDA)               *
      * PROGRAMA(S) : PARMRD01, RUNSTAT1                               *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDUC3125.
       AUTHOR. DIANA SALGUERO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NIT-MASTER ASSIGN TO NITMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS NTM-LLAVE
                  FILE STATUS IS WKS-FS-NITMST.
           SELECT RPT-CAMBIOS ASSIGN TO RPTCNIT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-RPTCNIT.

       DATA DIVISION.

       FILE SECTION.
       FD NIT-MASTER.
           COPY NITMST.

       FD RPT-CAMBIOS.
       01 REG-RPT-CAMBIOS               PIC X(80).

       WORKING-STORAGE SECTION.

       01 WKS-CONTROL-ARCHIVOS.
          02 WKS-FS-NITMST              PIC X(02) VALUE SPACES.
             88 WKS-FIN-NITMST                    VALUE "10".
          02 WKS-FS-RPTCNIT             PIC X(02) VALUE SPACES.

      *AREA PARA LA RUTINA COMUN DE ESTADISTICAS DE CORRIDA.
       01 WKS-CONTROL-ESTADISTICA.
          02 WKS-ST-PROGRAMA            PIC X(08) VALUE "EDUK3125".
          02 WKS-ST-FECHA-HORA          PIC X(20) VALUE SPACES.
          02 WKS-ST-FECHA-INICIO        PIC 9(08) VALUE ZEROES.
          02 WKS-ST-HORA-INICIO         PIC 9(06) VALUE ZEROES.
          02 WKS-ST-LEIDOS              PIC 9(06) VALUE ZEROES.
          02 WKS-ST-ESCRITOS            PIC 9(06) VALUE ZEROES.
          02 WKS-ST-RECHAZADOS          PIC 9(06) VALUE ZEROES.

      *AREA PARA EL LECTOR COMUN DEL ARCHIVO CENTRAL DE PARAMETROS
      *(PARMRD01): LOS VALORES DEL ARCHIVO GANAN SOBRE LA VARIABLE
      *DE AMBIENTE.
       01 WKS-CONTROL-PARAMETROS.
          02 WKS-PARM-SECCION           PIC X(08) VALUE "EDUC3125".
          02 WKS-PARM-CANT              PIC 9(02) VALUE ZEROES.
          02 WKS-PARM-TABLA.
             03 WKS-PARM-ENTRADA OCCURS 20 TIMES.
                04 WKS-PARM-CLAVE       PIC X(20).
                04 WKS-PARM-VALOR       PIC X(20).
          02 WKS-PARM-SIN-SECCION       PIC X(01) VALUE "S".
          02 WKS-PARM-IDX               PIC 9(02) VALUE ZEROES.

      *MES DEL REPORTE Y FECHA DEL CAMBIO DEL NIT EN CURSO.
       01 WKS-CONTROL-FECHAS.
          02 WKS-FECHA-HOY              PIC 9(08) VALUE ZEROES.
          02 FILLER REDEFINES WKS-FECHA-HOY.
             03 WKS-FH-ANIO             PIC 9(04).
             03 WKS-FH-MES              PIC 9(02).
             03 WKS-FH-DIA              PIC 9(02).
          02 WKS-MES-CAMBIOS            PIC 9(06) VALUE ZEROES.
          02 FILLER REDEFINES WKS-MES-CAMBIOS.
             03 WKS-MC-ANIO             PIC 9(04).
             03 WKS-MC-MES              PIC 9(02).
          02 WKS-MES-PARAMETRO          PIC X(06) VALUE SPACES.
          02 WKS-FECHA-CAMBIO           PIC 9(08) VALUE ZEROES.
          02 FILLER REDEFINES WKS-FECHA-CAMBIO.
             03 WKS-FC-MES              PIC 9(06).
             03 WKS-FC-DIA              PIC 9(02).

       01 WKS-ITERACIONES.
          02 WKS-I-LEIDOS               PIC 9(07) VALUE ZEROES.
          02 WKS-I-CAMBIOS              PIC 9(06) VALUE ZEROES.
          02 WKS-I-A-REGISTRADO         PIC 9(06) VALUE ZEROES.
          02 WKS-I-A-CANCELADO          PIC 9(06) VALUE ZEROES.
          02 WKS-I-A-DESCONOCIDO        PIC 9(06) VALUE ZEROES.

       01 WKS-TITULO-1.
          02 FILLER                     PIC X(27) VALUE
                                       "EDUC3125 NIT CON CAMBIO DE ".
          02 FILLER                     PIC X(22) VALUE
                                       "ESTADO EN SAT DEL MES ".
          02 WKS-T1-MES                 PIC 9(06) VALUE ZEROES.
          02 FILLER                     PIC X(25) VALUE SPACES.

       01 WKS-TITULO-2.
          02 FILLER                     PIC X(12) VALUE "NIT".
          02 FILLER                     PIC X(13) VALUE "ESTADO ANT.".
          02 FILLER                     PIC X(11) VALUE "VERIFICADO".
          02 FILLER                     PIC X(13) VALUE "ESTADO ACT.".
          02 FILLER                     PIC X(10) VALUE "CAMBIO".
          02 FILLER                     PIC X(21) VALUE "VECES VISTO".

       01 WKS-DETALLE.
          02 WKS-D-NIT                  PIC X(10) VALUE SPACES.
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 WKS-D-ESTADO-ANT           PIC X(11) VALUE SPACES.
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 WKS-D-FECHA-ANT            PIC 9(08) VALUE ZEROES.
          02 FILLER                     PIC X(03) VALUE SPACES.
          02 WKS-D-ESTADO               PIC X(11) VALUE SPACES.
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 WKS-D-FECHA-CAMBIO         PIC 9(08) VALUE ZEROES.
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 WKS-D-VECES                PIC Z,ZZZ,ZZ9 VALUE ZEROES.
          02 FILLER                     PIC X(12) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-INICIO SECTION.
           MOVE FUNCTION CURRENT-DATE TO WKS-ST-FECHA-HORA
           MOVE WKS-ST-FECHA-HORA(1:8) TO WKS-ST-FECHA-INICIO
           MOVE WKS-ST-FECHA-HORA(9:6) TO WKS-ST-HORA-INICIO
           MOVE WKS-ST-FECHA-INICIO TO WKS-FECHA-HOY

           PERFORM 0001-INICIO-PARAMETROS THRU 0001-PARAMETROS-E

           OPEN INPUT NIT-MASTER
           IF WKS-FS-NITMST NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE VERIFICACION "
                      "DE NIT, FILE STATUS: " WKS-FS-NITMST
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT RPT-CAMBIOS
           IF WKS-FS-RPTCNIT NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL REPORTE RPTCNIT"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE WKS-MES-CAMBIOS TO WKS-T1-MES
           WRITE REG-RPT-CAMBIOS FROM WKS-TITULO-1
           MOVE SPACES TO REG-RPT-CAMBIOS
           WRITE REG-RPT-CAMBIOS
           WRITE REG-RPT-CAMBIOS FROM WKS-TITULO-2

           READ NIT-MASTER
           AT END
              SET WKS-FIN-NITMST TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-NITMST
                   ADD 1 TO WKS-I-LEIDOS
                   PERFORM 0002-INICIO-REVISA-NIT THRU
                      0002-REVISA-NIT-E
                   READ NIT-MASTER
                   AT END
                      SET WKS-FIN-NITMST TO TRUE
                   END-READ
           END-PERFORM

           MOVE SPACES TO REG-RPT-CAMBIOS
           WRITE REG-RPT-CAMBIOS
           MOVE SPACES TO REG-RPT-CAMBIOS
           STRING "NIT EN EL MAESTRO: " WKS-I-LEIDOS
                  "  CON CAMBIO DE ESTADO EN EL MES: " WKS-I-CAMBIOS
              DELIMITED BY SIZE INTO REG-RPT-CAMBIOS
           END-STRING
           WRITE REG-RPT-CAMBIOS
           MOVE SPACES TO REG-RPT-CAMBIOS
           STRING "PASARON A REGISTRADO: " WKS-I-A-REGISTRADO
                  "  A CANCELADO: " WKS-I-A-CANCELADO
                  "  A DESCONOCIDO: " WKS-I-A-DESCONOCIDO
              DELIMITED BY SIZE INTO REG-RPT-CAMBIOS
           END-STRING
           WRITE REG-RPT-CAMBIOS

           CLOSE NIT-MASTER, RPT-CAMBIOS

           DISPLAY "NIT LEIDOS DEL MAESTRO: " WKS-I-LEIDOS
           DISPLAY "NIT CON CAMBIO DE ESTADO EN EL MES: "
                   WKS-I-CAMBIOS
           DISPLAY "  A REGISTRADO: " WKS-I-A-REGISTRADO
           DISPLAY "  A CANCELADO: " WKS-I-A-CANCELADO
           DISPLAY "  A DESCONOCIDO: " WKS-I-A-DESCONOCIDO

           MOVE WKS-I-LEIDOS TO WKS-ST-LEIDOS
           MOVE WKS-I-CAMBIOS TO WKS-ST-ESCRITOS
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
      *MES DEL REPORTE (AAAAMM): VARIABLE DE AMBIENTE MES_CAMBIOS
      *COMO RESPALDO Y LA SECCION DE ESTE PROGRAMA EN EL ARCHIVO
      *CENTRAL PARAMET, QUE GANA. SIN VALOR VALIDO SE REPORTA EL MES
      *ANTERIOR AL DE LA CORRIDA, QUE ES EL QUE YA CERRO.
           IF WKS-FH-MES = 01
              COMPUTE WKS-MC-ANIO = WKS-FH-ANIO - 1
              MOVE 12 TO WKS-MC-MES
           ELSE
              MOVE WKS-FH-ANIO TO WKS-MC-ANIO
              COMPUTE WKS-MC-MES = WKS-FH-MES - 1
           END-IF

           ACCEPT WKS-MES-PARAMETRO FROM ENVIRONMENT "MES_CAMBIOS"
           PERFORM 0003-INICIO-VALIDA-MES THRU 0003-VALIDA-MES-E

           CALL 'PARMRD01' USING WKS-PARM-SECCION
                                 WKS-PARM-CANT
                                 WKS-PARM-TABLA
                                 WKS-PARM-SIN-SECCION

           PERFORM VARYING WKS-PARM-IDX FROM 1 BY 1
              UNTIL WKS-PARM-IDX > WKS-PARM-CANT
              EVALUATE WKS-PARM-CLAVE(WKS-PARM-IDX)
              WHEN "MES_CAMBIOS"
                   MOVE WKS-PARM-VALOR(WKS-PARM-IDX)(1:6) TO
                      WKS-MES-PARAMETRO
                   PERFORM 0003-INICIO-VALIDA-MES THRU
                      0003-VALIDA-MES-E
              WHEN OTHER
                   DISPLAY "PARAMETRO DESCONOCIDO EN PARAMET: "
                           WKS-PARM-CLAVE(WKS-PARM-IDX)
              END-EVALUATE
           END-PERFORM

           DISPLAY "PARAMETROS EFECTIVOS DE LA CORRIDA:"
           DISPLAY "  MES_CAMBIOS: " WKS-MES-CAMBIOS.
       0001-PARAMETROS-E.
           EXIT.

       0002-INICIO-REVISA-NIT SECTION.
      *UN NIT ENTRA AL REPORTE SI SU ULTIMO CAMBIO DE ESTADO CAE EN
      *EL MES DEL REPORTE.
           IF NTM-FECHA-CAMBIO NOT NUMERIC
              GO TO 0002-REVISA-NIT-E
           END-IF
           MOVE NTM-FECHA-CAMBIO TO WKS-FECHA-CAMBIO
           IF WKS-FC-MES NOT = WKS-MES-CAMBIOS
              GO TO 0002-REVISA-NIT-E
           END-IF

           ADD 1 TO WKS-I-CAMBIOS
           EVALUATE TRUE
           WHEN NTM-REGISTRADO
                ADD 1 TO WKS-I-A-REGISTRADO
           WHEN NTM-CANCELADO
                ADD 1 TO WKS-I-A-CANCELADO
           WHEN OTHER
                ADD 1 TO WKS-I-A-DESCONOCIDO
           END-EVALUATE

           MOVE NTM-NIT TO WKS-D-NIT
           MOVE NTM-ESTADO-ANTERIOR TO WKS-D-ESTADO-ANT
           MOVE NTM-FECHA-ANTERIOR TO WKS-D-FECHA-ANT
           MOVE NTM-ESTADO TO WKS-D-ESTADO
           MOVE NTM-FECHA-CAMBIO TO WKS-D-FECHA-CAMBIO
           MOVE NTM-VECES-VISTO TO WKS-D-VECES
           WRITE REG-RPT-CAMBIOS FROM WKS-DETALLE.
       0002-REVISA-NIT-E.
           EXIT.

       0003-INICIO-VALIDA-MES SECTION.
      *ACEPTA EL MES DEL PARAMETRO SOLO SI ES UN AAAAMM VALIDO; SI
      *NO, QUEDA EL MES QUE YA ESTABA.
           IF WKS-MES-PARAMETRO NOT NUMERIC
              GO TO 0003-VALIDA-MES-E
           END-IF
           IF WKS-MES-PARAMETRO(5:2) < "01" OR
              WKS-MES-PARAMETRO(5:2) > "12"
              DISPLAY "MES_CAMBIOS INVALIDO, SE IGNORA: "
                      WKS-MES-PARAMETRO
              GO TO 0003-VALIDA-MES-E
           END-IF
           MOVE WKS-MES-PARAMETRO TO WKS-MES-CAMBIOS.
       0003-VALIDA-MES-E.
           EXIT.
