      ******************************************************************
      * FECHA       : 2026                                             *
      * PROGRAMADOR : DIANA STEFFANNY SALGUERO ROSALES                 *
      * APLICACION  : EDUCACION                                        *
      * PROGRAMA    : EDUC3095                                         *
      * TIPO        : BATCH (MENSUAL)                                  *
      * DESCRIPCION : LISTADO MENSUAL DE DOCUMENTOS POR VENCER:        *
      *             : RECORRE EL REGISTRO HISTORICO DE DPI (REGDPI),   *
      *             : QUE GUARDA LA FECHA DE VENCIMIENTO MAS RECIENTE  *
      *             : QUE HAYA TRAIDO UN LOTE DE EDUC3007, Y           *
      *             : SELECCIONA LOS DOCUMENTOS QUE VENCEN DE HOY A    *
      *             : LOS PROXIMOS N DIAS (PARAMETRO DIAS_AVISO, 30    *
      *             : POR OMISION). CADA DOCUMENTO SE IDENTIFICA       *
      *             : CONTRA EL MAESTRO DE ESTUDIANTES (ESTUMST) Y EL  *
      *             : DE ENCARGADOS (ENCMST) PARA DIRIGIR EL AVISO AL  *
      *             : TITULAR. PRODUCE EL LISTADO RPTVENC Y EL ARCHIVO *
      *             : DE AVISOS NOTIVENC EN EL MOLDE DE EDUC3029, PARA *
      *             : QUE LA GENTE RENUEVE ANTES DE QUE SU DOCUMENTO   *
      *             : SEA RECHAZADO.                                   *
      * ARCHIVOS    : REGDPI (ENTRADA), ESTUMST (ENTRADA), ENCMST      *
      *             : (ENTRADA), RPTVENC (SALIDA), NOTIVENC (SALIDA)   *
      * PROGRAMA(S) : PARMRD01, RUNSTAT1                               *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDUC3095.
       AUTHOR. DIANA SALGUERO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTRO-DPI ASSIGN TO REGDPI
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS REGDPI-LLAVE
                  FILE STATUS IS WKS-FS-REGDPI.
           SELECT ESTUDIANTE-MASTER ASSIGN TO ESTUMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ESTUM-LLAVE
                  FILE STATUS IS WKS-FS-ESTUMST.
           SELECT ENCARGADO-MASTER ASSIGN TO ENCMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS ENC-LLAVE
                  FILE STATUS IS WKS-FS-ENCMST.
           SELECT RPT-VENCIMIENTOS ASSIGN TO RPTVENC
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-RPTVENC.
           SELECT ARCHIVO-NOTIFICACIONES ASSIGN TO NOTIVENC
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-NOTIVENC.

       DATA DIVISION.

       FILE SECTION.
       FD REGISTRO-DPI.
           COPY REGDPI.

       FD ESTUDIANTE-MASTER.
           COPY ESTUMST.

       FD ENCARGADO-MASTER.
           COPY ENCMST.

       FD RPT-VENCIMIENTOS.
       01 REG-RPT-VENCIMIENTOS          PIC X(132).

       FD ARCHIVO-NOTIFICACIONES.
       01 REG-NOTIFICACION              PIC X(80).

       WORKING-STORAGE SECTION.

       01 WKS-CONTROL-ARCHIVOS.
          02 WKS-FS-REGDPI              PIC X(02) VALUE SPACES.
             88 WKS-FIN-REGDPI                    VALUE "10".
          02 WKS-FS-ESTUMST             PIC X(02) VALUE SPACES.
             88 WKS-FIN-ESTUMST                   VALUE "10".
          02 WKS-FS-ENCMST              PIC X(02) VALUE SPACES.
          02 WKS-FS-RPTVENC             PIC X(02) VALUE SPACES.
          02 WKS-FS-NOTIVENC            PIC X(02) VALUE SPACES.
      *EL MAESTRO DE ENCARGADOS ES OPCIONAL: SIN EL, LOS DOCUMENTOS
      *DE ENCARGADOS SALEN COMO "OTRO TITULAR".
          02 WKS-ENCMST-SW              PIC X(01) VALUE "N".
             88 WKS-HAY-ENCMST                    VALUE "S".

      *AREA PARA LA RUTINA COMUN DE ESTADISTICAS DE CORRIDA.
       01 WKS-CONTROL-ESTADISTICA.
          02 WKS-ST-PROGRAMA            PIC X(08) VALUE "EDUK3095".
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
          02 WKS-PARM-SECCION           PIC X(08) VALUE "EDUC3095".
          02 WKS-PARM-CANT              PIC 9(02) VALUE ZEROES.
          02 WKS-PARM-TABLA.
             03 WKS-PARM-ENTRADA OCCURS 20 TIMES.
                04 WKS-PARM-CLAVE       PIC X(20).
                04 WKS-PARM-VALOR       PIC X(20).
          02 WKS-PARM-SIN-SECCION       PIC X(01) VALUE "S".
          02 WKS-PARM-IDX               PIC 9(02) VALUE ZEROES.

      *VENTANA DE AVISO: DE HOY A HOY MAS LOS DIAS DE AVISO.
       01 WKS-CONTROL-FECHAS.
          02 WKS-FECHA-HOY              PIC 9(08) VALUE ZEROES.
          02 WKS-DIAS-AVISO             PIC 9(03) VALUE 030.
          02 WKS-FECHA-LIMITE           PIC 9(08) VALUE ZEROES.
          02 WKS-DIAS-FALTAN            PIC 9(03) VALUE ZEROES.
          02 WKS-FECHA-AVISO            PIC 9(08) VALUE ZEROES.
          02 FILLER REDEFINES WKS-FECHA-AVISO.
             03 WKS-FA-ANIO             PIC 9(04).
             03 WKS-FA-MES              PIC 9(02).
             03 WKS-FA-DIA              PIC 9(02).

       01 WKS-ITERACIONES.
          02 WKS-I-LEIDOS               PIC 9(07) VALUE ZEROES.
          02 WKS-I-CON-VENCIMIENTO      PIC 9(07) VALUE ZEROES.
          02 WKS-I-YA-VENCIDOS          PIC 9(07) VALUE ZEROES.
          02 WKS-I-FECHA-INVALIDA       PIC 9(07) VALUE ZEROES.
          02 WKS-I-AVISOS               PIC 9(06) VALUE ZEROES.
          02 WKS-I-ESTUDIANTES          PIC 9(06) VALUE ZEROES.
          02 WKS-I-ENCARGADOS           PIC 9(06) VALUE ZEROES.
          02 WKS-I-OTROS                PIC 9(06) VALUE ZEROES.

      *DPI DE LOS ESTUDIANTES DEL MAESTRO, CARGADOS AL INICIO PARA
      *IDENTIFICAR AL TITULAR DE CADA DOCUMENTO POR VENCER (EL
      *MAESTRO DE ESTUDIANTES ESTA LLAVEADO POR CODIGO, NO POR DPI).
       01 WKS-TABLA-ESTUDIANTES.
          02 WKS-TE-ENTRADA OCCURS 5000 TIMES.
             03 WKS-TE-DPI              PIC 9(13).
             03 WKS-TE-CODIGO           PIC 9(05).
             03 WKS-TE-NOMBRE           PIC X(50).
          02 WKS-TE-CANT                PIC 9(04) VALUE ZEROES.
          02 WKS-TE-IDX                 PIC 9(04) VALUE ZEROES.
          02 WKS-TE-DESBORDE            PIC 9(05) VALUE ZEROES.

      *TITULAR DEL DOCUMENTO EN CURSO.
       01 WKS-CONTROL-TITULAR.
          02 WKS-TI-TIPO                PIC X(01) VALUE SPACES.
             88 WKS-TI-ES-ESTUDIANTE              VALUE "E".
             88 WKS-TI-ES-ENCARGADO               VALUE "P".
             88 WKS-TI-ES-OTRO                    VALUE "O".
          02 WKS-TI-DESCRIPCION         PIC X(12) VALUE SPACES.
          02 WKS-TI-CODIGO              PIC X(05) VALUE SPACES.
          02 WKS-TI-NOMBRE              PIC X(50) VALUE SPACES.

       01 WKS-TITULO-1.
          02 FILLER                     PIC X(30) VALUE
                                       "EDUC3095 DOCUMENTOS QUE VENCEN".
          02 FILLER                     PIC X(11) VALUE
                                       " ENTRE EL  ".
          02 WKS-T1-DESDE               PIC 9(08) VALUE ZEROES.
          02 FILLER                     PIC X(05) VALUE " Y EL".
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-T1-HASTA               PIC 9(08) VALUE ZEROES.
          02 FILLER                     PIC X(07) VALUE " (AVISO".
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-T1-DIAS                PIC ZZ9   VALUE ZEROES.
          02 FILLER                     PIC X(06) VALUE " DIAS)".
          02 FILLER                     PIC X(52) VALUE SPACES.

       01 WKS-TITULO-2.
          02 FILLER                     PIC X(15) VALUE "DOCUMENTO".
          02 FILLER                     PIC X(10) VALUE "VENCE".
          02 FILLER                     PIC X(07) VALUE "FALTAN".
          02 FILLER                     PIC X(13) VALUE "TITULAR".
          02 FILLER                     PIC X(07) VALUE "CODIGO".
          02 FILLER                     PIC X(51) VALUE "NOMBRE".
          02 FILLER                     PIC X(29) VALUE
                                       "ULTIMO VEREDICTO".

       01 WKS-DETALLE.
          02 WKS-D-DPI                  PIC 9(13) VALUE ZEROES.
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 WKS-D-VENCE                PIC 9(08) VALUE ZEROES.
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 WKS-D-FALTAN               PIC ZZ9   VALUE ZEROES.
          02 FILLER                     PIC X(04) VALUE SPACES.
          02 WKS-D-TITULAR              PIC X(12) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-D-CODIGO               PIC X(05) VALUE SPACES.
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 WKS-D-NOMBRE               PIC X(50) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-D-VEREDICTO            PIC X(20) VALUE SPACES.
          02 FILLER                     PIC X(09) VALUE SPACES.

       01 WKS-LINEA-DOCUMENTO.
          02 FILLER                     PIC X(21) VALUE
                "DOCUMENTO:           ".
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-ND-DPI                 PIC 9(13) VALUE ZEROES.
          02 FILLER                     PIC X(06) VALUE " (DPI)".

       01 WKS-LINEA-TITULAR.
          02 FILLER                     PIC X(10) VALUE "ESTIMADO(A".
          02 FILLER                     PIC X(02) VALUE ") ".
          02 WKS-NT-NOMBRE              PIC X(50) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE ":".

       01 WKS-LINEA-VENCE.
          02 FILLER                     PIC X(26) VALUE
                "SU DOCUMENTO VENCE EL DIA ".
          02 WKS-NV-DIA                 PIC 9(02) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE "/".
          02 WKS-NV-MES                 PIC 9(02) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE "/".
          02 WKS-NV-ANIO                PIC 9(04) VALUE ZEROES.
          02 FILLER                     PIC X(05) VALUE " (EN ".
          02 WKS-NV-FALTAN              PIC ZZ9   VALUE ZEROES.
          02 FILLER                     PIC X(07) VALUE " DIAS).".

       PROCEDURE DIVISION.

       0000-INICIO SECTION.
           MOVE FUNCTION CURRENT-DATE TO WKS-ST-FECHA-HORA
           MOVE WKS-ST-FECHA-HORA(1:8) TO WKS-ST-FECHA-INICIO
           MOVE WKS-ST-FECHA-HORA(9:6) TO WKS-ST-HORA-INICIO
           MOVE WKS-ST-FECHA-INICIO TO WKS-FECHA-HOY

           PERFORM 0001-INICIO-PARAMETROS THRU 0001-PARAMETROS-E

           OPEN INPUT REGISTRO-DPI
           IF WKS-FS-REGDPI NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL REGISTRO HISTORICO DE DPI, "
                      "FILE STATUS: " WKS-FS-REGDPI
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT RPT-VENCIMIENTOS
           IF WKS-FS-RPTVENC NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL REPORTE RPTVENC"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT ARCHIVO-NOTIFICACIONES
           IF WKS-FS-NOTIVENC NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE AVISOS"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 0002-INICIO-CARGA-ESTUDIANTES THRU
              0002-CARGA-ESTUDIANTES-E

           OPEN INPUT ENCARGADO-MASTER
           IF WKS-FS-ENCMST = "00"
              MOVE "S" TO WKS-ENCMST-SW
           ELSE
              DISPLAY "SIN MAESTRO DE ENCARGADOS ENCMST, FILE STATUS: "
                      WKS-FS-ENCMST
           END-IF

           MOVE WKS-FECHA-HOY TO WKS-T1-DESDE
           MOVE WKS-FECHA-LIMITE TO WKS-T1-HASTA
           MOVE WKS-DIAS-AVISO TO WKS-T1-DIAS
           WRITE REG-RPT-VENCIMIENTOS FROM WKS-TITULO-1
           MOVE SPACES TO REG-RPT-VENCIMIENTOS
           WRITE REG-RPT-VENCIMIENTOS
           WRITE REG-RPT-VENCIMIENTOS FROM WKS-TITULO-2

           READ REGISTRO-DPI
           AT END
              SET WKS-FIN-REGDPI TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-REGDPI
                   ADD 1 TO WKS-I-LEIDOS
                   PERFORM 0003-INICIO-REVISA-DOCUMENTO THRU
                      0003-REVISA-DOCUMENTO-E
                   READ REGISTRO-DPI
                   AT END
                      SET WKS-FIN-REGDPI TO TRUE
                   END-READ
           END-PERFORM

           MOVE SPACES TO REG-RPT-VENCIMIENTOS
           WRITE REG-RPT-VENCIMIENTOS
           MOVE SPACES TO REG-RPT-VENCIMIENTOS
           STRING "DOCUMENTOS LEIDOS: " WKS-I-LEIDOS
                  "  CON VENCIMIENTO CAPTURADO: "
                  WKS-I-CON-VENCIMIENTO
                  "  YA VENCIDOS: " WKS-I-YA-VENCIDOS
                  "  POR VENCER: " WKS-I-AVISOS
              DELIMITED BY SIZE INTO REG-RPT-VENCIMIENTOS
           END-STRING
           WRITE REG-RPT-VENCIMIENTOS
           MOVE SPACES TO REG-RPT-VENCIMIENTOS
           STRING "POR VENCER DE ESTUDIANTES: " WKS-I-ESTUDIANTES
                  "  DE ENCARGADOS: " WKS-I-ENCARGADOS
                  "  DE OTROS TITULARES: " WKS-I-OTROS
              DELIMITED BY SIZE INTO REG-RPT-VENCIMIENTOS
           END-STRING
           WRITE REG-RPT-VENCIMIENTOS
           IF WKS-I-FECHA-INVALIDA > ZEROES
              MOVE SPACES TO REG-RPT-VENCIMIENTOS
              STRING "DOCUMENTOS CON FECHA DE VENCIMIENTO INVALIDA "
                     "EN REGDPI: " WKS-I-FECHA-INVALIDA
                 DELIMITED BY SIZE INTO REG-RPT-VENCIMIENTOS
              END-STRING
              WRITE REG-RPT-VENCIMIENTOS
           END-IF

           PERFORM 0006-INICIO-RESUMEN THRU 0006-RESUMEN-E

           CLOSE REGISTRO-DPI, RPT-VENCIMIENTOS,
                 ARCHIVO-NOTIFICACIONES
           IF WKS-HAY-ENCMST
              CLOSE ENCARGADO-MASTER
           END-IF

           DISPLAY "DOCUMENTOS LEIDOS: " WKS-I-LEIDOS
           DISPLAY "CON VENCIMIENTO CAPTURADO: " WKS-I-CON-VENCIMIENTO
           DISPLAY "YA VENCIDOS: " WKS-I-YA-VENCIDOS
           DISPLAY "AVISOS DE VENCIMIENTO GENERADOS: " WKS-I-AVISOS
           DISPLAY "  DE ESTUDIANTES: " WKS-I-ESTUDIANTES
           DISPLAY "  DE ENCARGADOS: " WKS-I-ENCARGADOS
           DISPLAY "  DE OTROS TITULARES: " WKS-I-OTROS
           DISPLAY "CON FECHA DE VENCIMIENTO INVALIDA: "
                   WKS-I-FECHA-INVALIDA

           MOVE WKS-I-LEIDOS TO WKS-ST-LEIDOS
           MOVE WKS-I-AVISOS TO WKS-ST-ESCRITOS
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

       0001-INICIO-PARAMETROS SECTION.
      *DIAS DE AVISO: VARIABLE DE AMBIENTE DIAS_AVISO COMO RESPALDO
      *Y LA SECCION DE ESTE PROGRAMA EN EL ARCHIVO CENTRAL PARAMET,
      *QUE GANA. EN CERO O NO NUMERICO SE USAN 30 DIAS.
           ACCEPT WKS-DIAS-AVISO FROM ENVIRONMENT "DIAS_AVISO"
           IF WKS-DIAS-AVISO NOT NUMERIC OR
              WKS-DIAS-AVISO = ZEROES
              MOVE 30 TO WKS-DIAS-AVISO
           END-IF

           CALL 'PARMRD01' USING WKS-PARM-SECCION
                                 WKS-PARM-CANT
                                 WKS-PARM-TABLA
                                 WKS-PARM-SIN-SECCION

           PERFORM VARYING WKS-PARM-IDX FROM 1 BY 1
              UNTIL WKS-PARM-IDX > WKS-PARM-CANT
              EVALUATE WKS-PARM-CLAVE(WKS-PARM-IDX)
              WHEN "DIAS_AVISO"
                   IF WKS-PARM-VALOR(WKS-PARM-IDX)(1:3) NUMERIC AND
                      WKS-PARM-VALOR(WKS-PARM-IDX)(1:3) NOT = "000"
                      MOVE WKS-PARM-VALOR(WKS-PARM-IDX)(1:3) TO
                         WKS-DIAS-AVISO
                   END-IF
              WHEN OTHER
                   DISPLAY "PARAMETRO DESCONOCIDO EN PARAMET: "
                           WKS-PARM-CLAVE(WKS-PARM-IDX)
              END-EVALUATE
           END-PERFORM

           COMPUTE WKS-FECHA-LIMITE = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE(WKS-FECHA-HOY) +
               WKS-DIAS-AVISO)

           DISPLAY "PARAMETROS EFECTIVOS DE LA CORRIDA:"
           DISPLAY "  DIAS_AVISO: " WKS-DIAS-AVISO
           DISPLAY "  VENTANA DE AVISO: " WKS-FECHA-HOY " A "
                   WKS-FECHA-LIMITE.
       0001-PARAMETROS-E.
           EXIT.

       0002-INICIO-CARGA-ESTUDIANTES SECTION.
      *CARGA EL DPI, CODIGO Y NOMBRE DE LOS ESTUDIANTES CON
      *DOCUMENTO EN EL MAESTRO. SIN MAESTRO, LOS DOCUMENTOS SE
      *AVISAN IGUAL, SIN IDENTIFICAR AL ESTUDIANTE.
           OPEN INPUT ESTUDIANTE-MASTER
           IF WKS-FS-ESTUMST NOT = "00"
              DISPLAY "SIN MAESTRO DE ESTUDIANTES ESTUMST, FILE "
                      "STATUS: " WKS-FS-ESTUMST
              GO TO 0002-CARGA-ESTUDIANTES-E
           END-IF

           READ ESTUDIANTE-MASTER
           AT END
              SET WKS-FIN-ESTUMST TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-ESTUMST
                   IF ESTUM-DPI NUMERIC AND ESTUM-DPI NOT = ZEROES
                      IF WKS-TE-CANT < 5000
                         ADD 1 TO WKS-TE-CANT
                         MOVE ESTUM-DPI TO WKS-TE-DPI(WKS-TE-CANT)
                         MOVE ESTUM-CODIGO TO
                            WKS-TE-CODIGO(WKS-TE-CANT)
                         MOVE ESTUM-NOMBRE TO
                            WKS-TE-NOMBRE(WKS-TE-CANT)
                      ELSE
                         ADD 1 TO WKS-TE-DESBORDE
                      END-IF
                   END-IF
                   READ ESTUDIANTE-MASTER
                   AT END
                      SET WKS-FIN-ESTUMST TO TRUE
                   END-READ
           END-PERFORM

           CLOSE ESTUDIANTE-MASTER
           DISPLAY "ESTUDIANTES CON DOCUMENTO CARGADOS: " WKS-TE-CANT
           IF WKS-TE-DESBORDE > ZEROES
              DISPLAY "ESTUDIANTES QUE NO CUPIERON EN LA TABLA: "
                      WKS-TE-DESBORDE
           END-IF.
       0002-CARGA-ESTUDIANTES-E.
           EXIT.

       0003-INICIO-REVISA-DOCUMENTO SECTION.
      *SOLO LOS DOCUMENTOS CON FECHA DE VENCIMIENTO CAPTURADA Y
      *DENTRO DE LA VENTANA DE AVISO SE LISTAN Y SE AVISAN; LOS YA
      *VENCIDOS SOLO SE CUENTAN, PORQUE EDUC3007 YA LOS RECHAZA CON
      *SU PROPIO VEREDICTO.
           IF REGDPI-FECHA-VENCIMIENTO NOT NUMERIC OR
              REGDPI-FECHA-VENCIMIENTO = ZEROES
              GO TO 0003-REVISA-DOCUMENTO-E
           END-IF
           ADD 1 TO WKS-I-CON-VENCIMIENTO

           IF FUNCTION TEST-DATE-YYYYMMDD(REGDPI-FECHA-VENCIMIENTO)
              NOT = 0
              ADD 1 TO WKS-I-FECHA-INVALIDA
              DISPLAY "FECHA DE VENCIMIENTO INVALIDA, DPI: "
                      REGDPI-LLAVE " FECHA: " REGDPI-FECHA-VENCIMIENTO
              GO TO 0003-REVISA-DOCUMENTO-E
           END-IF

           IF REGDPI-FECHA-VENCIMIENTO < WKS-FECHA-HOY
              ADD 1 TO WKS-I-YA-VENCIDOS
              GO TO 0003-REVISA-DOCUMENTO-E
           END-IF
           IF REGDPI-FECHA-VENCIMIENTO > WKS-FECHA-LIMITE
              GO TO 0003-REVISA-DOCUMENTO-E
           END-IF

           COMPUTE WKS-DIAS-FALTAN = FUNCTION
              INTEGER-OF-DATE(REGDPI-FECHA-VENCIMIENTO) -
              FUNCTION
              INTEGER-OF-DATE(WKS-FECHA-HOY)

           PERFORM 0004-INICIO-IDENTIFICA-TITULAR THRU
              0004-IDENTIFICA-TITULAR-E

           MOVE REGDPI-LLAVE TO WKS-D-DPI
           MOVE REGDPI-FECHA-VENCIMIENTO TO WKS-D-VENCE
           MOVE WKS-DIAS-FALTAN TO WKS-D-FALTAN
           MOVE WKS-TI-DESCRIPCION TO WKS-D-TITULAR
           MOVE WKS-TI-CODIGO TO WKS-D-CODIGO
           MOVE WKS-TI-NOMBRE TO WKS-D-NOMBRE
           MOVE REGDPI-ULTIMO-VEREDICTO TO WKS-D-VEREDICTO
           WRITE REG-RPT-VENCIMIENTOS FROM WKS-DETALLE

           PERFORM 0005-INICIO-AVISO THRU 0005-AVISO-E.
       0003-REVISA-DOCUMENTO-E.
           EXIT.

       0004-INICIO-IDENTIFICA-TITULAR SECTION.
      *EL TITULAR SE BUSCA PRIMERO ENTRE LOS ESTUDIANTES Y LUEGO
      *ENTRE LOS ENCARGADOS ACTIVOS; SI NO ES NINGUNO DE LOS DOS EL
      *AVISO SALE SIN NOMBRE.
           MOVE SPACES TO WKS-TI-CODIGO, WKS-TI-NOMBRE
           SET WKS-TI-ES-OTRO TO TRUE
           MOVE "OTRO" TO WKS-TI-DESCRIPCION

           PERFORM VARYING WKS-TE-IDX FROM 1 BY 1
              UNTIL WKS-TE-IDX > WKS-TE-CANT OR
                 WKS-TI-ES-ESTUDIANTE
              IF WKS-TE-DPI(WKS-TE-IDX) = REGDPI-LLAVE
                 SET WKS-TI-ES-ESTUDIANTE TO TRUE
                 MOVE "ESTUDIANTE" TO WKS-TI-DESCRIPCION
                 MOVE WKS-TE-CODIGO(WKS-TE-IDX) TO WKS-TI-CODIGO
                 MOVE WKS-TE-NOMBRE(WKS-TE-IDX) TO WKS-TI-NOMBRE
              END-IF
           END-PERFORM

           IF WKS-TI-ES-OTRO AND WKS-HAY-ENCMST
              MOVE REGDPI-LLAVE TO ENC-DPI
              READ ENCARGADO-MASTER
              END-READ
              IF WKS-FS-ENCMST = "00" AND ENC-ACTIVO
                 SET WKS-TI-ES-ENCARGADO TO TRUE
                 MOVE "ENCARGADO" TO WKS-TI-DESCRIPCION
                 MOVE ENC-NOMBRE TO WKS-TI-NOMBRE
              END-IF
           END-IF

           EVALUATE TRUE
           WHEN WKS-TI-ES-ESTUDIANTE
                ADD 1 TO WKS-I-ESTUDIANTES
           WHEN WKS-TI-ES-ENCARGADO
                ADD 1 TO WKS-I-ENCARGADOS
           WHEN OTHER
                ADD 1 TO WKS-I-OTROS
           END-EVALUATE.
       0004-IDENTIFICA-TITULAR-E.
           EXIT.

       0005-INICIO-AVISO SECTION.
      *UN BLOQUE DE AVISO POR DOCUMENTO, LISTO PARA EL SERVICIO DE
      *IMPRESION Y CORREO (MISMO MOLDE DE LOS AVISOS DE RECHAZO).
           ADD 1 TO WKS-I-AVISOS
           MOVE ALL "=" TO REG-NOTIFICACION
           WRITE REG-NOTIFICACION
           MOVE "AVISO DE VENCIMIENTO DE DOCUMENTO" TO REG-NOTIFICACION
           WRITE REG-NOTIFICACION

           MOVE REGDPI-LLAVE TO WKS-ND-DPI
           WRITE REG-NOTIFICACION FROM WKS-LINEA-DOCUMENTO

           IF WKS-TI-NOMBRE = SPACES
              MOVE "ESTIMADO(A) CIUDADANO(A):" TO REG-NOTIFICACION
              WRITE REG-NOTIFICACION
           ELSE
              MOVE WKS-TI-NOMBRE TO WKS-NT-NOMBRE
              WRITE REG-NOTIFICACION FROM WKS-LINEA-TITULAR
           END-IF

           MOVE REGDPI-FECHA-VENCIMIENTO TO WKS-FECHA-AVISO
           MOVE WKS-FA-DIA TO WKS-NV-DIA
           MOVE WKS-FA-MES TO WKS-NV-MES
           MOVE WKS-FA-ANIO TO WKS-NV-ANIO
           MOVE WKS-DIAS-FALTAN TO WKS-NV-FALTAN
           WRITE REG-NOTIFICACION FROM WKS-LINEA-VENCE

           MOVE "UN DOCUMENTO VENCIDO NO PUEDE SER ACEPTADO EN SUS"
              TO REG-NOTIFICACION
           WRITE REG-NOTIFICACION
           MOVE "TRAMITES. LE RECOMENDAMOS RENOVARLO EN RENAP ANTES"
              TO REG-NOTIFICACION
           WRITE REG-NOTIFICACION
           MOVE "DE ESA FECHA Y PRESENTAR EL DOCUMENTO RENOVADO EN LA"
              TO REG-NOTIFICACION
           WRITE REG-NOTIFICACION
           MOVE "OFICINA DE ATENCION AL CONTRIBUYENTE, ZONA 1,"
              TO REG-NOTIFICACION
           WRITE REG-NOTIFICACION
           MOVE "TELEFONO 1550, DE LUNES A VIERNES DE 8:00 A 16:00."
              TO REG-NOTIFICACION
           WRITE REG-NOTIFICACION.
       0005-AVISO-E.
           EXIT.

       0006-INICIO-RESUMEN SECTION.
      *RESUMEN DE AVISOS POR TITULAR, AL FINAL DEL ARCHIVO.
           MOVE ALL "=" TO REG-NOTIFICACION
           WRITE REG-NOTIFICACION
           MOVE "RESUMEN DE AVISOS POR TITULAR" TO REG-NOTIFICACION
           WRITE REG-NOTIFICACION

           MOVE SPACES TO REG-NOTIFICACION
           STRING "ESTUDIANTES:       " WKS-I-ESTUDIANTES
              DELIMITED BY SIZE INTO REG-NOTIFICACION
           END-STRING
           WRITE REG-NOTIFICACION

           MOVE SPACES TO REG-NOTIFICACION
           STRING "ENCARGADOS:        " WKS-I-ENCARGADOS
              DELIMITED BY SIZE INTO REG-NOTIFICACION
           END-STRING
           WRITE REG-NOTIFICACION

           MOVE SPACES TO REG-NOTIFICACION
           STRING "OTROS TITULARES:   " WKS-I-OTROS
              DELIMITED BY SIZE INTO REG-NOTIFICACION
           END-STRING
           WRITE REG-NOTIFICACION

           MOVE SPACES TO REG-NOTIFICACION
           STRING "TOTAL DE AVISOS:   " WKS-I-AVISOS
              DELIMITED BY SIZE INTO REG-NOTIFICACION
           END-STRING
           WRITE REG-NOTIFICACION.
       0006-RESUMEN-E.
           EXIT.
