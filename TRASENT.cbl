      ******************************************************************
      * FECHA       : 2026                                             *
      * PROGRAMADOR : DIANA STEFFANNY SALGUERO ROSALES                 *
      * APLICACION  : EDUCACION                                        *
      * PROGRAMA    : EDUC3113                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : CARGADOR DE TRASLADOS DE ENTRADA. LEE EL ARCHIVO *
      *             : DE TRASLADOS QUE ENVIA OTRA ESCUELA (TRASLENT,   *
      *             : EL MISMO LAYOUT TRASLADO QUE GRABA EDUC3112),    *
      *             : VALIDA POR ESTUDIANTE EL DPI/CUI CON EL DIGITO   *
      *             : VERIFICADOR COMUN (DPICHK01) Y SU                *
      *             : DEPARTAMENTO/MUNICIPIO CONTRA EL CATALOGO        *
      *             : GEOGRAFICO (CATGEO), LOS DATOS DEL MAESTRO, Y    *
      *             : QUE EL DPI NO ESTE YA INSCRITO EN ESTUMST NI     *
      *             : REPETIDO EN EL ARCHIVO. A CADA ESTUDIANTE        *
      *             : ACEPTADO LE ASIGNA EL SIGUIENTE CODIGO LIBRE DEL *
      *             : MAESTRO Y GENERA SU TRANSACCION DE ALTA PARA EL  *
      *             : MODO MAESTRO DE EDUC3008 (TRASALTA), SU          *
      *             : DIRECCION PARA LA CAPTURA DE DIRECCIONES DE      *
      *             : EDUC3023 (TRASDIR) Y SUS NOTAS COMO              *
      *             : TRANSACCIONES DE CAPTURA DE EDUC3051 MARCADAS    *
      *             : COMO EXTERNAS (TRASNOT). EL REPORTE RPTTRAS      *
      *             : LISTA CADA TRASLADO CON SU CODIGO NUEVO O EL     *
      *             : MOTIVO DE RECHAZO, LA ASISTENCIA QUE TRAE Y SI   *
      *             : LLEGA CON SALDO PENDIENTE EN LA ESCUELA DE       *
      *             : ORIGEN.                                          *
      * ARCHIVOS    : TRASLENT (ENTRADA), CATGEO (ENTRADA), ESTUMST    *
      *             : (ENTRADA), TRASALTA (SALIDA), TRASDIR (SALIDA),  *
      *             : TRASNOT (SALIDA), RPTTRAS (SALIDA)               *
      * PROGRAMA(S) : DPICHK01, RUNSTAT1                               *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDUC3113.
       AUTHOR. DIANA SALGUERO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-TRASLADOS ASSIGN TO TRASLENT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-TRASLENT.
           SELECT CATALOGO-GEO ASSIGN TO CATGEO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CATGEO-LLAVE
                  FILE STATUS IS WKS-FS-CATGEO.
           SELECT ESTUDIANTE-MASTER ASSIGN TO ESTUMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ESTUM-LLAVE
                  FILE STATUS IS WKS-FS-ESTUMST.
           SELECT TRANS-ALTAS ASSIGN TO TRASALTA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-TRASALTA.
           SELECT TRANS-DIRECCIONES ASSIGN TO TRASDIR
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-TRASDIR.
           SELECT TRANS-NOTAS ASSIGN TO TRASNOT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-TRASNOT.
           SELECT RPT-TRASLADOS ASSIGN TO RPTTRAS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-RPTTRAS.

       DATA DIVISION.

       FILE SECTION.
       FD ARCHIVO-TRASLADOS.
           COPY TRASLADO.

       FD CATALOGO-GEO.
           COPY CATGEO.

       FD ESTUDIANTE-MASTER.
           COPY ESTUMST.

       FD TRANS-ALTAS.
       01 REG-TRANS-ALTA                PIC X(88).

       FD TRANS-DIRECCIONES.
       01 REG-TRANS-DIRECCION           PIC X(66).

       FD TRANS-NOTAS.
       01 REG-TRANS-NOTA                PIC X(27).

       FD RPT-TRASLADOS.
       01 REG-RPT-TRASLADOS             PIC X(100).

       WORKING-STORAGE SECTION.

       01 WKS-CONTROL-ARCHIVOS.
          02 WKS-FS-TRASLENT            PIC X(02) VALUE SPACES.
             88 WKS-FIN-TRASLENT                  VALUE "10".
          02 WKS-FS-CATGEO              PIC X(02) VALUE SPACES.
          02 WKS-FS-ESTUMST             PIC X(02) VALUE SPACES.
             88 WKS-FIN-ESTUMST                   VALUE "10".
          02 WKS-FS-TRASALTA            PIC X(02) VALUE SPACES.
          02 WKS-FS-TRASDIR             PIC X(02) VALUE SPACES.
          02 WKS-FS-TRASNOT             PIC X(02) VALUE SPACES.
          02 WKS-FS-RPTTRAS             PIC X(02) VALUE SPACES.

      *ESTUDIANTES QUE LLEGAN, CON LO QUE TRAEN DEL ARCHIVO Y EL
      *RESULTADO DE LA VALIDACION (V=VALIDO, R=RECHAZADO).
       01 WKS-TABLA-LLEGADAS.
          02 WKS-LL-ENTRADA OCCURS 500 TIMES.
             03 WKS-LL-ESCUELA          PIC X(10).
             03 WKS-LL-CODIGO-ORIGEN    PIC 9(05).
             03 WKS-LL-NOMBRE           PIC X(50).
             03 WKS-LL-FECHA-NAC        PIC X(08).
             03 WKS-LL-GENERO           PIC X(01).
             03 WKS-LL-DPI              PIC X(13).
             03 WKS-LL-TIPO-DOC         PIC X(01).
             03 WKS-LL-SALDO            PIC X(01).
             03 WKS-LL-DIRECCION        PIC X(60).
             03 WKS-LL-ANIO             PIC X(04).
             03 WKS-LL-PRESENTES        PIC X(04).
             03 WKS-LL-AUSENCIAS        PIC X(04).
             03 WKS-LL-JUSTIFICADAS     PIC X(04).
             03 WKS-LL-ESTADO           PIC X(01).
             03 WKS-LL-MOTIVO           PIC X(30).
             03 WKS-LL-CODIGO-NUEVO     PIC 9(05).
             03 WKS-LL-NOTAS            PIC 9(03).
          02 WKS-LL-CANT                PIC 9(03) VALUE ZEROES.
          02 WKS-LL-IDX                 PIC 9(03) VALUE ZEROES.
          02 WKS-LL-IDX2                PIC 9(03) VALUE ZEROES.
          02 WKS-LL-ACTUAL              PIC 9(03) VALUE ZEROES.

      *NOTAS QUE TRAE CADA ESTUDIANTE.
       01 WKS-TABLA-NOTAS.
          02 WKS-NO-ENTRADA OCCURS 5000 TIMES.
             03 WKS-NO-LLEGADA          PIC 9(03).
             03 WKS-NO-CURSO            PIC X(06).
             03 WKS-NO-TERMINO          PIC X(02).
             03 WKS-NO-NOTA             PIC X(03).
          02 WKS-NO-CANT                PIC 9(04) VALUE ZEROES.
          02 WKS-NO-IDX                 PIC 9(04) VALUE ZEROES.

      *DESGLOSE DEL DPI PARA LA CONSULTA DEL CATALOGO GEOGRAFICO.
       01 WKS-DPI-DESGLOSE.
          02 WKS-DD-CORRELATIVO         PIC 9(08) VALUE ZEROES.
          02 WKS-DD-VERIFICADOR         PIC 9(01) VALUE ZEROES.
          02 WKS-DD-DEPARTAMENTO        PIC 9(02) VALUE ZEROES.
          02 WKS-DD-MUNICIPIO           PIC 9(02) VALUE ZEROES.

      *AREA DE LLAMADA AL VERIFICADOR COMUN DE DPI.
       01 WKS-CONTROL-CHEQUEO.
          02 WKS-CHK-DPI                PIC 9(13) VALUE ZEROES.
          02 WKS-CHK-DIGITO             PIC 9(02) VALUE ZEROES.
          02 WKS-CHK-VEREDICTO          PIC X(20) VALUE SPACES.
          02 WKS-CHK-ERROR              PIC X(01) VALUE "N".

      *TRANSACCION DE ALTA CON EL MISMO LAYOUT QUE LEE EL MODO
      *MAESTRO DE EDUC3008 POR SYSIN.
       01 WKS-TRANS-ALTA.
          02 WKS-TA-ACCION              PIC X(01) VALUE "A".
          02 WKS-TA-CODIGO              PIC 9(05) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-TA-NOMBRE              PIC X(50) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-TA-EDAD                PIC 9(02) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-TA-FECHA               PIC 9(08) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-TA-GENERO              PIC X(01) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-TA-DPI                 PIC 9(13) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-TA-TIPO-DOC            PIC X(01) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.

      *ENTRADA DE LA CAPTURA DE DIRECCIONES (EDUC3023).
       01 WKS-TRANS-DIRECCION.
          02 WKS-TD-CODIGO              PIC 9(05) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-TD-DIRECCION           PIC X(60) VALUE SPACES.

      *TRANSACCION DE NOTAS DE EDUC3051, CON ORIGEN EXTERNO.
       01 WKS-TRANS-NOTA.
          02 WKS-TN-CODIGO              PIC 9(05) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-TN-CURSO               PIC X(06) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-TN-TERMINO             PIC X(02) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-TN-NOTA                PIC X(03) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-TN-ORIGEN              PIC X(01) VALUE "E".

       01 WKS-CONTROL-FECHAS.
          02 WKS-FECHA-HOY              PIC 9(08) VALUE ZEROES.
          02 WKS-FECHA-HOY-R REDEFINES WKS-FECHA-HOY.
             03 WKS-FH-ANIO             PIC 9(04).
             03 WKS-FH-MES-DIA          PIC 9(04).
          02 WKS-FECHA-NAC-TRABAJO      PIC 9(08) VALUE ZEROES.
          02 WKS-FECHA-NAC-R REDEFINES WKS-FECHA-NAC-TRABAJO.
             03 WKS-FN-ANIO             PIC 9(04).
             03 WKS-FN-MES-DIA          PIC 9(04).
          02 WKS-EDAD                   PIC 9(03) VALUE ZEROES.
          02 WKS-ULTIMO-CODIGO          PIC 9(05) VALUE ZEROES.

       01 WKS-ITERACIONES.
          02 WKS-I-REGISTROS            PIC 9(06) VALUE ZEROES.
          02 WKS-I-HUERFANOS            PIC 9(05) VALUE ZEROES.
          02 WKS-I-ACEPTADOS            PIC 9(05) VALUE ZEROES.
          02 WKS-I-RECHAZADOS           PIC 9(05) VALUE ZEROES.
          02 WKS-I-NOTAS                PIC 9(05) VALUE ZEROES.
          02 WKS-I-NOTAS-INVALIDAS      PIC 9(05) VALUE ZEROES.
          02 WKS-I-CON-SALDO            PIC 9(05) VALUE ZEROES.

      *AREA PARA LA RUTINA COMUN DE ESTADISTICAS DE CORRIDA.
       01 WKS-CONTROL-ESTADISTICA.
          02 WKS-ST-PROGRAMA            PIC X(08) VALUE "EDUK3113".
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

           PERFORM 0001-INICIO-CARGA-TRASLADOS THRU
              0001-CARGA-TRASLADOS-E

           OPEN INPUT CATALOGO-GEO
           IF WKS-FS-CATGEO NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL CATALOGO GEOGRAFICO CATGEO"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM VARYING WKS-LL-IDX FROM 1 BY 1
              UNTIL WKS-LL-IDX > WKS-LL-CANT
              PERFORM 0003-INICIO-VALIDA-LLEGADA THRU
                 0003-VALIDA-LLEGADA-E
           END-PERFORM
           CLOSE CATALOGO-GEO

           PERFORM 0004-INICIO-CRUCE-MAESTRO THRU 0004-CRUCE-MAESTRO-E
           PERFORM 0005-INICIO-GENERA THRU 0005-GENERA-E

           DISPLAY "REGISTROS DE TRASLADO LEIDOS: " WKS-I-REGISTROS
           DISPLAY "REGISTROS SIN ESTUDIANTE: " WKS-I-HUERFANOS
           DISPLAY "TRASLADOS RECIBIDOS: " WKS-LL-CANT
           DISPLAY "TRASLADOS ACEPTADOS: " WKS-I-ACEPTADOS
           DISPLAY "TRASLADOS RECHAZADOS: " WKS-I-RECHAZADOS
           DISPLAY "NOTAS EXTERNAS GENERADAS: " WKS-I-NOTAS
           DISPLAY "NOTAS INVALIDAS DESCARTADAS: " WKS-I-NOTAS-INVALIDAS
           DISPLAY "LLEGAN CON SALDO PENDIENTE EN ORIGEN: "
                   WKS-I-CON-SALDO

           IF WKS-I-RECHAZADOS > ZEROES OR WKS-I-HUERFANOS > ZEROES
              MOVE 4 TO RETURN-CODE
           END-IF

           MOVE WKS-I-REGISTROS TO WKS-ST-LEIDOS
           COMPUTE WKS-ST-ESCRITOS = WKS-I-ACEPTADOS + WKS-I-NOTAS
           COMPUTE WKS-ST-RECHAZADOS = WKS-I-RECHAZADOS +
                                       WKS-I-HUERFANOS
           CALL 'RUNSTAT1' USING WKS-ST-PROGRAMA
                                 WKS-ST-FECHA-INICIO
                                 WKS-ST-HORA-INICIO
                                 WKS-ST-LEIDOS
                                 WKS-ST-ESCRITOS
                                 WKS-ST-RECHAZADOS

           STOP RUN.
       0000-INICIO-E.
           EXIT.

       0001-INICIO-CARGA-TRASLADOS SECTION.
      *CADA REGISTRO "E" ABRE UN ESTUDIANTE; LOS "D", "A" Y "N" QUE
      *LE SIGUEN SON SUYOS SI TRAEN LA MISMA ESCUELA Y CODIGO DE
      *ORIGEN. LO QUE NO TIENE ESTUDIANTE SE CUENTA Y SE DESCARTA.
           OPEN INPUT ARCHIVO-TRASLADOS
           IF WKS-FS-TRASLENT NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE TRASLADOS"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           READ ARCHIVO-TRASLADOS
           AT END
              SET WKS-FIN-TRASLENT TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-TRASLENT
                   ADD 1 TO WKS-I-REGISTROS
                   PERFORM 0002-INICIO-UN-REGISTRO THRU
                      0002-UN-REGISTRO-E
                   READ ARCHIVO-TRASLADOS
                   AT END
                      SET WKS-FIN-TRASLENT TO TRUE
                   END-READ
           END-PERFORM

           CLOSE ARCHIVO-TRASLADOS
           DISPLAY "ESTUDIANTES EN EL ARCHIVO DE TRASLADOS: "
                   WKS-LL-CANT.
       0001-CARGA-TRASLADOS-E.
           EXIT.

       0002-INICIO-UN-REGISTRO SECTION.
           IF TRAS-ES-ESTUDIANTE
              IF WKS-LL-CANT >= 500
                 DISPLAY "TABLA DE TRASLADOS LLENA, SE DESCARTA: "
                         TRAS-ESCUELA-ORIGEN " " TRAS-CODIGO-ORIGEN
                 MOVE ZEROES TO WKS-LL-ACTUAL
                 ADD 1 TO WKS-I-HUERFANOS
                 GO TO 0002-UN-REGISTRO-E
              END-IF
              ADD 1 TO WKS-LL-CANT
              MOVE WKS-LL-CANT TO WKS-LL-ACTUAL
              INITIALIZE WKS-LL-ENTRADA(WKS-LL-ACTUAL)
              MOVE TRAS-ESCUELA-ORIGEN TO WKS-LL-ESCUELA(WKS-LL-ACTUAL)
              MOVE TRAS-CODIGO-ORIGEN TO
                 WKS-LL-CODIGO-ORIGEN(WKS-LL-ACTUAL)
              MOVE TRAS-NOMBRE TO WKS-LL-NOMBRE(WKS-LL-ACTUAL)
              MOVE TRAS-DATOS(51:8) TO WKS-LL-FECHA-NAC(WKS-LL-ACTUAL)
              MOVE TRAS-GENERO TO WKS-LL-GENERO(WKS-LL-ACTUAL)
              MOVE TRAS-DATOS(60:13) TO WKS-LL-DPI(WKS-LL-ACTUAL)
              MOVE TRAS-TIPO-DOCUMENTO TO
                 WKS-LL-TIPO-DOC(WKS-LL-ACTUAL)
              MOVE TRAS-SALDO-PENDIENTE TO WKS-LL-SALDO(WKS-LL-ACTUAL)
              MOVE "V" TO WKS-LL-ESTADO(WKS-LL-ACTUAL)
              GO TO 0002-UN-REGISTRO-E
           END-IF

           IF WKS-LL-ACTUAL = ZEROES
              ADD 1 TO WKS-I-HUERFANOS
              GO TO 0002-UN-REGISTRO-E
           END-IF
           IF TRAS-ESCUELA-ORIGEN NOT = WKS-LL-ESCUELA(WKS-LL-ACTUAL)
              OR TRAS-CODIGO-ORIGEN NOT =
                 WKS-LL-CODIGO-ORIGEN(WKS-LL-ACTUAL)
              ADD 1 TO WKS-I-HUERFANOS
              GO TO 0002-UN-REGISTRO-E
           END-IF

           EVALUATE TRUE
           WHEN TRAS-ES-DIRECCION
                MOVE TRAS-DIRECCION TO WKS-LL-DIRECCION(WKS-LL-ACTUAL)
           WHEN TRAS-ES-ASISTENCIA
                MOVE TRAS-DATOS(1:4) TO WKS-LL-ANIO(WKS-LL-ACTUAL)
                MOVE TRAS-DATOS(5:4) TO WKS-LL-PRESENTES(WKS-LL-ACTUAL)
                MOVE TRAS-DATOS(9:4) TO WKS-LL-AUSENCIAS(WKS-LL-ACTUAL)
                MOVE TRAS-DATOS(13:4) TO
                   WKS-LL-JUSTIFICADAS(WKS-LL-ACTUAL)
           WHEN TRAS-ES-NOTA
                IF WKS-NO-CANT < 5000
                   ADD 1 TO WKS-NO-CANT
                   MOVE WKS-LL-ACTUAL TO WKS-NO-LLEGADA(WKS-NO-CANT)
                   MOVE TRAS-CURSO TO WKS-NO-CURSO(WKS-NO-CANT)
                   MOVE TRAS-TERMINO TO WKS-NO-TERMINO(WKS-NO-CANT)
                   MOVE TRAS-DATOS(9:3) TO WKS-NO-NOTA(WKS-NO-CANT)
                ELSE
                   DISPLAY "TABLA DE NOTAS LLENA, SE DESCARTA NOTA DE: "
                           TRAS-ESCUELA-ORIGEN " " TRAS-CODIGO-ORIGEN
                   ADD 1 TO WKS-I-NOTAS-INVALIDAS
                END-IF
           WHEN OTHER
                ADD 1 TO WKS-I-HUERFANOS
           END-EVALUATE.
       0002-UN-REGISTRO-E.
           EXIT.

       0003-INICIO-VALIDA-LLEGADA SECTION.
      *DATOS DEL MAESTRO, TIPO DE DOCUMENTO, DPI/CUI Y SU GEOGRAFIA,
      *Y QUE EL DPI NO VENGA REPETIDO EN EL MISMO ARCHIVO. EL
      *PASAPORTE NO TIENE DIGITO VERIFICADOR NI GEOGRAFIA.
           MOVE SPACES TO WKS-LL-MOTIVO(WKS-LL-IDX)

           IF WKS-LL-NOMBRE(WKS-LL-IDX) = SPACES
              MOVE "SIN NOMBRE" TO WKS-LL-MOTIVO(WKS-LL-IDX)
              GO TO 0003-RECHAZA
           END-IF
           IF WKS-LL-FECHA-NAC(WKS-LL-IDX) NOT NUMERIC
              MOVE "FECHA DE NACIMIENTO INVALIDA" TO
                 WKS-LL-MOTIVO(WKS-LL-IDX)
              GO TO 0003-RECHAZA
           END-IF
           MOVE WKS-LL-FECHA-NAC(WKS-LL-IDX) TO WKS-FECHA-NAC-TRABAJO
           IF FUNCTION TEST-DATE-YYYYMMDD(WKS-FECHA-NAC-TRABAJO) NOT = 0
              OR WKS-FECHA-NAC-TRABAJO > WKS-FECHA-HOY
              MOVE "FECHA DE NACIMIENTO INVALIDA" TO
                 WKS-LL-MOTIVO(WKS-LL-IDX)
              GO TO 0003-RECHAZA
           END-IF

           EVALUATE WKS-LL-TIPO-DOC(WKS-LL-IDX)
           WHEN "C"
           WHEN "D"
                CONTINUE
           WHEN "P"
                GO TO 0003-VALIDA-REPETIDO
           WHEN OTHER
                MOVE "TIPO DE DOCUMENTO INVALIDO" TO
                   WKS-LL-MOTIVO(WKS-LL-IDX)
                GO TO 0003-RECHAZA
           END-EVALUATE

           IF WKS-LL-DPI(WKS-LL-IDX) NOT NUMERIC
              MOVE "DPI/CUI NO NUMERICO" TO WKS-LL-MOTIVO(WKS-LL-IDX)
              GO TO 0003-RECHAZA
           END-IF
           MOVE WKS-LL-DPI(WKS-LL-IDX) TO WKS-CHK-DPI
           CALL 'DPICHK01' USING WKS-CHK-DPI
                                 WKS-CHK-DIGITO
                                 WKS-CHK-VEREDICTO
                                 WKS-CHK-ERROR
           IF WKS-CHK-ERROR = "S" OR WKS-CHK-VEREDICTO NOT = "ACEPTADO"
              STRING "DPI/CUI " WKS-CHK-VEREDICTO
                 DELIMITED BY SIZE INTO WKS-LL-MOTIVO(WKS-LL-IDX)
              END-STRING
              GO TO 0003-RECHAZA
           END-IF

           MOVE WKS-LL-DPI(WKS-LL-IDX) TO WKS-DPI-DESGLOSE
           MOVE WKS-DD-DEPARTAMENTO TO CATGEO-DEPTO
           MOVE WKS-DD-MUNICIPIO TO CATGEO-MUNI
           READ CATALOGO-GEO
           END-READ
           IF WKS-FS-CATGEO NOT = "00" OR CATGEO-ESTADO NOT = "A"
              MOVE "DEPTO/MUNICIPIO NO VIGENTE" TO
                 WKS-LL-MOTIVO(WKS-LL-IDX)
              GO TO 0003-RECHAZA
           END-IF.

       0003-VALIDA-REPETIDO.
           IF WKS-LL-TIPO-DOC(WKS-LL-IDX) NOT = "P" OR
              WKS-LL-DPI(WKS-LL-IDX) NUMERIC
              PERFORM VARYING WKS-LL-IDX2 FROM 1 BY 1
                 UNTIL WKS-LL-IDX2 >= WKS-LL-IDX
                 IF WKS-LL-ESTADO(WKS-LL-IDX2) = "V" AND
                    WKS-LL-DPI(WKS-LL-IDX2) = WKS-LL-DPI(WKS-LL-IDX)
                    AND WKS-LL-DPI(WKS-LL-IDX) NOT = ZEROES
                    MOVE "DPI REPETIDO EN EL ARCHIVO" TO
                       WKS-LL-MOTIVO(WKS-LL-IDX)
                 END-IF
              END-PERFORM
           END-IF
           IF WKS-LL-MOTIVO(WKS-LL-IDX) NOT = SPACES
              GO TO 0003-RECHAZA
           END-IF
           GO TO 0003-VALIDA-LLEGADA-E.

       0003-RECHAZA.
           MOVE "R" TO WKS-LL-ESTADO(WKS-LL-IDX).
       0003-VALIDA-LLEGADA-E.
           EXIT.

       0004-INICIO-CRUCE-MAESTRO SECTION.
      *UNA PASADA POR EL MAESTRO DE ESTUDIANTES: EL CODIGO MAS ALTO
      *EN USO Y LOS DPI QUE YA ESTAN INSCRITOS AQUI.
           OPEN INPUT ESTUDIANTE-MASTER
           IF WKS-FS-ESTUMST NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE ESTUDIANTES"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           READ ESTUDIANTE-MASTER
           AT END
              SET WKS-FIN-ESTUMST TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-ESTUMST
                   IF ESTUM-CODIGO > WKS-ULTIMO-CODIGO
                      MOVE ESTUM-CODIGO TO WKS-ULTIMO-CODIGO
                   END-IF
                   IF ESTUM-DPI NOT = ZEROES
                      PERFORM VARYING WKS-LL-IDX FROM 1 BY 1
                         UNTIL WKS-LL-IDX > WKS-LL-CANT
                         IF WKS-LL-ESTADO(WKS-LL-IDX) = "V" AND
                            WKS-LL-DPI(WKS-LL-IDX) = ESTUM-DPI
                            MOVE "R" TO WKS-LL-ESTADO(WKS-LL-IDX)
                            STRING "DPI YA INSCRITO, CODIGO "
                                   ESTUM-CODIGO
                               DELIMITED BY SIZE INTO
                               WKS-LL-MOTIVO(WKS-LL-IDX)
                            END-STRING
                         END-IF
                      END-PERFORM
                   END-IF
                   READ ESTUDIANTE-MASTER
                   AT END
                      SET WKS-FIN-ESTUMST TO TRUE
                   END-READ
           END-PERFORM

           CLOSE ESTUDIANTE-MASTER
           DISPLAY "ULTIMO CODIGO EN EL MAESTRO: " WKS-ULTIMO-CODIGO.
       0004-CRUCE-MAESTRO-E.
           EXIT.

       0005-INICIO-GENERA SECTION.
           OPEN OUTPUT TRANS-ALTAS
           IF WKS-FS-TRASALTA NOT = "00"
              DISPLAY "NO SE PUDO ABRIR LAS ALTAS DE TRASLADO"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT TRANS-DIRECCIONES
           IF WKS-FS-TRASDIR NOT = "00"
              DISPLAY "NO SE PUDO ABRIR LAS DIRECCIONES DE TRASLADO"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT TRANS-NOTAS
           IF WKS-FS-TRASNOT NOT = "00"
              DISPLAY "NO SE PUDO ABRIR LAS NOTAS DE TRASLADO"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT RPT-TRASLADOS
           IF WKS-FS-RPTTRAS NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL REPORTE DE TRASLADOS"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE SPACES TO REG-RPT-TRASLADOS
           STRING "TRASLADOS DE ENTRADA RECIBIDOS AL " WKS-FECHA-HOY
              DELIMITED BY SIZE INTO REG-RPT-TRASLADOS
           END-STRING
           WRITE REG-RPT-TRASLADOS
           MOVE SPACES TO REG-RPT-TRASLADOS
           WRITE REG-RPT-TRASLADOS

           PERFORM VARYING WKS-LL-IDX FROM 1 BY 1
              UNTIL WKS-LL-IDX > WKS-LL-CANT
              PERFORM 0006-INICIO-UNA-LLEGADA THRU 0006-UNA-LLEGADA-E
           END-PERFORM

           MOVE SPACES TO REG-RPT-TRASLADOS
           WRITE REG-RPT-TRASLADOS
           MOVE SPACES TO REG-RPT-TRASLADOS
           STRING "RECIBIDOS: " WKS-LL-CANT
                  "  ACEPTADOS: " WKS-I-ACEPTADOS
                  "  RECHAZADOS: " WKS-I-RECHAZADOS
                  "  NOTAS EXTERNAS: " WKS-I-NOTAS
              DELIMITED BY SIZE INTO REG-RPT-TRASLADOS
           END-STRING
           WRITE REG-RPT-TRASLADOS

           CLOSE TRANS-ALTAS, TRANS-DIRECCIONES, TRANS-NOTAS,
                 RPT-TRASLADOS.
       0005-GENERA-E.
           EXIT.

       0006-INICIO-UNA-LLEGADA SECTION.
      *EL RECHAZADO SOLO VA AL REPORTE. EL ACEPTADO RECIBE EL
      *SIGUIENTE CODIGO LIBRE Y GENERA SU ALTA, SU DIRECCION Y SUS
      *NOTAS EXTERNAS.
           MOVE SPACES TO REG-RPT-TRASLADOS
           IF WKS-LL-ESTADO(WKS-LL-IDX) = "R"
              ADD 1 TO WKS-I-RECHAZADOS
              STRING WKS-LL-ESCUELA(WKS-LL-IDX) " "
                     WKS-LL-CODIGO-ORIGEN(WKS-LL-IDX) " "
                     WKS-LL-NOMBRE(WKS-LL-IDX)(1:30)
                     " RECHAZADO: " WKS-LL-MOTIVO(WKS-LL-IDX)
                 DELIMITED BY SIZE INTO REG-RPT-TRASLADOS
              END-STRING
              WRITE REG-RPT-TRASLADOS
              GO TO 0006-UNA-LLEGADA-E
           END-IF

           ADD 1 TO WKS-ULTIMO-CODIGO
           MOVE WKS-ULTIMO-CODIGO TO WKS-LL-CODIGO-NUEVO(WKS-LL-IDX)
           ADD 1 TO WKS-I-ACEPTADOS

           MOVE WKS-LL-FECHA-NAC(WKS-LL-IDX) TO WKS-FECHA-NAC-TRABAJO
           COMPUTE WKS-EDAD = WKS-FH-ANIO - WKS-FN-ANIO
           IF WKS-FH-MES-DIA < WKS-FN-MES-DIA
              SUBTRACT 1 FROM WKS-EDAD
           END-IF

           MOVE WKS-ULTIMO-CODIGO TO WKS-TA-CODIGO
           MOVE WKS-LL-NOMBRE(WKS-LL-IDX) TO WKS-TA-NOMBRE
           MOVE WKS-EDAD TO WKS-TA-EDAD
           MOVE WKS-FECHA-NAC-TRABAJO TO WKS-TA-FECHA
           MOVE WKS-LL-GENERO(WKS-LL-IDX) TO WKS-TA-GENERO
           IF WKS-LL-DPI(WKS-LL-IDX) NUMERIC
              MOVE WKS-LL-DPI(WKS-LL-IDX) TO WKS-TA-DPI
           ELSE
              MOVE ZEROES TO WKS-TA-DPI
           END-IF
           MOVE WKS-LL-TIPO-DOC(WKS-LL-IDX) TO WKS-TA-TIPO-DOC
           WRITE REG-TRANS-ALTA FROM WKS-TRANS-ALTA

           IF WKS-LL-DIRECCION(WKS-LL-IDX) NOT = SPACES
              MOVE WKS-ULTIMO-CODIGO TO WKS-TD-CODIGO
              MOVE WKS-LL-DIRECCION(WKS-LL-IDX) TO WKS-TD-DIRECCION
              WRITE REG-TRANS-DIRECCION FROM WKS-TRANS-DIRECCION
           END-IF

           MOVE ZEROES TO WKS-LL-NOTAS(WKS-LL-IDX)
           PERFORM VARYING WKS-NO-IDX FROM 1 BY 1
              UNTIL WKS-NO-IDX > WKS-NO-CANT
              IF WKS-NO-LLEGADA(WKS-NO-IDX) = WKS-LL-IDX
                 IF WKS-NO-NOTA(WKS-NO-IDX) NUMERIC AND
                    WKS-NO-NOTA(WKS-NO-IDX) NOT > "100" AND
                    WKS-NO-CURSO(WKS-NO-IDX) NOT = SPACES
                    MOVE WKS-ULTIMO-CODIGO TO WKS-TN-CODIGO
                    MOVE WKS-NO-CURSO(WKS-NO-IDX) TO WKS-TN-CURSO
                    MOVE WKS-NO-TERMINO(WKS-NO-IDX) TO WKS-TN-TERMINO
                    MOVE WKS-NO-NOTA(WKS-NO-IDX) TO WKS-TN-NOTA
                    WRITE REG-TRANS-NOTA FROM WKS-TRANS-NOTA
                    ADD 1 TO WKS-LL-NOTAS(WKS-LL-IDX)
                    ADD 1 TO WKS-I-NOTAS
                 ELSE
                    ADD 1 TO WKS-I-NOTAS-INVALIDAS
                 END-IF
              END-IF
           END-PERFORM

           STRING WKS-LL-ESCUELA(WKS-LL-IDX) " "
                  WKS-LL-CODIGO-ORIGEN(WKS-LL-IDX) " "
                  WKS-LL-NOMBRE(WKS-LL-IDX)(1:30)
                  " CODIGO NUEVO " WKS-ULTIMO-CODIGO
                  " NOTAS " WKS-LL-NOTAS(WKS-LL-IDX)
              DELIMITED BY SIZE INTO REG-RPT-TRASLADOS
           END-STRING
           WRITE REG-RPT-TRASLADOS

           MOVE SPACES TO REG-RPT-TRASLADOS
           STRING "      ASISTENCIA EN ORIGEN " WKS-LL-ANIO(WKS-LL-IDX)
                  ": PRESENTES " WKS-LL-PRESENTES(WKS-LL-IDX)
                  " AUSENCIAS " WKS-LL-AUSENCIAS(WKS-LL-IDX)
                  " JUSTIFICADAS " WKS-LL-JUSTIFICADAS(WKS-LL-IDX)
              DELIMITED BY SIZE INTO REG-RPT-TRASLADOS
           END-STRING
           WRITE REG-RPT-TRASLADOS

           IF WKS-LL-SALDO(WKS-LL-IDX) = "S"
              ADD 1 TO WKS-I-CON-SALDO
              MOVE SPACES TO REG-RPT-TRASLADOS
              STRING "      LLEGA CON SALDO PENDIENTE"
                     " EN LA ESCUELA DE ORIGEN"
                 DELIMITED BY SIZE INTO REG-RPT-TRASLADOS
              END-STRING
              WRITE REG-RPT-TRASLADOS
           END-IF
           IF WKS-LL-DIRECCION(WKS-LL-IDX) = SPACES
              MOVE "      SIN DIRECCION EN EL TRASLADO" TO
                 REG-RPT-TRASLADOS
              WRITE REG-RPT-TRASLADOS
           END-IF.
       0006-UNA-LLEGADA-E.
           EXIT.
