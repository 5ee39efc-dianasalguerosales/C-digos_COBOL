      ******************************************************************
      * FECHA       : 2026                                             *
      * PROGRAMADOR : DIANA STEFFANNY SALGUERO ROSALES                 *
      * APLICACION  : EDUCACION                                        *
      * PROGRAMA    : EDUC3112                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : TRASLADOS DE SALIDA. TOMA LAS BAJAS CON MOTIVO   *
      *             : TRASLADO QUE EL MODO MAESTRO DE EDUC3008 DEJO    *
      *             : PENDIENTES (TRASPEND) Y POR CADA ESTUDIANTE      *
      *             : GRABA EL REGISTRO ESTANDAR DE TRASLADO           *
      *             : (TRASLSAL, LAYOUT TRASLADO) PARA LA ESCUELA QUE  *
      *             : LO RECIBE: DATOS DEL MAESTRO CON SU DPI/CUI, LA  *
      *             : DIRECCION DE DIRMAST, LA ASISTENCIA DEL ANIO A   *
      *             : LA FECHA DE ASISMAST, LAS NOTAS DEL ANIO DE      *
      *             : NOTASMST Y EL INDICADOR DE SALDO PENDIENTE SEGUN *
      *             : LAS FACTURAS NO CANCELADAS DE FACTMAST. AL       *
      *             : TERMINAR VACIA LOS PENDIENTES PARA QUE NINGUN    *
      *             : TRASLADO SALGA DOS VECES. EL CODIGO DE LA        *
      *             : ESCUELA QUE ENVIA SALE DE TRAS_ESCUELA.          *
      * ARCHIVOS    : TRASPEND (ENTRADA/SALIDA), DIRMAST (ENTRADA),    *
      *             : NOTASMST (ENTRADA), ASISMAST (ENTRADA), FACTMAST *
      *             : (ENTRADA), TRASLSAL (SALIDA)                     *
      * PROGRAMA(S) : PARMRD01, RUNSTAT1                               *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDUC3112.
       AUTHOR. DIANA SALGUERO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRASLADO-PENDIENTE ASSIGN TO TRASPEND
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-TRASPEND.
           SELECT MAESTRO-DIRECCIONES ASSIGN TO DIRMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS DIRM-CODIGO
                  FILE STATUS IS WKS-FS-DIRMAST.
           SELECT NOTAS-MASTER ASSIGN TO NOTASMST
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-NOTASMST.
           SELECT ASISTENCIA-MASTER ASSIGN TO ASISMAST
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-ASISMAST.
           SELECT FACTURAS-MASTER ASSIGN TO FACTMAST
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-FACTMAST.
           SELECT ARCHIVO-TRASLADOS ASSIGN TO TRASLSAL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-TRASLSAL.

       DATA DIVISION.

       FILE SECTION.
       FD TRASLADO-PENDIENTE.
           COPY TRASPEND.

       FD MAESTRO-DIRECCIONES.
           COPY DIRMAST.

       FD NOTAS-MASTER.
       01 REG-NOTA                      PIC X(27).

       FD ASISTENCIA-MASTER.
       01 REG-ASISTENCIA                PIC X(30).

       FD FACTURAS-MASTER.
       01 REG-FACTURA                   PIC X(60).

       FD ARCHIVO-TRASLADOS.
           COPY TRASLADO.

       WORKING-STORAGE SECTION.

       01 WKS-CONTROL-ARCHIVOS.
          02 WKS-FS-TRASPEND            PIC X(02) VALUE SPACES.
             88 WKS-FIN-TRASPEND                  VALUE "10".
          02 WKS-FS-DIRMAST             PIC X(02) VALUE SPACES.
          02 WKS-FS-NOTASMST            PIC X(02) VALUE SPACES.
             88 WKS-FIN-NOTASMST                  VALUE "10".
          02 WKS-FS-ASISMAST            PIC X(02) VALUE SPACES.
             88 WKS-FIN-ASISMAST                  VALUE "10".
          02 WKS-FS-FACTMAST            PIC X(02) VALUE SPACES.
             88 WKS-FIN-FACTMAST                  VALUE "10".
          02 WKS-FS-TRASLSAL            PIC X(02) VALUE SPACES.
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
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-NT-ORIGEN              PIC X(01) VALUE SPACES.

      *MISMA LINEA DEL MAESTRO DE ASISTENCIA QUE GRABA EDUC3050.
       01 WKS-LINEA-ASISTENCIA.
          02 WKS-AS-CURSO               PIC X(06) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-AS-CODIGO              PIC X(05) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-AS-FECHA               PIC X(08) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-AS-ESTADO              PIC X(01) VALUE SPACES.

      *MISMA LINEA DEL MAESTRO DE FACTURAS DE EDUC3056.
       01 WKS-LINEA-FACTURA.
          02 WKS-FC-REFERENCIA          PIC 9(08) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-FC-CODIGO              PIC 9(05) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-FC-MES                 PIC 9(06) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-FC-MONTO               PIC 9(07)V99 VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-FC-PAGADO              PIC 9(07)V99 VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-FC-ESTADO              PIC X(01) VALUE "A".
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-FC-FECHA-EMISION       PIC 9(08) VALUE ZEROES.

      *TRASLADOS PENDIENTES CARGADOS, CON LO QUE SE ACUMULA DE CADA
      *MAESTRO PARA EL ESTUDIANTE.
       01 WKS-TABLA-PENDIENTES.
          02 WKS-PE-ENTRADA OCCURS 500 TIMES.
             03 WKS-PE-CODIGO           PIC 9(05).
             03 WKS-PE-NOMBRE           PIC X(50).
             03 WKS-PE-FECHA-NAC        PIC 9(08).
             03 WKS-PE-GENERO           PIC X(01).
             03 WKS-PE-DPI              PIC 9(13).
             03 WKS-PE-TIPO-DOC         PIC X(01).
             03 WKS-PE-FECHA-BAJA       PIC 9(08).
             03 WKS-PE-DESTINO          PIC X(10).
             03 WKS-PE-PRESENTES        PIC 9(04).
             03 WKS-PE-AUSENCIAS        PIC 9(04).
             03 WKS-PE-JUSTIFICADAS     PIC 9(04).
             03 WKS-PE-SALDO            PIC 9(09)V99.
          02 WKS-PE-CANT                PIC 9(03) VALUE ZEROES.
          02 WKS-PE-IDX                 PIC 9(03) VALUE ZEROES.
          02 WKS-PE-CODIGO-TRAB         PIC 9(05) VALUE ZEROES.

      *NOTAS DEL ANIO DE LOS ESTUDIANTES QUE SE VAN, EN EL ORDEN
      *DEL MAESTRO.
       01 WKS-TABLA-NOTAS.
          02 WKS-NO-ENTRADA OCCURS 5000 TIMES.
             03 WKS-NO-PENDIENTE        PIC 9(03).
             03 WKS-NO-CURSO            PIC X(06).
             03 WKS-NO-TERMINO          PIC X(02).
             03 WKS-NO-NOTA             PIC 9(03).
          02 WKS-NO-CANT                PIC 9(04) VALUE ZEROES.
          02 WKS-NO-IDX                 PIC 9(04) VALUE ZEROES.

       01 WKS-CONTROL-FECHAS.
          02 WKS-FECHA-HOY              PIC 9(08) VALUE ZEROES.
          02 WKS-ANIO-CORRIDA           PIC 9(04) VALUE ZEROES.
          02 WKS-ESCUELA                PIC X(10) VALUE SPACES.

       01 WKS-ITERACIONES.
          02 WKS-I-TRASLADOS            PIC 9(05) VALUE ZEROES.
          02 WKS-I-REGISTROS            PIC 9(06) VALUE ZEROES.
          02 WKS-I-NOTAS                PIC 9(05) VALUE ZEROES.
          02 WKS-I-CON-SALDO            PIC 9(05) VALUE ZEROES.
          02 WKS-I-SIN-DIRECCION        PIC 9(05) VALUE ZEROES.
          02 WKS-I-NO-CARGADOS          PIC 9(05) VALUE ZEROES.

      *AREA PARA EL LECTOR COMUN DEL ARCHIVO CENTRAL DE PARAMETROS.
       01 WKS-CONTROL-PARAMETROS.
          02 WKS-PARM-SECCION           PIC X(08) VALUE "EDUC3112".
          02 WKS-PARM-CANT              PIC 9(02) VALUE ZEROES.
          02 WKS-PARM-TABLA.
             03 WKS-PARM-ENTRADA OCCURS 20 TIMES.
                04 WKS-PARM-CLAVE       PIC X(20).
                04 WKS-PARM-VALOR       PIC X(20).
          02 WKS-PARM-SIN-SECCION       PIC X(01) VALUE "S".
          02 WKS-PARM-IDX               PIC 9(02) VALUE ZEROES.

      *AREA PARA LA RUTINA COMUN DE ESTADISTICAS DE CORRIDA.
       01 WKS-CONTROL-ESTADISTICA.
          02 WKS-ST-PROGRAMA            PIC X(08) VALUE "EDUK3112".
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

           PERFORM 0001-INICIO-PARAMETROS THRU 0001-PARAMETROS-E
           PERFORM 0002-INICIO-CARGA-PENDIENTES THRU
              0002-CARGA-PENDIENTES-E

           IF WKS-PE-CANT = ZEROES
              DISPLAY "SIN TRASLADOS DE SALIDA PENDIENTES"
              GO TO 0000-ESTADISTICA
           END-IF

           PERFORM 0003-INICIO-CARGA-NOTAS THRU 0003-CARGA-NOTAS-E
           PERFORM 0004-INICIO-CARGA-ASISTENCIA THRU
              0004-CARGA-ASISTENCIA-E
           PERFORM 0005-INICIO-CARGA-SALDOS THRU 0005-CARGA-SALDOS-E

           OPEN INPUT MAESTRO-DIRECCIONES
           IF WKS-FS-DIRMAST = "00"
              SET WKS-HAY-DIRECCIONES TO TRUE
           ELSE
              DISPLAY "SIN MAESTRO DE DIRECCIONES; LOS TRASLADOS "
                      "SALEN SIN DIRECCION"
           END-IF

           OPEN OUTPUT ARCHIVO-TRASLADOS
           IF WKS-FS-TRASLSAL NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE TRASLADOS"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM VARYING WKS-PE-IDX FROM 1 BY 1
              UNTIL WKS-PE-IDX > WKS-PE-CANT
              PERFORM 0006-INICIO-UN-TRASLADO THRU 0006-UN-TRASLADO-E
           END-PERFORM

           CLOSE ARCHIVO-TRASLADOS
           IF WKS-HAY-DIRECCIONES
              CLOSE MAESTRO-DIRECCIONES
           END-IF

      *LOS PENDIENTES YA ENVIADOS SE VACIAN; LOS QUE NO CUPIERON EN
      *LA TABLA QUEDAN PARA LA SIGUIENTE CORRIDA.
           IF WKS-I-NO-CARGADOS = ZEROES
              OPEN OUTPUT TRASLADO-PENDIENTE
              CLOSE TRASLADO-PENDIENTE
           ELSE
              DISPLAY "PENDIENTES NO PROCESADOS POR TABLA LLENA: "
                      WKS-I-NO-CARGADOS
              DISPLAY "TRASPEND NO SE VACIA; REVISAR ANTES DE LA "
                      "SIGUIENTE CORRIDA"
              MOVE 4 TO RETURN-CODE
           END-IF.

       0000-ESTADISTICA.
           DISPLAY "TRASLADOS ENVIADOS: " WKS-I-TRASLADOS
           DISPLAY "REGISTROS DE TRASLADO GRABADOS: " WKS-I-REGISTROS
           DISPLAY "NOTAS INCLUIDAS: " WKS-I-NOTAS
           DISPLAY "ESTUDIANTES CON SALDO PENDIENTE: " WKS-I-CON-SALDO
           DISPLAY "ESTUDIANTES SIN DIRECCION: " WKS-I-SIN-DIRECCION

           MOVE WKS-PE-CANT TO WKS-ST-LEIDOS
           MOVE WKS-I-REGISTROS TO WKS-ST-ESCRITOS
           MOVE WKS-I-NO-CARGADOS TO WKS-ST-RECHAZADOS
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
           ACCEPT WKS-ESCUELA FROM ENVIRONMENT "TRAS_ESCUELA"

           CALL 'PARMRD01' USING WKS-PARM-SECCION
                                 WKS-PARM-CANT
                                 WKS-PARM-TABLA
                                 WKS-PARM-SIN-SECCION

           PERFORM VARYING WKS-PARM-IDX FROM 1 BY 1
              UNTIL WKS-PARM-IDX > WKS-PARM-CANT
              EVALUATE WKS-PARM-CLAVE(WKS-PARM-IDX)
              WHEN "TRAS_ESCUELA"
                   MOVE WKS-PARM-VALOR(WKS-PARM-IDX)(1:10) TO
                      WKS-ESCUELA
              WHEN OTHER
                   DISPLAY "PARAMETRO DESCONOCIDO EN PARAMET: "
                           WKS-PARM-CLAVE(WKS-PARM-IDX)
              END-EVALUATE
           END-PERFORM

           IF WKS-ESCUELA = SPACES
              DISPLAY "SIN TRAS_ESCUELA; LOS TRASLADOS SALEN SIN "
                      "CODIGO DE ESCUELA DE ORIGEN"
           END-IF

           DISPLAY "PARAMETROS EFECTIVOS DE LA CORRIDA:"
           DISPLAY "  TRAS_ESCUELA: " WKS-ESCUELA.
       0001-PARAMETROS-E.
           EXIT.

       0002-INICIO-CARGA-PENDIENTES SECTION.
           OPEN INPUT TRASLADO-PENDIENTE
           IF WKS-FS-TRASPEND = "35"
              GO TO 0002-CARGA-PENDIENTES-E
           END-IF
           IF WKS-FS-TRASPEND NOT = "00"
              DISPLAY "NO SE PUDO ABRIR LOS TRASLADOS PENDIENTES"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           READ TRASLADO-PENDIENTE
           AT END
              SET WKS-FIN-TRASPEND TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-TRASPEND
                   IF WKS-PE-CANT < 500
                      ADD 1 TO WKS-PE-CANT
                      MOVE TPE-CODIGO TO WKS-PE-CODIGO(WKS-PE-CANT)
                      MOVE TPE-NOMBRE TO WKS-PE-NOMBRE(WKS-PE-CANT)
                      MOVE TPE-FECHA-NACIMIENTO TO
                         WKS-PE-FECHA-NAC(WKS-PE-CANT)
                      MOVE TPE-GENERO TO WKS-PE-GENERO(WKS-PE-CANT)
                      MOVE TPE-DPI TO WKS-PE-DPI(WKS-PE-CANT)
                      MOVE TPE-TIPO-DOCUMENTO TO
                         WKS-PE-TIPO-DOC(WKS-PE-CANT)
                      MOVE TPE-FECHA-BAJA TO
                         WKS-PE-FECHA-BAJA(WKS-PE-CANT)
                      MOVE TPE-ESCUELA-DESTINO TO
                         WKS-PE-DESTINO(WKS-PE-CANT)
                      MOVE ZEROES TO WKS-PE-PRESENTES(WKS-PE-CANT)
                                     WKS-PE-AUSENCIAS(WKS-PE-CANT)
                                     WKS-PE-JUSTIFICADAS(WKS-PE-CANT)
                                     WKS-PE-SALDO(WKS-PE-CANT)
                   ELSE
                      ADD 1 TO WKS-I-NO-CARGADOS
                   END-IF
                   READ TRASLADO-PENDIENTE
                   AT END
                      SET WKS-FIN-TRASPEND TO TRUE
                   END-READ
           END-PERFORM

           CLOSE TRASLADO-PENDIENTE
           DISPLAY "TRASLADOS PENDIENTES CARGADOS: " WKS-PE-CANT.
       0002-CARGA-PENDIENTES-E.
           EXIT.

       0003-INICIO-CARGA-NOTAS SECTION.
      *EL MAESTRO DE NOTAS ES EL DEL ANIO EN CURSO: VAN TODAS LAS
      *NOTAS DEL ESTUDIANTE, PROPIAS Y EXTERNAS.
           OPEN INPUT NOTAS-MASTER
           IF WKS-FS-NOTASMST NOT = "00"
              DISPLAY "SIN MAESTRO DE NOTAS; LOS TRASLADOS SALEN "
                      "SIN NOTAS"
              GO TO 0003-CARGA-NOTAS-E
           END-IF

           READ NOTAS-MASTER INTO WKS-LINEA-NOTA
           AT END
              SET WKS-FIN-NOTASMST TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-NOTASMST
                   IF WKS-NT-CODIGO NUMERIC AND WKS-NT-NOTA NUMERIC
                      MOVE WKS-NT-CODIGO TO WKS-PE-CODIGO-TRAB
                      PERFORM 0007-INICIO-BUSCA-PENDIENTE THRU
                         0007-BUSCA-PENDIENTE-E
                      IF WKS-PE-IDX > ZEROES AND WKS-NO-CANT < 5000
                         ADD 1 TO WKS-NO-CANT
                         MOVE WKS-PE-IDX TO
                            WKS-NO-PENDIENTE(WKS-NO-CANT)
                         MOVE WKS-NT-CURSO TO WKS-NO-CURSO(WKS-NO-CANT)
                         MOVE WKS-NT-TERMINO TO
                            WKS-NO-TERMINO(WKS-NO-CANT)
                         MOVE WKS-NT-NOTA TO WKS-NO-NOTA(WKS-NO-CANT)
                      END-IF
                   END-IF
                   READ NOTAS-MASTER INTO WKS-LINEA-NOTA
                   AT END
                      SET WKS-FIN-NOTASMST TO TRUE
                   END-READ
           END-PERFORM

           CLOSE NOTAS-MASTER.
       0003-CARGA-NOTAS-E.
           EXIT.

       0004-INICIO-CARGA-ASISTENCIA SECTION.
      *ASISTENCIA DEL ANIO EN CURSO HASTA LA FECHA, POR ESTADO.
           OPEN INPUT ASISTENCIA-MASTER
           IF WKS-FS-ASISMAST NOT = "00"
              DISPLAY "SIN MAESTRO DE ASISTENCIA; LOS TRASLADOS "
                      "SALEN CON ASISTENCIA EN CERO"
              GO TO 0004-CARGA-ASISTENCIA-E
           END-IF

           READ ASISTENCIA-MASTER INTO WKS-LINEA-ASISTENCIA
           AT END
              SET WKS-FIN-ASISMAST TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-ASISMAST
                   IF WKS-AS-CODIGO NUMERIC AND
                      WKS-AS-FECHA(1:4) = WKS-ANIO-CORRIDA
                      MOVE WKS-AS-CODIGO TO WKS-PE-CODIGO-TRAB
                      PERFORM 0007-INICIO-BUSCA-PENDIENTE THRU
                         0007-BUSCA-PENDIENTE-E
                      IF WKS-PE-IDX > ZEROES
                         EVALUATE WKS-AS-ESTADO
                         WHEN "P"
                              ADD 1 TO WKS-PE-PRESENTES(WKS-PE-IDX)
                         WHEN "A"
                              ADD 1 TO WKS-PE-AUSENCIAS(WKS-PE-IDX)
                         WHEN "J"
                              ADD 1 TO WKS-PE-JUSTIFICADAS(WKS-PE-IDX)
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
       0004-CARGA-ASISTENCIA-E.
           EXIT.

       0005-INICIO-CARGA-SALDOS SECTION.
      *SALDO DE LAS FACTURAS NO CANCELADAS DEL ESTUDIANTE; SOLO VIAJA
      *EL INDICADOR, EL MONTO QUEDA EN LA COBRANZA DE ESTA ESCUELA.
           OPEN INPUT FACTURAS-MASTER
           IF WKS-FS-FACTMAST NOT = "00"
              DISPLAY "SIN MAESTRO DE FACTURAS; LOS TRASLADOS SALEN "
                      "SIN SALDO PENDIENTE"
              GO TO 0005-CARGA-SALDOS-E
           END-IF

           READ FACTURAS-MASTER INTO WKS-LINEA-FACTURA
           AT END
              SET WKS-FIN-FACTMAST TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-FACTMAST
                   IF WKS-FC-ESTADO NOT = "C" AND
                      WKS-FC-MONTO > WKS-FC-PAGADO
                      MOVE WKS-FC-CODIGO TO WKS-PE-CODIGO-TRAB
                      PERFORM 0007-INICIO-BUSCA-PENDIENTE THRU
                         0007-BUSCA-PENDIENTE-E
                      IF WKS-PE-IDX > ZEROES
                         COMPUTE WKS-PE-SALDO(WKS-PE-IDX) =
                            WKS-PE-SALDO(WKS-PE-IDX) + WKS-FC-MONTO -
                            WKS-FC-PAGADO
                      END-IF
                   END-IF
                   READ FACTURAS-MASTER INTO WKS-LINEA-FACTURA
                   AT END
                      SET WKS-FIN-FACTMAST TO TRUE
                   END-READ
           END-PERFORM

           CLOSE FACTURAS-MASTER.
       0005-CARGA-SALDOS-E.
           EXIT.

       0006-INICIO-UN-TRASLADO SECTION.
      *REGISTROS DEL ESTUDIANTE WKS-PE-IDX: E, D, A Y UNA N POR NOTA.
           ADD 1 TO WKS-I-TRASLADOS

           MOVE SPACES TO TRAS-REGISTRO
           MOVE "E" TO TRAS-TIPO
           MOVE WKS-ESCUELA TO TRAS-ESCUELA-ORIGEN
           MOVE WKS-PE-CODIGO(WKS-PE-IDX) TO TRAS-CODIGO-ORIGEN
           MOVE WKS-PE-NOMBRE(WKS-PE-IDX) TO TRAS-NOMBRE
           MOVE WKS-PE-FECHA-NAC(WKS-PE-IDX) TO TRAS-FECHA-NACIMIENTO
           MOVE WKS-PE-GENERO(WKS-PE-IDX) TO TRAS-GENERO
           MOVE WKS-PE-DPI(WKS-PE-IDX) TO TRAS-DPI
           MOVE WKS-PE-TIPO-DOC(WKS-PE-IDX) TO TRAS-TIPO-DOCUMENTO
           MOVE WKS-PE-FECHA-BAJA(WKS-PE-IDX) TO TRAS-FECHA-BAJA
           MOVE WKS-PE-DESTINO(WKS-PE-IDX) TO TRAS-ESCUELA-DESTINO
           IF WKS-PE-SALDO(WKS-PE-IDX) > ZEROES
              MOVE "S" TO TRAS-SALDO-PENDIENTE
              ADD 1 TO WKS-I-CON-SALDO
           ELSE
              MOVE "N" TO TRAS-SALDO-PENDIENTE
           END-IF
           WRITE TRAS-REGISTRO
           ADD 1 TO WKS-I-REGISTROS

           MOVE SPACES TO TRAS-DATOS
           MOVE "D" TO TRAS-TIPO
           IF WKS-HAY-DIRECCIONES
              MOVE WKS-PE-CODIGO(WKS-PE-IDX) TO DIRM-CODIGO
              READ MAESTRO-DIRECCIONES
              END-READ
              IF WKS-FS-DIRMAST = "00"
                 MOVE DIRM-DIRECCION TO TRAS-DIRECCION
              END-IF
           END-IF
           IF TRAS-DIRECCION = SPACES
              ADD 1 TO WKS-I-SIN-DIRECCION
           END-IF
           WRITE TRAS-REGISTRO
           ADD 1 TO WKS-I-REGISTROS

           MOVE SPACES TO TRAS-DATOS
           MOVE "A" TO TRAS-TIPO
           MOVE WKS-ANIO-CORRIDA TO TRAS-ANIO
           MOVE WKS-PE-PRESENTES(WKS-PE-IDX) TO TRAS-PRESENTES
           MOVE WKS-PE-AUSENCIAS(WKS-PE-IDX) TO TRAS-AUSENCIAS
           MOVE WKS-PE-JUSTIFICADAS(WKS-PE-IDX) TO TRAS-JUSTIFICADAS
           WRITE TRAS-REGISTRO
           ADD 1 TO WKS-I-REGISTROS

           PERFORM VARYING WKS-NO-IDX FROM 1 BY 1
              UNTIL WKS-NO-IDX > WKS-NO-CANT
              IF WKS-NO-PENDIENTE(WKS-NO-IDX) = WKS-PE-IDX
                 MOVE SPACES TO TRAS-DATOS
                 MOVE "N" TO TRAS-TIPO
                 MOVE WKS-NO-CURSO(WKS-NO-IDX) TO TRAS-CURSO
                 MOVE WKS-NO-TERMINO(WKS-NO-IDX) TO TRAS-TERMINO
                 MOVE WKS-NO-NOTA(WKS-NO-IDX) TO TRAS-NOTA
                 WRITE TRAS-REGISTRO
                 ADD 1 TO WKS-I-REGISTROS
                 ADD 1 TO WKS-I-NOTAS
              END-IF
           END-PERFORM.
       0006-UN-TRASLADO-E.
           EXIT.

       0007-INICIO-BUSCA-PENDIENTE SECTION.
      *INDICE DEL TRASLADO PENDIENTE DEL CODIGO WKS-PE-CODIGO-TRAB,
      *CERO SI EL ESTUDIANTE NO SE VA.
           PERFORM VARYING WKS-PE-IDX FROM 1 BY 1
              UNTIL WKS-PE-IDX > WKS-PE-CANT
              IF WKS-PE-CODIGO(WKS-PE-IDX) = WKS-PE-CODIGO-TRAB
                 GO TO 0007-BUSCA-PENDIENTE-E
              END-IF
           END-PERFORM
           MOVE ZEROES TO WKS-PE-IDX.
       0007-BUSCA-PENDIENTE-E.
           EXIT.
