      ******************************************************************
      * FECHA       : 2026                                             *
      * PROGRAMADOR : DIANA STEFFANNY SALGUERO ROSALES                 *
      * APLICACION  : EDUCACION                                        *
      * PROGRAMA    : EDUC3076                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : REVISION NOCTURNA DE MOVIMIENTOS EN CUENTAS DE   *
      *             : EMPLEADOS. RECORRE EL ARCHIVO DE RESPALDO DEL    *
      *             : DIA (ARCHFTPM, DE EDUC3011) Y, CON EL CRUCE      *
      *             : EMPLEADO-CUENTA (EMPCTA, DE EDUC3075), REPORTA   *
      *             : CADA MOVIMIENTO EN QUE EL CAJERO QUE LO PROCESO  *
      *             : (O EL LEGAJO DEL MOVIMIENTO) O SU VERIFICADOR ES *
      *             : TITULAR O FAMILIAR DE LA CUENTA, Y LAS           *
      *             : REVERSIONES Y LOS MOVIMIENTOS RETROACTIVOS EN    *
      *             : CUENTAS PROPIAS DE EMPLEADOS, COMO EVIDENCIA     *
      *             : PARA AUDITORIA INTERNA.                          *
      * ARCHIVOS    : ARCHFTPM (ENTRADA), EMPCTA (ENTRADA),            *
      *             : RPTEMPL (SALIDA)                                 *
      * PROGRAMA(S) : GENREG01, PARMRD01, RUNSTAT1                     *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDUC3076.
       AUTHOR. DIANA SALGUERO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-FTPMOM ASSIGN TO ARCHFTPM
                  FILE STATUS IS WKS-FS-ARCHFTPM.
           SELECT EMPLEADO-CUENTA ASSIGN TO EMPCTA
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EMPCTA-LLAVE
                  FILE STATUS IS WKS-FS-EMPCTA.
           SELECT RPT-EMPLEADOS ASSIGN TO RPTEMPL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-RPTEMPL.

       DATA DIVISION.

       FILE SECTION.
       FD ARCHIVO-FTPMOM
           RECORDING MODE IS F.
       01 AREA-ARCHIVO                  PIC X(115).

       FD EMPLEADO-CUENTA.
           COPY EMPCTA.

       FD RPT-EMPLEADOS.
       01 REG-RPT-EMPLEADOS             PIC X(132).

       WORKING-STORAGE SECTION.

       01 WKS-CONTROL-ARCHIVOS.
          02 WKS-FS-ARCHFTPM            PIC X(02) VALUE SPACES.
             88 WKS-FIN-ARCHFTPM                  VALUE "10".
          02 WKS-FS-EMPCTA              PIC X(02) VALUE SPACES.
             88 WKS-FIN-EMPCTA                    VALUE "10".
          02 WKS-FS-RPTEMPL             PIC X(02) VALUE SPACES.

      *MISMA VISTA DEL REGISTRO DE ARCHIVO DE ANCHO FIJO QUE GRABA
      *EDUC3011.
       01 WKS-REG-ARCHIVO.
          05 WKS-AR-CODIGO-TRANSACCION   PIC 9(02).
          05 WKS-AR-DIA                  PIC 9(02).
          05 WKS-AR-MES                  PIC 9(02).
          05 WKS-AR-CLASE-CUENTA         PIC 9(01).
          05 WKS-AR-NUMERO-CUENTA        PIC 9(10).
          05 WKS-AR-DOCUMENTO.
             10 WKS-AR-DOCUMENTO-SIGNO   PIC X(01).
             10 WKS-AR-DOCUMENTO-RESTO   PIC 9(08).
          05 WKS-AR-AGENCIA-ORIGEN       PIC 9(03).
          05 WKS-AR-VALOR.
             10 WKS-AR-VALOR-SIGNO       PIC X(01).
             10 WKS-AR-VALOR-ENT         PIC 9(09).
             10 FILLER                   PIC X(01).
             10 WKS-AR-VALOR-DEC         PIC 9(02).
          05 FILLER                      PIC X(28).
          05 WKS-AR-LEGAJO               PIC 9(09).
          05 WKS-AR-TERMINAL             PIC 9(04).
          05 WKS-AR-NUM-SECUENCIA        PIC 9(04).
          05 WKS-AR-TIPO-MOVIMIENTO      PIC 9(01).
          05 WKS-AR-SIT-REGISTRO         PIC 9(01).
          05 WKS-AR-GRABA-VERIF          PIC X(08).
          05 WKS-AR-ORIGEN-TRANSACCION   PIC 9(02).
          05 WKS-AR-CAJERO               PIC 9(04).
          05 WKS-AR-CODIGO-MONEDA        PIC 9(01).
          05 WKS-AR-CODIGO-MOTIVO        PIC 9(05).
          05 FILLER                      PIC X(06).

       01 WKS-CONTROL-REVISION.
          02 WKS-FECHA-NEGOCIO          PIC 9(08) VALUE ZEROES.
          02 FILLER REDEFINES WKS-FECHA-NEGOCIO.
             03 FILLER                  PIC 9(04).
             03 WKS-FN-MES              PIC 9(02).
             03 WKS-FN-DIA              PIC 9(02).
          02 WKS-FECHA-ENTERA           PIC X(20) VALUE SPACES.
          02 WKS-VINCULO-VIGENTE        PIC X(01) VALUE "N".
             88 WKS-ES-VIGENTE                    VALUE "S".
          02 WKS-MOTIVO                 PIC X(30) VALUE SPACES.

       01 WKS-ITERACIONES.
          02 WKS-I-LEIDOS               PIC 9(07) VALUE ZEROES.
          02 WKS-I-MOVS-OBSERVADOS      PIC 9(07) VALUE ZEROES.
          02 WKS-I-HALLAZGOS            PIC 9(07) VALUE ZEROES.
          02 WKS-I-OPERA-PROPIA         PIC 9(07) VALUE ZEROES.
          02 WKS-I-OPERA-FAMILIAR       PIC 9(07) VALUE ZEROES.
          02 WKS-I-VERIFICA-PROPIA      PIC 9(07) VALUE ZEROES.
          02 WKS-I-VERIFICA-FAMILIAR    PIC 9(07) VALUE ZEROES.
          02 WKS-I-REVERSIONES          PIC 9(07) VALUE ZEROES.
          02 WKS-I-RETROACTIVOS         PIC 9(07) VALUE ZEROES.
          02 WKS-I-CUENTA-CON-HALLAZGO  PIC X(01) VALUE "N".

       01 WKS-LINEA-HALLAZGO.
          02 WKS-LH-AGENCIA             PIC 9(03) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LH-CUENTA              PIC 9(10) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LH-LEGAJO              PIC 9(09) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LH-RELACION            PIC X(01) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LH-NOMBRE              PIC X(25) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LH-CAJERO              PIC 9(04) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LH-VERIFICA            PIC X(08) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LH-MES                 PIC 9(02) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE "/".
          02 WKS-LH-DIA                 PIC 9(02) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LH-SECUENCIA           PIC 9(04) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LH-SIGNO               PIC X(01) VALUE SPACES.
          02 WKS-LH-VALOR               PIC ZZZ,ZZZ,ZZ9.99 VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LH-MOTIVO              PIC X(30) VALUE SPACES.

      *VERIFICACION CONTRA EL REGISTRO CENTRAL DE GENERACIONES
      *(GENREG01): EL ARCHFTPM QUE SE REVISA DEBE SER LA GENERACION
      *DE LA FECHA DE NEGOCIO PEDIDA, COMO EN EL CUADRE DE CAJA
      *(EDUC3071).
       01 WKS-CONTROL-GENREG.
          02 WKS-GR-FUNCION             PIC X(01) VALUE "V".
          02 WKS-GR-ARCHIVO             PIC X(08) VALUE "ARCHFTPM".
          02 WKS-GR-FECHA               PIC 9(08) VALUE ZEROES.
          02 WKS-GR-REGISTROS           PIC 9(08) VALUE ZEROES.
          02 WKS-GR-CONFORME            PIC X(01) VALUE "S".
          02 WKS-GR-PROGRAMA            PIC X(08) VALUE "EDUC3076".

      *AREA PARA EL LECTOR COMUN DEL ARCHIVO CENTRAL DE PARAMETROS.
       01 WKS-CONTROL-PARAMETROS.
          02 WKS-PARM-SECCION           PIC X(08) VALUE "EDUC3076".
          02 WKS-PARM-CANT              PIC 9(02) VALUE ZEROES.
          02 WKS-PARM-TABLA.
             03 WKS-PARM-ENTRADA OCCURS 20 TIMES.
                04 WKS-PARM-CLAVE       PIC X(20).
                04 WKS-PARM-VALOR       PIC X(20).
          02 WKS-PARM-SIN-SECCION       PIC X(01) VALUE "S".
          02 WKS-PARM-IDX               PIC 9(02) VALUE ZEROES.

      *AREA PARA LA RUTINA COMUN DE ESTADISTICAS DE CORRIDA.
       01 WKS-CONTROL-ESTADISTICA.
          02 WKS-ST-PROGRAMA            PIC X(08) VALUE "EDUK3076".
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

           PERFORM 0001-INICIO-PARAMETROS THRU 0001-PARAMETROS-E

           MOVE "V" TO WKS-GR-FUNCION
           MOVE "ARCHFTPM" TO WKS-GR-ARCHIVO
           MOVE WKS-FECHA-NEGOCIO TO WKS-GR-FECHA
           CALL 'GENREG01' USING WKS-GR-FUNCION
                                 WKS-GR-ARCHIVO
                                 WKS-GR-FECHA
                                 WKS-GR-REGISTROS
                                 WKS-GR-CONFORME
                                 WKS-GR-PROGRAMA
           IF WKS-GR-CONFORME NOT = "S"
              DISPLAY "LA GENERACION DE ARCHFTPM NO ES DE LA FECHA "
                      "DE NEGOCIO " WKS-FECHA-NEGOCIO
                      "; EL PASO SE DETIENE"
              MOVE 10 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 0002-INICIO-ABRE-ARCHIVOS THRU 0002-ABRE-ARCHIVOS-E

           READ ARCHIVO-FTPMOM INTO WKS-REG-ARCHIVO
           AT END
              SET WKS-FIN-ARCHFTPM TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-ARCHFTPM
                   ADD 1 TO WKS-I-LEIDOS
                   PERFORM 0003-INICIO-REVISA-CUENTA THRU
                      0003-REVISA-CUENTA-E
                   READ ARCHIVO-FTPMOM INTO WKS-REG-ARCHIVO
                   AT END
                      SET WKS-FIN-ARCHFTPM TO TRUE
                   END-READ
           END-PERFORM

           PERFORM 0006-INICIO-TOTALES THRU 0006-TOTALES-E

           CLOSE ARCHIVO-FTPMOM, EMPLEADO-CUENTA, RPT-EMPLEADOS

           MOVE WKS-I-LEIDOS TO WKS-ST-LEIDOS
           MOVE WKS-I-HALLAZGOS TO WKS-ST-ESCRITOS
           MOVE ZEROES TO WKS-ST-RECHAZADOS
           CALL 'RUNSTAT1' USING WKS-ST-PROGRAMA
                                 WKS-ST-FECHA-INICIO
                                 WKS-ST-HORA-INICIO
                                 WKS-ST-LEIDOS
                                 WKS-ST-ESCRITOS
                                 WKS-ST-RECHAZADOS

           IF WKS-I-HALLAZGOS > ZEROES
              MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.
       0000-INICIO-E.
           EXIT.

       0001-INICIO-PARAMETROS SECTION.
      *FECHA_NEGOCIO: POR OMISION LA FECHA DE PROCESO.
           MOVE FUNCTION CURRENT-DATE TO WKS-FECHA-ENTERA
           ACCEPT WKS-FECHA-NEGOCIO FROM ENVIRONMENT "FECHA_NEGOCIO"
           IF WKS-FECHA-NEGOCIO NOT NUMERIC OR
              WKS-FECHA-NEGOCIO = ZEROES
              MOVE WKS-FECHA-ENTERA(1:8) TO WKS-FECHA-NEGOCIO
           END-IF

           CALL 'PARMRD01' USING WKS-PARM-SECCION
                                 WKS-PARM-CANT
                                 WKS-PARM-TABLA
                                 WKS-PARM-SIN-SECCION

           PERFORM VARYING WKS-PARM-IDX FROM 1 BY 1
              UNTIL WKS-PARM-IDX > WKS-PARM-CANT
              EVALUATE WKS-PARM-CLAVE(WKS-PARM-IDX)
              WHEN "FECHA_NEGOCIO"
                   IF WKS-PARM-VALOR(WKS-PARM-IDX)(1:8) NUMERIC
                      MOVE WKS-PARM-VALOR(WKS-PARM-IDX)(1:8) TO
                         WKS-FECHA-NEGOCIO
                   END-IF
              WHEN OTHER
                   DISPLAY "PARAMETRO DESCONOCIDO EN PARAMET: "
                           WKS-PARM-CLAVE(WKS-PARM-IDX)
              END-EVALUATE
           END-PERFORM

           DISPLAY "PARAMETROS EFECTIVOS DE LA CORRIDA:"
           DISPLAY "  FECHA_NEGOCIO: " WKS-FECHA-NEGOCIO.
       0001-PARAMETROS-E.
           EXIT.

       0002-INICIO-ABRE-ARCHIVOS SECTION.
           OPEN INPUT ARCHIVO-FTPMOM
           IF WKS-FS-ARCHFTPM NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE RESPALDO ARCHFTPM"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT EMPLEADO-CUENTA
           IF WKS-FS-EMPCTA NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL CRUCE EMPLEADO-CUENTA"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT RPT-EMPLEADOS
           IF WKS-FS-RPTEMPL NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL REPORTE DE EMPLEADOS"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE SPACES TO REG-RPT-EMPLEADOS
           STRING "MOVIMIENTOS EN CUENTAS DE EMPLEADOS - FECHA DE "
                  "NEGOCIO " WKS-FECHA-NEGOCIO
              DELIMITED BY SIZE INTO REG-RPT-EMPLEADOS
           END-STRING
           WRITE REG-RPT-EMPLEADOS
           MOVE SPACES TO REG-RPT-EMPLEADOS
           MOVE "AGE CUENTA     LEGAJO    R NOMBRE" TO
              REG-RPT-EMPLEADOS(1:33)
           MOVE "CAJ  VERIFICA MM/DD SEC" TO REG-RPT-EMPLEADOS(60:23)
           MOVE "VALOR" TO REG-RPT-EMPLEADOS(94:5)
           MOVE "MOTIVO" TO REG-RPT-EMPLEADOS(100:6)
           WRITE REG-RPT-EMPLEADOS.
       0002-ABRE-ARCHIVOS-E.
           EXIT.

       0003-INICIO-REVISA-CUENTA SECTION.
      *LEE TODOS LOS VINCULOS DE LA CUENTA DEL MOVIMIENTO (LA LLAVE
      *DEL CRUCE EMPIEZA POR LA CUENTA) Y REVISA EL MOVIMIENTO
      *CONTRA CADA EMPLEADO VINCULADO.
           MOVE "N" TO WKS-I-CUENTA-CON-HALLAZGO
           MOVE SPACES TO WKS-FS-EMPCTA
           MOVE WKS-AR-NUMERO-CUENTA TO EMPCTA-CUENTA
           MOVE ZEROES TO EMPCTA-LEGAJO
           START EMPLEADO-CUENTA KEY NOT < EMPCTA-LLAVE
           END-START
           IF WKS-FS-EMPCTA NOT = "00"
              GO TO 0003-REVISA-CUENTA-E
           END-IF

           READ EMPLEADO-CUENTA NEXT
           AT END
              SET WKS-FIN-EMPCTA TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-EMPCTA OR
                 EMPCTA-CUENTA NOT = WKS-AR-NUMERO-CUENTA
                   PERFORM 0004-INICIO-REVISA-VINCULO THRU
                      0004-REVISA-VINCULO-E
                   READ EMPLEADO-CUENTA NEXT
                   AT END
                      SET WKS-FIN-EMPCTA TO TRUE
                   END-READ
           END-PERFORM

           IF WKS-I-CUENTA-CON-HALLAZGO = "S"
              ADD 1 TO WKS-I-MOVS-OBSERVADOS
           END-IF.
       0003-REVISA-CUENTA-E.
           EXIT.

       0004-INICIO-REVISA-VINCULO SECTION.
      *EL VINCULO CUENTA SI YA ESTABA DADO DE ALTA EN LA FECHA DE
      *NEGOCIO Y NO SE HABIA DADO DE BAJA ANTES DE ELLA.
           MOVE "N" TO WKS-VINCULO-VIGENTE
           IF EMPCTA-FECHA-ALTA NOT > WKS-FECHA-NEGOCIO AND
              (EMPCTA-ESTADO = "A" OR
               (EMPCTA-ESTADO = "B" AND
                EMPCTA-FECHA-BAJA > WKS-FECHA-NEGOCIO))
              SET WKS-ES-VIGENTE TO TRUE
           END-IF
           IF NOT WKS-ES-VIGENTE
              GO TO 0004-REVISA-VINCULO-E
           END-IF

      *EL EMPLEADO PROCESO EL MOVIMIENTO SI ES EL CAJERO DEL
      *MOVIMIENTO O SI EL LEGAJO DEL MOVIMIENTO ES EL SUYO.
           IF (WKS-AR-CAJERO NOT = ZEROES AND
               WKS-AR-CAJERO = EMPCTA-CAJERO) OR
              WKS-AR-LEGAJO = EMPCTA-LEGAJO
              IF EMPCTA-RELACION = "T"
                 MOVE "EMPLEADO OPERA SU CUENTA" TO WKS-MOTIVO
                 ADD 1 TO WKS-I-OPERA-PROPIA
              ELSE
                 MOVE "EMPLEADO OPERA CUENTA FAMILIAR" TO WKS-MOTIVO
                 ADD 1 TO WKS-I-OPERA-FAMILIAR
              END-IF
              PERFORM 0005-INICIO-GRABA-HALLAZGO THRU
                 0005-GRABA-HALLAZGO-E
           END-IF

           IF EMPCTA-OPERADOR NOT = SPACES AND
              WKS-AR-GRABA-VERIF = EMPCTA-OPERADOR
              IF EMPCTA-RELACION = "T"
                 MOVE "EMPLEADO VERIFICA SU CUENTA" TO WKS-MOTIVO
                 ADD 1 TO WKS-I-VERIFICA-PROPIA
              ELSE
                 MOVE "EMPLEADO VERIFICA CTA FAMILIAR" TO WKS-MOTIVO
                 ADD 1 TO WKS-I-VERIFICA-FAMILIAR
              END-IF
              PERFORM 0005-INICIO-GRABA-HALLAZGO THRU
                 0005-GRABA-HALLAZGO-E
           END-IF

      *EN LAS CUENTAS PROPIAS DEL EMPLEADO SE REPORTAN ADEMAS LAS
      *REVERSIONES (VALOR NEGATIVO) Y LOS MOVIMIENTOS CON FECHA
      *DISTINTA DE LA DE NEGOCIO. EL ARCHIVO SOLO TRAE MES Y DIA,
      *ASI QUE UN MES/DIA POSTERIOR SE TOMA COMO DEL ANIO ANTERIOR:
      *TODA FECHA DISTINTA ES RETROACTIVA.
           IF EMPCTA-RELACION NOT = "T"
              GO TO 0004-REVISA-VINCULO-E
           END-IF

           IF WKS-AR-VALOR-SIGNO = "-"
              MOVE "REVERSION EN CUENTA DE EMPLEADO" TO WKS-MOTIVO
              ADD 1 TO WKS-I-REVERSIONES
              PERFORM 0005-INICIO-GRABA-HALLAZGO THRU
                 0005-GRABA-HALLAZGO-E
           END-IF

           IF WKS-AR-MES NOT = WKS-FN-MES OR
              WKS-AR-DIA NOT = WKS-FN-DIA
              MOVE "MOVIMIENTO RETROACTIVO" TO WKS-MOTIVO
              ADD 1 TO WKS-I-RETROACTIVOS
              PERFORM 0005-INICIO-GRABA-HALLAZGO THRU
                 0005-GRABA-HALLAZGO-E
           END-IF.
       0004-REVISA-VINCULO-E.
           EXIT.

       0005-INICIO-GRABA-HALLAZGO SECTION.
           MOVE "S" TO WKS-I-CUENTA-CON-HALLAZGO
           ADD 1 TO WKS-I-HALLAZGOS
           MOVE WKS-AR-AGENCIA-ORIGEN TO WKS-LH-AGENCIA
           MOVE WKS-AR-NUMERO-CUENTA TO WKS-LH-CUENTA
           MOVE EMPCTA-LEGAJO TO WKS-LH-LEGAJO
           MOVE EMPCTA-RELACION TO WKS-LH-RELACION
           MOVE EMPCTA-NOMBRE TO WKS-LH-NOMBRE
           MOVE WKS-AR-CAJERO TO WKS-LH-CAJERO
           MOVE WKS-AR-GRABA-VERIF TO WKS-LH-VERIFICA
           MOVE WKS-AR-MES TO WKS-LH-MES
           MOVE WKS-AR-DIA TO WKS-LH-DIA
           MOVE WKS-AR-NUM-SECUENCIA TO WKS-LH-SECUENCIA
           MOVE WKS-AR-VALOR-SIGNO TO WKS-LH-SIGNO
           COMPUTE WKS-LH-VALOR = WKS-AR-VALOR-ENT +
              (WKS-AR-VALOR-DEC / 100)
           MOVE WKS-MOTIVO TO WKS-LH-MOTIVO
           WRITE REG-RPT-EMPLEADOS FROM WKS-LINEA-HALLAZGO.
       0005-GRABA-HALLAZGO-E.
           EXIT.

       0006-INICIO-TOTALES SECTION.
           MOVE SPACES TO REG-RPT-EMPLEADOS
           WRITE REG-RPT-EMPLEADOS
           IF WKS-I-HALLAZGOS = ZEROES
              MOVE "  SIN MOVIMIENTOS OBSERVADOS EN CUENTAS DE EMPLEADO"
                 TO REG-RPT-EMPLEADOS
              WRITE REG-RPT-EMPLEADOS
              MOVE SPACES TO REG-RPT-EMPLEADOS
              WRITE REG-RPT-EMPLEADOS
           END-IF
           MOVE SPACES TO REG-RPT-EMPLEADOS
           STRING "MOVIMIENTOS LEIDOS: " WKS-I-LEIDOS
                  "  HALLAZGOS: " WKS-I-HALLAZGOS
                  "  MOVIMIENTOS OBSERVADOS: " WKS-I-MOVS-OBSERVADOS
              DELIMITED BY SIZE INTO REG-RPT-EMPLEADOS
           END-STRING
           WRITE REG-RPT-EMPLEADOS
           MOVE SPACES TO REG-RPT-EMPLEADOS
           STRING "OPERA PROPIA: " WKS-I-OPERA-PROPIA
                  "  OPERA FAMILIAR: " WKS-I-OPERA-FAMILIAR
                  "  VERIFICA PROPIA: " WKS-I-VERIFICA-PROPIA
                  "  VERIFICA FAMILIAR: " WKS-I-VERIFICA-FAMILIAR
              DELIMITED BY SIZE INTO REG-RPT-EMPLEADOS
           END-STRING
           WRITE REG-RPT-EMPLEADOS
           MOVE SPACES TO REG-RPT-EMPLEADOS
           STRING "REVERSIONES: " WKS-I-REVERSIONES
                  "  RETROACTIVOS: " WKS-I-RETROACTIVOS
              DELIMITED BY SIZE INTO REG-RPT-EMPLEADOS
           END-STRING
           WRITE REG-RPT-EMPLEADOS

           DISPLAY "MOVIMIENTOS LEIDOS: " WKS-I-LEIDOS
           DISPLAY "HALLAZGOS EN CUENTAS DE EMPLEADOS: " WKS-I-HALLAZGOS
           DISPLAY "MOVIMIENTOS OBSERVADOS: " WKS-I-MOVS-OBSERVADOS.
       0006-TOTALES-E.
           EXIT.
