      ******************************************************************
      * FECHA       : 2026                                             *
      * PROGRAMADOR : DIANA STEFFANNY SALGUERO ROSALES                 *
      * APLICACION  : EDUCACION                                        *
      * PROGRAMA    : EDUC3074                                         *
      * TIPO        : BATCH (MENSUAL)                                  *
      * DESCRIPCION : RESUMEN MENSUAL POR AGENCIA DE LAS EXCEPCIONES   *
      *             : DE SEGREGACION DE FUNCIONES QUE GRABA EL         *
      *             : EXTRACTO DIARIO (SODEXC, DE EDUC3011; LAS        *
      *             : GENERACIONES DIARIAS CONCATENADAS POR EL         *
      *             : PLANIFICADOR) PARA EL RANGO FECHA_DESDE/         *
      *             : FECHA_HASTA: CUENTA POR AGENCIA LOS MOVIMIENTOS  *
      *             : GRABADOS Y VERIFICADOS POR LA MISMA PERSONA, LOS *
      *             : VERIFICADOS POR UN OPERADOR INACTIVO O           *
      *             : INEXISTENTE Y LOS DE MONTO ALTO SIN VERIFICADOR, *
      *             : CON LOS CAJEROS INVOLUCRADOS, PARA AUDITORIA     *
      *             : INTERNA.                                         *
      * ARCHIVOS    : SODEXC (ENTRADA), RPTSOD (SALIDA)                *
      * PROGRAMA(S) : PARMRD01, RUNSTAT1                               *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDUC3074.
       AUTHOR. DIANA SALGUERO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCEPCION-SOD ASSIGN TO SODEXC
                  FILE STATUS IS WKS-FS-SODEXC.
           SELECT RPT-SOD ASSIGN TO RPTSOD
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-RPTSOD.

       DATA DIVISION.

       FILE SECTION.
       FD EXCEPCION-SOD
           RECORDING MODE IS F.
       01 AREA-EXCEPCION-SOD            PIC X(175).

       FD RPT-SOD.
       01 REG-RPT-SOD                   PIC X(132).

       WORKING-STORAGE SECTION.

       01 WKS-CONTROL-ARCHIVOS.
          02 WKS-FS-SODEXC              PIC X(02) VALUE SPACES.
             88 WKS-FIN-SODEXC                    VALUE "10".
          02 WKS-FS-RPTSOD              PIC X(02) VALUE SPACES.

      *MISMA LINEA DE EXCEPCION DE SEGREGACION QUE GRABA EDUC3011.
       01 WKS-LINEA-SOD.
          02 WKS-LS-FECHA               PIC 9(08).
          02 FILLER                     PIC X(01).
          02 WKS-LS-AGENCIA             PIC 9(03).
          02 FILLER                     PIC X(01).
          02 WKS-LS-CAJERO              PIC 9(04).
          02 FILLER                     PIC X(01).
          02 WKS-LS-GRABA               PIC X(08).
          02 FILLER                     PIC X(01).
          02 WKS-LS-VERIFICA            PIC X(08).
          02 FILLER                     PIC X(01).
          02 WKS-LS-MOTIVO              PIC X(30).
          02 FILLER                     PIC X(01).
          02 WKS-LS-REGISTRO            PIC X(108).

      *CONTEOS POR AGENCIA Y MOTIVO.
       01 WKS-TABLA-AGENCIAS.
          02 WKS-AG-ENTRADA OCCURS 500 TIMES.
             03 WKS-AG-AGENCIA          PIC 9(03).
             03 WKS-AG-MISMO            PIC 9(06).
             03 WKS-AG-INACTIVO         PIC 9(06).
             03 WKS-AG-NOEXISTE         PIC 9(06).
             03 WKS-AG-SINVERIF         PIC 9(06).
             03 WKS-AG-TOTAL            PIC 9(06).
          02 WKS-AG-CANT                PIC 9(03) VALUE ZEROES.
          02 WKS-AG-IDX                 PIC 9(03) VALUE ZEROES.
          02 WKS-AG-IDX2                PIC 9(03) VALUE ZEROES.
          02 WKS-AG-HALLADO             PIC 9(03) VALUE ZEROES.
       01 WKS-AG-AUXILIAR               PIC X(33) VALUE SPACES.

      *CAJEROS CON EXCEPCIONES POR AGENCIA, PARA EL DETALLE.
       01 WKS-TABLA-CAJEROS.
          02 WKS-CJ-ENTRADA OCCURS 2000 TIMES.
             03 WKS-CJ-AGENCIA          PIC 9(03).
             03 WKS-CJ-CAJERO           PIC 9(04).
             03 WKS-CJ-CANTIDAD         PIC 9(06).
          02 WKS-CJ-CANT                PIC 9(04) VALUE ZEROES.
          02 WKS-CJ-IDX                 PIC 9(04) VALUE ZEROES.

       01 WKS-CONTROL-RANGO.
          02 WKS-FECHA-DESDE            PIC 9(08) VALUE ZEROES.
          02 WKS-FECHA-HASTA            PIC 9(08) VALUE ZEROES.

       01 WKS-ITERACIONES.
          02 WKS-I-LEIDOS               PIC 9(07) VALUE ZEROES.
          02 WKS-I-SELECCIONADOS        PIC 9(07) VALUE ZEROES.
          02 WKS-I-MOTIVO-DESCONOCIDO   PIC 9(07) VALUE ZEROES.
          02 WKS-I-DESBORDE             PIC 9(07) VALUE ZEROES.
          02 WKS-I-TOT-MISMO            PIC 9(07) VALUE ZEROES.
          02 WKS-I-TOT-INACTIVO         PIC 9(07) VALUE ZEROES.
          02 WKS-I-TOT-NOEXISTE         PIC 9(07) VALUE ZEROES.
          02 WKS-I-TOT-SINVERIF         PIC 9(07) VALUE ZEROES.

       01 WKS-LINEA-AGENCIA.
          02 FILLER                     PIC X(08) VALUE "AGENCIA ".
          02 WKS-LA-AGENCIA             PIC 9(03) VALUE ZEROES.
          02 FILLER                     PIC X(03) VALUE SPACES.
          02 WKS-LA-MISMO               PIC ZZZZZ9 VALUE ZEROES.
          02 FILLER                     PIC X(03) VALUE SPACES.
          02 WKS-LA-INACTIVO            PIC ZZZZZ9 VALUE ZEROES.
          02 FILLER                     PIC X(03) VALUE SPACES.
          02 WKS-LA-NOEXISTE            PIC ZZZZZ9 VALUE ZEROES.
          02 FILLER                     PIC X(03) VALUE SPACES.
          02 WKS-LA-SINVERIF            PIC ZZZZZ9 VALUE ZEROES.
          02 FILLER                     PIC X(03) VALUE SPACES.
          02 WKS-LA-TOTAL               PIC ZZZZZ9 VALUE ZEROES.

       01 WKS-LINEA-CAJERO.
          02 FILLER                     PIC X(06) VALUE SPACES.
          02 FILLER                     PIC X(07) VALUE "CAJERO ".
          02 WKS-LC-CAJERO              PIC 9(04) VALUE ZEROES.
          02 FILLER                     PIC X(14) VALUE
             "  EXCEPCIONES ".
          02 WKS-LC-CANTIDAD            PIC ZZZZZ9 VALUE ZEROES.

      *AREA PARA EL LECTOR COMUN DEL ARCHIVO CENTRAL DE PARAMETROS.
       01 WKS-CONTROL-PARAMETROS.
          02 WKS-PARM-SECCION           PIC X(08) VALUE "EDUC3074".
          02 WKS-PARM-CANT              PIC 9(02) VALUE ZEROES.
          02 WKS-PARM-TABLA.
             03 WKS-PARM-ENTRADA OCCURS 20 TIMES.
                04 WKS-PARM-CLAVE       PIC X(20).
                04 WKS-PARM-VALOR       PIC X(20).
          02 WKS-PARM-SIN-SECCION       PIC X(01) VALUE "S".
          02 WKS-PARM-IDX               PIC 9(02) VALUE ZEROES.

      *AREA PARA LA RUTINA COMUN DE ESTADISTICAS DE CORRIDA.
       01 WKS-CONTROL-ESTADISTICA.
          02 WKS-ST-PROGRAMA            PIC X(08) VALUE "EDUK3074".
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

           INITIALIZE WKS-TABLA-AGENCIAS
           INITIALIZE WKS-TABLA-CAJEROS

           PERFORM 0001-INICIO-PARAMETROS THRU 0001-PARAMETROS-E

           IF WKS-FECHA-DESDE = ZEROES OR WKS-FECHA-HASTA = ZEROES
              DISPLAY "FALTAN LOS PARAMETROS FECHA_DESDE/FECHA_HASTA"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 0002-INICIO-ACUMULA THRU 0002-ACUMULA-E
           PERFORM 0004-INICIO-ORDENA THRU 0004-ORDENA-E
           PERFORM 0005-INICIO-REPORTE THRU 0005-REPORTE-E

           DISPLAY "EXCEPCIONES LEIDAS: " WKS-I-LEIDOS
           DISPLAY "EXCEPCIONES DEL RANGO: " WKS-I-SELECCIONADOS
           DISPLAY "EXCEPCIONES CON MOTIVO DESCONOCIDO: "
                   WKS-I-MOTIVO-DESCONOCIDO
           IF WKS-I-DESBORDE > ZEROES
              DISPLAY "EXCEPCIONES QUE NO CUPIERON EN LAS TABLAS: "
                      WKS-I-DESBORDE
           END-IF

           MOVE WKS-I-LEIDOS TO WKS-ST-LEIDOS
           MOVE WKS-I-SELECCIONADOS TO WKS-ST-ESCRITOS
           MOVE WKS-I-MOTIVO-DESCONOCIDO TO WKS-ST-RECHAZADOS
           CALL 'RUNSTAT1' USING WKS-ST-PROGRAMA
                                 WKS-ST-FECHA-INICIO
                                 WKS-ST-HORA-INICIO
                                 WKS-ST-LEIDOS
                                 WKS-ST-ESCRITOS
                                 WKS-ST-RECHAZADOS

           IF WKS-I-DESBORDE > ZEROES OR
              WKS-I-MOTIVO-DESCONOCIDO > ZEROES
              MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.
       0000-INICIO-E.
           EXIT.

       0001-INICIO-PARAMETROS SECTION.
           ACCEPT WKS-FECHA-DESDE FROM ENVIRONMENT "FECHA_DESDE"
           IF WKS-FECHA-DESDE NOT NUMERIC
              MOVE ZEROES TO WKS-FECHA-DESDE
           END-IF
           ACCEPT WKS-FECHA-HASTA FROM ENVIRONMENT "FECHA_HASTA"
           IF WKS-FECHA-HASTA NOT NUMERIC
              MOVE ZEROES TO WKS-FECHA-HASTA
           END-IF

           CALL 'PARMRD01' USING WKS-PARM-SECCION
                                 WKS-PARM-CANT
                                 WKS-PARM-TABLA
                                 WKS-PARM-SIN-SECCION

           PERFORM VARYING WKS-PARM-IDX FROM 1 BY 1
              UNTIL WKS-PARM-IDX > WKS-PARM-CANT
              EVALUATE WKS-PARM-CLAVE(WKS-PARM-IDX)
              WHEN "FECHA_DESDE"
                   IF WKS-PARM-VALOR(WKS-PARM-IDX)(1:8) NUMERIC
                      MOVE WKS-PARM-VALOR(WKS-PARM-IDX)(1:8) TO
                         WKS-FECHA-DESDE
                   END-IF
              WHEN "FECHA_HASTA"
                   IF WKS-PARM-VALOR(WKS-PARM-IDX)(1:8) NUMERIC
                      MOVE WKS-PARM-VALOR(WKS-PARM-IDX)(1:8) TO
                         WKS-FECHA-HASTA
                   END-IF
              WHEN OTHER
                   DISPLAY "PARAMETRO DESCONOCIDO EN PARAMET: "
                           WKS-PARM-CLAVE(WKS-PARM-IDX)
              END-EVALUATE
           END-PERFORM

           DISPLAY "PARAMETROS EFECTIVOS DE LA CORRIDA:"
           DISPLAY "  FECHA_DESDE: " WKS-FECHA-DESDE
           DISPLAY "  FECHA_HASTA: " WKS-FECHA-HASTA.
       0001-PARAMETROS-E.
           EXIT.

       0002-INICIO-ACUMULA SECTION.
      *SIN EXCEPCIONES EN EL PERIODO (ARCHIVO INEXISTENTE) EL
      *RESUMEN SALE VACIO, QUE TAMBIEN ES EVIDENCIA PARA AUDITORIA.
           OPEN INPUT EXCEPCION-SOD
           IF WKS-FS-SODEXC = "35"
              DISPLAY "SIN EXCEPCIONES DE SEGREGACION SODEXC"
              GO TO 0002-ACUMULA-E
           END-IF
           IF WKS-FS-SODEXC NOT = "00"
              DISPLAY "NO SE PUDO ABRIR LAS EXCEPCIONES DE SEGREGACION"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           READ EXCEPCION-SOD INTO WKS-LINEA-SOD
           AT END
              SET WKS-FIN-SODEXC TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-SODEXC
                   ADD 1 TO WKS-I-LEIDOS
                   IF WKS-LS-FECHA NOT < WKS-FECHA-DESDE AND
                      WKS-LS-FECHA NOT > WKS-FECHA-HASTA
                      ADD 1 TO WKS-I-SELECCIONADOS
                      PERFORM 0003-INICIO-CUENTA THRU 0003-CUENTA-E
                   END-IF
                   READ EXCEPCION-SOD INTO WKS-LINEA-SOD
                   AT END
                      SET WKS-FIN-SODEXC TO TRUE
                   END-READ
           END-PERFORM

           CLOSE EXCEPCION-SOD.
       0002-ACUMULA-E.
           EXIT.

       0003-INICIO-CUENTA SECTION.
           MOVE ZEROES TO WKS-AG-HALLADO
           PERFORM VARYING WKS-AG-IDX FROM 1 BY 1
              UNTIL WKS-AG-IDX > WKS-AG-CANT
              IF WKS-AG-AGENCIA(WKS-AG-IDX) = WKS-LS-AGENCIA
                 MOVE WKS-AG-IDX TO WKS-AG-HALLADO
                 MOVE WKS-AG-CANT TO WKS-AG-IDX
              END-IF
           END-PERFORM
           IF WKS-AG-HALLADO = ZEROES
              IF WKS-AG-CANT < 500
                 ADD 1 TO WKS-AG-CANT
                 MOVE WKS-AG-CANT TO WKS-AG-HALLADO
                 MOVE WKS-LS-AGENCIA TO WKS-AG-AGENCIA(WKS-AG-HALLADO)
              ELSE
                 ADD 1 TO WKS-I-DESBORDE
                 GO TO 0003-CUENTA-E
              END-IF
           END-IF

           EVALUATE WKS-LS-MOTIVO
           WHEN "MISMO OPERADOR GRABA Y VERIFICA"
                ADD 1 TO WKS-AG-MISMO(WKS-AG-HALLADO)
                ADD 1 TO WKS-I-TOT-MISMO
           WHEN "VERIFICADOR INACTIVO"
                ADD 1 TO WKS-AG-INACTIVO(WKS-AG-HALLADO)
                ADD 1 TO WKS-I-TOT-INACTIVO
           WHEN "VERIFICADOR NO EXISTE"
                ADD 1 TO WKS-AG-NOEXISTE(WKS-AG-HALLADO)
                ADD 1 TO WKS-I-TOT-NOEXISTE
           WHEN "SIN VERIFICADOR SOBRE MONTO"
                ADD 1 TO WKS-AG-SINVERIF(WKS-AG-HALLADO)
                ADD 1 TO WKS-I-TOT-SINVERIF
           WHEN OTHER
                ADD 1 TO WKS-I-MOTIVO-DESCONOCIDO
                DISPLAY "MOTIVO DE EXCEPCION DESCONOCIDO: "
                        WKS-LS-MOTIVO
           END-EVALUATE
           ADD 1 TO WKS-AG-TOTAL(WKS-AG-HALLADO)

           PERFORM VARYING WKS-CJ-IDX FROM 1 BY 1
              UNTIL WKS-CJ-IDX > WKS-CJ-CANT
              IF WKS-CJ-AGENCIA(WKS-CJ-IDX) = WKS-LS-AGENCIA AND
                 WKS-CJ-CAJERO(WKS-CJ-IDX) = WKS-LS-CAJERO
                 ADD 1 TO WKS-CJ-CANTIDAD(WKS-CJ-IDX)
                 GO TO 0003-CUENTA-E
              END-IF
           END-PERFORM
           IF WKS-CJ-CANT < 2000
              ADD 1 TO WKS-CJ-CANT
              MOVE WKS-LS-AGENCIA TO WKS-CJ-AGENCIA(WKS-CJ-CANT)
              MOVE WKS-LS-CAJERO TO WKS-CJ-CAJERO(WKS-CJ-CANT)
              MOVE 1 TO WKS-CJ-CANTIDAD(WKS-CJ-CANT)
           ELSE
              ADD 1 TO WKS-I-DESBORDE
           END-IF.
       0003-CUENTA-E.
           EXIT.

       0004-INICIO-ORDENA SECTION.
      *ORDENA LAS AGENCIAS POR CODIGO, POR INTERCAMBIO DIRECTO.
           PERFORM VARYING WKS-AG-IDX FROM 1 BY 1
              UNTIL WKS-AG-IDX >= WKS-AG-CANT
              PERFORM VARYING WKS-AG-IDX2 FROM 1 BY 1
                 UNTIL WKS-AG-IDX2 >= WKS-AG-CANT
                 IF WKS-AG-AGENCIA(WKS-AG-IDX2) >
                    WKS-AG-AGENCIA(WKS-AG-IDX2 + 1)
                    MOVE WKS-AG-ENTRADA(WKS-AG-IDX2) TO
                       WKS-AG-AUXILIAR
                    MOVE WKS-AG-ENTRADA(WKS-AG-IDX2 + 1) TO
                       WKS-AG-ENTRADA(WKS-AG-IDX2)
                    MOVE WKS-AG-AUXILIAR TO
                       WKS-AG-ENTRADA(WKS-AG-IDX2 + 1)
                 END-IF
              END-PERFORM
           END-PERFORM.
       0004-ORDENA-E.
           EXIT.

       0005-INICIO-REPORTE SECTION.
           OPEN OUTPUT RPT-SOD
           IF WKS-FS-RPTSOD NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL REPORTE DE SEGREGACION"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE SPACES TO REG-RPT-SOD
           STRING "EXCEPCIONES DE SEGREGACION DE FUNCIONES DEL "
                  WKS-FECHA-DESDE " AL " WKS-FECHA-HASTA
              DELIMITED BY SIZE INTO REG-RPT-SOD
           END-STRING
           WRITE REG-RPT-SOD
           MOVE SPACES TO REG-RPT-SOD
           MOVE "AGENCIA        MISMO  INACTIVO  NO EXISTE  SIN VERIF"
              TO REG-RPT-SOD(1:54)
           MOVE "    TOTAL" TO REG-RPT-SOD(55:9)
           WRITE REG-RPT-SOD

           PERFORM VARYING WKS-AG-IDX FROM 1 BY 1
              UNTIL WKS-AG-IDX > WKS-AG-CANT
              MOVE WKS-AG-AGENCIA(WKS-AG-IDX) TO WKS-LA-AGENCIA
              MOVE WKS-AG-MISMO(WKS-AG-IDX) TO WKS-LA-MISMO
              MOVE WKS-AG-INACTIVO(WKS-AG-IDX) TO WKS-LA-INACTIVO
              MOVE WKS-AG-NOEXISTE(WKS-AG-IDX) TO WKS-LA-NOEXISTE
              MOVE WKS-AG-SINVERIF(WKS-AG-IDX) TO WKS-LA-SINVERIF
              MOVE WKS-AG-TOTAL(WKS-AG-IDX) TO WKS-LA-TOTAL
              WRITE REG-RPT-SOD FROM WKS-LINEA-AGENCIA
              PERFORM VARYING WKS-CJ-IDX FROM 1 BY 1
                 UNTIL WKS-CJ-IDX > WKS-CJ-CANT
                 IF WKS-CJ-AGENCIA(WKS-CJ-IDX) =
                    WKS-AG-AGENCIA(WKS-AG-IDX)
                    MOVE WKS-CJ-CAJERO(WKS-CJ-IDX) TO WKS-LC-CAJERO
                    MOVE WKS-CJ-CANTIDAD(WKS-CJ-IDX) TO
                       WKS-LC-CANTIDAD
                    WRITE REG-RPT-SOD FROM WKS-LINEA-CAJERO
                 END-IF
              END-PERFORM
           END-PERFORM

           MOVE SPACES TO REG-RPT-SOD
           WRITE REG-RPT-SOD
           MOVE SPACES TO REG-RPT-SOD
           STRING "TOTALES  MISMO OPERADOR: " WKS-I-TOT-MISMO
                  "  INACTIVO: " WKS-I-TOT-INACTIVO
                  "  NO EXISTE: " WKS-I-TOT-NOEXISTE
                  "  SIN VERIFICADOR: " WKS-I-TOT-SINVERIF
              DELIMITED BY SIZE INTO REG-RPT-SOD
           END-STRING
           WRITE REG-RPT-SOD

           CLOSE RPT-SOD.
       0005-REPORTE-E.
           EXIT.
