      ******************************************************************
      * FECHA       : 2026                                             *
      * PROGRAMADOR : DIANA STEFFANNY SALGUERO ROSALES                 *
      * APLICACION  : EDUCACION                                        *
      * PROGRAMA    : EDUC3115                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : MANTENIMIENTO DEL MAESTRO DE RUTAS DE TRANSPORTE *
      *             : ESCOLAR (RUTAMST). APLICA TRANSACCIONES DE ALTA  *
      *             : (A), MODIFICACION DE DESCRIPCION Y CAPACIDAD     *
      *             : (M), PARADA (P: GRABA LA PARADA DE UN ORDEN DEL  *
      *             : RECORRIDO, O LA AGREGA AL FINAL), QUITAR PARADA  *
      *             : (Q: LA BORRA Y CORRE LAS SIGUIENTES) E           *
      *             : INACTIVACION (C) LEIDAS DEL ARCHIVO DE CONTROL   *
      *             : TRANSRUT, Y EMITE UN REPORTE DE CAMBIOS          *
      *             : ANTES/DESPUES POR CADA TRANSACCION, EN EL MISMO  *
      *             : MOLDE DEL MANTENIMIENTO DE AGENCIAS (EDUC3041).  *
      * ARCHIVOS    : RUTAMST (I-O), TRANSRUT (ENTRADA), RPTRUTM       *
      *             : (SALIDA)                                         *
      * PROGRAMA(S) : NO APLICA PARA ESTE CASO                         *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDUC3115.
       AUTHOR. DIANA SALGUERO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUTA-MASTER ASSIGN TO RUTAMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RUT-LLAVE
                  FILE STATUS IS WKS-FS-RUTAMST.
           SELECT TRANS-RUTAS ASSIGN TO TRANSRUT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-TRANSRUT.
           SELECT RPT-CAMBIOS ASSIGN TO RPTRUTM
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-RPTRUTM.

       DATA DIVISION.

       FILE SECTION.
       FD RUTA-MASTER.
           COPY RUTAMST.

       FD TRANS-RUTAS.
       01 REG-TRANS-RUTAS               PIC X(40).

       FD RPT-CAMBIOS.
       01 REG-RPT-CAMBIOS               PIC X(110).

       WORKING-STORAGE SECTION.

       01 WKS-CONTROL-ARCHIVOS.
          02 WKS-FS-RUTAMST             PIC X(02) VALUE SPACES.
          02 WKS-FS-TRANSRUT            PIC X(02) VALUE SPACES.
             88 WKS-FIN-TRANSRUT                  VALUE "10".
          02 WKS-FS-RPTRUTM             PIC X(02) VALUE SPACES.

       01 WKS-ITERACIONES.
          02 WKS-I-LEIDAS               PIC 9(05) VALUE ZEROES.
          02 WKS-I-APLICADAS            PIC 9(05) VALUE ZEROES.
          02 WKS-I-RECHAZADAS           PIC 9(05) VALUE ZEROES.

      *TRANSACCION DE MANTENIMIENTO: A=ALTA, M=MODIFICACION,
      *P=PARADA, Q=QUITAR PARADA, C=INACTIVACION. LA INACTIVACION
      *NO BORRA LA RUTA: LA DEJA FUERA DE LA ASIGNACION Y CONSERVA
      *SU RECORRIDO.
       01 WKS-REG-TRANS.
          02 WKS-TA-ACCION              PIC X(01) VALUE SPACES.
             88 WKS-TA-ALTA                       VALUE "A".
             88 WKS-TA-MODIFICACION               VALUE "M".
             88 WKS-TA-PARADA                     VALUE "P".
             88 WKS-TA-QUITA-PARADA               VALUE "Q".
             88 WKS-TA-INACTIVA                   VALUE "C".
          02 WKS-TA-RUTA                PIC X(06) VALUE SPACES.
          02 WKS-TA-DATOS               PIC X(30) VALUE SPACES.
          02 FILLER                     PIC X(03) VALUE SPACES.
      *VISTA DE LOS DATOS DE ALTA Y MODIFICACION.
       01 WKS-TRANS-RUTA REDEFINES WKS-REG-TRANS.
          02 FILLER                     PIC X(07).
          02 WKS-TR-DESCRIPCION         PIC X(20).
          02 WKS-TR-CAPACIDAD           PIC X(03).
          02 FILLER                     PIC X(10).
      *VISTA DE LOS DATOS DE UNA PARADA.
       01 WKS-TRANS-PARADA REDEFINES WKS-REG-TRANS.
          02 FILLER                     PIC X(07).
          02 WKS-TP-ORDEN               PIC X(02).
          02 WKS-TP-ZONA                PIC X(02).
          02 WKS-TP-MUNICIPIO           PIC X(20).
          02 WKS-TP-HORA                PIC X(04).
          02 FILLER                     PIC X(05).

      *IMAGEN DEL REGISTRO DEL MAESTRO ANTES DEL CAMBIO.
       01 WKS-IMAGEN-ANTES.
          02 WKS-AN-DESCRIPCION         PIC X(20) VALUE SPACES.
          02 WKS-AN-CAPACIDAD           PIC 9(03) VALUE ZEROES.
          02 WKS-AN-PARADAS             PIC 9(02) VALUE ZEROES.
          02 WKS-AN-ESTADO              PIC X(01) VALUE SPACES.

       01 WKS-RESULTADO-TRANS.
          02 WKS-RT-APLICADA            PIC X(01) VALUE "N".
             88 WKS-TRANS-APLICADA                VALUE "S".
          02 WKS-RT-MOTIVO              PIC X(20) VALUE SPACES.

       01 WKS-CONTROL-PARADAS.
          02 WKS-PA-ORDEN               PIC 9(02) VALUE ZEROES.
          02 WKS-PA-IDX                 PIC 9(02) VALUE ZEROES.
          02 WKS-PA-HORA                PIC 9(04) VALUE ZEROES.
          02 WKS-PA-HORA-PARTES REDEFINES WKS-PA-HORA.
             03 WKS-PA-HH               PIC 9(02).
             03 WKS-PA-MM               PIC 9(02).

       01 WKS-LINEA-CAMBIO.
          02 WKS-LC-ACCION              PIC X(01) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LC-RUTA                PIC X(06) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LC-ANTES-DESCRIPCION   PIC X(20) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LC-ANTES-CAPACIDAD     PIC ZZ9 VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LC-ANTES-PARADAS       PIC Z9 VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LC-ANTES-ESTADO        PIC X(01) VALUE SPACES.
          02 FILLER                     PIC X(03) VALUE " ->".
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LC-DESPUES-DESCRIPCION PIC X(20) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LC-DESPUES-CAPACIDAD   PIC ZZ9 VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LC-DESPUES-PARADAS     PIC Z9 VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LC-DESPUES-ESTADO      PIC X(01) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LC-RESULTADO           PIC X(09) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LC-MOTIVO              PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-INICIO SECTION.
           PERFORM 0001-INICIO-ABRE-ARCHIVOS THRU 0001-ABRE-ARCHIVOS-E

           READ TRANS-RUTAS INTO WKS-REG-TRANS
           AT END
              SET WKS-FIN-TRANSRUT TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-TRANSRUT
                   ADD 1 TO WKS-I-LEIDAS
                   PERFORM 0002-INICIO-APLICA-TRANS THRU
                      0002-APLICA-TRANS-E
                   PERFORM 0008-INICIO-LINEA-REPORTE THRU
                      0008-LINEA-REPORTE-E
                   READ TRANS-RUTAS INTO WKS-REG-TRANS
                   AT END
                      SET WKS-FIN-TRANSRUT TO TRUE
                   END-READ
           END-PERFORM

           PERFORM 0009-INICIO-TOTALES THRU 0009-TOTALES-E

           CLOSE RUTA-MASTER, TRANS-RUTAS, RPT-CAMBIOS

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
           OPEN I-O RUTA-MASTER
           IF WKS-FS-RUTAMST = "35"
              OPEN OUTPUT RUTA-MASTER
              CLOSE RUTA-MASTER
              OPEN I-O RUTA-MASTER
           END-IF
           IF WKS-FS-RUTAMST NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE RUTAS"
              STOP RUN
           END-IF

           OPEN INPUT TRANS-RUTAS
           IF WKS-FS-TRANSRUT NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE TRANSACCIONES"
              STOP RUN
           END-IF

           OPEN OUTPUT RPT-CAMBIOS
           IF WKS-FS-RPTRUTM NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL REPORTE DE CAMBIOS"
              STOP RUN
           END-IF

           MOVE SPACES TO REG-RPT-CAMBIOS
           MOVE "A RUTA   ANTES (DESCRIPCION/CAP/PAR/EST) -> DESPUES"
              TO REG-RPT-CAMBIOS(1:51)
           MOVE "RESULTADO" TO REG-RPT-CAMBIOS(78:9)
           WRITE REG-RPT-CAMBIOS.
       0001-ABRE-ARCHIVOS-E.
           EXIT.

       0002-INICIO-APLICA-TRANS SECTION.
           MOVE "N" TO WKS-RT-APLICADA
           MOVE SPACES TO WKS-RT-MOTIVO
           MOVE SPACES TO WKS-AN-DESCRIPCION
           MOVE ZEROES TO WKS-AN-CAPACIDAD
           MOVE ZEROES TO WKS-AN-PARADAS
           MOVE SPACES TO WKS-AN-ESTADO

           IF WKS-TA-RUTA = SPACES
              MOVE "SIN ID DE RUTA" TO WKS-RT-MOTIVO
              ADD 1 TO WKS-I-RECHAZADAS
              GO TO 0002-APLICA-TRANS-E
           END-IF

           MOVE WKS-TA-RUTA TO RUT-ID
           READ RUTA-MASTER
           END-READ
           IF WKS-FS-RUTAMST = "00"
              MOVE RUT-DESCRIPCION TO WKS-AN-DESCRIPCION
              MOVE RUT-CAPACIDAD TO WKS-AN-CAPACIDAD
              MOVE RUT-CANT-PARADAS TO WKS-AN-PARADAS
              MOVE RUT-ESTADO TO WKS-AN-ESTADO
           END-IF

           EVALUATE TRUE
           WHEN WKS-TA-ALTA
                PERFORM 0003-INICIO-ALTA THRU 0003-ALTA-E
           WHEN WKS-TA-MODIFICACION
                PERFORM 0004-INICIO-MODIFICACION THRU
                   0004-MODIFICACION-E
           WHEN WKS-TA-PARADA
                PERFORM 0005-INICIO-PARADA THRU 0005-PARADA-E
           WHEN WKS-TA-QUITA-PARADA
                PERFORM 0006-INICIO-QUITA-PARADA THRU
                   0006-QUITA-PARADA-E
           WHEN WKS-TA-INACTIVA
                PERFORM 0007-INICIO-INACTIVA THRU 0007-INACTIVA-E
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
           EVALUATE TRUE
           WHEN WKS-AN-ESTADO NOT = SPACES
                MOVE "LLAVE YA EXISTE" TO WKS-RT-MOTIVO
           WHEN WKS-TR-CAPACIDAD NOT NUMERIC OR
                WKS-TR-CAPACIDAD = "000"
                MOVE "CAPACIDAD INVALIDA" TO WKS-RT-MOTIVO
           WHEN OTHER
                MOVE SPACES TO RUT-REGISTRO
                MOVE WKS-TA-RUTA TO RUT-ID
                MOVE WKS-TR-DESCRIPCION TO RUT-DESCRIPCION
                MOVE WKS-TR-CAPACIDAD TO RUT-CAPACIDAD
                MOVE ZEROES TO RUT-CANT-PARADAS
                PERFORM VARYING WKS-PA-IDX FROM 1 BY 1
                   UNTIL WKS-PA-IDX > 10
                   MOVE ZEROES TO RUT-PAR-ZONA(WKS-PA-IDX)
                   MOVE ZEROES TO RUT-PAR-HORA(WKS-PA-IDX)
                END-PERFORM
                SET RUT-ACTIVA TO TRUE
                WRITE RUT-REGISTRO
                IF WKS-FS-RUTAMST = "00"
                   SET WKS-TRANS-APLICADA TO TRUE
                ELSE
                   MOVE "ERROR DE GRABACION" TO WKS-RT-MOTIVO
                END-IF
           END-EVALUATE.
       0003-ALTA-E.
           EXIT.

       0004-INICIO-MODIFICACION SECTION.
           EVALUATE TRUE
           WHEN WKS-AN-ESTADO = SPACES
                MOVE "LLAVE NO EXISTE" TO WKS-RT-MOTIVO
           WHEN WKS-TR-CAPACIDAD NOT NUMERIC OR
                WKS-TR-CAPACIDAD = "000"
                MOVE "CAPACIDAD INVALIDA" TO WKS-RT-MOTIVO
           WHEN OTHER
                MOVE WKS-TR-DESCRIPCION TO RUT-DESCRIPCION
                MOVE WKS-TR-CAPACIDAD TO RUT-CAPACIDAD
                SET RUT-ACTIVA TO TRUE
                REWRITE RUT-REGISTRO
                IF WKS-FS-RUTAMST = "00"
                   SET WKS-TRANS-APLICADA TO TRUE
                ELSE
                   MOVE "ERROR DE GRABACION" TO WKS-RT-MOTIVO
                END-IF
           END-EVALUATE.
       0004-MODIFICACION-E.
           EXIT.

       0005-INICIO-PARADA SECTION.
      *GRABA LA PARADA DEL ORDEN INDICADO; UN ORDEN UNO MAS ALLA DE
      *LA ULTIMA PARADA LA AGREGA AL FINAL DEL RECORRIDO. LA ZONA
      *VA DE 01 A 25 COMO EN LA CAPTURA DE DIRECCIONES Y LA HORA
      *DE RECOGIDA EN HHMM.
           IF WKS-AN-ESTADO = SPACES
              MOVE "LLAVE NO EXISTE" TO WKS-RT-MOTIVO
              GO TO 0005-PARADA-E
           END-IF
           IF WKS-TP-ORDEN NOT NUMERIC
              MOVE "ORDEN INVALIDO" TO WKS-RT-MOTIVO
              GO TO 0005-PARADA-E
           END-IF
           MOVE WKS-TP-ORDEN TO WKS-PA-ORDEN
           IF WKS-PA-ORDEN = ZEROES OR WKS-PA-ORDEN > 10 OR
              WKS-PA-ORDEN > RUT-CANT-PARADAS + 1
              MOVE "ORDEN INVALIDO" TO WKS-RT-MOTIVO
              GO TO 0005-PARADA-E
           END-IF
           IF WKS-TP-ZONA NOT NUMERIC OR WKS-TP-ZONA = "00" OR
              WKS-TP-ZONA > "25"
              MOVE "ZONA INVALIDA" TO WKS-RT-MOTIVO
              GO TO 0005-PARADA-E
           END-IF
           IF WKS-TP-HORA NOT NUMERIC
              MOVE "HORA INVALIDA" TO WKS-RT-MOTIVO
              GO TO 0005-PARADA-E
           END-IF
           MOVE WKS-TP-HORA TO WKS-PA-HORA
           IF WKS-PA-HH > 23 OR WKS-PA-MM > 59
              MOVE "HORA INVALIDA" TO WKS-RT-MOTIVO
              GO TO 0005-PARADA-E
           END-IF

           MOVE WKS-TP-ZONA TO RUT-PAR-ZONA(WKS-PA-ORDEN)
           MOVE WKS-TP-MUNICIPIO TO RUT-PAR-MUNICIPIO(WKS-PA-ORDEN)
           MOVE WKS-PA-HORA TO RUT-PAR-HORA(WKS-PA-ORDEN)
           IF WKS-PA-ORDEN > RUT-CANT-PARADAS
              MOVE WKS-PA-ORDEN TO RUT-CANT-PARADAS
           END-IF
           REWRITE RUT-REGISTRO
           IF WKS-FS-RUTAMST = "00"
              SET WKS-TRANS-APLICADA TO TRUE
           ELSE
              MOVE "ERROR DE GRABACION" TO WKS-RT-MOTIVO
           END-IF.
       0005-PARADA-E.
           EXIT.

       0006-INICIO-QUITA-PARADA SECTION.
      *BORRA LA PARADA DEL ORDEN INDICADO Y CORRE LAS SIGUIENTES
      *UN LUGAR, PARA QUE EL RECORRIDO QUEDE SIN HUECOS.
           IF WKS-AN-ESTADO = SPACES
              MOVE "LLAVE NO EXISTE" TO WKS-RT-MOTIVO
              GO TO 0006-QUITA-PARADA-E
           END-IF
           IF WKS-TP-ORDEN NOT NUMERIC
              MOVE "ORDEN INVALIDO" TO WKS-RT-MOTIVO
              GO TO 0006-QUITA-PARADA-E
           END-IF
           MOVE WKS-TP-ORDEN TO WKS-PA-ORDEN
           IF WKS-PA-ORDEN = ZEROES OR
              WKS-PA-ORDEN > RUT-CANT-PARADAS
              MOVE "PARADA NO EXISTE" TO WKS-RT-MOTIVO
              GO TO 0006-QUITA-PARADA-E
           END-IF

           PERFORM VARYING WKS-PA-IDX FROM WKS-PA-ORDEN BY 1
              UNTIL WKS-PA-IDX >= RUT-CANT-PARADAS
              MOVE RUT-PARADA(WKS-PA-IDX + 1) TO
                 RUT-PARADA(WKS-PA-IDX)
           END-PERFORM
           MOVE ZEROES TO RUT-PAR-ZONA(RUT-CANT-PARADAS)
           MOVE SPACES TO RUT-PAR-MUNICIPIO(RUT-CANT-PARADAS)
           MOVE ZEROES TO RUT-PAR-HORA(RUT-CANT-PARADAS)
           SUBTRACT 1 FROM RUT-CANT-PARADAS

           REWRITE RUT-REGISTRO
           IF WKS-FS-RUTAMST = "00"
              SET WKS-TRANS-APLICADA TO TRUE
           ELSE
              MOVE "ERROR DE GRABACION" TO WKS-RT-MOTIVO
           END-IF.
       0006-QUITA-PARADA-E.
           EXIT.

       0007-INICIO-INACTIVA SECTION.
           IF WKS-AN-ESTADO = SPACES
              MOVE "LLAVE NO EXISTE" TO WKS-RT-MOTIVO
           ELSE
              SET RUT-INACTIVA TO TRUE
              REWRITE RUT-REGISTRO
              IF WKS-FS-RUTAMST = "00"
                 SET WKS-TRANS-APLICADA TO TRUE
              ELSE
                 MOVE "ERROR DE GRABACION" TO WKS-RT-MOTIVO
              END-IF
           END-IF.
       0007-INACTIVA-E.
           EXIT.

       0008-INICIO-LINEA-REPORTE SECTION.
      *UNA LINEA ANTES/DESPUES POR TRANSACCION, MAS EL DETALLE DE LA
      *PARADA CUANDO LA TRANSACCION LA TOCA. CUANDO FUE RECHAZADA,
      *EL "DESPUES" REPITE LA IMAGEN ANTERIOR PORQUE EL MAESTRO NO
      *CAMBIO.
           MOVE WKS-TA-ACCION TO WKS-LC-ACCION
           MOVE WKS-TA-RUTA TO WKS-LC-RUTA
           MOVE WKS-AN-DESCRIPCION TO WKS-LC-ANTES-DESCRIPCION
           MOVE WKS-AN-CAPACIDAD TO WKS-LC-ANTES-CAPACIDAD
           MOVE WKS-AN-PARADAS TO WKS-LC-ANTES-PARADAS
           MOVE WKS-AN-ESTADO TO WKS-LC-ANTES-ESTADO

           IF WKS-TRANS-APLICADA
              MOVE RUT-DESCRIPCION TO WKS-LC-DESPUES-DESCRIPCION
              MOVE RUT-CAPACIDAD TO WKS-LC-DESPUES-CAPACIDAD
              MOVE RUT-CANT-PARADAS TO WKS-LC-DESPUES-PARADAS
              MOVE RUT-ESTADO TO WKS-LC-DESPUES-ESTADO
              MOVE "APLICADA" TO WKS-LC-RESULTADO
           ELSE
              MOVE WKS-AN-DESCRIPCION TO WKS-LC-DESPUES-DESCRIPCION
              MOVE WKS-AN-CAPACIDAD TO WKS-LC-DESPUES-CAPACIDAD
              MOVE WKS-AN-PARADAS TO WKS-LC-DESPUES-PARADAS
              MOVE WKS-AN-ESTADO TO WKS-LC-DESPUES-ESTADO
              MOVE "RECHAZADA" TO WKS-LC-RESULTADO
           END-IF
           MOVE WKS-RT-MOTIVO TO WKS-LC-MOTIVO

           WRITE REG-RPT-CAMBIOS FROM WKS-LINEA-CAMBIO

           IF WKS-TRANS-APLICADA AND
              (WKS-TA-PARADA OR WKS-TA-QUITA-PARADA)
              MOVE SPACES TO REG-RPT-CAMBIOS
              IF WKS-TA-PARADA
                 STRING "         PARADA " WKS-TP-ORDEN
                        " ZONA " WKS-TP-ZONA
                        " MUNICIPIO " WKS-TP-MUNICIPIO
                        " HORA " WKS-TP-HORA
                    DELIMITED BY SIZE INTO REG-RPT-CAMBIOS
                 END-STRING
              ELSE
                 STRING "         PARADA " WKS-TP-ORDEN " QUITADA"
                    DELIMITED BY SIZE INTO REG-RPT-CAMBIOS
                 END-STRING
              END-IF
              WRITE REG-RPT-CAMBIOS
           END-IF.
       0008-LINEA-REPORTE-E.
           EXIT.

       0009-INICIO-TOTALES SECTION.
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
       0009-TOTALES-E.
           EXIT.
