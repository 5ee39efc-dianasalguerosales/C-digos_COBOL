      ******************************************************************
      * FECHA       : 2026                                             *
      * PROGRAMADOR : DIANA STEFFANNY SALGUERO ROSALES                 *
      * APLICACION  : EDUCACION                                        *
      * PROGRAMA    : EDUC3122                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : MANTENIMIENTO DEL MAESTRO DE DISTRIBUCION DE     *
      *             : REPORTES (DISTMST). APLICA TRANSACCIONES DE ALTA *
      *             : (A), MODIFICACION DE NOMBRE, CANAL, DIRECCION Y  *
      *             : ARCHIVO DE REPARTO (M), COBERTURA (K: AGREGA UNA *
      *             : AGENCIA, OFICINA DE CAPTURA, DEPARTAMENTO O EL   *
      *             : REPORTE COMPLETO), QUITAR COBERTURA (Q: LA BORRA *
      *             : Y CORRE LAS SIGUIENTES) E INACTIVACION (C)       *
      *             : LEIDAS DEL ARCHIVO DE CONTROL TRANSDST, Y EMITE  *
      *             : UN REPORTE DE CAMBIOS ANTES/DESPUES POR CADA     *
      *             : TRANSACCION, EN EL MISMO MOLDE DEL MANTENIMIENTO *
      *             : DE RUTAS (EDUC3115).                             *
      * ARCHIVOS    : DISTMST (I-O), TRANSDST (ENTRADA), RPTDSTM       *
      *             : (SALIDA)                                         *
      * PROGRAMA(S) : NO APLICA PARA ESTE CASO                         *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDUC3122.
       AUTHOR. DIANA SALGUERO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISTRIBUCION-MASTER ASSIGN TO DISTMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS DST-LLAVE
                  FILE STATUS IS WKS-FS-DISTMST.
           SELECT TRANS-DISTRIBUCION ASSIGN TO TRANSDST
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-TRANSDST.
           SELECT RPT-CAMBIOS ASSIGN TO RPTDSTM
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-RPTDSTM.

       DATA DIVISION.

       FILE SECTION.
       FD DISTRIBUCION-MASTER.
           COPY DISTMST.

       FD TRANS-DISTRIBUCION.
       01 REG-TRANS-DISTRIBUCION        PIC X(120).

       FD RPT-CAMBIOS.
       01 REG-RPT-CAMBIOS               PIC X(132).

       WORKING-STORAGE SECTION.

       01 WKS-CONTROL-ARCHIVOS.
          02 WKS-FS-DISTMST             PIC X(02) VALUE SPACES.
          02 WKS-FS-TRANSDST            PIC X(02) VALUE SPACES.
             88 WKS-FIN-TRANSDST                  VALUE "10".
          02 WKS-FS-RPTDSTM             PIC X(02) VALUE SPACES.

       01 WKS-ITERACIONES.
          02 WKS-I-LEIDAS               PIC 9(05) VALUE ZEROES.
          02 WKS-I-APLICADAS            PIC 9(05) VALUE ZEROES.
          02 WKS-I-RECHAZADAS           PIC 9(05) VALUE ZEROES.

      *TRANSACCION DE MANTENIMIENTO: A=ALTA, M=MODIFICACION,
      *K=COBERTURA, Q=QUITAR COBERTURA, C=INACTIVACION. LA
      *INACTIVACION NO BORRA AL DESTINATARIO: LO DEJA FUERA DEL
      *REPARTO Y CONSERVA SUS COBERTURAS.
       01 WKS-REG-TRANS.
          02 WKS-TA-ACCION              PIC X(01) VALUE SPACES.
             88 WKS-TA-ALTA                       VALUE "A".
             88 WKS-TA-MODIFICACION               VALUE "M".
             88 WKS-TA-COBERTURA                  VALUE "K".
             88 WKS-TA-QUITA-COBERTURA            VALUE "Q".
             88 WKS-TA-INACTIVA                   VALUE "C".
          02 WKS-TA-DESTINATARIO        PIC X(08) VALUE SPACES.
          02 WKS-TA-DATOS               PIC X(111) VALUE SPACES.
      *VISTA DE LOS DATOS DE ALTA Y MODIFICACION.
       01 WKS-TRANS-DESTINATARIO REDEFINES WKS-REG-TRANS.
          02 FILLER                     PIC X(09).
          02 WKS-TD-NOMBRE              PIC X(30).
          02 WKS-TD-CANAL               PIC X(01).
             88 WKS-TD-CANAL-VALIDO               VALUE "C" "F" "I".
          02 WKS-TD-DIRECCION           PIC X(40).
          02 WKS-TD-ARCHIVO             PIC X(40).
      *VISTA DE LOS DATOS DE UNA COBERTURA.
       01 WKS-TRANS-COBERTURA REDEFINES WKS-REG-TRANS.
          02 FILLER                     PIC X(09).
          02 WKS-TK-TIPO                PIC X(01).
             88 WKS-TK-AGENCIA                    VALUE "A".
             88 WKS-TK-OFICINA                    VALUE "O".
             88 WKS-TK-DEPTO                      VALUE "D".
             88 WKS-TK-TODO                       VALUE "T".
          02 WKS-TK-CODIGO              PIC X(04).
          02 FILLER                     PIC X(106).

      *IMAGEN DEL REGISTRO DEL MAESTRO ANTES DEL CAMBIO.
       01 WKS-IMAGEN-ANTES.
          02 WKS-AN-NOMBRE              PIC X(30) VALUE SPACES.
          02 WKS-AN-CANAL               PIC X(01) VALUE SPACES.
          02 WKS-AN-COBERTURAS          PIC 9(02) VALUE ZEROES.
          02 WKS-AN-ESTADO              PIC X(01) VALUE SPACES.

       01 WKS-RESULTADO-TRANS.
          02 WKS-RT-APLICADA            PIC X(01) VALUE "N".
             88 WKS-TRANS-APLICADA                VALUE "S".
          02 WKS-RT-MOTIVO              PIC X(20) VALUE SPACES.

       01 WKS-CONTROL-COBERTURAS.
          02 WKS-CB-IDX                 PIC 9(02) VALUE ZEROES.
          02 WKS-CB-HALLADA             PIC 9(02) VALUE ZEROES.
          02 WKS-CB-CODIGO              PIC X(04) VALUE SPACES.
          02 WKS-CB-DEPTO               PIC 9(02) VALUE ZEROES.

       01 WKS-LINEA-CAMBIO.
          02 WKS-LC-ACCION              PIC X(01) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LC-DESTINATARIO        PIC X(08) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LC-ANTES-NOMBRE        PIC X(30) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LC-ANTES-CANAL         PIC X(01) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LC-ANTES-COBERTURAS    PIC Z9 VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LC-ANTES-ESTADO        PIC X(01) VALUE SPACES.
          02 FILLER                     PIC X(03) VALUE " ->".
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LC-DESPUES-NOMBRE      PIC X(30) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LC-DESPUES-CANAL       PIC X(01) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LC-DESPUES-COBERTURAS  PIC Z9 VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LC-DESPUES-ESTADO      PIC X(01) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LC-RESULTADO           PIC X(09) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LC-MOTIVO              PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-INICIO SECTION.
           PERFORM 0001-INICIO-ABRE-ARCHIVOS THRU 0001-ABRE-ARCHIVOS-E

           READ TRANS-DISTRIBUCION INTO WKS-REG-TRANS
           AT END
              SET WKS-FIN-TRANSDST TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-TRANSDST
                   ADD 1 TO WKS-I-LEIDAS
                   PERFORM 0002-INICIO-APLICA-TRANS THRU
                      0002-APLICA-TRANS-E
                   PERFORM 0008-INICIO-LINEA-REPORTE THRU
                      0008-LINEA-REPORTE-E
                   READ TRANS-DISTRIBUCION INTO WKS-REG-TRANS
                   AT END
                      SET WKS-FIN-TRANSDST TO TRUE
                   END-READ
           END-PERFORM

           PERFORM 0009-INICIO-TOTALES THRU 0009-TOTALES-E

           CLOSE DISTRIBUCION-MASTER, TRANS-DISTRIBUCION, RPT-CAMBIOS

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
           OPEN I-O DISTRIBUCION-MASTER
           IF WKS-FS-DISTMST = "35"
              OPEN OUTPUT DISTRIBUCION-MASTER
              CLOSE DISTRIBUCION-MASTER
              OPEN I-O DISTRIBUCION-MASTER
           END-IF
           IF WKS-FS-DISTMST NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE DISTRIBUCION"
              STOP RUN
           END-IF

           OPEN INPUT TRANS-DISTRIBUCION
           IF WKS-FS-TRANSDST NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE TRANSACCIONES"
              STOP RUN
           END-IF

           OPEN OUTPUT RPT-CAMBIOS
           IF WKS-FS-RPTDSTM NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL REPORTE DE CAMBIOS"
              STOP RUN
           END-IF

           MOVE SPACES TO REG-RPT-CAMBIOS
           MOVE "A DESTINAT ANTES (NOMBRE/CANAL/COB/EST)"
              TO REG-RPT-CAMBIOS(1:39)
           MOVE "-> DESPUES" TO REG-RPT-CAMBIOS(50:10)
           MOVE "RESULTADO" TO REG-RPT-CAMBIOS(91:9)
           WRITE REG-RPT-CAMBIOS.
       0001-ABRE-ARCHIVOS-E.
           EXIT.

       0002-INICIO-APLICA-TRANS SECTION.
           MOVE "N" TO WKS-RT-APLICADA
           MOVE SPACES TO WKS-RT-MOTIVO
           MOVE SPACES TO WKS-AN-NOMBRE
           MOVE SPACES TO WKS-AN-CANAL
           MOVE ZEROES TO WKS-AN-COBERTURAS
           MOVE SPACES TO WKS-AN-ESTADO

           IF WKS-TA-DESTINATARIO = SPACES
              MOVE "SIN ID DESTINATARIO" TO WKS-RT-MOTIVO
              ADD 1 TO WKS-I-RECHAZADAS
              GO TO 0002-APLICA-TRANS-E
           END-IF

           MOVE WKS-TA-DESTINATARIO TO DST-DESTINATARIO
           READ DISTRIBUCION-MASTER
           END-READ
           IF WKS-FS-DISTMST = "00"
              MOVE DST-NOMBRE TO WKS-AN-NOMBRE
              MOVE DST-CANAL TO WKS-AN-CANAL
              MOVE DST-CANT-COBERTURAS TO WKS-AN-COBERTURAS
              MOVE DST-ESTADO TO WKS-AN-ESTADO
           END-IF

           EVALUATE TRUE
           WHEN WKS-TA-ALTA
                PERFORM 0003-INICIO-ALTA THRU 0003-ALTA-E
           WHEN WKS-TA-MODIFICACION
                PERFORM 0004-INICIO-MODIFICACION THRU
                   0004-MODIFICACION-E
           WHEN WKS-TA-COBERTURA
                PERFORM 0005-INICIO-COBERTURA THRU 0005-COBERTURA-E
           WHEN WKS-TA-QUITA-COBERTURA
                PERFORM 0006-INICIO-QUITA-COBERTURA THRU
                   0006-QUITA-COBERTURA-E
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
      *EL DESTINATARIO NACE SIN COBERTURAS; SE LE AGREGAN CON
      *TRANSACCIONES K. EL ARCHIVO DE REPARTO ES OBLIGATORIO PORQUE
      *ES DONDE EL REPARTO NOCTURNO LE DEJA SUS SECCIONES.
           EVALUATE TRUE
           WHEN WKS-AN-ESTADO NOT = SPACES
                MOVE "LLAVE YA EXISTE" TO WKS-RT-MOTIVO
           WHEN NOT WKS-TD-CANAL-VALIDO
                MOVE "CANAL INVALIDO" TO WKS-RT-MOTIVO
           WHEN WKS-TD-ARCHIVO = SPACES
                MOVE "SIN ARCHIVO REPARTO" TO WKS-RT-MOTIVO
           WHEN OTHER
                MOVE SPACES TO DST-REGISTRO
                MOVE WKS-TA-DESTINATARIO TO DST-DESTINATARIO
                MOVE WKS-TD-NOMBRE TO DST-NOMBRE
                MOVE WKS-TD-CANAL TO DST-CANAL
                MOVE WKS-TD-DIRECCION TO DST-DIRECCION
                MOVE WKS-TD-ARCHIVO TO DST-ARCHIVO
                MOVE ZEROES TO DST-CANT-COBERTURAS
                SET DST-ACTIVO TO TRUE
                WRITE DST-REGISTRO
                IF WKS-FS-DISTMST = "00"
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
           WHEN NOT WKS-TD-CANAL-VALIDO
                MOVE "CANAL INVALIDO" TO WKS-RT-MOTIVO
           WHEN WKS-TD-ARCHIVO = SPACES
                MOVE "SIN ARCHIVO REPARTO" TO WKS-RT-MOTIVO
           WHEN OTHER
                MOVE WKS-TD-NOMBRE TO DST-NOMBRE
                MOVE WKS-TD-CANAL TO DST-CANAL
                MOVE WKS-TD-DIRECCION TO DST-DIRECCION
                MOVE WKS-TD-ARCHIVO TO DST-ARCHIVO
                SET DST-ACTIVO TO TRUE
                REWRITE DST-REGISTRO
                IF WKS-FS-DISTMST = "00"
                   SET WKS-TRANS-APLICADA TO TRUE
                ELSE
                   MOVE "ERROR DE GRABACION" TO WKS-RT-MOTIVO
                END-IF
           END-EVALUATE.
       0004-MODIFICACION-E.
           EXIT.

       0005-INICIO-COBERTURA SECTION.
      *AGREGA UNA COBERTURA AL FINAL DE LA LISTA. LA AGENCIA VA CON
      *SUS TRES DIGITOS, EL DEPARTAMENTO DE 01 A 22 COMO EN EL
      *CATALOGO GEOGRAFICO, LA OFICINA CON LOS CUATRO CARACTERES DEL
      *SELLO DE CAPTURA Y LA COBERTURA T (TODO EL REPORTE) SIN
      *CODIGO.
           IF WKS-AN-ESTADO = SPACES
              MOVE "LLAVE NO EXISTE" TO WKS-RT-MOTIVO
              GO TO 0005-COBERTURA-E
           END-IF

           MOVE SPACES TO WKS-CB-CODIGO
           EVALUATE TRUE
           WHEN WKS-TK-AGENCIA
                IF WKS-TK-CODIGO(1:3) NOT NUMERIC OR
                   WKS-TK-CODIGO(4:1) NOT = SPACES
                   MOVE "AGENCIA INVALIDA" TO WKS-RT-MOTIVO
                   GO TO 0005-COBERTURA-E
                END-IF
                MOVE WKS-TK-CODIGO TO WKS-CB-CODIGO
           WHEN WKS-TK-DEPTO
                IF WKS-TK-CODIGO(1:2) NOT NUMERIC OR
                   WKS-TK-CODIGO(3:2) NOT = SPACES
                   MOVE "DEPTO INVALIDO" TO WKS-RT-MOTIVO
                   GO TO 0005-COBERTURA-E
                END-IF
                MOVE WKS-TK-CODIGO(1:2) TO WKS-CB-DEPTO
                IF WKS-CB-DEPTO = ZEROES OR WKS-CB-DEPTO > 22
                   MOVE "DEPTO INVALIDO" TO WKS-RT-MOTIVO
                   GO TO 0005-COBERTURA-E
                END-IF
                MOVE WKS-TK-CODIGO TO WKS-CB-CODIGO
           WHEN WKS-TK-OFICINA
                IF WKS-TK-CODIGO = SPACES
                   MOVE "OFICINA INVALIDA" TO WKS-RT-MOTIVO
                   GO TO 0005-COBERTURA-E
                END-IF
                MOVE WKS-TK-CODIGO TO WKS-CB-CODIGO
           WHEN WKS-TK-TODO
                CONTINUE
           WHEN OTHER
                MOVE "TIPO INVALIDO" TO WKS-RT-MOTIVO
                GO TO 0005-COBERTURA-E
           END-EVALUATE

           PERFORM 0010-INICIO-BUSCA-COBERTURA THRU
              0010-BUSCA-COBERTURA-E
           IF WKS-CB-HALLADA > ZEROES
              MOVE "COBERTURA REPETIDA" TO WKS-RT-MOTIVO
              GO TO 0005-COBERTURA-E
           END-IF
           IF DST-CANT-COBERTURAS >= 20
              MOVE "SIN ESPACIO" TO WKS-RT-MOTIVO
              GO TO 0005-COBERTURA-E
           END-IF

           ADD 1 TO DST-CANT-COBERTURAS
           MOVE WKS-TK-TIPO TO DST-CO-TIPO(DST-CANT-COBERTURAS)
           MOVE WKS-CB-CODIGO TO DST-CO-CODIGO(DST-CANT-COBERTURAS)
           REWRITE DST-REGISTRO
           IF WKS-FS-DISTMST = "00"
              SET WKS-TRANS-APLICADA TO TRUE
           ELSE
              MOVE "ERROR DE GRABACION" TO WKS-RT-MOTIVO
           END-IF.
       0005-COBERTURA-E.
           EXIT.

       0006-INICIO-QUITA-COBERTURA SECTION.
      *BORRA LA COBERTURA INDICADA Y CORRE LAS SIGUIENTES UN LUGAR,
      *PARA QUE LA LISTA QUEDE SIN HUECOS.
           IF WKS-AN-ESTADO = SPACES
              MOVE "LLAVE NO EXISTE" TO WKS-RT-MOTIVO
              GO TO 0006-QUITA-COBERTURA-E
           END-IF

           MOVE WKS-TK-CODIGO TO WKS-CB-CODIGO
           IF WKS-TK-TODO
              MOVE SPACES TO WKS-CB-CODIGO
           END-IF
           PERFORM 0010-INICIO-BUSCA-COBERTURA THRU
              0010-BUSCA-COBERTURA-E
           IF WKS-CB-HALLADA = ZEROES
              MOVE "COBERTURA NO EXISTE" TO WKS-RT-MOTIVO
              GO TO 0006-QUITA-COBERTURA-E
           END-IF

           PERFORM VARYING WKS-CB-IDX FROM WKS-CB-HALLADA BY 1
              UNTIL WKS-CB-IDX >= DST-CANT-COBERTURAS
              MOVE DST-COBERTURA(WKS-CB-IDX + 1) TO
                 DST-COBERTURA(WKS-CB-IDX)
           END-PERFORM
           MOVE SPACES TO DST-CO-TIPO(DST-CANT-COBERTURAS)
           MOVE SPACES TO DST-CO-CODIGO(DST-CANT-COBERTURAS)
           SUBTRACT 1 FROM DST-CANT-COBERTURAS

           REWRITE DST-REGISTRO
           IF WKS-FS-DISTMST = "00"
              SET WKS-TRANS-APLICADA TO TRUE
           ELSE
              MOVE "ERROR DE GRABACION" TO WKS-RT-MOTIVO
           END-IF.
       0006-QUITA-COBERTURA-E.
           EXIT.

       0007-INICIO-INACTIVA SECTION.
           IF WKS-AN-ESTADO = SPACES
              MOVE "LLAVE NO EXISTE" TO WKS-RT-MOTIVO
           ELSE
              SET DST-INACTIVO TO TRUE
              REWRITE DST-REGISTRO
              IF WKS-FS-DISTMST = "00"
                 SET WKS-TRANS-APLICADA TO TRUE
              ELSE
                 MOVE "ERROR DE GRABACION" TO WKS-RT-MOTIVO
              END-IF
           END-IF.
       0007-INACTIVA-E.
           EXIT.

       0008-INICIO-LINEA-REPORTE SECTION.
      *UNA LINEA ANTES/DESPUES POR TRANSACCION, MAS EL DETALLE DE LA
      *COBERTURA CUANDO LA TRANSACCION LA TOCA. CUANDO FUE
      *RECHAZADA, EL "DESPUES" REPITE LA IMAGEN ANTERIOR PORQUE EL
      *MAESTRO NO CAMBIO.
           MOVE WKS-TA-ACCION TO WKS-LC-ACCION
           MOVE WKS-TA-DESTINATARIO TO WKS-LC-DESTINATARIO
           MOVE WKS-AN-NOMBRE TO WKS-LC-ANTES-NOMBRE
           MOVE WKS-AN-CANAL TO WKS-LC-ANTES-CANAL
           MOVE WKS-AN-COBERTURAS TO WKS-LC-ANTES-COBERTURAS
           MOVE WKS-AN-ESTADO TO WKS-LC-ANTES-ESTADO

           IF WKS-TRANS-APLICADA
              MOVE DST-NOMBRE TO WKS-LC-DESPUES-NOMBRE
              MOVE DST-CANAL TO WKS-LC-DESPUES-CANAL
              MOVE DST-CANT-COBERTURAS TO WKS-LC-DESPUES-COBERTURAS
              MOVE DST-ESTADO TO WKS-LC-DESPUES-ESTADO
              MOVE "APLICADA" TO WKS-LC-RESULTADO
           ELSE
              MOVE WKS-AN-NOMBRE TO WKS-LC-DESPUES-NOMBRE
              MOVE WKS-AN-CANAL TO WKS-LC-DESPUES-CANAL
              MOVE WKS-AN-COBERTURAS TO WKS-LC-DESPUES-COBERTURAS
              MOVE WKS-AN-ESTADO TO WKS-LC-DESPUES-ESTADO
              MOVE "RECHAZADA" TO WKS-LC-RESULTADO
           END-IF
           MOVE WKS-RT-MOTIVO TO WKS-LC-MOTIVO

           WRITE REG-RPT-CAMBIOS FROM WKS-LINEA-CAMBIO

           IF WKS-TRANS-APLICADA
              MOVE SPACES TO REG-RPT-CAMBIOS
              EVALUATE TRUE
              WHEN WKS-TA-ALTA OR WKS-TA-MODIFICACION
                   STRING "           DIRECCION " WKS-TD-DIRECCION
                          " ARCHIVO " WKS-TD-ARCHIVO
                      DELIMITED BY SIZE INTO REG-RPT-CAMBIOS
                   END-STRING
                   WRITE REG-RPT-CAMBIOS
              WHEN WKS-TA-COBERTURA
                   STRING "           COBERTURA " WKS-TK-TIPO
                          " " WKS-CB-CODIGO " AGREGADA"
                      DELIMITED BY SIZE INTO REG-RPT-CAMBIOS
                   END-STRING
                   WRITE REG-RPT-CAMBIOS
              WHEN WKS-TA-QUITA-COBERTURA
                   STRING "           COBERTURA " WKS-TK-TIPO
                          " " WKS-CB-CODIGO " QUITADA"
                      DELIMITED BY SIZE INTO REG-RPT-CAMBIOS
                   END-STRING
                   WRITE REG-RPT-CAMBIOS
              END-EVALUATE
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

       0010-INICIO-BUSCA-COBERTURA SECTION.
      *DEJA EN WKS-CB-HALLADA LA POSICION DE LA COBERTURA CON EL
      *MISMO TIPO Y CODIGO, O CERO SI EL DESTINATARIO NO LA TIENE.
           MOVE ZEROES TO WKS-CB-HALLADA
           PERFORM VARYING WKS-CB-IDX FROM 1 BY 1
              UNTIL WKS-CB-IDX > DST-CANT-COBERTURAS
              OR WKS-CB-HALLADA > ZEROES
              IF DST-CO-TIPO(WKS-CB-IDX) = WKS-TK-TIPO AND
                 DST-CO-CODIGO(WKS-CB-IDX) = WKS-CB-CODIGO
                 MOVE WKS-CB-IDX TO WKS-CB-HALLADA
              END-IF
           END-PERFORM.
       0010-BUSCA-COBERTURA-E.
           EXIT.
