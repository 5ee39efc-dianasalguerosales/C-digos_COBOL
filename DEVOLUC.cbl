      ******************************************************************
      * FECHA       : 2026                                             *
      * PROGRAMADOR : DIANA STEFFANNY SALGUERO ROSALES                 *
      * APLICACION  : EDUCACION                                        *
      * PROGRAMA    : EDUC3080                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : PROCESA EL ARCHIVO DE DEVOLUCIONES DEL BANCO     *
      *             : RECEPTOR (DEVBANCO): PARTIDAS QUE EL BANCO       *
      *             : ACUSO Y LUEGO NO PUDO APLICAR, CON SU CODIGO DE  *
      *             : MOTIVO. CADA DEVOLUCION SE CRUZA CONTRA EL       *
      *             : MOVIMIENTO ORIGINAL EN LA COPIA DE RESPALDO      *
      *             : (ARCHFTPM) POR SECUENCIA Y CUENTA (Y DIA/MES DEL *
      *             : ENVIO CUANDO EL BANCO LO INFORMA). LA PARTIDA    *
      *             : CRUZADA SE RECONSTRUYE EN EL FORMATO DEL ARCHIVO *
      *             : RECHAZOS DE EDUC3011 (REGISTRO DE MOMDCO MAS     *
      *             : MOTIVO), CON EL MOTIVO DEL BANCO TRADUCIDO AL    *
      *             : NUESTRO SEGUN MOTDEV, PARA QUE ENTRE AL CICLO DE *
      *             : CORRECCION Y REINYECCION (EDUC3017). EMITE EL    *
      *             : REPORTE DE DEVOLUCIONES POR MOTIVO Y AGENCIA Y   *
      *             : LA LISTA DE DEVOLUCIONES SIN ORIGINAL.           *
      * ARCHIVOS    : DEVBANCO (ENTRADA), ARCHFTPM (ENTRADA), MOTDEV   *
      *             : (ENTRADA, OPCIONAL), DEVRECHZ (SALIDA), RPTDEV   *
      *             : (SALIDA), DEVSINOR (SALIDA)                      *
      * PROGRAMA(S) : RUNSTAT1                                         *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDUC3080.
       AUTHOR. DIANA SALGUERO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-DEVOLUCIONES ASSIGN TO DEVBANCO
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-DEVBANCO.
           SELECT ARCHIVO-FTPMOM ASSIGN TO ARCHFTPM
                  FILE STATUS IS WKS-FS-ARCHFTPM.
      *TRADUCCION DE LOS MOTIVOS DEL BANCO: CODIGO DEL BANCO (3),
      *ESPACIO Y NUESTRO MOTIVO DE RECHAZO (30).
           SELECT MOTIVOS-DEVOLUCION ASSIGN TO MOTDEV
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-MOTDEV.
      *MISMO FORMATO DEL ARCHIVO RECHAZOS DE EDUC3011.
           SELECT DEVOLUCIONES-RECHAZO ASSIGN TO DEVRECHZ
                  FILE STATUS IS WKS-FS-DEVRECHZ.
           SELECT RPT-DEVOLUCIONES ASSIGN TO RPTDEV
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-RPTDEV.
           SELECT DEVOLUCIONES-SIN-ORIGINAL ASSIGN TO DEVSINOR
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-DEVSINOR.

       DATA DIVISION.

       FILE SECTION.
       FD ARCHIVO-DEVOLUCIONES.
       01 REG-DEVOLUCION                PIC X(30).

       FD ARCHIVO-FTPMOM
           RECORDING MODE IS F.
       01 AREA-ARCHIVO                  PIC X(115).

       FD MOTIVOS-DEVOLUCION.
       01 REG-MOTIVO-DEVOLUCION         PIC X(40).

       FD DEVOLUCIONES-RECHAZO
           RECORDING MODE IS F.
       01 AREA-RECHAZOS                 PIC X(139).

       FD RPT-DEVOLUCIONES.
       01 REG-RPT-DEVOLUCIONES          PIC X(132).

       FD DEVOLUCIONES-SIN-ORIGINAL.
       01 REG-SIN-ORIGINAL              PIC X(60).

       WORKING-STORAGE SECTION.

       01 WKS-CONTROL-ARCHIVOS.
          02 WKS-FS-DEVBANCO            PIC X(02) VALUE SPACES.
             88 WKS-FIN-DEVBANCO                  VALUE "10".
          02 WKS-FS-ARCHFTPM            PIC X(02) VALUE SPACES.
             88 WKS-FIN-ARCHFTPM                  VALUE "10".
          02 WKS-FS-MOTDEV              PIC X(02) VALUE SPACES.
             88 WKS-FIN-MOTDEV                    VALUE "10".
          02 WKS-FS-DEVRECHZ            PIC X(02) VALUE SPACES.
          02 WKS-FS-RPTDEV              PIC X(02) VALUE SPACES.
          02 WKS-FS-DEVSINOR            PIC X(02) VALUE SPACES.

      *REGISTRO DE DEVOLUCION DEL BANCO: SECUENCIA Y CUENTA DEL
      *ENVIO, FECHA DEL ENVIO (AAAAMMDD; CEROS SI EL BANCO NO LA
      *INFORMA) Y CODIGO DE MOTIVO DEL BANCO.
       01 WKS-REG-DEVOLUCION.
          02 WKS-DV-SECUENCIA           PIC 9(04) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-DV-CUENTA              PIC 9(10) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-DV-FECHA-ENVIO         PIC 9(08) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-DV-MOTIVO-BANCO        PIC X(03) VALUE SPACES.
          02 FILLER                     PIC X(02) VALUE SPACES.

      *MISMA VISTA DEL REGISTRO DE ARCHIVO DE ANCHO FIJO QUE GRABA
      *EDUC3011, COMPLETA, PARA RECONSTRUIR EL REGISTRO DE MOMDCO.
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
          05 WKS-AR-RESERVA OCCURS 2 TIMES.
             10 WKS-AR-RESERVA-TIPO      PIC 9(01).
             10 WKS-AR-RESERVA-SIGNO     PIC X(01).
             10 WKS-AR-RESERVA-ENT       PIC 9(09).
             10 FILLER                   PIC X(01).
             10 WKS-AR-RESERVA-DEC       PIC 9(02).
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
          05 WKS-AR-FILLER               PIC X(06).

      *EL REGISTRO DE MOMDCO SE RECONSTRUYE CON EL MISMO LAYOUT DE
      *ENTRADA DEL EXTRACTO.
           COPY FILE-IN.

      *REGISTRO DEL ARCHIVO DE RECHAZOS: EL REGISTRO DE FILE-IN MAS
      *EL MOTIVO, COMO LO GRABA EDUC3011.
       01 WKS-REG-RECHAZO.
          05 WKS-RZ-REGISTRO            PIC X(108) VALUE SPACES.
          05 FILLER                     PIC X(01)  VALUE "|".
          05 WKS-RZ-RAZON               PIC X(30)  VALUE SPACES.

      *DEVOLUCIONES CARGADAS AL INICIO; EL INDICADOR DE USO MARCA
      *LAS QUE ENCONTRARON SU ORIGINAL.
       01 WKS-TABLA-DEVOLUCIONES.
          02 WKS-TD-ENTRADA OCCURS 2000 TIMES.
             03 WKS-TD-SECUENCIA        PIC 9(04).
             03 WKS-TD-CUENTA           PIC 9(10).
             03 WKS-TD-FECHA-ENVIO      PIC 9(08).
             03 WKS-TD-MOTIVO-BANCO     PIC X(03).
             03 WKS-TD-USADO            PIC X(01).
                88 WKS-TD-CRUZADA                 VALUE "S".
          02 WKS-TD-CANT                PIC 9(04) VALUE ZEROES.
          02 WKS-TD-IDX                 PIC 9(04) VALUE ZEROES.
          02 WKS-TD-HALLADO             PIC 9(04) VALUE ZEROES.

      *TRADUCCION DE MOTIVOS DEL BANCO A LOS NUESTROS.
       01 WKS-TABLA-MOTIVOS.
          02 WKS-TM-ENTRADA OCCURS 100 TIMES.
             03 WKS-TM-MOTIVO-BANCO     PIC X(03).
             03 WKS-TM-RAZON            PIC X(30).
          02 WKS-TM-CANT                PIC 9(03) VALUE ZEROES.
          02 WKS-TM-IDX                 PIC 9(03) VALUE ZEROES.

       01 WKS-REG-MOTIVO.
          02 WKS-RM-MOTIVO-BANCO        PIC X(03).
          02 FILLER                     PIC X(01).
          02 WKS-RM-RAZON               PIC X(30).
          02 FILLER                     PIC X(06).

      *DEVOLUCIONES CRUZADAS POR MOTIVO (YA TRADUCIDO) Y AGENCIA
      *ORIGEN DEL MOVIMIENTO.
       01 WKS-TABLA-RESUMEN.
          02 WKS-RS-ENTRADA OCCURS 500 TIMES.
             03 WKS-RS-RAZON            PIC X(30).
             03 WKS-RS-AGENCIA          PIC 9(03).
             03 WKS-RS-CANTIDAD         PIC 9(06).
             03 WKS-RS-VALOR            PIC 9(11)V99.
          02 WKS-RS-CANT                PIC 9(03) VALUE ZEROES.
          02 WKS-RS-IDX                 PIC 9(03) VALUE ZEROES.
          02 WKS-RS-IDX2                PIC 9(03) VALUE ZEROES.
          02 WKS-RS-HALLADO             PIC 9(03) VALUE ZEROES.
          02 WKS-RS-RAZON-ANT           PIC X(30) VALUE SPACES.
          02 WKS-RS-SUB-CANTIDAD        PIC 9(06) VALUE ZEROES.
          02 WKS-RS-SUB-VALOR           PIC 9(11)V99 VALUE ZEROES.
          02 WKS-RS-TOT-CANTIDAD        PIC 9(06) VALUE ZEROES.
          02 WKS-RS-TOT-VALOR           PIC 9(11)V99 VALUE ZEROES.
       01 WKS-RS-AUXILIAR               PIC X(52) VALUE SPACES.

       01 WKS-CONTROL-DEVOLUCION.
          02 WKS-RAZON-TRADUCIDA        PIC X(30) VALUE SPACES.
          02 WKS-VALOR-ABS              PIC 9(11)V99 VALUE ZEROES.
          02 WKS-RES-IDX                PIC 9(01) VALUE ZEROES.
          02 WKS-RESERVA-TRAB           PIC S9(09)V99 VALUE ZEROES.

       01 WKS-ITERACIONES.
          02 WKS-I-DEVOLUCIONES         PIC 9(05) VALUE ZEROES.
          02 WKS-I-LEIDOS-ARCHIVO       PIC 9(07) VALUE ZEROES.
          02 WKS-I-CRUZADAS             PIC 9(05) VALUE ZEROES.
          02 WKS-I-SIN-ORIGINAL         PIC 9(05) VALUE ZEROES.
          02 WKS-I-SIN-TRADUCCION       PIC 9(05) VALUE ZEROES.
          02 WKS-I-DESBORDE             PIC 9(05) VALUE ZEROES.

       01 WKS-LINEA-RESUMEN.
          02 WKS-LR-RAZON               PIC X(30) VALUE SPACES.
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 WKS-LR-AGENCIA             PIC X(09) VALUE SPACES.
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 WKS-LR-CANTIDAD            PIC ZZZZZ9 VALUE ZEROES.
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 WKS-LR-VALOR               PIC ZZ,ZZZ,ZZZ,ZZ9.99
                                        VALUE ZEROES.

      *LINEA DE LA LISTA DE DEVOLUCIONES SIN ORIGINAL.
       01 WKS-LINEA-SIN-ORIGINAL.
          02 WKS-SN-FECHA               PIC 9(08) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-SN-SECUENCIA           PIC 9(04) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-SN-CUENTA              PIC 9(10) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-SN-FECHA-ENVIO         PIC 9(08) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-SN-MOTIVO-BANCO        PIC X(03) VALUE SPACES.
          02 FILLER                     PIC X(23) VALUE SPACES.

       01 WKS-FECHA-ENTERA              PIC X(20) VALUE SPACES.

      *AREA PARA LA RUTINA COMUN DE ESTADISTICAS DE CORRIDA.
       01 WKS-CONTROL-ESTADISTICA.
          02 WKS-ST-PROGRAMA            PIC X(08) VALUE "EDUK3080".
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
           MOVE FUNCTION CURRENT-DATE TO WKS-FECHA-ENTERA
           MOVE WKS-FECHA-ENTERA(1:8) TO WKS-SN-FECHA

           INITIALIZE WKS-TABLA-DEVOLUCIONES
           INITIALIZE WKS-TABLA-MOTIVOS
           INITIALIZE WKS-TABLA-RESUMEN

           PERFORM 0001-INICIO-CARGA-MOTIVOS THRU 0001-CARGA-MOTIVOS-E
           PERFORM 0002-INICIO-CARGA-DEVOLUCIONES THRU
              0002-CARGA-DEVOLUCIONES-E

           OPEN OUTPUT DEVOLUCIONES-RECHAZO
           IF WKS-FS-DEVRECHZ NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE RECHAZOS POR "
                      "DEVOLUCION"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 0003-INICIO-CRUZA-ARCHIVO THRU 0003-CRUZA-ARCHIVO-E

           CLOSE DEVOLUCIONES-RECHAZO

           PERFORM 0006-INICIO-SIN-ORIGINAL THRU 0006-SIN-ORIGINAL-E
           PERFORM 0007-INICIO-REPORTE THRU 0007-REPORTE-E

           DISPLAY "DEVOLUCIONES RECIBIDAS: " WKS-I-DEVOLUCIONES
           DISPLAY "REGISTROS LEIDOS DEL ARCHIVO: "
                   WKS-I-LEIDOS-ARCHIVO
           DISPLAY "DEVOLUCIONES CRUZADAS A RECHAZOS: "
                   WKS-I-CRUZADAS
           DISPLAY "DEVOLUCIONES SIN ORIGINAL: " WKS-I-SIN-ORIGINAL
           DISPLAY "MOTIVOS DEL BANCO SIN TRADUCCION: "
                   WKS-I-SIN-TRADUCCION
           IF WKS-I-DESBORDE > ZEROES
              DISPLAY "REGISTROS QUE NO CUPIERON EN LAS TABLAS: "
                      WKS-I-DESBORDE
           END-IF

           MOVE WKS-I-DEVOLUCIONES TO WKS-ST-LEIDOS
           MOVE WKS-I-CRUZADAS TO WKS-ST-ESCRITOS
           MOVE WKS-I-SIN-ORIGINAL TO WKS-ST-RECHAZADOS
           CALL 'RUNSTAT1' USING WKS-ST-PROGRAMA
                                 WKS-ST-FECHA-INICIO
                                 WKS-ST-HORA-INICIO
                                 WKS-ST-LEIDOS
                                 WKS-ST-ESCRITOS
                                 WKS-ST-RECHAZADOS

           IF WKS-I-SIN-ORIGINAL > ZEROES OR
              WKS-I-SIN-TRADUCCION > ZEROES OR
              WKS-I-DESBORDE > ZEROES
              MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.
       0000-INICIO-E.
           EXIT.

       0001-INICIO-CARGA-MOTIVOS SECTION.
      *SIN TABLA DE TRADUCCION TODAS LAS DEVOLUCIONES VIAJAN CON EL
      *CODIGO DEL BANCO EN EL MOTIVO.
           OPEN INPUT MOTIVOS-DEVOLUCION
           IF WKS-FS-MOTDEV = "35"
              DISPLAY "SIN TABLA DE MOTIVOS DE DEVOLUCION MOTDEV"
              GO TO 0001-CARGA-MOTIVOS-E
           END-IF
           IF WKS-FS-MOTDEV NOT = "00"
              DISPLAY "NO SE PUDO ABRIR LA TABLA DE MOTIVOS MOTDEV"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           READ MOTIVOS-DEVOLUCION INTO WKS-REG-MOTIVO
           AT END
              SET WKS-FIN-MOTDEV TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-MOTDEV
                   IF WKS-RM-MOTIVO-BANCO NOT = SPACES AND
                      WKS-TM-CANT < 100
                      ADD 1 TO WKS-TM-CANT
                      MOVE WKS-RM-MOTIVO-BANCO TO
                         WKS-TM-MOTIVO-BANCO(WKS-TM-CANT)
                      MOVE WKS-RM-RAZON TO WKS-TM-RAZON(WKS-TM-CANT)
                   END-IF
                   READ MOTIVOS-DEVOLUCION INTO WKS-REG-MOTIVO
                   AT END
                      SET WKS-FIN-MOTDEV TO TRUE
                   END-READ
           END-PERFORM

           CLOSE MOTIVOS-DEVOLUCION.
       0001-CARGA-MOTIVOS-E.
           EXIT.

       0002-INICIO-CARGA-DEVOLUCIONES SECTION.
           OPEN INPUT ARCHIVO-DEVOLUCIONES
           IF WKS-FS-DEVBANCO NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE DEVOLUCIONES"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           READ ARCHIVO-DEVOLUCIONES INTO WKS-REG-DEVOLUCION
           AT END
              SET WKS-FIN-DEVBANCO TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-DEVBANCO
                   ADD 1 TO WKS-I-DEVOLUCIONES
                   IF WKS-DV-FECHA-ENVIO NOT NUMERIC
                      MOVE ZEROES TO WKS-DV-FECHA-ENVIO
                   END-IF
                   IF WKS-TD-CANT < 2000
                      ADD 1 TO WKS-TD-CANT
                      MOVE WKS-DV-SECUENCIA TO
                         WKS-TD-SECUENCIA(WKS-TD-CANT)
                      MOVE WKS-DV-CUENTA TO WKS-TD-CUENTA(WKS-TD-CANT)
                      MOVE WKS-DV-FECHA-ENVIO TO
                         WKS-TD-FECHA-ENVIO(WKS-TD-CANT)
                      MOVE WKS-DV-MOTIVO-BANCO TO
                         WKS-TD-MOTIVO-BANCO(WKS-TD-CANT)
                      MOVE "N" TO WKS-TD-USADO(WKS-TD-CANT)
                   ELSE
                      ADD 1 TO WKS-I-DESBORDE
                   END-IF
                   READ ARCHIVO-DEVOLUCIONES INTO WKS-REG-DEVOLUCION
                   AT END
                      SET WKS-FIN-DEVBANCO TO TRUE
                   END-READ
           END-PERFORM

           CLOSE ARCHIVO-DEVOLUCIONES.
       0002-CARGA-DEVOLUCIONES-E.
           EXIT.

       0003-INICIO-CRUZA-ARCHIVO SECTION.
      *POR CADA MOVIMIENTO DE LA COPIA DE RESPALDO SE BUSCA UNA
      *DEVOLUCION PENDIENTE CON SU SECUENCIA Y CUENTA; SI EL BANCO
      *INFORMO LA FECHA DEL ENVIO, TAMBIEN DEBEN COINCIDIR DIA Y
      *MES (LAS SECUENCIAS SE REPITEN DE UN DIA A OTRO).
           OPEN INPUT ARCHIVO-FTPMOM
           IF WKS-FS-ARCHFTPM NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE RESPALDO ARCHFTPM"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           READ ARCHIVO-FTPMOM INTO WKS-REG-ARCHIVO
           AT END
              SET WKS-FIN-ARCHFTPM TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-ARCHFTPM
                   ADD 1 TO WKS-I-LEIDOS-ARCHIVO
                   MOVE ZEROES TO WKS-TD-HALLADO
                   PERFORM VARYING WKS-TD-IDX FROM 1 BY 1
                      UNTIL WKS-TD-IDX > WKS-TD-CANT OR
                            WKS-TD-HALLADO > ZEROES
                      IF NOT WKS-TD-CRUZADA(WKS-TD-IDX) AND
                         WKS-TD-SECUENCIA(WKS-TD-IDX) =
                            WKS-AR-NUM-SECUENCIA AND
                         WKS-TD-CUENTA(WKS-TD-IDX) =
                            WKS-AR-NUMERO-CUENTA
                         IF WKS-TD-FECHA-ENVIO(WKS-TD-IDX) = ZEROES OR
                            (WKS-TD-FECHA-ENVIO(WKS-TD-IDX)(5:2) =
                             WKS-AR-MES AND
                             WKS-TD-FECHA-ENVIO(WKS-TD-IDX)(7:2) =
                             WKS-AR-DIA)
                            MOVE WKS-TD-IDX TO WKS-TD-HALLADO
                            MOVE "S" TO WKS-TD-USADO(WKS-TD-IDX)
                         END-IF
                      END-IF
                   END-PERFORM

                   IF WKS-TD-HALLADO > ZEROES
                      PERFORM 0004-INICIO-GRABA-RECHAZO THRU
                         0004-GRABA-RECHAZO-E
                   END-IF

                   READ ARCHIVO-FTPMOM INTO WKS-REG-ARCHIVO
                   AT END
                      SET WKS-FIN-ARCHFTPM TO TRUE
                   END-READ
           END-PERFORM

           CLOSE ARCHIVO-FTPMOM.
       0003-CRUZA-ARCHIVO-E.
           EXIT.

       0004-INICIO-GRABA-RECHAZO SECTION.
           ADD 1 TO WKS-I-CRUZADAS

      *TRADUCCION DEL MOTIVO DEL BANCO.
           MOVE SPACES TO WKS-RAZON-TRADUCIDA
           PERFORM VARYING WKS-TM-IDX FROM 1 BY 1
              UNTIL WKS-TM-IDX > WKS-TM-CANT
              IF WKS-TM-MOTIVO-BANCO(WKS-TM-IDX) =
                 WKS-TD-MOTIVO-BANCO(WKS-TD-HALLADO)
                 MOVE WKS-TM-RAZON(WKS-TM-IDX) TO WKS-RAZON-TRADUCIDA
                 MOVE WKS-TM-CANT TO WKS-TM-IDX
              END-IF
           END-PERFORM
           IF WKS-RAZON-TRADUCIDA = SPACES
              ADD 1 TO WKS-I-SIN-TRADUCCION
              STRING "DEVUELTO POR BANCO COD "
                     WKS-TD-MOTIVO-BANCO(WKS-TD-HALLADO)
                 DELIMITED BY SIZE INTO WKS-RAZON-TRADUCIDA
              END-STRING
           END-IF

      *RECONSTRUYE EL REGISTRO DE MOMDCO DESDE LA COPIA DE RESPALDO.
           MOVE WKS-AR-CODIGO-TRANSACCION TO FILE-CODIGO-TRANSACCION
           MOVE WKS-AR-DIA TO FILE-DIA
           MOVE WKS-AR-MES TO FILE-MES
           MOVE WKS-AR-CLASE-CUENTA TO FILE-CLASE-CUENTA
           MOVE WKS-AR-NUMERO-CUENTA TO FILE-NUMERO-CUENTA
           IF WKS-AR-DOCUMENTO-SIGNO = "-"
              COMPUTE FILE-DOCUMENTO = ZERO - WKS-AR-DOCUMENTO-RESTO
           ELSE
              MOVE WKS-AR-DOCUMENTO-RESTO TO FILE-DOCUMENTO
           END-IF
           MOVE WKS-AR-AGENCIA-ORIGEN TO FILE-AGENCIA-ORIGEN
           IF WKS-AR-VALOR-SIGNO = "-"
              COMPUTE FILE-VALOR = ZERO - WKS-AR-VALOR-ENT -
                 (WKS-AR-VALOR-DEC / 100)
           ELSE
              COMPUTE FILE-VALOR = WKS-AR-VALOR-ENT +
                 (WKS-AR-VALOR-DEC / 100)
           END-IF
           PERFORM VARYING WKS-RES-IDX FROM 1 BY 1
              UNTIL WKS-RES-IDX > 2
              IF WKS-AR-RESERVA-SIGNO(WKS-RES-IDX) = "-"
                 COMPUTE WKS-RESERVA-TRAB = ZERO -
                    WKS-AR-RESERVA-ENT(WKS-RES-IDX) -
                    (WKS-AR-RESERVA-DEC(WKS-RES-IDX) / 100)
              ELSE
                 COMPUTE WKS-RESERVA-TRAB =
                    WKS-AR-RESERVA-ENT(WKS-RES-IDX) +
                    (WKS-AR-RESERVA-DEC(WKS-RES-IDX) / 100)
              END-IF
              IF WKS-RES-IDX = 1
                 MOVE WKS-AR-RESERVA-TIPO(1) TO FILE-TIPO-RESERVA1
                 MOVE WKS-RESERVA-TRAB TO FILE-VALOR-RESERVA1
              ELSE
                 MOVE WKS-AR-RESERVA-TIPO(2) TO FILE-TIPO-RESERVA2
                 MOVE WKS-RESERVA-TRAB TO FILE-VALOR-RESERVA2
              END-IF
           END-PERFORM
           MOVE WKS-AR-LEGAJO TO FILE-LEGAJO
           MOVE WKS-AR-TERMINAL TO FILE-TERMINAL-FINANCIERA
           MOVE WKS-AR-NUM-SECUENCIA TO FILE-NUM-SECUENCIA
           MOVE WKS-AR-TIPO-MOVIMIENTO TO FILE-TIPO-MOVIMIENTO
           MOVE WKS-AR-SIT-REGISTRO TO FILE-SIT-REGISTRO
           MOVE WKS-AR-GRABA-VERIF TO FILE-GRABA-VERIF
           MOVE WKS-AR-ORIGEN-TRANSACCION TO FILE-ORIGEN-TRANSACCION
           MOVE WKS-AR-CAJERO TO FILE-CAJERO
           MOVE WKS-AR-CODIGO-MONEDA TO FILE-CODIGO-MONEDA
           MOVE WKS-AR-CODIGO-MOTIVO TO FILE-CODIGO-MOTIVO
           MOVE WKS-AR-FILLER TO FILE-FILLER

           MOVE FILE-IN-REGISTRO TO WKS-RZ-REGISTRO
           MOVE WKS-RAZON-TRADUCIDA TO WKS-RZ-RAZON
           WRITE AREA-RECHAZOS FROM WKS-REG-RECHAZO

           COMPUTE WKS-VALOR-ABS = WKS-AR-VALOR-ENT +
              (WKS-AR-VALOR-DEC / 100)
           PERFORM 0005-INICIO-ACUMULA THRU 0005-ACUMULA-E.
       0004-GRABA-RECHAZO-E.
           EXIT.

       0005-INICIO-ACUMULA SECTION.
           MOVE ZEROES TO WKS-RS-HALLADO
           PERFORM VARYING WKS-RS-IDX FROM 1 BY 1
              UNTIL WKS-RS-IDX > WKS-RS-CANT
              IF WKS-RS-RAZON(WKS-RS-IDX) = WKS-RAZON-TRADUCIDA AND
                 WKS-RS-AGENCIA(WKS-RS-IDX) = WKS-AR-AGENCIA-ORIGEN
                 MOVE WKS-RS-IDX TO WKS-RS-HALLADO
                 MOVE WKS-RS-CANT TO WKS-RS-IDX
              END-IF
           END-PERFORM
           IF WKS-RS-HALLADO = ZEROES
              IF WKS-RS-CANT < 500
                 ADD 1 TO WKS-RS-CANT
                 MOVE WKS-RS-CANT TO WKS-RS-HALLADO
                 MOVE WKS-RAZON-TRADUCIDA TO
                    WKS-RS-RAZON(WKS-RS-HALLADO)
                 MOVE WKS-AR-AGENCIA-ORIGEN TO
                    WKS-RS-AGENCIA(WKS-RS-HALLADO)
              ELSE
                 ADD 1 TO WKS-I-DESBORDE
                 GO TO 0005-ACUMULA-E
              END-IF
           END-IF
           ADD 1 TO WKS-RS-CANTIDAD(WKS-RS-HALLADO)
           ADD WKS-VALOR-ABS TO WKS-RS-VALOR(WKS-RS-HALLADO).
       0005-ACUMULA-E.
           EXIT.

       0006-INICIO-SIN-ORIGINAL SECTION.
      *LAS DEVOLUCIONES QUE NO CRUZARON CON NINGUN ENVIO DEL ARCHIVO
      *QUEDAN EN LA LISTA DE EXCEPCION PARA INVESTIGACION.
           OPEN OUTPUT DEVOLUCIONES-SIN-ORIGINAL
           IF WKS-FS-DEVSINOR NOT = "00"
              DISPLAY "NO SE PUDO ABRIR LA LISTA DE DEVOLUCIONES SIN "
                      "ORIGINAL"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM VARYING WKS-TD-IDX FROM 1 BY 1
              UNTIL WKS-TD-IDX > WKS-TD-CANT
              IF NOT WKS-TD-CRUZADA(WKS-TD-IDX)
                 ADD 1 TO WKS-I-SIN-ORIGINAL
                 MOVE WKS-TD-SECUENCIA(WKS-TD-IDX) TO WKS-SN-SECUENCIA
                 MOVE WKS-TD-CUENTA(WKS-TD-IDX) TO WKS-SN-CUENTA
                 MOVE WKS-TD-FECHA-ENVIO(WKS-TD-IDX) TO
                    WKS-SN-FECHA-ENVIO
                 MOVE WKS-TD-MOTIVO-BANCO(WKS-TD-IDX) TO
                    WKS-SN-MOTIVO-BANCO
                 WRITE REG-SIN-ORIGINAL FROM WKS-LINEA-SIN-ORIGINAL
                 DISPLAY "DEVOLUCION SIN ORIGINAL, SECUENCIA: "
                         WKS-TD-SECUENCIA(WKS-TD-IDX)
                         " CUENTA: " WKS-TD-CUENTA(WKS-TD-IDX)
              END-IF
           END-PERFORM

           CLOSE DEVOLUCIONES-SIN-ORIGINAL.
       0006-SIN-ORIGINAL-E.
           EXIT.

       0007-INICIO-REPORTE SECTION.
      *DEVOLUCIONES POR MOTIVO Y, DENTRO DEL MOTIVO, POR AGENCIA,
      *CON SUBTOTAL POR MOTIVO Y TOTAL GENERAL.
           PERFORM VARYING WKS-RS-IDX FROM 1 BY 1
              UNTIL WKS-RS-IDX >= WKS-RS-CANT
              PERFORM VARYING WKS-RS-IDX2 FROM 1 BY 1
                 UNTIL WKS-RS-IDX2 >= WKS-RS-CANT
                 IF WKS-RS-RAZON(WKS-RS-IDX2) >
                    WKS-RS-RAZON(WKS-RS-IDX2 + 1) OR
                    (WKS-RS-RAZON(WKS-RS-IDX2) =
                     WKS-RS-RAZON(WKS-RS-IDX2 + 1) AND
                     WKS-RS-AGENCIA(WKS-RS-IDX2) >
                     WKS-RS-AGENCIA(WKS-RS-IDX2 + 1))
                    MOVE WKS-RS-ENTRADA(WKS-RS-IDX2) TO
                       WKS-RS-AUXILIAR
                    MOVE WKS-RS-ENTRADA(WKS-RS-IDX2 + 1) TO
                       WKS-RS-ENTRADA(WKS-RS-IDX2)
                    MOVE WKS-RS-AUXILIAR TO
                       WKS-RS-ENTRADA(WKS-RS-IDX2 + 1)
                 END-IF
              END-PERFORM
           END-PERFORM

           OPEN OUTPUT RPT-DEVOLUCIONES
           IF WKS-FS-RPTDEV NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL REPORTE DE DEVOLUCIONES"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE SPACES TO REG-RPT-DEVOLUCIONES
           STRING "DEVOLUCIONES DEL BANCO RECEPTOR POR MOTIVO Y "
                  "AGENCIA - PROCESO " WKS-SN-FECHA
              DELIMITED BY SIZE INTO REG-RPT-DEVOLUCIONES
           END-STRING
           WRITE REG-RPT-DEVOLUCIONES
           MOVE "MOTIVO                          AGENCIA    CANTIDAD"
              TO REG-RPT-DEVOLUCIONES
           MOVE "VALOR" TO REG-RPT-DEVOLUCIONES(69:5)
           WRITE REG-RPT-DEVOLUCIONES

           MOVE ZEROES TO WKS-RS-SUB-CANTIDAD, WKS-RS-SUB-VALOR,
              WKS-RS-TOT-CANTIDAD, WKS-RS-TOT-VALOR
           PERFORM VARYING WKS-RS-IDX FROM 1 BY 1
              UNTIL WKS-RS-IDX > WKS-RS-CANT
              IF WKS-RS-IDX > 1 AND
                 WKS-RS-RAZON(WKS-RS-IDX) NOT = WKS-RS-RAZON-ANT
                 PERFORM 0008-INICIO-SUBTOTAL THRU 0008-SUBTOTAL-E
              END-IF
              MOVE WKS-RS-RAZON(WKS-RS-IDX) TO WKS-RS-RAZON-ANT
              MOVE WKS-RS-RAZON(WKS-RS-IDX) TO WKS-LR-RAZON
              MOVE SPACES TO WKS-LR-AGENCIA
              MOVE WKS-RS-AGENCIA(WKS-RS-IDX) TO WKS-LR-AGENCIA(1:3)
              MOVE WKS-RS-CANTIDAD(WKS-RS-IDX) TO WKS-LR-CANTIDAD
              MOVE WKS-RS-VALOR(WKS-RS-IDX) TO WKS-LR-VALOR
              WRITE REG-RPT-DEVOLUCIONES FROM WKS-LINEA-RESUMEN
              ADD WKS-RS-CANTIDAD(WKS-RS-IDX) TO WKS-RS-SUB-CANTIDAD,
                 WKS-RS-TOT-CANTIDAD
              ADD WKS-RS-VALOR(WKS-RS-IDX) TO WKS-RS-SUB-VALOR,
                 WKS-RS-TOT-VALOR
           END-PERFORM
           IF WKS-RS-CANT > ZEROES
              PERFORM 0008-INICIO-SUBTOTAL THRU 0008-SUBTOTAL-E
           END-IF

           MOVE "TOTAL DEVOLUCIONES CRUZADAS" TO WKS-LR-RAZON
           MOVE SPACES TO WKS-LR-AGENCIA
           MOVE WKS-RS-TOT-CANTIDAD TO WKS-LR-CANTIDAD
           MOVE WKS-RS-TOT-VALOR TO WKS-LR-VALOR
           WRITE REG-RPT-DEVOLUCIONES FROM WKS-LINEA-RESUMEN

           MOVE SPACES TO REG-RPT-DEVOLUCIONES
           WRITE REG-RPT-DEVOLUCIONES
           MOVE SPACES TO REG-RPT-DEVOLUCIONES
           STRING "RECIBIDAS: " WKS-I-DEVOLUCIONES
                  "  CRUZADAS: " WKS-I-CRUZADAS
                  "  SIN ORIGINAL: " WKS-I-SIN-ORIGINAL
                  "  SIN TRADUCCION DE MOTIVO: " WKS-I-SIN-TRADUCCION
              DELIMITED BY SIZE INTO REG-RPT-DEVOLUCIONES
           END-STRING
           WRITE REG-RPT-DEVOLUCIONES

           CLOSE RPT-DEVOLUCIONES.
       0007-REPORTE-E.
           EXIT.

       0008-INICIO-SUBTOTAL SECTION.
           MOVE WKS-RS-RAZON-ANT TO WKS-LR-RAZON
           MOVE "SUBTOTAL" TO WKS-LR-AGENCIA
           MOVE WKS-RS-SUB-CANTIDAD TO WKS-LR-CANTIDAD
           MOVE WKS-RS-SUB-VALOR TO WKS-LR-VALOR
           WRITE REG-RPT-DEVOLUCIONES FROM WKS-LINEA-RESUMEN
           MOVE ZEROES TO WKS-RS-SUB-CANTIDAD, WKS-RS-SUB-VALOR.
       0008-SUBTOTAL-E.
           EXIT.
