      ******************************************************************
      * FECHA       : 2026                                             *
      * PROGRAMADOR : DIANA STEFFANNY SALGUERO ROSALES                 *
      * APLICACION  : EDUCACION                                        *
      * PROGRAMA    : EDUC3085                                         *
      * TIPO        : BATCH (NOCTURNO)                                 *
      * DESCRIPCION : CARGADOR INCREMENTAL DEL HISTORICO INDEXADO DE   *
      *             : MOVIMIENTOS POR CUENTA (MOVHIST): CADA NOCHE DA  *
      *             : DE ALTA LA GENERACION NUEVA DE ARCHFTPM CON      *
      *             : LLAVE CUENTA + FECHA DE NEGOCIO + SECUENCIA,     *
      *             : LLEVANDO EN EL ARCHIVO DE CONTROL MOVCTRL LA     *
      *             : ULTIMA GENERACION CARGADA Y SUS LINEAS, COMO     *
      *             : AUDCTRL ALIMENTA AUDMAST (EDUC3035). AL TERMINAR *
      *             : DA DE BAJA LOS MOVIMIENTOS MAS VIEJOS QUE EL     *
      *             : HORIZONTE DE RETENCION (DIAS_RETENCION). ASI LA  *
      *             : BUSQUEDA POR CUENTA (EDUC3064) LEE POR LLAVE Y   *
      *             : TARDA LO MISMO CON TRES MESES QUE CON TRES AÑOS  *
      *             : DE HISTORIA.                                     *
      * ARCHIVOS    : ARCHFTPM (ENTRADA), MOVHIST (I-O),               *
      *             : MOVCTRL (I-O)                                    *
      * PROGRAMA(S) : GENREG01, PARMRD01, RUNSTAT1                     *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDUC3085.
       AUTHOR. DIANA SALGUERO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-FTPMOM ASSIGN TO ARCHFTPM
                  FILE STATUS IS WKS-FS-ARCHFTPM.
           SELECT MOVIMIENTO-HISTORIA ASSIGN TO MOVHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS MOVH-LLAVE
                  FILE STATUS IS WKS-FS-MOVHIST.
           SELECT CONTROL-CARGA ASSIGN TO MOVCTRL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-MOVCTRL.

       DATA DIVISION.

       FILE SECTION.
       FD ARCHIVO-FTPMOM
           RECORDING MODE IS F.
       01 AREA-ARCHIVO                  PIC X(115).

       FD MOVIMIENTO-HISTORIA.
           COPY MOVHIST.

       FD CONTROL-CARGA.
       01 REG-CONTROL-CARGA             PIC X(20).

       WORKING-STORAGE SECTION.

       01 WKS-CONTROL-ARCHIVOS.
          02 WKS-FS-ARCHFTPM            PIC X(02) VALUE SPACES.
             88 WKS-FIN-ARCHFTPM                  VALUE "10".
          02 WKS-FS-MOVHIST             PIC X(02) VALUE SPACES.
             88 WKS-FIN-MOVHIST                   VALUE "10".
          02 WKS-FS-MOVCTRL             PIC X(02) VALUE SPACES.

      *MISMA VISTA DEL REGISTRO DE ARCHIVO DE ANCHO FIJO QUE GRABA
      *EDUC3011.
       01 WKS-REG-ARCHIVO.
          05 WKS-AR-CODIGO-TRANSACCION   PIC 9(02).
          05 WKS-AR-DIA                  PIC 9(02).
          05 WKS-AR-MES                  PIC 9(02).
          05 WKS-AR-CLASE-CUENTA         PIC 9(01).
          05 WKS-AR-NUMERO-CUENTA        PIC 9(10).
          05 WKS-AR-DOCUMENTO            PIC X(09).
          05 WKS-AR-AGENCIA-ORIGEN       PIC 9(03).
          05 WKS-AR-VALOR.
             10 WKS-AR-VALOR-SIGNO       PIC X(01).
             10 WKS-AR-VALOR-ENT         PIC 9(09).
             10 FILLER                   PIC X(01).
             10 WKS-AR-VALOR-DEC         PIC 9(02).
          05 FILLER                      PIC X(37).
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

      *ARCHIVO DE CONTROL: FECHA DE NEGOCIO DE LA ULTIMA GENERACION
      *CARGADA Y CUANTAS LINEAS DE ELLA YA ESTAN EN EL HISTORICO.
       01 WKS-REG-CONTROL.
          02 WKS-CG-FECHA               PIC 9(08) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-CG-YA-CARGADAS         PIC 9(08) VALUE ZEROES.
          02 FILLER                     PIC X(03) VALUE SPACES.

      *COPIA DEL REGISTRO QUE SE VA A DAR DE ALTA, PARA REINTENTAR
      *CON OTRA SECUENCIA O COMPARARLO CON EL YA GRABADO.
       01 WKS-MOVH-NUEVO.
          05 WKS-MN-LLAVE.
             10 WKS-MN-CUENTA           PIC 9(10).
             10 WKS-MN-FECHA            PIC 9(08).
             10 WKS-MN-SECUENCIA        PIC 9(06).
          05 WKS-MN-FECHA-CARGA         PIC 9(08).
          05 WKS-MN-MOVIMIENTO          PIC X(115).

       01 WKS-CONTROL-HISTORIA.
          02 WKS-FECHA-NEGOCIO          PIC 9(08) VALUE ZEROES.
          02 WKS-FECHA-NEGOCIO-R REDEFINES WKS-FECHA-NEGOCIO.
             03 WKS-FN-ANIO             PIC 9(04).
             03 WKS-FN-MMDD             PIC 9(04).
          02 WKS-FECHA-ENTERA           PIC X(20) VALUE SPACES.
          02 WKS-FECHA-MOVIMIENTO       PIC 9(08) VALUE ZEROES.
          02 WKS-FECHA-MOV-R REDEFINES WKS-FECHA-MOVIMIENTO.
             03 WKS-FM-ANIO             PIC 9(04).
             03 WKS-FM-MES              PIC 9(02).
             03 WKS-FM-DIA              PIC 9(02).
          02 WKS-MMDD-MOVIMIENTO        PIC 9(04) VALUE ZEROES.
          02 WKS-DIAS-RETENCION         PIC 9(05) VALUE 1095.
          02 WKS-FECHA-CORTE            PIC 9(08) VALUE ZEROES.
          02 WKS-YA-EXISTE-SW           PIC X(01) VALUE "N".
             88 WKS-YA-EXISTE                     VALUE "S".

       01 WKS-ITERACIONES.
          02 WKS-I-LEIDAS               PIC 9(08) VALUE ZEROES.
          02 WKS-I-NUEVAS               PIC 9(07) VALUE ZEROES.
          02 WKS-I-CARGADAS             PIC 9(07) VALUE ZEROES.
          02 WKS-I-REPETIDAS            PIC 9(07) VALUE ZEROES.
          02 WKS-I-INVALIDAS            PIC 9(07) VALUE ZEROES.
          02 WKS-I-FUERA-RETENCION      PIC 9(07) VALUE ZEROES.
          02 WKS-I-ERRORES              PIC 9(07) VALUE ZEROES.
          02 WKS-I-PURGADAS             PIC 9(08) VALUE ZEROES.
          02 WKS-I-CONSERVADAS          PIC 9(08) VALUE ZEROES.

      *VERIFICACION CONTRA EL REGISTRO CENTRAL DE GENERACIONES
      *(GENREG01): EL ARCHFTPM DEBE SER LA GENERACION DE LA FECHA DE
      *NEGOCIO PEDIDA, COMO EN EL CUADRE DE CAJA (EDUC3071).
       01 WKS-CONTROL-GENREG.
          02 WKS-GR-FUNCION             PIC X(01) VALUE "V".
          02 WKS-GR-ARCHIVO             PIC X(08) VALUE "ARCHFTPM".
          02 WKS-GR-FECHA               PIC 9(08) VALUE ZEROES.
          02 WKS-GR-REGISTROS           PIC 9(08) VALUE ZEROES.
          02 WKS-GR-CONFORME            PIC X(01) VALUE "S".
          02 WKS-GR-PROGRAMA            PIC X(08) VALUE "EDUC3085".

      *AREA PARA EL LECTOR COMUN DEL ARCHIVO CENTRAL DE PARAMETROS.
       01 WKS-CONTROL-PARAMETROS.
          02 WKS-PARM-SECCION           PIC X(08) VALUE "EDUC3085".
          02 WKS-PARM-CANT              PIC 9(02) VALUE ZEROES.
          02 WKS-PARM-TABLA.
             03 WKS-PARM-ENTRADA OCCURS 20 TIMES.
                04 WKS-PARM-CLAVE       PIC X(20).
                04 WKS-PARM-VALOR       PIC X(20).
          02 WKS-PARM-SIN-SECCION       PIC X(01) VALUE "S".
          02 WKS-PARM-IDX               PIC 9(02) VALUE ZEROES.

      *AREA PARA LA RUTINA COMUN DE ESTADISTICAS DE CORRIDA.
       01 WKS-CONTROL-ESTADISTICA.
          02 WKS-ST-PROGRAMA            PIC X(08) VALUE "EDUK3085".
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
           PERFORM 0002-INICIO-LEE-CONTROL THRU 0002-LEE-CONTROL-E
           PERFORM 0003-INICIO-ABRE-HISTORIA THRU 0003-ABRE-HISTORIA-E
           PERFORM 0004-INICIO-CARGA THRU 0004-CARGA-E
           PERFORM 0006-INICIO-PURGA THRU 0006-PURGA-E
           PERFORM 0007-INICIO-GRABA-CONTROL THRU 0007-GRABA-CONTROL-E

           CLOSE MOVIMIENTO-HISTORIA

           DISPLAY "LINEAS DE LA GENERACION LEIDAS: " WKS-I-LEIDAS
           DISPLAY "LINEAS YA CARGADAS ANTES: " WKS-CG-YA-CARGADAS
           DISPLAY "LINEAS NUEVAS DE ESTA CORRIDA: " WKS-I-NUEVAS
           DISPLAY "MOVIMIENTOS CARGADOS AL HISTORICO: "
                   WKS-I-CARGADAS
           DISPLAY "MOVIMIENTOS QUE YA ESTABAN EN EL HISTORICO: "
                   WKS-I-REPETIDAS
           DISPLAY "MOVIMIENTOS SIN CUENTA O FECHA VALIDA: "
                   WKS-I-INVALIDAS
           DISPLAY "MOVIMIENTOS FUERA DEL HORIZONTE DE RETENCION: "
                   WKS-I-FUERA-RETENCION
           DISPLAY "MOVIMIENTOS CON ERROR DE GRABACION: "
                   WKS-I-ERRORES
           DISPLAY "MOVIMIENTOS PURGADOS (ANTERIORES A "
                   WKS-FECHA-CORTE "): " WKS-I-PURGADAS
           DISPLAY "MOVIMIENTOS CONSERVADOS EN EL HISTORICO: "
                   WKS-I-CONSERVADAS

           MOVE WKS-I-NUEVAS TO WKS-ST-LEIDOS
           MOVE WKS-I-CARGADAS TO WKS-ST-ESCRITOS
           COMPUTE WKS-ST-RECHAZADOS = WKS-I-INVALIDAS +
                   WKS-I-ERRORES
           CALL 'RUNSTAT1' USING WKS-ST-PROGRAMA
                                 WKS-ST-FECHA-INICIO
                                 WKS-ST-HORA-INICIO
                                 WKS-ST-LEIDOS
                                 WKS-ST-ESCRITOS
                                 WKS-ST-RECHAZADOS

           IF WKS-I-ERRORES > ZEROES
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WKS-I-INVALIDAS > ZEROES
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF

           STOP RUN.
       0000-INICIO-E.
           EXIT.

       0001-INICIO-PARAMETROS SECTION.
      *FECHA_NEGOCIO: POR OMISION LA FECHA DE PROCESO.
      *DIAS_RETENCION: DIAS DE HISTORIA QUE SE CONSERVAN EN EL
      *HISTORICO; POR OMISION 1095 (TRES AÑOS).
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
              EVALUATE TRUE
              WHEN WKS-PARM-CLAVE(WKS-PARM-IDX) = "FECHA_NEGOCIO"
                   IF WKS-PARM-VALOR(WKS-PARM-IDX)(1:8) NUMERIC
                      MOVE WKS-PARM-VALOR(WKS-PARM-IDX)(1:8) TO
                         WKS-FECHA-NEGOCIO
                   END-IF
              WHEN WKS-PARM-CLAVE(WKS-PARM-IDX) = "DIAS_RETENCION"
                   IF WKS-PARM-VALOR(WKS-PARM-IDX)(1:5) NUMERIC AND
                      WKS-PARM-VALOR(WKS-PARM-IDX)(1:5) > ZEROES
                      MOVE WKS-PARM-VALOR(WKS-PARM-IDX)(1:5) TO
                         WKS-DIAS-RETENCION
                   END-IF
              WHEN OTHER
                   DISPLAY "PARAMETRO DESCONOCIDO EN PARAMET: "
                           WKS-PARM-CLAVE(WKS-PARM-IDX)
              END-EVALUATE
           END-PERFORM

      *PRIMER DIA QUE SE CONSERVA: LO ANTERIOR A ESTA FECHA SE DA
      *DE BAJA DEL HISTORICO.
           COMPUTE WKS-FECHA-CORTE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WKS-FECHA-NEGOCIO) -
                    WKS-DIAS-RETENCION + 1)

           DISPLAY "PARAMETROS EFECTIVOS DE LA CORRIDA:"
           DISPLAY "  FECHA_NEGOCIO: " WKS-FECHA-NEGOCIO
           DISPLAY "  DIAS_RETENCION: " WKS-DIAS-RETENCION
           DISPLAY "  SE CONSERVA DESDE: " WKS-FECHA-CORTE.
       0001-PARAMETROS-E.
           EXIT.

       0002-INICIO-LEE-CONTROL SECTION.
      *SIN ARCHIVO DE CONTROL (PRIMERA CARGA) O CON UNA GENERACION
      *ANTERIOR SE CARGA TODA LA GENERACION DE HOY. SI EL CONTROL YA
      *ES DE ESTA FECHA (REPROCESO DE LA MISMA NOCHE) SE SALTAN LAS
      *LINEAS YA CARGADAS. UN CONTROL MAS NUEVO QUE LA GENERACION
      *INDICA QUE SE ESTA CARGANDO UN DIA VIEJO Y SE RECHAZA.
           OPEN INPUT CONTROL-CARGA
           IF WKS-FS-MOVCTRL = "35"
              MOVE ZEROES TO WKS-CG-FECHA WKS-CG-YA-CARGADAS
              GO TO 0002-LEE-CONTROL-E
           END-IF
           IF WKS-FS-MOVCTRL NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL CONTROL DE CARGA"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           READ CONTROL-CARGA
           AT END
              MOVE ZEROES TO WKS-CG-FECHA WKS-CG-YA-CARGADAS
           NOT AT END
              IF REG-CONTROL-CARGA(1:8) NUMERIC AND
                 REG-CONTROL-CARGA(10:8) NUMERIC
                 MOVE REG-CONTROL-CARGA(1:8) TO WKS-CG-FECHA
                 MOVE REG-CONTROL-CARGA(10:8) TO WKS-CG-YA-CARGADAS
              END-IF
           END-READ
           CLOSE CONTROL-CARGA

           IF WKS-CG-FECHA > WKS-FECHA-NEGOCIO
              DISPLAY "EL HISTORICO YA TIENE CARGADA LA GENERACION "
                      WKS-CG-FECHA "; NO SE CARGA LA DE "
                      WKS-FECHA-NEGOCIO
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           IF WKS-CG-FECHA < WKS-FECHA-NEGOCIO
              MOVE ZEROES TO WKS-CG-YA-CARGADAS
           END-IF.
       0002-LEE-CONTROL-E.
           EXIT.

       0003-INICIO-ABRE-HISTORIA SECTION.
      *EL HISTORICO SE ABRE I-O; LA PRIMERA CORRIDA LO CREA VACIO
      *(FILE STATUS 35) Y LO REABRE, COMO EL MAESTRO DE AUDITORIA.
           OPEN I-O MOVIMIENTO-HISTORIA
           IF WKS-FS-MOVHIST = "35"
              OPEN OUTPUT MOVIMIENTO-HISTORIA
              CLOSE MOVIMIENTO-HISTORIA
              OPEN I-O MOVIMIENTO-HISTORIA
           END-IF
           IF WKS-FS-MOVHIST NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL HISTORICO DE MOVIMIENTOS"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
       0003-ABRE-HISTORIA-E.
           EXIT.

       0004-INICIO-CARGA SECTION.
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

           OPEN INPUT ARCHIVO-FTPMOM
           IF WKS-FS-ARCHFTPM NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DEL DIA"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           READ ARCHIVO-FTPMOM INTO WKS-REG-ARCHIVO
           AT END
              SET WKS-FIN-ARCHFTPM TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-ARCHFTPM
                   ADD 1 TO WKS-I-LEIDAS
                   IF WKS-I-LEIDAS > WKS-CG-YA-CARGADAS
                      ADD 1 TO WKS-I-NUEVAS
                      PERFORM 0005-INICIO-ALTA-HISTORIA THRU
                         0005-ALTA-HISTORIA-E
                   END-IF
                   READ ARCHIVO-FTPMOM INTO WKS-REG-ARCHIVO
                   AT END
                      SET WKS-FIN-ARCHFTPM TO TRUE
                   END-READ
           END-PERFORM

           CLOSE ARCHIVO-FTPMOM.
       0004-CARGA-E.
           EXIT.

       0005-INICIO-ALTA-HISTORIA SECTION.
      *EL AÑO DEL MOVIMIENTO ES EL DE LA FECHA DE NEGOCIO, SALVO QUE
      *SU MES Y DIA QUEDEN DESPUES DE ELLA (MOVIMIENTO DE FIN DE AÑO
      *ANTERIOR). LA SECUENCIA ES LA LINEA DENTRO DE LA GENERACION.
           IF WKS-AR-NUMERO-CUENTA NOT NUMERIC OR
              WKS-AR-MES NOT NUMERIC OR WKS-AR-DIA NOT NUMERIC OR
              WKS-AR-MES < 1 OR WKS-AR-MES > 12 OR
              WKS-AR-DIA < 1 OR WKS-AR-DIA > 31
              ADD 1 TO WKS-I-INVALIDAS
              DISPLAY "MOVIMIENTO SIN CUENTA O FECHA VALIDA, LINEA: "
                      WKS-I-LEIDAS
              GO TO 0005-ALTA-HISTORIA-E
           END-IF

           COMPUTE WKS-MMDD-MOVIMIENTO = WKS-AR-MES * 100 + WKS-AR-DIA
           MOVE WKS-FN-ANIO TO WKS-FM-ANIO
           IF WKS-MMDD-MOVIMIENTO > WKS-FN-MMDD
              SUBTRACT 1 FROM WKS-FM-ANIO
           END-IF
           MOVE WKS-AR-MES TO WKS-FM-MES
           MOVE WKS-AR-DIA TO WKS-FM-DIA

           IF WKS-FECHA-MOVIMIENTO < WKS-FECHA-CORTE
              ADD 1 TO WKS-I-FUERA-RETENCION
              GO TO 0005-ALTA-HISTORIA-E
           END-IF

           MOVE WKS-AR-NUMERO-CUENTA TO WKS-MN-CUENTA
           MOVE WKS-FECHA-MOVIMIENTO TO WKS-MN-FECHA
           MOVE WKS-I-LEIDAS TO WKS-MN-SECUENCIA
           MOVE WKS-FECHA-NEGOCIO TO WKS-MN-FECHA-CARGA
           MOVE WKS-REG-ARCHIVO TO WKS-MN-MOVIMIENTO

      *SI LA LLAVE YA EXISTE Y TRAE EL MISMO MOVIMIENTO ES UNA
      *RECARGA DE UNA CORRIDA INTERRUMPIDA Y NO SE DUPLICA; SI ES
      *OTRO MOVIMIENTO SE AVANZA LA SECUENCIA HASTA ENCONTRAR HUECO.
           MOVE "N" TO WKS-YA-EXISTE-SW
           MOVE WKS-MOVH-NUEVO TO MOVH-REGISTRO
           WRITE MOVH-REGISTRO
           PERFORM UNTIL WKS-FS-MOVHIST NOT = "22" OR
                 WKS-YA-EXISTE OR WKS-MN-SECUENCIA = 999999
                   READ MOVIMIENTO-HISTORIA
                   IF WKS-FS-MOVHIST = "00" AND
                      MOVH-MOVIMIENTO = WKS-MN-MOVIMIENTO
                      MOVE "S" TO WKS-YA-EXISTE-SW
                   ELSE
                      ADD 1 TO WKS-MN-SECUENCIA
                      MOVE WKS-MOVH-NUEVO TO MOVH-REGISTRO
                      WRITE MOVH-REGISTRO
                   END-IF
           END-PERFORM

           EVALUATE TRUE
           WHEN WKS-YA-EXISTE
                ADD 1 TO WKS-I-REPETIDAS
           WHEN WKS-FS-MOVHIST = "00"
                ADD 1 TO WKS-I-CARGADAS
           WHEN OTHER
                ADD 1 TO WKS-I-ERRORES
                DISPLAY "ERROR DE GRABACION EN EL HISTORICO, CUENTA: "
                        WKS-MN-CUENTA " FILE STATUS: " WKS-FS-MOVHIST
           END-EVALUATE.
       0005-ALTA-HISTORIA-E.
           EXIT.

       0006-INICIO-PURGA SECTION.
      *RECORRE EL HISTORICO EN ORDEN DE LLAVE Y DA DE BAJA LOS
      *MOVIMIENTOS ANTERIORES AL PRIMER DIA QUE SE CONSERVA.
           MOVE ZEROES TO MOVH-LLAVE
           START MOVIMIENTO-HISTORIA KEY NOT < MOVH-LLAVE
           IF WKS-FS-MOVHIST NOT = "00"
              GO TO 0006-PURGA-E
           END-IF

           READ MOVIMIENTO-HISTORIA NEXT RECORD
           AT END
              SET WKS-FIN-MOVHIST TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-MOVHIST
                   IF MOVH-FECHA < WKS-FECHA-CORTE
                      DELETE MOVIMIENTO-HISTORIA RECORD
                      IF WKS-FS-MOVHIST = "00"
                         ADD 1 TO WKS-I-PURGADAS
                      ELSE
                         ADD 1 TO WKS-I-ERRORES
                         DISPLAY "ERROR AL PURGAR EL HISTORICO, "
                                 "CUENTA: " MOVH-CUENTA
                                 " FILE STATUS: " WKS-FS-MOVHIST
                      END-IF
                   ELSE
                      ADD 1 TO WKS-I-CONSERVADAS
                   END-IF
                   READ MOVIMIENTO-HISTORIA NEXT RECORD
                   AT END
                      SET WKS-FIN-MOVHIST TO TRUE
                   END-READ
           END-PERFORM.
       0006-PURGA-E.
           EXIT.

       0007-INICIO-GRABA-CONTROL SECTION.
      *DEJA LA GENERACION DE HOY Y SUS LINEAS COMO PUNTO DE
      *ARRANQUE DE LA CARGA SIGUIENTE.
           OPEN OUTPUT CONTROL-CARGA
           IF WKS-FS-MOVCTRL NOT = "00"
              DISPLAY "NO SE PUDO REESCRIBIR EL CONTROL DE CARGA"
              MOVE 8 TO RETURN-CODE
              GO TO 0007-GRABA-CONTROL-E
           END-IF
           MOVE SPACES TO REG-CONTROL-CARGA
           MOVE WKS-FECHA-NEGOCIO TO REG-CONTROL-CARGA(1:8)
           MOVE WKS-I-LEIDAS TO REG-CONTROL-CARGA(10:8)
           WRITE REG-CONTROL-CARGA
           CLOSE CONTROL-CARGA.
       0007-GRABA-CONTROL-E.
           EXIT.
