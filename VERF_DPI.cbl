      * TIPO        : BATCH                                            *
      * DESCRIPCION : EL PROGRAMA LEE LA ENTRADA DEL SYSIN Y EVALUA    *
      *             : SI LOS DIGITOS INGRESADOS SON DPI O              *
      *             : NO. CADA DPI PUEDE TRAER SU FECHA DE VENCIMIENTO *
      *             : (OPCIONAL); UN DOCUMENTO VENCIDO RECIBE SU       *
      *             : PROPIO VEREDICTO "VENCIDO".                      *
      * ARCHIVOS    : NO APLICA PARA ESTE CASO                         *
      * PROGRAMA(S) : NO APLICA PARA ESTE CASO                         *
      ******************************************************************
           SELECT HISTORIA-DEPTO ASSIGN TO DEPTHIST
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-DEPTHIST.
      *PUNTO DE REINICIO DEL LOTE EN PROCESO (ULTIMO REGISTRO
      *CONFIRMADO, CONTADORES Y LOTE DEL MANIFIESTO) Y REGISTRO DE
      *LOTES YA PROCESADOS COMPLETOS: UN ABEND A MEDIO LOTE SE
      *REANUDA SIN VOLVER A CONTAR EN REGDPI LO YA CONFIRMADO, Y UN
      *LOTE COMPLETO NO SE VUELVE A CORRER SIN FORZARLO.
           SELECT PUNTO-CONTROL ASSIGN TO VERFCKPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-VERFCKPT.
           SELECT LOTES-PROCESADOS ASSIGN TO LOTEPROC
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-LOTEPROC.

       DATA DIVISION.

       FILE SECTION.
       FD DPI-IN.
      *DPI(13), ESPACIO Y FECHA DE VENCIMIENTO AAAAMMDD OPCIONAL(8).
       01 REG-DPI-IN                    PIC X(22).

       FD RPT-DEPTO.
       01 REG-RPT-DEPTO                 PIC X(80).

       FD DPI-AUDIT.
       01 REG-DPI-AUDIT                 PIC X(83).

       FD CATALOGO-GEO.
           COPY CATGEO.
       FD REGISTRO-DPI.
           COPY REGDPI.

       FD PUNTO-CONTROL.
       01 REG-PUNTO-CONTROL             PIC X(685).

       FD LOTES-PROCESADOS.
       01 REG-LOTES-PROCESADOS          PIC X(40).

       WORKING-STORAGE SECTION.

       01 WKS-ITERACIONES.
          02 WKS-I-EN-REVISION          PIC 9(04) VALUE ZEROES.
          02 WKS-I-FABRICADOS           PIC 9(04) VALUE ZEROES.
          02 WKS-I-BLOQUEADOS           PIC 9(04) VALUE ZEROES.
          02 WKS-I-VENCIDOS             PIC 9(04) VALUE ZEROES.
          02 WKS-DIGITO                 PIC 9(02) VALUE ZEROES.

      *CRIBA HEURISTICA DE DPI FABRICADOS: CORRELATIVO CON LOS OCHO
          02 WKS-FB-SW                  PIC X(01) VALUE "N".
             88 WKS-DPI-FABRICADO                 VALUE "S".
          02 WKS-FB-I                   PIC 9(02) VALUE ZEROES.
      *HEURISTICAS ACTIVAS Y LARGO MINIMO DE LA RACHA DE DIGITOS
      *IGUALES O EN SECUENCIA QUE LAS DISPARA (8 = EL CORRELATIVO
      *COMPLETO). SE AJUSTAN POR PARAMET; EDUC3098 MIDE EL EFECTO
      *DE UN AJUSTE CONTRA LA HISTORIA ANTES DE APLICARLO.
          02 WKS-FB-USA-IGUALES         PIC X(01) VALUE "S".
          02 WKS-FB-USA-ASC             PIC X(01) VALUE "S".
          02 WKS-FB-USA-DESC            PIC X(01) VALUE "S".
          02 WKS-FB-LARGO               PIC 9(01) VALUE 8.
          02 WKS-FB-RACHA-IGU           PIC 9(01) VALUE ZEROES.
          02 WKS-FB-RACHA-ASC           PIC 9(01) VALUE ZEROES.
          02 WKS-FB-RACHA-DESC          PIC 9(01) VALUE ZEROES.
          02 WKS-FB-MAX-IGU             PIC 9(01) VALUE ZEROES.
          02 WKS-FB-MAX-ASC             PIC 9(01) VALUE ZEROES.
          02 WKS-FB-MAX-DESC            PIC 9(01) VALUE ZEROES.
          02 WKS-FB-DIG-ACT             PIC 9(01) VALUE ZEROES.
          02 WKS-FB-DIG-SIG             PIC 9(01) VALUE ZEROES.
          02 WKS-TABLA-RANGOS.

      *LISTA DE BLOQUEO DE DPI CARGADA AL INICIO DESDE EL ARCHIVO
      *BLOQDPI: DOCUMENTO, CODIGO DE MOTIVO (RO=ROBADO, AN=ANULADO,
      *FA=FALLECIDO, OJ=ORDEN DE JUZGADO, SA=LISTA DE SANCIONES,
      *PP=PERSONA EXPUESTA POLITICAMENTE) Y FECHA EFECTIVA DEL
      *BLOQUEO. SOLO SE APLICAN LOS BLOQUEOS CON FECHA EFECTIVA
      *CUMPLIDA A LA FECHA DE PROCESO.
       01 WKS-CONTROL-BLOQUEO.
          02 WKS-FS-FLIPHIST              PIC X(02) VALUE SPACES.
          02 WKS-FS-RPTFLIP               PIC X(02) VALUE SPACES.
          02 WKS-FS-SOSPFAB               PIC X(02) VALUE SPACES.
          02 WKS-FS-VERFCKPT              PIC X(02) VALUE SPACES.
          02 WKS-FS-LOTEPROC              PIC X(02) VALUE SPACES.
             88 WKS-FIN-LOTEPROC                  VALUE "10".
          02 WKS-FECHA-PROCESO            PIC X(20) VALUE SPACES.
          02 WKS-FECHA-AUDIT              PIC 9(08) VALUE ZEROES.

      *ID DEL OPERADOR QUE FIRMO LA DECISION; ESPACIOS EN LAS
      *LINEAS QUE NACEN DEL PROCESO BATCH.
          02 WKS-AU-OPERADOR              PIC X(08) VALUE SPACES.
          02 FILLER                       PIC X(01) VALUE SPACES.
      *FECHA DE VENCIMIENTO DEL DOCUMENTO CUANDO EL LOTE LA TRAE;
      *CEROS CUANDO NO SE CAPTURO.
          02 WKS-AU-VENCE                 PIC 9(08) VALUE ZEROES.

       01 WKS-RESUMEN-DEPTO-LINEA.
          02 WKS-RD-DEPTO                PIC 9(02) VALUE ZEROES.
          02 WKS-RD-FABRICADOS           PIC ZZZ9  VALUE ZEROES.
          02 FILLER                      PIC X(01) VALUE SPACES.
          02 WKS-RD-BLOQUEADOS           PIC ZZZ9  VALUE ZEROES.
          02 FILLER                      PIC X(01) VALUE SPACES.
          02 WKS-RD-VENCIDOS             PIC ZZZ9  VALUE ZEROES.
          02 FILLER                      PIC X(21) VALUE SPACES.

       01 WKS-VARIABLES.
          88 WKS-FIN-SYSIN                        VALUE "FIN".
          02 WKS-DPI-VERIFICADOR        PIC 9(01) VALUE ZEROES.
          02 WKS-DPI-DEPARTAMENTO       PIC 9(02) VALUE ZEROES.
          02 WKS-DPI-MUNICIPIO          PIC 9(02) VALUE ZEROES.

      *FECHA DE VENCIMIENTO DEL DPI EN CURSO, TOMADA DEL REGISTRO DE
      *ENTRADA (POSICIONES 15-22). EN BLANCO, EN CEROS O CON UNA
      *FECHA QUE NO EXISTE SE TOMA COMO NO CAPTURADA.
       01 WKS-CONTROL-VENCIMIENTO.
          02 WKS-VE-FECHA               PIC 9(08) VALUE ZEROES.
          02 WKS-VE-SW                  PIC X(01) VALUE "N".
             88 WKS-DPI-VENCIDO                   VALUE "S".
       01 WKS-ARRAY-DPI.
          02 WKS-DPI-ARRAY OCCURS 2000 TIMES.
             03 WKS-DPI-CORREL-A        PIC 9(08).
      *CODIGO DE RETORNO PROPIO ANTES DE PUBLICAR VEREDICTOS, PARA
      *NO VOLVER A CERTIFICAR MEDIO LOTE SIN SABERLO.
       01 WKS-CONTROL-MANIFIESTO.
          02 WKS-MF-REGISTRO            PIC X(22) VALUE SPACES.
          02 FILLER REDEFINES WKS-MF-REGISTRO.
             03 WKS-MF-TIPO             PIC X(01).
                88 WKS-MF-ES-ENCABEZADO          VALUE "H".
                88 WKS-MF-ES-TRAILER             VALUE "T".
             03 WKS-MF-RESTO            PIC X(21).
          02 FILLER REDEFINES WKS-MF-REGISTRO.
             03 FILLER                  PIC X(01).
             03 WKS-MF-FECHA-LOTE       PIC 9(08).
             03 WKS-MF-OFICINA          PIC X(04).
             03 FILLER                  PIC X(09).
          02 FILLER REDEFINES WKS-MF-REGISTRO.
             03 FILLER                  PIC X(01).
             03 WKS-MF-ESPERADOS        PIC 9(08).
             03 FILLER                  PIC X(13).
      *REGISTRO DE DATOS: DPI Y FECHA DE VENCIMIENTO OPCIONAL.
          02 FILLER REDEFINES WKS-MF-REGISTRO.
             03 WKS-MF-DPI              PIC X(13).
             03 FILLER                  PIC X(01).
             03 WKS-MF-VENCE            PIC X(08).
          02 WKS-MF-CANT-DATOS          PIC 9(08) VALUE ZEROES.
          02 WKS-MF-HAY-ENCAB-SW        PIC X(01) VALUE "N".
             88 WKS-MF-HAY-ENCABEZADO            VALUE "S".
          02 WKS-MF-FECHA-VALIDA        PIC 9(08) VALUE ZEROES.
          02 WKS-MF-ESPERADOS-LOTE      PIC 9(08) VALUE ZEROES.
          02 WKS-MF-OFICINA-LOTE        PIC X(04) VALUE SPACES.
          02 WKS-MF-VEREDICTO-RECHAZO   PIC X(20) VALUE
                                        "LOTE RECHAZADO".

      *PUNTO DE REINICIO: LOTE (FECHA Y OFICINA DEL MANIFIESTO),
      *REGISTROS DE DATOS YA CONFIRMADOS, CORRIDA ORIGINAL Y LOS
      *CONTADORES Y TOTALES POR DEPARTAMENTO ACUMULADOS HASTA AHI,
      *PARA QUE EL REPORTE, LA HISTORIA POR DEPARTAMENTO Y LAS
      *ESTADISTICAS DE UNA CORRIDA REANUDADA CUBRAN EL LOTE ENTERO.
       01 WKS-REG-CHECKPOINT.
          02 WKS-CK-ESTADO              PIC X(01) VALUE SPACES.
             88 WKS-CK-EN-PROCESO                 VALUE "P".
          02 WKS-CK-FECHA-LOTE          PIC 9(08) VALUE ZEROES.
          02 WKS-CK-OFICINA             PIC X(04) VALUE SPACES.
          02 WKS-CK-PROCESADOS          PIC 9(08) VALUE ZEROES.
          02 WKS-CK-CORRIDA             PIC 9(06) VALUE ZEROES.
          02 WKS-CK-CORRECTOS           PIC 9(04) VALUE ZEROES.
          02 WKS-CK-INCORRECTOS         PIC 9(04) VALUE ZEROES.
          02 WKS-CK-EN-REVISION         PIC 9(04) VALUE ZEROES.
          02 WKS-CK-FABRICADOS          PIC 9(04) VALUE ZEROES.
          02 WKS-CK-BLOQUEADOS          PIC 9(04) VALUE ZEROES.
          02 WKS-CK-VENCIDOS            PIC 9(04) VALUE ZEROES.
          02 WKS-CK-SOSPECHOSOS         PIC 9(04) VALUE ZEROES.
          02 WKS-CK-REENVIOS            PIC 9(04) VALUE ZEROES.
          02 WKS-CK-DUPLICADOS-LOTE     PIC 9(04) VALUE ZEROES.
          02 WKS-CK-CAMBIOS-VERED       PIC 9(04) VALUE ZEROES.
          02 WKS-CK-TOTALES-DEPTO       PIC X(618) VALUE SPACES.

      *CONTROL DEL REINICIO: DPI_REINICIO=S REANUDA UN LOTE CON
      *PUNTO DE REINICIO PENDIENTE, DPI_FORZAR=S VUELVE A CORRER UN
      *LOTE YA PROCESADO (O DESCARTA SU PUNTO DE REINICIO) Y
      *DPI_CHECKPOINT_CADA FIJA CADA CUANTOS REGISTROS SE GRABA EL
      *PUNTO DE REINICIO. CON 1 (POR OMISION) EL PUNTO QUEDA AL DIA
      *CON CADA REGISTRO; CON UN VALOR MAYOR, LOS REGISTROS ENTRE EL
      *ULTIMO PUNTO Y EL ABEND SE VUELVEN A EVALUAR AL REANUDAR.
       01 WKS-CONTROL-REINICIO.
          02 WKS-RE-REINICIO            PIC X(01) VALUE "N".
             88 WKS-RE-PIDE-REINICIO              VALUE "S".
          02 WKS-RE-FORZAR              PIC X(01) VALUE "N".
             88 WKS-RE-PIDE-FORZAR                VALUE "S".
          02 WKS-RE-CADA                PIC 9(05) VALUE 00001.
          02 WKS-RE-PROCESADOS          PIC 9(08) VALUE ZEROES.
          02 WKS-RE-A-OMITIR            PIC 9(08) VALUE ZEROES.
          02 WKS-RE-RESTO               PIC 9(05) VALUE ZEROES.
          02 WKS-RE-REANUDA-SW          PIC X(01) VALUE "N".
             88 WKS-RE-REANUDANDO                 VALUE "S".
          02 WKS-RE-CONTROL-SW          PIC X(01) VALUE "N".
             88 WKS-RE-CON-CONTROL                VALUE "S".
          02 WKS-RE-YA-PROCESADO-SW     PIC X(01) VALUE "N".
             88 WKS-RE-YA-PROCESADO               VALUE "S".

      *LINEA DEL REGISTRO DE LOTES PROCESADOS: LOTE (FECHA Y
      *OFICINA), REGISTROS DE DATOS, FECHA Y CORRIDA EN QUE TERMINO
      *Y S CUANDO FUE UN REPROCESO FORZADO.
       01 WKS-LINEA-LOTE-PROC.
          02 WKS-LP-FECHA-LOTE          PIC 9(08) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LP-OFICINA             PIC X(04) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LP-REGISTROS           PIC 9(08) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LP-FECHA-PROCESO       PIC 9(08) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LP-CORRIDA             PIC 9(06) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LP-FORZADO             PIC X(01) VALUE "N".

      *LINEA DEL ARCHIVO DE SUSPENSO DE DPI EN REVISION.
       01 WKS-LINEA-SUSPENSO.
          02 WKS-PARM-SIN-SECCION    PIC X(01) VALUE "S".
          02 WKS-PARM-IDX            PIC 9(02) VALUE ZEROES.

      *AREA PARA EL REGISTRO CENTRAL DE GENERACIONES (GENREG01): EL
      *CATALOGO CON QUE SE EVALUO QUEDA COMO CONSUMO DE LA CORRIDA.
       01 WKS-CONTROL-GENREG.
          02 WKS-GR-FUNCION          PIC X(01) VALUE "C".
          02 WKS-GR-ARCHIVO          PIC X(08) VALUE "CATGEO".
          02 WKS-GR-FECHA            PIC 9(08) VALUE ZEROES.
          02 WKS-GR-REGISTROS        PIC 9(08) VALUE ZEROES.
          02 WKS-GR-CONFORME         PIC X(01) VALUE "S".
          02 WKS-GR-PROGRAMA         PIC X(08) VALUE "EDUC3007".

      *AREA PARA LA RUTINA COMUN DE ESTADISTICAS DE CORRIDA.
       01 WKS-CONTROL-ESTADISTICA.
          02 WKS-ST-PROGRAMA         PIC X(08) VALUE "EDUK3007".
             03 WKS-TD-EN-REVISION   PIC 9(04) VALUE ZEROES.
             03 WKS-TD-FABRICADOS    PIC 9(04) VALUE ZEROES.
             03 WKS-TD-BLOQUEADOS    PIC 9(04) VALUE ZEROES.
             03 WKS-TD-VENCIDOS      PIC 9(04) VALUE ZEROES.
          02 WKS-IX-TD               PIC 9(02) VALUE ZEROES.

       PROCEDURE DIVISION.
           MOVE WKS-FECHA-AUDIT TO WKS-ST-FECHA-INICIO
           MOVE WKS-AU-CORRIDA TO WKS-ST-HORA-INICIO

           MOVE WKS-FECHA-AUDIT TO WKS-GR-FECHA
           MOVE WKS-CAT-CARGADOS TO WKS-GR-REGISTROS
           CALL 'GENREG01' USING WKS-GR-FUNCION
                                 WKS-GR-ARCHIVO
                                 WKS-GR-FECHA
                                 WKS-GR-REGISTROS
                                 WKS-GR-CONFORME
                                 WKS-GR-PROGRAMA

      *EL ARCHIVO DE AUDITORIA SE ABRE EN EXTEND PARA CONSERVAR LAS
      *DECISIONES DE LAS CORRIDAS ANTERIORES (EL HISTORICO ES LO QUE
      *CONSULTA EDUC3013 CUANDO UN CIUDADANO DISPUTA UN RECHAZO);

      *LA HISTORIA DE CAMBIOS DE VEREDICTO SE ABRE EN EXTEND PARA
      *ACUMULAR ENTRE CORRIDAS; EL REPORTE NOCTURNO DE CAMBIOS SE
      *REESCRIBE CADA NOCHE (23-INICIO-ABRE-RPTFLIP).
           OPEN EXTEND FLIP-HISTORIA
           IF WKS-FS-FLIPHIST = "35"
              OPEN OUTPUT FLIP-HISTORIA
                      "VEREDICTO"
              STOP RUN
           END-IF
      *EL MAESTRO DE SOSPECHAS PENDIENTES SE ABRE EN EXTEND PARA
      *ACUMULAR LOS CASOS QUE EL INTERCAMBIO CON EL REGISTRO
      *NACIONAL TODAVIA NO RESUELVE.
           END-IF

           ACCEPT WKS-MODO-ENTRADA FROM ENVIRONMENT "DPI_MODO_ENTRADA"
           ACCEPT WKS-RE-REINICIO FROM ENVIRONMENT "DPI_REINICIO"
           ACCEPT WKS-RE-FORZAR FROM ENVIRONMENT "DPI_FORZAR"
           ACCEPT WKS-RE-CADA FROM ENVIRONMENT "DPI_CHECKPOINT_CADA"
           IF WKS-RE-CADA NOT NUMERIC OR WKS-RE-CADA = ZEROES
              MOVE 1 TO WKS-RE-CADA
           END-IF

           PERFORM 11-INICIO-PARAMETROS-ARCHIVO THRU
              11-PARAMETROS-ARCHIVO-E
                   WKS-I-FABRICADOS
           DISPLAY "CONTEO DE DPI EN LISTA DE BLOQUEO: "
                   WKS-I-BLOQUEADOS
           DISPLAY "CONTEO DE DPI VENCIDOS: " WKS-I-VENCIDOS
           DISPLAY "CONTEO DE DPI CON DEPARTAMENTO/MUNICIPIO "
                   "SOSPECHOSO: " WKS-I-SOSPECHOSOS
           DISPLAY "CONTEO DE DPI REPETIDOS DE CORRIDAS ANTERIORES: "
           CLOSE RPT-FLIP
           CLOSE SOSPECHA-FABRICADO

           IF WKS-RE-CON-CONTROL
              PERFORM 26-INICIO-CIERRA-LOTE THRU 26-CIERRA-LOTE-E
           END-IF

      *ESTADISTICAS DE CORRIDA PARA EL REPORTE DE TENDENCIA DE LA
      *VENTANA BATCH.
           MOVE WKS-I-GENERAL TO WKS-ST-LEIDOS
      *DE UN LOTE TRUNCADO O DE OTRA FECHA.
           PERFORM 12-INICIO-VALIDA-MANIFIESTO THRU
              12-VALIDA-MANIFIESTO-E
           PERFORM 22-INICIO-CONTROL-LOTE THRU 22-CONTROL-LOTE-E
           PERFORM 23-INICIO-ABRE-RPTFLIP THRU 23-ABRE-RPTFLIP-E

           OPEN INPUT DPI-IN
           IF WKS-FS-DPIIN NOT = "00"
                      SET WKS-FIN-DPIIN TO TRUE
                   ELSE
                      IF NOT WKS-MF-ES-ENCABEZADO
      *LOS REGISTROS YA CONFIRMADOS POR LA CORRIDA INTERRUMPIDA
      *SE SALTAN; DESPUES DE CADA REGISTRO EVALUADO SE GRABA EL
      *PUNTO DE REINICIO CUANDO TOCA.
                         ADD 1 TO WKS-RE-PROCESADOS
                         IF WKS-RE-PROCESADOS NOT > WKS-RE-A-OMITIR
                            PERFORM 24-INICIO-OMITE-REGISTRO THRU
                               24-OMITE-REGISTRO-E
                         ELSE
                            PERFORM 21-INICIO-SEPARA-ENTRADA THRU
                               21-SEPARA-ENTRADA-E
                            PERFORM 05-INICIO-EVALUA-DPI THRU
                               05-EVALUA-DPI-E
                            COMPUTE WKS-RE-RESTO = FUNCTION MOD
                               (WKS-RE-PROCESADOS, WKS-RE-CADA)
                            IF WKS-RE-RESTO = ZEROES
                               PERFORM 25-INICIO-GRABA-CHECKPOINT
                                  THRU 25-GRABA-CHECKPOINT-E
                            END-IF
                         END-IF
                      END-IF
                      READ DPI-IN INTO WKS-MF-REGISTRO
                      AT END
      *PARA QUE EL PLANIFICADOR DETENGA LA CADENA.
           MOVE WKS-FECHA-AUDIT TO WKS-AU-FECHA
           MOVE ZEROES TO WKS-AU-DPI, WKS-AU-RESTA,
                          WKS-AU-VERIFICADOR, WKS-AU-REENVIOS,
                          WKS-AU-VENCE
           MOVE WKS-MF-VEREDICTO-RECHAZO TO WKS-AU-VEREDICTO
           MOVE WKS-MF-OFICINA-LOTE TO WKS-AU-OFICINA
           WRITE REG-DPI-AUDIT FROM WKS-LINEA-AUDIT

           CLOSE SUSPENSO-DPI
           CLOSE REGISTRO-DPI
           CLOSE FLIP-HISTORIA
           CLOSE SOSPECHA-FABRICADO
           MOVE 12 TO RETURN-CODE
           STOP RUN.
           EXIT.

       04-INICIO-LEE-SYSIN SECTION.
      *LA TARJETA DE SYSIN TRAE EL MISMO FORMATO DEL REGISTRO DE
      *DATOS DEL ARCHIVO: DPI Y FECHA DE VENCIMIENTO OPCIONAL. SIN
      *MANIFIESTO NO HAY LOTE QUE IDENTIFICAR, ASI QUE ESTE MODO NO
      *LLEVA PUNTO DE REINICIO NI REGISTRO DE LOTES.
           PERFORM 23-INICIO-ABRE-RPTFLIP THRU 23-ABRE-RPTFLIP-E
           ACCEPT WKS-MF-REGISTRO FROM SYSIN
           PERFORM 21-INICIO-SEPARA-ENTRADA THRU 21-SEPARA-ENTRADA-E

           PERFORM UNTIL WKS-FIN-SYSIN
                   PERFORM 05-INICIO-EVALUA-DPI THRU 05-EVALUA-DPI-E

                   ACCEPT WKS-MF-REGISTRO FROM SYSIN
                   PERFORM 21-INICIO-SEPARA-ENTRADA THRU
                      21-SEPARA-ENTRADA-E
                   IF WKS-DPI = "FIN"
                      SET WKS-FIN-SYSIN TO TRUE
                   END-IF
                                                WKS-CHK-DIGITO
                                                WKS-CHK-VEREDICTO
                                                WKS-CHK-ERROR
      *UN DOCUMENTO BIEN FORMADO PERO CON LA FECHA DE VENCIMIENTO
      *YA PASADA NO PUEDE SALIR ACEPTADO: RECIBE "VENCIDO".
                          IF WKS-DPI-VENCIDO AND
                             (WKS-CHK-VEREDICTO = "ACEPTADO" OR
                              WKS-CHK-VEREDICTO = "EN REVISION")
                             MOVE "VENCIDO" TO WKS-CHK-VEREDICTO
                          END-IF

                          PERFORM 06-INICIO-VALIDA-CATALOGO THRU
                             06-VALIDA-CATALOGO-E
           MOVE WKS-DPI-VERIFICADOR TO WKS-AU-VERIFICADOR

           EVALUATE WKS-CHK-VEREDICTO
           WHEN "VENCIDO"
                DISPLAY "DPI VENCIDO EL " WKS-VE-FECHA ": " WKS-DPI
                ADD 1 TO WKS-I-VENCIDOS
                IF WKS-IX-TD NOT = ZEROES
                   ADD 1 TO WKS-TD-VENCIDOS(WKS-IX-TD)
                END-IF
                MOVE "VENCIDO" TO WKS-AU-VEREDICTO
           WHEN "EN REVISION"
                DISPLAY "DPI EN REVISION, RESIDUO LIMITE (10): " WKS-DPI
                ADD 1 TO WKS-I-EN-REVISION
                 MOVE WKS-FECHA-AUDIT TO REGDPI-ULTIMA-FECHA
                 MOVE WKS-AU-VEREDICTO TO REGDPI-ULTIMO-VEREDICTO
              END-IF
      *SE CONSERVA LA FECHA DE VENCIMIENTO MAS RECIENTE QUE SE HAYA
      *VISTO: UN LOTE QUE NO LA TRAE, O QUE TRAE UNA VIEJA, NO BORRA
      *LA DE UN DOCUMENTO YA RENOVADO.
              IF REGDPI-FECHA-VENCIMIENTO NOT NUMERIC
                 MOVE ZEROES TO REGDPI-FECHA-VENCIMIENTO
              END-IF
              IF WKS-VE-FECHA > REGDPI-FECHA-VENCIMIENTO
                 MOVE WKS-VE-FECHA TO REGDPI-FECHA-VENCIMIENTO
              END-IF
              REWRITE REGDPI-REGISTRO
           ELSE
              MOVE ZEROES TO WKS-AU-REENVIOS
              MOVE WKS-FECHA-AUDIT TO REGDPI-ULTIMA-FECHA
              MOVE WKS-AU-VEREDICTO TO REGDPI-ULTIMO-VEREDICTO
              MOVE ZEROES TO REGDPI-CAMBIOS
              MOVE WKS-VE-FECHA TO REGDPI-FECHA-VENCIMIENTO
              WRITE REGDPI-REGISTRO
           END-IF.
       10-ACTUALIZA-REGISTRO-E.
           MOVE "REVISION" TO REG-RPT-DEPTO(52:8)
           MOVE "FABRIC" TO REG-RPT-DEPTO(61:6)
           MOVE "BLOQ" TO REG-RPT-DEPTO(68:4)
           MOVE "VENC" TO REG-RPT-DEPTO(73:4)
           WRITE REG-RPT-DEPTO

           PERFORM VARYING WKS-IX-TD FROM 1 BY 1
                      WKS-RD-FABRICADOS
                   MOVE WKS-TD-BLOQUEADOS(WKS-IX-TD) TO
                      WKS-RD-BLOQUEADOS
                   MOVE WKS-TD-VENCIDOS(WKS-IX-TD) TO
                      WKS-RD-VENCIDOS
                   WRITE REG-RPT-DEPTO FROM WKS-RESUMEN-DEPTO-LINEA
           END-PERFORM

              WHEN "DPI_MODO_ENTRADA"
                   MOVE WKS-PARM-VALOR(WKS-PARM-IDX)(1:7) TO
                      WKS-MODO-ENTRADA
              WHEN "DPI_REINICIO"
                   MOVE WKS-PARM-VALOR(WKS-PARM-IDX)(1:1) TO
                      WKS-RE-REINICIO
              WHEN "DPI_FORZAR"
                   MOVE WKS-PARM-VALOR(WKS-PARM-IDX)(1:1) TO
                      WKS-RE-FORZAR
              WHEN "DPI_CHECKPOINT_CADA"
                   IF WKS-PARM-VALOR(WKS-PARM-IDX)(1:5) NUMERIC AND
                      WKS-PARM-VALOR(WKS-PARM-IDX)(1:5) NOT = "00000"
                      MOVE WKS-PARM-VALOR(WKS-PARM-IDX)(1:5) TO
                         WKS-RE-CADA
                   END-IF
              WHEN "HEUR_IGUALES"
                   IF WKS-PARM-VALOR(WKS-PARM-IDX)(1:1) = "S" OR "N"
                      MOVE WKS-PARM-VALOR(WKS-PARM-IDX)(1:1) TO
                         WKS-FB-USA-IGUALES
                   END-IF
              WHEN "HEUR_SEC_ASC"
                   IF WKS-PARM-VALOR(WKS-PARM-IDX)(1:1) = "S" OR "N"
                      MOVE WKS-PARM-VALOR(WKS-PARM-IDX)(1:1) TO
                         WKS-FB-USA-ASC
                   END-IF
              WHEN "HEUR_SEC_DESC"
                   IF WKS-PARM-VALOR(WKS-PARM-IDX)(1:1) = "S" OR "N"
                      MOVE WKS-PARM-VALOR(WKS-PARM-IDX)(1:1) TO
                         WKS-FB-USA-DESC
                   END-IF
              WHEN "LARGO_SECUENCIA"
                   IF WKS-PARM-VALOR(WKS-PARM-IDX)(1:1) >= "3" AND
                      WKS-PARM-VALOR(WKS-PARM-IDX)(1:1) <= "8" AND
                      WKS-PARM-VALOR(WKS-PARM-IDX)(2:1) = SPACE
                      MOVE WKS-PARM-VALOR(WKS-PARM-IDX)(1:1) TO
                         WKS-FB-LARGO
                   END-IF
              WHEN OTHER
                   DISPLAY "PARAMETRO DESCONOCIDO EN PARAMET: "
                           WKS-PARM-CLAVE(WKS-PARM-IDX)

           DISPLAY "PARAMETROS EFECTIVOS DE LA CORRIDA:"
           DISPLAY "  UMBRAL_RECHAZO: " WKS-UMBRAL-RECHAZO
           DISPLAY "  DPI_MODO_ENTRADA: " WKS-MODO-ENTRADA
           DISPLAY "  HEUR_IGUALES: " WKS-FB-USA-IGUALES
           DISPLAY "  HEUR_SEC_ASC: " WKS-FB-USA-ASC
           DISPLAY "  HEUR_SEC_DESC: " WKS-FB-USA-DESC
           DISPLAY "  LARGO_SECUENCIA: " WKS-FB-LARGO
           DISPLAY "  DPI_REINICIO: " WKS-RE-REINICIO
           DISPLAY "  DPI_FORZAR: " WKS-RE-FORZAR
           DISPLAY "  DPI_CHECKPOINT_CADA: " WKS-RE-CADA.
       11-PARAMETROS-ARCHIVO-E.
           EXIT.

       15-INICIO-HEURISTICA SECTION.
      *CLASIFICA EL CORRELATIVO DEL DPI EN CURSO: UNA RACHA DE
      *WKS-FB-LARGO DIGITOS IGUALES, O EN SECUENCIA TRIVIAL DE UNO EN
      *UNO (ASCENDENTE O DESCENDENTE), O DENTRO DE UN RANGO DE PRUEBA
      *DEL ARCHIVO DE CONTROL. CON EL LARGO EN 8 LA RACHA ES EL
      *CORRELATIVO COMPLETO. EDUC3098 REPRODUCE ESTA CRIBA CON LOS
      *PARAMETROS CANDIDATOS; UN CAMBIO AQUI SE REFLEJA ALLA.
           MOVE "N" TO WKS-FB-SW
           MOVE 1 TO WKS-FB-RACHA-IGU, WKS-FB-RACHA-ASC,
                     WKS-FB-RACHA-DESC, WKS-FB-MAX-IGU,
                     WKS-FB-MAX-ASC, WKS-FB-MAX-DESC

           PERFORM VARYING WKS-FB-I FROM 1 BY 1
              UNTIL WKS-FB-I > 7
              MOVE WKS-DPI-CORREL(WKS-FB-I:1) TO WKS-FB-DIG-ACT
              MOVE WKS-DPI-CORREL(WKS-FB-I + 1:1) TO WKS-FB-DIG-SIG
              IF WKS-FB-DIG-SIG = WKS-FB-DIG-ACT
                 ADD 1 TO WKS-FB-RACHA-IGU
              ELSE
                 MOVE 1 TO WKS-FB-RACHA-IGU
              END-IF
              IF WKS-FB-DIG-SIG = WKS-FB-DIG-ACT + 1
                 ADD 1 TO WKS-FB-RACHA-ASC
              ELSE
                 MOVE 1 TO WKS-FB-RACHA-ASC
              END-IF
              IF WKS-FB-DIG-SIG = WKS-FB-DIG-ACT - 1
                 ADD 1 TO WKS-FB-RACHA-DESC
              ELSE
                 MOVE 1 TO WKS-FB-RACHA-DESC
              END-IF
              IF WKS-FB-RACHA-IGU > WKS-FB-MAX-IGU
                 MOVE WKS-FB-RACHA-IGU TO WKS-FB-MAX-IGU
              END-IF
              IF WKS-FB-RACHA-ASC > WKS-FB-MAX-ASC
                 MOVE WKS-FB-RACHA-ASC TO WKS-FB-MAX-ASC
              END-IF
              IF WKS-FB-RACHA-DESC > WKS-FB-MAX-DESC
                 MOVE WKS-FB-RACHA-DESC TO WKS-FB-MAX-DESC
              END-IF
           END-PERFORM

           MOVE SPACES TO WKS-FB-HEURISTICA
           EVALUATE TRUE
           WHEN WKS-FB-USA-IGUALES = "S" AND
                WKS-FB-MAX-IGU NOT < WKS-FB-LARGO
                MOVE "S" TO WKS-FB-SW
                MOVE "IGUALES" TO WKS-FB-HEURISTICA
           WHEN WKS-FB-USA-ASC = "S" AND
                WKS-FB-MAX-ASC NOT < WKS-FB-LARGO
                MOVE "S" TO WKS-FB-SW
                MOVE "SEC ASC" TO WKS-FB-HEURISTICA
           WHEN WKS-FB-USA-DESC = "S" AND
                WKS-FB-MAX-DESC NOT < WKS-FB-LARGO
                MOVE "S" TO WKS-FB-SW
                MOVE "SEC DESC" TO WKS-FB-HEURISTICA
           END-EVALUATE
           END-IF.
       08-CARGA-CATALOGO-E.
           EXIT.

       21-INICIO-SEPARA-ENTRADA SECTION.
      *SEPARA EL REGISTRO DE DATOS EN EL DPI Y SU FECHA DE
      *VENCIMIENTO. LA FECHA SOLO SE TOMA SI ES UNA FECHA REAL; EN
      *BLANCO O EN CEROS EL DOCUMENTO SE EVALUA COMO SIEMPRE, SIN
      *VENCIMIENTO, Y UNA FECHA QUE NO EXISTE SE AVISA EN CONSOLA.
           MOVE WKS-MF-DPI TO WKS-DPI
           MOVE ZEROES TO WKS-VE-FECHA
           MOVE "N" TO WKS-VE-SW
           MOVE ZEROES TO WKS-AU-VENCE

           IF WKS-MF-VENCE = SPACES OR WKS-MF-VENCE = ZEROES
              GO TO 21-SEPARA-ENTRADA-E
           END-IF
           IF WKS-MF-VENCE NOT NUMERIC
              DISPLAY "FECHA DE VENCIMIENTO NO NUMERICA, SE IGNORA: "
                      WKS-MF-REGISTRO
              GO TO 21-SEPARA-ENTRADA-E
           END-IF
           MOVE WKS-MF-VENCE TO WKS-VE-FECHA
           IF FUNCTION TEST-DATE-YYYYMMDD(WKS-VE-FECHA) NOT = 0
              DISPLAY "FECHA DE VENCIMIENTO INVALIDA, SE IGNORA: "
                      WKS-MF-REGISTRO
              MOVE ZEROES TO WKS-VE-FECHA
              GO TO 21-SEPARA-ENTRADA-E
           END-IF

           MOVE WKS-VE-FECHA TO WKS-AU-VENCE
           IF WKS-VE-FECHA < WKS-FECHA-AUDIT
              MOVE "S" TO WKS-VE-SW
           END-IF.
       21-SEPARA-ENTRADA-E.
           EXIT.

       22-INICIO-CONTROL-LOTE SECTION.
      *CON EL MANIFIESTO YA VALIDADO, EL LOTE SE IDENTIFICA POR SU
      *FECHA Y OFICINA. UN LOTE QUE YA ESTA EN EL REGISTRO DE LOTES
      *PROCESADOS SE RECHAZA SALVO DPI_FORZAR=S. UN LOTE CON PUNTO
      *DE REINICIO PENDIENTE SOLO SE CORRE CON DPI_REINICIO=S (SE
      *REANUDA DESPUES DEL ULTIMO REGISTRO CONFIRMADO) O CON
      *DPI_FORZAR=S (SE DESCARTA EL PUNTO Y SE CORRE COMPLETO).
           MOVE "S" TO WKS-RE-CONTROL-SW
           MOVE "N" TO WKS-RE-YA-PROCESADO-SW, WKS-RE-REANUDA-SW
           MOVE ZEROES TO WKS-RE-A-OMITIR, WKS-RE-PROCESADOS

           OPEN INPUT LOTES-PROCESADOS
           IF WKS-FS-LOTEPROC = "00"
              READ LOTES-PROCESADOS INTO WKS-LINEA-LOTE-PROC
              AT END
                 SET WKS-FIN-LOTEPROC TO TRUE
              END-READ
              PERFORM UNTIL WKS-FIN-LOTEPROC
                      IF WKS-LP-FECHA-LOTE = WKS-MF-FECHA-VALIDA AND
                         WKS-LP-OFICINA = WKS-MF-OFICINA-LOTE
                         MOVE "S" TO WKS-RE-YA-PROCESADO-SW
                      END-IF
                      READ LOTES-PROCESADOS INTO WKS-LINEA-LOTE-PROC
                      AT END
                         SET WKS-FIN-LOTEPROC TO TRUE
                      END-READ
              END-PERFORM
              CLOSE LOTES-PROCESADOS
           END-IF

           IF WKS-RE-YA-PROCESADO
              IF WKS-RE-PIDE-FORZAR
                 DISPLAY "REPROCESO FORZADO DEL LOTE YA PROCESADO "
                         WKS-MF-FECHA-VALIDA " " WKS-MF-OFICINA-LOTE
              ELSE
                 DISPLAY "EL LOTE " WKS-MF-FECHA-VALIDA " "
                         WKS-MF-OFICINA-LOTE " YA FUE PROCESADO "
                         "COMPLETO; PARA CORRERLO OTRA VEZ USE "
                         "DPI_FORZAR=S"
                 MOVE "LOTE YA PROCESADO" TO WKS-MF-VEREDICTO-RECHAZO
                 PERFORM 13-INICIO-RECHAZA-LOTE THRU
                    13-RECHAZA-LOTE-E
              END-IF
           END-IF

           INITIALIZE WKS-REG-CHECKPOINT
           OPEN INPUT PUNTO-CONTROL
           IF WKS-FS-VERFCKPT = "00"
              READ PUNTO-CONTROL INTO WKS-REG-CHECKPOINT
              AT END
                 INITIALIZE WKS-REG-CHECKPOINT
              END-READ
              CLOSE PUNTO-CONTROL
           END-IF

           EVALUATE TRUE
           WHEN NOT WKS-CK-EN-PROCESO
                IF WKS-RE-PIDE-REINICIO
                   DISPLAY "SE PIDIO REINICIO PERO NO HAY PUNTO DE "
                           "REINICIO PENDIENTE; EL LOTE SE PROCESA "
                           "COMPLETO"
                END-IF
           WHEN WKS-CK-FECHA-LOTE NOT = WKS-MF-FECHA-VALIDA OR
                WKS-CK-OFICINA NOT = WKS-MF-OFICINA-LOTE
                DISPLAY "SE DESCARTA EL PUNTO DE REINICIO DEL LOTE "
                        WKS-CK-FECHA-LOTE " " WKS-CK-OFICINA
                        ", QUE NO ES EL LOTE DE ESTA CORRIDA"
           WHEN WKS-RE-PIDE-REINICIO
                MOVE "S" TO WKS-RE-REANUDA-SW
                MOVE WKS-CK-PROCESADOS TO WKS-RE-A-OMITIR
                MOVE WKS-CK-CORRIDA TO WKS-AU-CORRIDA
                MOVE WKS-CK-CORRECTOS TO WKS-I-CORRECTOS
                MOVE WKS-CK-INCORRECTOS TO WKS-I-INCORRECTOS
                MOVE WKS-CK-EN-REVISION TO WKS-I-EN-REVISION
                MOVE WKS-CK-FABRICADOS TO WKS-I-FABRICADOS
                MOVE WKS-CK-BLOQUEADOS TO WKS-I-BLOQUEADOS
                MOVE WKS-CK-VENCIDOS TO WKS-I-VENCIDOS
                MOVE WKS-CK-SOSPECHOSOS TO WKS-I-SOSPECHOSOS
                MOVE WKS-CK-REENVIOS TO WKS-I-REENVIOS
                MOVE WKS-CK-DUPLICADOS-LOTE TO WKS-I-DUPLICADOS-LOTE
                MOVE WKS-CK-CAMBIOS-VERED TO WKS-I-CAMBIOS-VERED
                MOVE WKS-CK-TOTALES-DEPTO TO WKS-TOTALES-DEPTO
                DISPLAY "REINICIO DEL LOTE " WKS-MF-FECHA-VALIDA " "
                        WKS-MF-OFICINA-LOTE " DESPUES DEL REGISTRO "
                        WKS-RE-A-OMITIR ", CORRIDA ORIGINAL "
                        WKS-AU-CORRIDA
           WHEN WKS-RE-PIDE-FORZAR
                DISPLAY "SE DESCARTA EL PUNTO DE REINICIO DEL LOTE "
                        "POR REPROCESO FORZADO, REGISTRO "
                        WKS-CK-PROCESADOS
           WHEN OTHER
                DISPLAY "EL LOTE " WKS-MF-FECHA-VALIDA " "
                        WKS-MF-OFICINA-LOTE " TIENE UNA CORRIDA "
                        "INCOMPLETA HASTA EL REGISTRO "
                        WKS-CK-PROCESADOS "; USE DPI_REINICIO=S "
                        "PARA REANUDARLA"
                MOVE "REINICIO PENDIENTE" TO WKS-MF-VEREDICTO-RECHAZO
                PERFORM 13-INICIO-RECHAZA-LOTE THRU
                   13-RECHAZA-LOTE-E
           END-EVALUATE.
       22-CONTROL-LOTE-E.
           EXIT.

       23-INICIO-ABRE-RPTFLIP SECTION.
      *EL REPORTE NOCTURNO DE CAMBIOS SE REESCRIBE CADA NOCHE; UNA
      *CORRIDA REANUDADA LO CONTINUA PARA NO PERDER LOS CAMBIOS DE
      *LA PARTE YA CONFIRMADA DEL LOTE.
           IF WKS-RE-REANUDANDO
              OPEN EXTEND RPT-FLIP
              IF WKS-FS-RPTFLIP = "35"
                 OPEN OUTPUT RPT-FLIP
              END-IF
           ELSE
              OPEN OUTPUT RPT-FLIP
           END-IF
           IF WKS-FS-RPTFLIP NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL REPORTE DE CAMBIOS DE "
                      "VEREDICTO"
              STOP RUN
           END-IF
           IF WKS-RE-REANUDANDO
              MOVE "CAMBIOS DE VEREDICTO DESDE EL REINICIO:" TO
                 REG-RPT-FLIP
           ELSE
              MOVE "CAMBIOS DE VEREDICTO DE LA CORRIDA:" TO
                 REG-RPT-FLIP
           END-IF
           WRITE REG-RPT-FLIP.
       23-ABRE-RPTFLIP-E.
           EXIT.

       24-INICIO-OMITE-REGISTRO SECTION.
      *REGISTRO YA CONFIRMADO POR LA CORRIDA INTERRUMPIDA: NO SE
      *VUELVE A EVALUAR NI A CONTAR; SOLO SE REPONE EN LA TABLA DEL
      *LOTE PARA QUE LA DETECCION DE DUPLICADOS LO SIGA VIENDO.
           MOVE WKS-MF-DPI TO WKS-DPI
           IF WKS-I-GENERAL < 2000
              ADD 1 TO WKS-I-GENERAL
              IF WKS-DPI-CORREL NUMERIC
                 MOVE WKS-DPI TO WKS-DPI-ARRAY(WKS-I-GENERAL)
              END-IF
           END-IF.
       24-OMITE-REGISTRO-E.
           EXIT.

       25-INICIO-GRABA-CHECKPOINT SECTION.
      *REESCRIBE EL PUNTO DE REINICIO CON EL ULTIMO REGISTRO
      *CONFIRMADO Y LOS CONTADORES ACUMULADOS DEL LOTE.
           MOVE "P" TO WKS-CK-ESTADO
           MOVE WKS-MF-FECHA-VALIDA TO WKS-CK-FECHA-LOTE
           MOVE WKS-MF-OFICINA-LOTE TO WKS-CK-OFICINA
           MOVE WKS-RE-PROCESADOS TO WKS-CK-PROCESADOS
           MOVE WKS-AU-CORRIDA TO WKS-CK-CORRIDA
           MOVE WKS-I-CORRECTOS TO WKS-CK-CORRECTOS
           MOVE WKS-I-INCORRECTOS TO WKS-CK-INCORRECTOS
           MOVE WKS-I-EN-REVISION TO WKS-CK-EN-REVISION
           MOVE WKS-I-FABRICADOS TO WKS-CK-FABRICADOS
           MOVE WKS-I-BLOQUEADOS TO WKS-CK-BLOQUEADOS
           MOVE WKS-I-VENCIDOS TO WKS-CK-VENCIDOS
           MOVE WKS-I-SOSPECHOSOS TO WKS-CK-SOSPECHOSOS
           MOVE WKS-I-REENVIOS TO WKS-CK-REENVIOS
           MOVE WKS-I-DUPLICADOS-LOTE TO WKS-CK-DUPLICADOS-LOTE
           MOVE WKS-I-CAMBIOS-VERED TO WKS-CK-CAMBIOS-VERED
           MOVE WKS-TOTALES-DEPTO TO WKS-CK-TOTALES-DEPTO

      *SI EL PUNTO NO SE PUEDE GRABAR, UN REINICIO RETOMARIA DESDE
      *UNO ANTERIOR Y CONTARIA DOS VECES LO YA CONFIRMADO.
           OPEN OUTPUT PUNTO-CONTROL
           IF WKS-FS-VERFCKPT NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL PUNTO DE REINICIO, ESTADO: "
                      WKS-FS-VERFCKPT
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           WRITE REG-PUNTO-CONTROL FROM WKS-REG-CHECKPOINT
           IF WKS-FS-VERFCKPT NOT = "00"
              DISPLAY "NO SE PUDO GRABAR EL PUNTO DE REINICIO, ESTADO: "
                      WKS-FS-VERFCKPT
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           CLOSE PUNTO-CONTROL.
       25-GRABA-CHECKPOINT-E.
           EXIT.

       26-INICIO-CIERRA-LOTE SECTION.
      *EL LOTE TERMINO COMPLETO: QUEDA EN EL REGISTRO DE LOTES
      *PROCESADOS Y SU PUNTO DE REINICIO SE LIMPIA.
           OPEN EXTEND LOTES-PROCESADOS
           IF WKS-FS-LOTEPROC = "35"
              OPEN OUTPUT LOTES-PROCESADOS
           END-IF
           IF WKS-FS-LOTEPROC NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL REGISTRO DE LOTES "
                      "PROCESADOS"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE WKS-MF-FECHA-VALIDA TO WKS-LP-FECHA-LOTE
           MOVE WKS-MF-OFICINA-LOTE TO WKS-LP-OFICINA
           MOVE WKS-RE-PROCESADOS TO WKS-LP-REGISTROS
           MOVE WKS-FECHA-AUDIT TO WKS-LP-FECHA-PROCESO
           MOVE WKS-AU-CORRIDA TO WKS-LP-CORRIDA
           IF WKS-RE-YA-PROCESADO
              MOVE "S" TO WKS-LP-FORZADO
           ELSE
              MOVE "N" TO WKS-LP-FORZADO
           END-IF
           WRITE REG-LOTES-PROCESADOS FROM WKS-LINEA-LOTE-PROC
           CLOSE LOTES-PROCESADOS

           INITIALIZE WKS-REG-CHECKPOINT
           OPEN OUTPUT PUNTO-CONTROL
           IF WKS-FS-VERFCKPT NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL PUNTO DE REINICIO PARA "
                      "LIMPIARLO, ESTADO: " WKS-FS-VERFCKPT
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           WRITE REG-PUNTO-CONTROL FROM WKS-REG-CHECKPOINT
           IF WKS-FS-VERFCKPT NOT = "00"
              DISPLAY "NO SE PUDO LIMPIAR EL PUNTO DE REINICIO, "
                      "ESTADO: " WKS-FS-VERFCKPT
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           CLOSE PUNTO-CONTROL.
       26-CIERRA-LOTE-E.
           EXIT.
