      ******************************************************************
      * FECHA       : 2026                                             *
      * PROGRAMADOR : DIANA STEFFANNY SALGUERO ROSALES                 *
      * APLICACION  : EDUCACION                                        *
      * PROGRAMA    : EDUC3121                                         *
      * TIPO        : BATCH (A PEDIDO)                                 *
      * DESCRIPCION : PLANIFICADOR DE REPROCESOS POR LINAJE DE         *
      *             : GENERACIONES. DADO UN NOMBRE LOGICO DE DATASET   *
      *             : (REPRO_ARCHIVO) Y UNA FECHA DE NEGOCIO           *
      *             : (REPRO_FECHA), RECORRE EL GRAFO DE PRODUCTORES   *
      *             : (GENREGIS) Y CONSUMIDORES (GENCONS), AMBOS DE    *
      *             : GENREG01, Y LISTA EN ORDEN DE REPROCESO CADA     *
      *             : PASO AFECTADO, CON SU NOMBRE DE PASO EN LA       *
      *             : CADENA (PASOS FIJOS Y CALENDARIO CALCADEN), Y    *
      *             : CADA GENERACION DE SALIDA QUE HAY QUE VOLVER A   *
      *             : PRODUCIR. LAS SALIDAS QUE YA SE ENTREGARON A     *
      *             : TERCEROS (FTPMOM, REQRENAP, REQSAT, RETMIN) SE   *
      *             : SEÑALAN APARTE PORQUE REQUIEREN ENVIAR UNA       *
      *             : CORRECCION A LA PARTE EXTERNA.                   *
      * ARCHIVOS    : GENREGIS, GENCONS, CALCADEN (ENTRADA), RPTREPR   *
      *             : (SALIDA)                                         *
      * PROGRAMA(S) : NO APLICA PARA ESTE CASO                         *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDUC3121.
       AUTHOR. DIANA SALGUERO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTRO-GENERACIONES ASSIGN TO GENREGIS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-GENREGIS.
           SELECT REGISTRO-CONSUMOS ASSIGN TO GENCONS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-GENCONS.
      *CALENDARIO DE CORRIDA DE LA CADENA (EDUC3032): DE AHI SALE EL
      *NOMBRE DE PASO DE LOS PROGRAMAS QUE NO SON PASOS FIJOS.
           SELECT CALENDARIO-CADENA ASSIGN TO CALCADEN
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-CALCADEN.
           SELECT RPT-REPROCESO ASSIGN TO RPTREPR
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-RPTREPR.

       DATA DIVISION.

       FILE SECTION.
       FD REGISTRO-GENERACIONES.
       01 REG-GENERACION                PIC X(60).

       FD REGISTRO-CONSUMOS.
       01 REG-CONSUMO                   PIC X(50).

       FD CALENDARIO-CADENA.
       01 REG-CALENDARIO-CADENA         PIC X(62).

       FD RPT-REPROCESO.
       01 REG-RPT-REPROCESO             PIC X(132).

       WORKING-STORAGE SECTION.

       01 WKS-CONTROL-ARCHIVOS.
          02 WKS-FS-GENREGIS            PIC X(02) VALUE SPACES.
             88 WKS-FIN-GENREGIS                  VALUE "10".
          02 WKS-FS-GENCONS             PIC X(02) VALUE SPACES.
             88 WKS-FIN-GENCONS                   VALUE "10".
          02 WKS-FS-CALCADEN            PIC X(02) VALUE SPACES.
             88 WKS-FIN-CALCADEN                  VALUE "10".
          02 WKS-FS-RPTREPR             PIC X(02) VALUE SPACES.

      *DATASET Y FECHA DE NEGOCIO QUE SE SABEN MALOS.
       01 WKS-CONTROL-PEDIDO.
          02 WKS-REPRO-ARCHIVO          PIC X(08) VALUE SPACES.
          02 WKS-REPRO-FECHA            PIC 9(08) VALUE ZEROES.

      *MISMA LINEA DEL REGISTRO CENTRAL DE GENERACIONES QUE GRABA
      *GENREG01; LAS LINEAS SIN PROGRAMA PRODUCTOR SE GRABARON ANTES
      *DE QUE EL REGISTRO LO LLEVARA Y NO ENTRAN AL LINAJE.
       01 WKS-LINEA-GENERACION.
          02 WKS-GN-ARCHIVO             PIC X(08).
          02 FILLER                     PIC X(01).
          02 WKS-GN-FECHA-NEGOCIO       PIC 9(08).
          02 FILLER                     PIC X(01).
          02 WKS-GN-REGISTROS           PIC 9(08).
          02 FILLER                     PIC X(01).
          02 WKS-GN-SELLO-FECHA         PIC 9(08).
          02 FILLER                     PIC X(01).
          02 WKS-GN-SELLO-HORA          PIC 9(06).
          02 FILLER                     PIC X(01).
          02 WKS-GN-PROGRAMA            PIC X(08).
          02 FILLER                     PIC X(09).

      *MISMA LINEA DE LA BITACORA DE CONSUMOS QUE GRABA GENREG01.
       01 WKS-LINEA-CONSUMO.
          02 WKS-CN-ARCHIVO             PIC X(08).
          02 FILLER                     PIC X(01).
          02 WKS-CN-FECHA-NEGOCIO       PIC 9(08).
          02 FILLER                     PIC X(01).
          02 WKS-CN-PROGRAMA            PIC X(08).
          02 FILLER                     PIC X(01).
          02 WKS-CN-SELLO-FECHA         PIC 9(08).
          02 FILLER                     PIC X(01).
          02 WKS-CN-SELLO-HORA          PIC 9(06).
          02 FILLER                     PIC X(01).
          02 WKS-CN-FUNCION             PIC X(01).
          02 FILLER                     PIC X(01).
          02 WKS-CN-CONFORME            PIC X(01).
          02 FILLER                     PIC X(04).

      *MISMA LINEA DEL CALENDARIO DE CORRIDA QUE LEE EDUC3032 (SOLO
      *PASO Y PROGRAMA).
       01 WKS-LINEA-CALENDARIO.
          02 WKS-LR-PASO                PIC X(08).
          02 FILLER                     PIC X(01).
          02 WKS-LR-PROGRAMA            PIC X(08).
          02 FILLER                     PIC X(45).

      *PASOS FIJOS DE LA CADENA NOCTURNA CON SU PROGRAMA, LOS MISMOS
      *DEL CONDUCTOR EDUC3032.
       01 WKS-PASOS-FIJOS.
          02 FILLER PIC X(16) VALUE "VERFDPI EDUC3007".
          02 FILLER PIC X(16) VALUE "EVANITD EDUKNITD".
          02 FILLER PIC X(16) VALUE "FILEFTP EDUC3011".
          02 FILLER PIC X(16) VALUE "INTEGRIDEDUC3010".
       01 WKS-TABLA-PASOS-FIJOS REDEFINES WKS-PASOS-FIJOS.
          02 WKS-PF-ENTRADA OCCURS 4 TIMES.
             03 WKS-PF-PASO             PIC X(08).
             03 WKS-PF-PROGRAMA         PIC X(08).

      *SALIDAS QUE SE ENTREGAN A TERCEROS Y A QUIEN.
       01 WKS-SALIDAS-EXTERNAS.
          02 FILLER PIC X(28) VALUE "FTPMOM  BANCO (TRANSMISION) ".
          02 FILLER PIC X(28) VALUE "REQRENAPRENAP               ".
          02 FILLER PIC X(28) VALUE "REQSAT  SAT                 ".
          02 FILLER PIC X(28) VALUE "RETMIN  MINISTERIO          ".
       01 WKS-TABLA-EXTERNAS REDEFINES WKS-SALIDAS-EXTERNAS.
          02 WKS-EX-ENTRADA OCCURS 4 TIMES.
             03 WKS-EX-ARCHIVO          PIC X(08).
             03 WKS-EX-DESTINO          PIC X(20).
       01 WKS-EX-IDX                    PIC 9(01) VALUE ZEROES.

      *PASOS DEL CALENDARIO DE CORRIDA (PASO Y PROGRAMA).
       01 WKS-TABLA-CALENDARIO.
          02 WKS-CA-ENTRADA OCCURS 30 TIMES.
             03 WKS-CA-PASO             PIC X(08).
             03 WKS-CA-PROGRAMA         PIC X(08).
          02 WKS-CA-CANT                PIC 9(02) VALUE ZEROES.
          02 WKS-CA-IDX                 PIC 9(02) VALUE ZEROES.

      *GENERACIONES PRODUCIDAS PARA LA FECHA DE NEGOCIO, CON SU
      *PROGRAMA PRODUCTOR.
       01 WKS-TABLA-PRODUCCIONES.
          02 WKS-PR-ENTRADA OCCURS 500 TIMES.
             03 WKS-PR-ARCHIVO          PIC X(08).
             03 WKS-PR-PROGRAMA         PIC X(08).
             03 WKS-PR-REGISTROS        PIC 9(08).
             03 WKS-PR-SELLO-FECHA      PIC 9(08).
             03 WKS-PR-SELLO-HORA       PIC 9(06).
          02 WKS-PR-CANT                PIC 9(03) VALUE ZEROES.
          02 WKS-PR-IDX                 PIC 9(03) VALUE ZEROES.

      *CONSUMOS CONFORMES DE LA FECHA DE NEGOCIO.
       01 WKS-TABLA-CONSUMOS.
          02 WKS-CS-ENTRADA OCCURS 500 TIMES.
             03 WKS-CS-ARCHIVO          PIC X(08).
             03 WKS-CS-PROGRAMA         PIC X(08).
             03 WKS-CS-SELLO            PIC 9(14).
          02 WKS-CS-CANT                PIC 9(03) VALUE ZEROES.
          02 WKS-CS-IDX                 PIC 9(03) VALUE ZEROES.

      *DATASETS AFECTADOS CON SU NIVEL EN EL GRAFO (0 = EL MALO).
       01 WKS-TABLA-DATASETS.
          02 WKS-DS-ENTRADA OCCURS 100 TIMES.
             03 WKS-DS-ARCHIVO          PIC X(08).
             03 WKS-DS-NIVEL            PIC 9(03).
          02 WKS-DS-CANT                PIC 9(03) VALUE ZEROES.
          02 WKS-DS-IDX                 PIC 9(03) VALUE ZEROES.
          02 WKS-DS-POS                 PIC 9(03) VALUE ZEROES.

      *PASOS AFECTADOS: NIVEL = UNO MAS QUE LA ENTRADA AFECTADA MAS
      *PROFUNDA, Y LA HORA EN QUE LEYO SU PRIMERA ENTRADA AFECTADA.
       01 WKS-TABLA-PASOS.
          02 WKS-PA-ENTRADA OCCURS 100 TIMES.
             03 WKS-PA-PROGRAMA         PIC X(08).
             03 WKS-PA-NIVEL            PIC 9(03).
             03 WKS-PA-SELLO            PIC 9(14).
             03 WKS-PA-PASO             PIC X(12).
             03 WKS-PA-LISTADO          PIC X(01).
          02 WKS-PA-CANT                PIC 9(03) VALUE ZEROES.
          02 WKS-PA-IDX                 PIC 9(03) VALUE ZEROES.
          02 WKS-PA-POS                 PIC 9(03) VALUE ZEROES.
          02 WKS-PA-SIGUIENTE           PIC 9(03) VALUE ZEROES.

       01 WKS-CONTROL-GRAFO.
          02 WKS-NIVEL-CANDIDATO        PIC 9(03) VALUE ZEROES.
          02 WKS-PASADAS                PIC 9(03) VALUE ZEROES.
          02 WKS-CAMBIO-SW              PIC X(01) VALUE "S".
             88 WKS-HUBO-CAMBIO                   VALUE "S".
          02 WKS-DESBORDE-SW            PIC X(01) VALUE "N".
             88 WKS-HUBO-DESBORDE                 VALUE "S".
          02 WKS-ORDEN                  PIC 9(03) VALUE ZEROES.

       01 WKS-ITERACIONES.
          02 WKS-I-GENERACIONES         PIC 9(05) VALUE ZEROES.
          02 WKS-I-EXTERNAS             PIC 9(05) VALUE ZEROES.

      *LINEA DE PASO DEL PLAN.
       01 WKS-LINEA-PASO.
          02 WKS-LP-ORDEN               PIC ZZ9 VALUE ZEROES.
          02 FILLER                     PIC X(02) VALUE ". ".
          02 WKS-LP-PASO                PIC X(12) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LP-PROGRAMA            PIC X(08) VALUE SPACES.
          02 FILLER                     PIC X(08) VALUE "  NIVEL ".
          02 WKS-LP-NIVEL               PIC ZZ9 VALUE ZEROES.
          02 FILLER                     PIC X(10) VALUE
             "  LEYO EL ".
          02 WKS-LP-SELLO-FECHA         PIC 9(08) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LP-SELLO-HORA          PIC 9(06) VALUE ZEROES.
          02 FILLER                     PIC X(76) VALUE SPACES.

      *LINEA DE GENERACION A REPRODUCIR.
       01 WKS-LINEA-SALIDA.
          02 FILLER                     PIC X(10) VALUE
             "    REHACE".
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LS-ARCHIVO             PIC X(08) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LS-REGISTROS           PIC ZZZZZZZ9 VALUE ZEROES.
          02 FILLER                     PIC X(13) VALUE
             " REG GRABADO ".
          02 WKS-LS-SELLO-FECHA         PIC 9(08) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LS-SELLO-HORA          PIC 9(06) VALUE ZEROES.
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 WKS-LS-EXTERNA             PIC X(48) VALUE SPACES.
          02 FILLER                     PIC X(26) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-INICIO SECTION.
           ACCEPT WKS-REPRO-ARCHIVO FROM ENVIRONMENT "REPRO_ARCHIVO"
           ACCEPT WKS-REPRO-FECHA FROM ENVIRONMENT "REPRO_FECHA"
           IF WKS-REPRO-ARCHIVO = SPACES OR
              WKS-REPRO-FECHA NOT NUMERIC OR
              WKS-REPRO-FECHA = ZEROES
              DISPLAY "FALTA REPRO_ARCHIVO O REPRO_FECHA (AAAAMMDD)"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           DISPLAY "PLAN DE REPROCESO PARA " WKS-REPRO-ARCHIVO
                   " FECHA DE NEGOCIO " WKS-REPRO-FECHA

           INITIALIZE WKS-TABLA-PRODUCCIONES
           INITIALIZE WKS-TABLA-CONSUMOS
           INITIALIZE WKS-TABLA-DATASETS
           INITIALIZE WKS-TABLA-PASOS
           INITIALIZE WKS-TABLA-CALENDARIO

           PERFORM 0001-INICIO-CARGA-PRODUCCIONES THRU
              0001-CARGA-PRODUCCIONES-E
           PERFORM 0002-INICIO-CARGA-CONSUMOS THRU
              0002-CARGA-CONSUMOS-E
           PERFORM 0003-INICIO-CARGA-CALENDARIO THRU
              0003-CARGA-CALENDARIO-E

           ADD 1 TO WKS-DS-CANT
           MOVE WKS-REPRO-ARCHIVO TO WKS-DS-ARCHIVO(1)
           MOVE ZEROES TO WKS-DS-NIVEL(1)

           MOVE ZEROES TO WKS-PASADAS
           MOVE "S" TO WKS-CAMBIO-SW
           PERFORM UNTIL NOT WKS-HUBO-CAMBIO OR WKS-PASADAS > 50
                   MOVE "N" TO WKS-CAMBIO-SW
                   ADD 1 TO WKS-PASADAS
                   PERFORM 0004-INICIO-PROPAGA THRU 0004-PROPAGA-E
           END-PERFORM
           IF WKS-HUBO-CAMBIO
              DISPLAY "EL LINAJE TIENE UN CICLO; EL ORDEN DEL PLAN "
                      "DEBE REVISARSE A MANO"
           END-IF

           PERFORM 0007-INICIO-NOMBRA-PASOS THRU 0007-NOMBRA-PASOS-E
           PERFORM 0008-INICIO-ESCRIBE-PLAN THRU 0008-ESCRIBE-PLAN-E

           DISPLAY "PASOS A REPROCESAR:                 " WKS-PA-CANT
           DISPLAY "GENERACIONES A REHACER:             "
                   WKS-I-GENERACIONES
           DISPLAY "SALIDAS EXTERNAS QUE PIDEN CORRECCION: "
                   WKS-I-EXTERNAS

           EVALUATE TRUE
           WHEN WKS-HUBO-DESBORDE OR WKS-HUBO-CAMBIO
                MOVE 8 TO RETURN-CODE
           WHEN WKS-I-EXTERNAS > ZEROES
                MOVE 4 TO RETURN-CODE
           WHEN OTHER
                CONTINUE
           END-EVALUATE

           STOP RUN.
       0000-INICIO-E.
           EXIT.

       0001-INICIO-CARGA-PRODUCCIONES SECTION.
           OPEN INPUT REGISTRO-GENERACIONES
           IF WKS-FS-GENREGIS NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL REGISTRO DE GENERACIONES"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           READ REGISTRO-GENERACIONES INTO WKS-LINEA-GENERACION
           AT END
              SET WKS-FIN-GENREGIS TO TRUE
           END-READ
           PERFORM UNTIL WKS-FIN-GENREGIS
                   IF WKS-GN-FECHA-NEGOCIO = WKS-REPRO-FECHA AND
                      WKS-GN-PROGRAMA NOT = SPACES
                      IF WKS-PR-CANT < 500
                         ADD 1 TO WKS-PR-CANT
                         MOVE WKS-GN-ARCHIVO TO
                            WKS-PR-ARCHIVO(WKS-PR-CANT)
                         MOVE WKS-GN-PROGRAMA TO
                            WKS-PR-PROGRAMA(WKS-PR-CANT)
                         MOVE WKS-GN-REGISTROS TO
                            WKS-PR-REGISTROS(WKS-PR-CANT)
                         MOVE WKS-GN-SELLO-FECHA TO
                            WKS-PR-SELLO-FECHA(WKS-PR-CANT)
                         MOVE WKS-GN-SELLO-HORA TO
                            WKS-PR-SELLO-HORA(WKS-PR-CANT)
                      ELSE
                         SET WKS-HUBO-DESBORDE TO TRUE
                      END-IF
                   END-IF
                   READ REGISTRO-GENERACIONES INTO WKS-LINEA-GENERACION
                   AT END
                      SET WKS-FIN-GENREGIS TO TRUE
                   END-READ
           END-PERFORM

           CLOSE REGISTRO-GENERACIONES.
       0001-CARGA-PRODUCCIONES-E.
           EXIT.

       0002-INICIO-CARGA-CONSUMOS SECTION.
      *SOLO LOS CONSUMOS CONFORMES: UN PASO QUE SE DETUVO POR
      *GENERACION VIEJA NO LLEGO A LEER EL ARCHIVO.
           OPEN INPUT REGISTRO-CONSUMOS
           IF WKS-FS-GENCONS NOT = "00"
              DISPLAY "SIN BITACORA DE CONSUMOS GENCONS"
              GO TO 0002-CARGA-CONSUMOS-E
           END-IF

           READ REGISTRO-CONSUMOS INTO WKS-LINEA-CONSUMO
           AT END
              SET WKS-FIN-GENCONS TO TRUE
           END-READ
           PERFORM UNTIL WKS-FIN-GENCONS
                   IF WKS-CN-FECHA-NEGOCIO = WKS-REPRO-FECHA AND
                      WKS-CN-CONFORME = "S"
                      IF WKS-CS-CANT < 500
                         ADD 1 TO WKS-CS-CANT
                         MOVE WKS-CN-ARCHIVO TO
                            WKS-CS-ARCHIVO(WKS-CS-CANT)
                         MOVE WKS-CN-PROGRAMA TO
                            WKS-CS-PROGRAMA(WKS-CS-CANT)
                         COMPUTE WKS-CS-SELLO(WKS-CS-CANT) =
                            WKS-CN-SELLO-FECHA * 1000000 +
                            WKS-CN-SELLO-HORA
                      ELSE
                         SET WKS-HUBO-DESBORDE TO TRUE
                      END-IF
                   END-IF
                   READ REGISTRO-CONSUMOS INTO WKS-LINEA-CONSUMO
                   AT END
                      SET WKS-FIN-GENCONS TO TRUE
                   END-READ
           END-PERFORM

           CLOSE REGISTRO-CONSUMOS.
       0002-CARGA-CONSUMOS-E.
           EXIT.

       0003-INICIO-CARGA-CALENDARIO SECTION.
           OPEN INPUT CALENDARIO-CADENA
           IF WKS-FS-CALCADEN NOT = "00"
              GO TO 0003-CARGA-CALENDARIO-E
           END-IF

           READ CALENDARIO-CADENA INTO WKS-LINEA-CALENDARIO
           AT END
              SET WKS-FIN-CALCADEN TO TRUE
           END-READ
           PERFORM UNTIL WKS-FIN-CALCADEN
                   IF WKS-LR-PASO NOT = SPACES AND
                      WKS-LR-PASO(1:1) NOT = "*" AND
                      WKS-CA-CANT < 30
                      ADD 1 TO WKS-CA-CANT
                      MOVE WKS-LR-PASO TO WKS-CA-PASO(WKS-CA-CANT)
                      MOVE WKS-LR-PROGRAMA TO
                         WKS-CA-PROGRAMA(WKS-CA-CANT)
                   END-IF
                   READ CALENDARIO-CADENA INTO WKS-LINEA-CALENDARIO
                   AT END
                      SET WKS-FIN-CALCADEN TO TRUE
                   END-READ
           END-PERFORM

           CLOSE CALENDARIO-CADENA.
       0003-CARGA-CALENDARIO-E.
           EXIT.

       0004-INICIO-PROPAGA SECTION.
      *UNA PASADA SOBRE EL GRAFO: TODO PROGRAMA QUE LEYO UN DATASET
      *AFECTADO QUEDA AFECTADO UN NIVEL MAS ABAJO, Y TODO LO QUE
      *PRODUJO UN PASO AFECTADO QUEDA AFECTADO EN EL NIVEL DEL PASO.
      *SE REPITE HASTA QUE UNA PASADA NO CAMBIA NADA.
           PERFORM VARYING WKS-CS-IDX FROM 1 BY 1
              UNTIL WKS-CS-IDX > WKS-CS-CANT
              MOVE ZEROES TO WKS-DS-POS
              PERFORM VARYING WKS-DS-IDX FROM 1 BY 1
                 UNTIL WKS-DS-IDX > WKS-DS-CANT
                 IF WKS-DS-ARCHIVO(WKS-DS-IDX) =
                    WKS-CS-ARCHIVO(WKS-CS-IDX)
                    MOVE WKS-DS-IDX TO WKS-DS-POS
                 END-IF
              END-PERFORM
              IF WKS-DS-POS > ZEROES
                 COMPUTE WKS-NIVEL-CANDIDATO =
                    WKS-DS-NIVEL(WKS-DS-POS) + 1
                 PERFORM 0005-INICIO-MARCA-PASO THRU
                    0005-MARCA-PASO-E
              END-IF
           END-PERFORM

           PERFORM VARYING WKS-PR-IDX FROM 1 BY 1
              UNTIL WKS-PR-IDX > WKS-PR-CANT
              MOVE ZEROES TO WKS-PA-POS
              PERFORM VARYING WKS-PA-IDX FROM 1 BY 1
                 UNTIL WKS-PA-IDX > WKS-PA-CANT
                 IF WKS-PA-PROGRAMA(WKS-PA-IDX) =
                    WKS-PR-PROGRAMA(WKS-PR-IDX)
                    MOVE WKS-PA-IDX TO WKS-PA-POS
                 END-IF
              END-PERFORM
              IF WKS-PA-POS > ZEROES
                 MOVE WKS-PA-NIVEL(WKS-PA-POS) TO WKS-NIVEL-CANDIDATO
                 PERFORM 0006-INICIO-MARCA-DATASET THRU
                    0006-MARCA-DATASET-E
              END-IF
           END-PERFORM.
       0004-PROPAGA-E.
           EXIT.

       0005-INICIO-MARCA-PASO SECTION.
           MOVE ZEROES TO WKS-PA-POS
           PERFORM VARYING WKS-PA-IDX FROM 1 BY 1
              UNTIL WKS-PA-IDX > WKS-PA-CANT
              IF WKS-PA-PROGRAMA(WKS-PA-IDX) =
                 WKS-CS-PROGRAMA(WKS-CS-IDX)
                 MOVE WKS-PA-IDX TO WKS-PA-POS
              END-IF
           END-PERFORM

           IF WKS-PA-POS = ZEROES
              IF WKS-PA-CANT NOT < 100
                 SET WKS-HUBO-DESBORDE TO TRUE
                 GO TO 0005-MARCA-PASO-E
              END-IF
              ADD 1 TO WKS-PA-CANT
              MOVE WKS-PA-CANT TO WKS-PA-POS
              MOVE WKS-CS-PROGRAMA(WKS-CS-IDX) TO
                 WKS-PA-PROGRAMA(WKS-PA-POS)
              MOVE WKS-NIVEL-CANDIDATO TO WKS-PA-NIVEL(WKS-PA-POS)
              MOVE WKS-CS-SELLO(WKS-CS-IDX) TO WKS-PA-SELLO(WKS-PA-POS)
              MOVE "S" TO WKS-CAMBIO-SW
              GO TO 0005-MARCA-PASO-E
           END-IF

           IF WKS-NIVEL-CANDIDATO > WKS-PA-NIVEL(WKS-PA-POS)
              MOVE WKS-NIVEL-CANDIDATO TO WKS-PA-NIVEL(WKS-PA-POS)
              MOVE "S" TO WKS-CAMBIO-SW
           END-IF
           IF WKS-CS-SELLO(WKS-CS-IDX) < WKS-PA-SELLO(WKS-PA-POS)
              MOVE WKS-CS-SELLO(WKS-CS-IDX) TO WKS-PA-SELLO(WKS-PA-POS)
           END-IF.
       0005-MARCA-PASO-E.
           EXIT.

       0006-INICIO-MARCA-DATASET SECTION.
      *EL DATASET MALO SE QUEDA EN NIVEL 0 AUNQUE ALGUN PASO
      *AFECTADO LO VUELVA A PRODUCIR.
           MOVE ZEROES TO WKS-DS-POS
           PERFORM VARYING WKS-DS-IDX FROM 1 BY 1
              UNTIL WKS-DS-IDX > WKS-DS-CANT
              IF WKS-DS-ARCHIVO(WKS-DS-IDX) =
                 WKS-PR-ARCHIVO(WKS-PR-IDX)
                 MOVE WKS-DS-IDX TO WKS-DS-POS
              END-IF
           END-PERFORM

           IF WKS-DS-POS = ZEROES
              IF WKS-DS-CANT NOT < 100
                 SET WKS-HUBO-DESBORDE TO TRUE
                 GO TO 0006-MARCA-DATASET-E
              END-IF
              ADD 1 TO WKS-DS-CANT
              MOVE WKS-PR-ARCHIVO(WKS-PR-IDX) TO
                 WKS-DS-ARCHIVO(WKS-DS-CANT)
              MOVE WKS-NIVEL-CANDIDATO TO WKS-DS-NIVEL(WKS-DS-CANT)
              MOVE "S" TO WKS-CAMBIO-SW
              GO TO 0006-MARCA-DATASET-E
           END-IF

           IF WKS-DS-POS > 1 AND
              WKS-NIVEL-CANDIDATO > WKS-DS-NIVEL(WKS-DS-POS)
              MOVE WKS-NIVEL-CANDIDATO TO WKS-DS-NIVEL(WKS-DS-POS)
              MOVE "S" TO WKS-CAMBIO-SW
           END-IF.
       0006-MARCA-DATASET-E.
           EXIT.

       0007-INICIO-NOMBRA-PASOS SECTION.
      *NOMBRE DEL PASO EN LA CADENA: PRIMERO LOS PASOS FIJOS, LUEGO
      *EL CALENDARIO; LO QUE NO ESTA EN NINGUNO SE CORRE A MANO.
           PERFORM VARYING WKS-PA-IDX FROM 1 BY 1
              UNTIL WKS-PA-IDX > WKS-PA-CANT
              MOVE "FUERA CADENA" TO WKS-PA-PASO(WKS-PA-IDX)
              MOVE "N" TO WKS-PA-LISTADO(WKS-PA-IDX)
              PERFORM VARYING WKS-CA-IDX FROM 1 BY 1
                 UNTIL WKS-CA-IDX > WKS-CA-CANT
                 IF WKS-CA-PROGRAMA(WKS-CA-IDX) =
                    WKS-PA-PROGRAMA(WKS-PA-IDX)
                    MOVE WKS-CA-PASO(WKS-CA-IDX) TO
                       WKS-PA-PASO(WKS-PA-IDX)
                 END-IF
              END-PERFORM
              PERFORM VARYING WKS-CA-IDX FROM 1 BY 1
                 UNTIL WKS-CA-IDX > 4
                 IF WKS-PF-PROGRAMA(WKS-CA-IDX) =
                    WKS-PA-PROGRAMA(WKS-PA-IDX)
                    MOVE WKS-PF-PASO(WKS-CA-IDX) TO
                       WKS-PA-PASO(WKS-PA-IDX)
                 END-IF
              END-PERFORM
           END-PERFORM.
       0007-NOMBRA-PASOS-E.
           EXIT.

       0008-INICIO-ESCRIBE-PLAN SECTION.
           OPEN OUTPUT RPT-REPROCESO
           IF WKS-FS-RPTREPR NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL PLAN DE REPROCESO"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE SPACES TO REG-RPT-REPROCESO
           STRING "PLAN DE REPROCESO POR " WKS-REPRO-ARCHIVO
                  " DE LA FECHA DE NEGOCIO " WKS-REPRO-FECHA
              DELIMITED BY SIZE INTO REG-RPT-REPROCESO
           END-STRING
           WRITE REG-RPT-REPROCESO
           MOVE SPACES TO REG-RPT-REPROCESO
           STRING "LOS PASOS VAN EN ORDEN DE REPROCESO: POR NIVEL EN "
                  "EL LINAJE Y, DENTRO DEL NIVEL, POR LA HORA EN QUE "
                  "CORRIERON"
              DELIMITED BY SIZE INTO REG-RPT-REPROCESO
           END-STRING
           WRITE REG-RPT-REPROCESO
           IF WKS-HUBO-DESBORDE
              MOVE "ATENCION: EL LINAJE EXCEDE LAS TABLAS; EL PLAN "
                 TO REG-RPT-REPROCESO
              MOVE "ESTA INCOMPLETO" TO REG-RPT-REPROCESO(48:15)
              WRITE REG-RPT-REPROCESO
           END-IF
           MOVE SPACES TO REG-RPT-REPROCESO
           WRITE REG-RPT-REPROCESO

           IF WKS-PA-CANT = ZEROES
              MOVE "SIN CONSUMIDORES REGISTRADOS PARA ESA GENERACION"
                 TO REG-RPT-REPROCESO
              WRITE REG-RPT-REPROCESO
           END-IF

      *SELECCION DEL SIGUIENTE PASO NO LISTADO DE MENOR NIVEL Y,
      *EN EMPATE, DE MENOR HORA DE LECTURA.
           PERFORM VARYING WKS-ORDEN FROM 1 BY 1
              UNTIL WKS-ORDEN > WKS-PA-CANT
              MOVE ZEROES TO WKS-PA-SIGUIENTE
              PERFORM VARYING WKS-PA-IDX FROM 1 BY 1
                 UNTIL WKS-PA-IDX > WKS-PA-CANT
                 IF WKS-PA-LISTADO(WKS-PA-IDX) = "N"
                    IF WKS-PA-SIGUIENTE = ZEROES
                       MOVE WKS-PA-IDX TO WKS-PA-SIGUIENTE
                    ELSE
                       IF WKS-PA-NIVEL(WKS-PA-IDX) <
                          WKS-PA-NIVEL(WKS-PA-SIGUIENTE) OR
                          (WKS-PA-NIVEL(WKS-PA-IDX) =
                           WKS-PA-NIVEL(WKS-PA-SIGUIENTE) AND
                           WKS-PA-SELLO(WKS-PA-IDX) <
                           WKS-PA-SELLO(WKS-PA-SIGUIENTE))
                          MOVE WKS-PA-IDX TO WKS-PA-SIGUIENTE
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              MOVE "S" TO WKS-PA-LISTADO(WKS-PA-SIGUIENTE)
              PERFORM 0009-INICIO-LINEA-PASO THRU 0009-LINEA-PASO-E
           END-PERFORM

      *RESUMEN DE CORRECCIONES A TERCEROS.
           MOVE SPACES TO REG-RPT-REPROCESO
           WRITE REG-RPT-REPROCESO
           MOVE SPACES TO REG-RPT-REPROCESO
           STRING "SALIDAS YA ENTREGADAS A TERCEROS QUE REQUIEREN "
                  "CORRECCION: " WKS-I-EXTERNAS
              DELIMITED BY SIZE INTO REG-RPT-REPROCESO
           END-STRING
           WRITE REG-RPT-REPROCESO

           CLOSE RPT-REPROCESO.
       0008-ESCRIBE-PLAN-E.
           EXIT.

       0009-INICIO-LINEA-PASO SECTION.
           MOVE WKS-ORDEN TO WKS-LP-ORDEN
           MOVE WKS-PA-PASO(WKS-PA-SIGUIENTE) TO WKS-LP-PASO
           MOVE WKS-PA-PROGRAMA(WKS-PA-SIGUIENTE) TO WKS-LP-PROGRAMA
           MOVE WKS-PA-NIVEL(WKS-PA-SIGUIENTE) TO WKS-LP-NIVEL
           MOVE WKS-PA-SELLO(WKS-PA-SIGUIENTE)(1:8) TO
              WKS-LP-SELLO-FECHA
           MOVE WKS-PA-SELLO(WKS-PA-SIGUIENTE)(9:6) TO
              WKS-LP-SELLO-HORA
           WRITE REG-RPT-REPROCESO FROM WKS-LINEA-PASO

      *LAS GENERACIONES QUE ESE PASO PRODUJO PARA LA FECHA.
           PERFORM VARYING WKS-PR-IDX FROM 1 BY 1
              UNTIL WKS-PR-IDX > WKS-PR-CANT
              IF WKS-PR-PROGRAMA(WKS-PR-IDX) =
                 WKS-PA-PROGRAMA(WKS-PA-SIGUIENTE)
                 ADD 1 TO WKS-I-GENERACIONES
                 MOVE WKS-PR-ARCHIVO(WKS-PR-IDX) TO WKS-LS-ARCHIVO
                 MOVE WKS-PR-REGISTROS(WKS-PR-IDX) TO WKS-LS-REGISTROS
                 MOVE WKS-PR-SELLO-FECHA(WKS-PR-IDX) TO
                    WKS-LS-SELLO-FECHA
                 MOVE WKS-PR-SELLO-HORA(WKS-PR-IDX) TO
                    WKS-LS-SELLO-HORA
                 MOVE SPACES TO WKS-LS-EXTERNA
                 PERFORM VARYING WKS-EX-IDX FROM 1 BY 1
                    UNTIL WKS-EX-IDX > 4
                    IF WKS-EX-ARCHIVO(WKS-EX-IDX) =
                       WKS-PR-ARCHIVO(WKS-PR-IDX)
                       ADD 1 TO WKS-I-EXTERNAS
                       STRING "YA ENTREGADO: CORRECCION A "
                              WKS-EX-DESTINO(WKS-EX-IDX)
                          DELIMITED BY SIZE INTO WKS-LS-EXTERNA
                       END-STRING
                    END-IF
                 END-PERFORM
                 WRITE REG-RPT-REPROCESO FROM WKS-LINEA-SALIDA
              END-IF
           END-PERFORM.
       0009-LINEA-PASO-E.
           EXIT.
