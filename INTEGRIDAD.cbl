      *QUEDEN EN UN SOLO ARCHIVO, EN EL ORDEN EN QUE OCURRIERON.
           SELECT ARCHIVO-LOG-ERRORES ASSIGN TO LOGERR
                  FILE STATUS IS FS-LOGERR.
      *ENTRADA QUE LLEGO FUERA DE SECUENCIA: CON SECUENCIA_ACCION =
      *ORDENAR SE ORDENA POR LLAVE EN SU ARCHIVO DE TRABAJO Y EL
      *CRUCE LA LEE DE AHI EN LUGAR DEL INDEXADO.
           SELECT SORT-SECUENCIA ASSIGN TO SORTWK1.
           SELECT ARCHIVO-ORDEN-A ASSIGN TO ORDENA
                  FILE STATUS IS FS-ORDENA.
           SELECT ARCHIVO-ORDEN-B ASSIGN TO ORDENB
                  FILE STATUS IS FS-ORDENB.
           SELECT ARCHIVO-ORDEN-C ASSIGN TO ORDENC
                  FILE STATUS IS FS-ORDENC.
           SELECT ARCHIVO-ORDEN-D ASSIGN TO ORDEND
                  FILE STATUS IS FS-ORDEND.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
           COPY RUNLOG.

       SD SORT-SECUENCIA.
       01 SRT-REGISTRO.
          05 SRT-LLAVE                 PIC 9(10).
          05 SRT-RESTO                 PIC X(39).

       FD ARCHIVO-ORDEN-A
           RECORDING MODE IS F.
       01 AREA-ORDEN-A                 PIC X(49).

       FD ARCHIVO-ORDEN-B
           RECORDING MODE IS F.
       01 AREA-ORDEN-B                 PIC X(49).

       FD ARCHIVO-ORDEN-C
           RECORDING MODE IS F.
       01 AREA-ORDEN-C                 PIC X(49).

       FD ARCHIVO-ORDEN-D
           RECORDING MODE IS F.
       01 AREA-ORDEN-D                 PIC X(49).

       WORKING-STORAGE SECTION.
      *CADA ARCHIVO TIENE SU PROPIO INDICADOR DE FIN, PORQUE CADA UNO
      *SE AGOTA EN UN MOMENTO DISTINTO DEL CICLO PRINCIPAL (UN SOLO
       01 FS-PROPCORR           PIC X(02) VALUE ZEROES.
       01 FS-DIFLIST            PIC X(02) VALUE ZEROES.
       01 FS-ALERTOPR           PIC X(02) VALUE ZEROES.
       01 FS-ORDENA             PIC X(02) VALUE ZEROES.
       01 FS-ORDENB             PIC X(02) VALUE ZEROES.
       01 FS-ORDENC             PIC X(02) VALUE ZEROES.
       01 FS-ORDEND             PIC X(02) VALUE ZEROES.

      *CONTROL DE LA ALERTA DE OPERACION: UMBRAL DE EXCEPCIONES,
      *CUANTAS LLAVES LISTAR, Y LA TABLA DE LLAVES CON SU CANTIDAD
          02 WKS-LLAVE-ANT-C          PIC 9(10) VALUE ZEROES.
          02 WKS-LLAVE-ANT-D          PIC 9(10) VALUE ZEROES.

      *VERIFICACION DE SECUENCIA DE LAS ENTRADAS: ANTES DEL CRUCE SE
      *RECORRE CADA ARCHIVO ACTIVO COMPROBANDO QUE LA LLAVE SUBA
      *(FASE "V"). SI ALGUNO VIENE FUERA DE SECUENCIA, EL PARAMETRO
      *SECUENCIA_ACCION DECIDE: DETENER (SIN GRABAR SALIDAS) U
      *ORDENAR LA ENTRADA EN SU ARCHIVO DE TRABAJO Y CRUZAR CON ELLA.
      *LA TABLA VA EN EL ORDEN A, B, C, D.
       01 WKS-CONTROL-SECUENCIA.
          02 WKS-SQ-ACCION            PIC X(08) VALUE "DETENER".
             88 WKS-SQ-DETENER                 VALUE "DETENER".
             88 WKS-SQ-ORDENAR                 VALUE "ORDENAR".
          02 WKS-SQ-FASE              PIC X(01) VALUE "C".
             88 WKS-SQ-VERIFICANDO             VALUE "V".
          02 WKS-SQ-CANT              PIC 9(01) VALUE ZEROES.
          02 WKS-SQ-IDX               PIC 9(01) VALUE ZEROES.
          02 WKS-SQ-LLAVE             PIC 9(10) VALUE ZEROES.
          02 WKS-SQ-PREVIA            PIC 9(10) VALUE ZEROES.
          02 WKS-SQ-ENTRADA OCCURS 4 TIMES.
             03 WKS-SQ-NOMBRE         PIC X(06).
             03 WKS-SQ-FUERA          PIC X(01).
                88 WKS-SQ-FUERA-SECUENCIA      VALUE "S".
             03 WKS-SQ-LLAVE-FUERA    PIC 9(10).
             03 WKS-SQ-ORDEN          PIC X(01).
                88 WKS-SQ-ORDENADO             VALUE "S".

      *RANGO DE LLAVES DE LA PARTICION (PARAMETROS LLAVE_DESDE /
      *LLAVE_HASTA): CON RANGO ACTIVO, CADA ARCHIVO SE POSICIONA CON
      *START EN LA LLAVE INICIAL Y LA CONCILIACION SE DETIENE AL
              MOVE 1000 TO WKS-HB-CADA
           END-IF

      *QUE HACER CON UNA ENTRADA FUERA DE SECUENCIA (DETENER U
      *ORDENAR; CUALQUIER OTRO VALOR SE TOMA COMO DETENER).
           ACCEPT WKS-SQ-ACCION FROM ENVIRONMENT "SECUENCIA_ACCION"
           IF NOT WKS-SQ-ORDENAR
              MOVE "DETENER" TO WKS-SQ-ACCION
           END-IF

           PERFORM 0059-INICIO-PARAMETROS-ARCHIVO THRU
              0059-PARAMETROS-ARCHIVO-E

      *LA SECUENCIA DE LAS ENTRADAS SE VERIFICA ANTES DE POSICIONAR
      *LA PARTICION Y ANTES DE ABRIR CUALQUIER SALIDA, PARA QUE UNA
      *CORRIDA DETENIDA NO DEJE EXCEPCIONES NI CORRECCIONES FALSAS.
           PERFORM 0070-INICIO-VERIFICA-SECUENCIA THRU
              0070-VERIFICA-SECUENCIA-E

      *EL POSICIONAMIENTO DE LA PARTICION SE HACE UNA SOLA VEZ Y
      *HASTA QUE EL RANGO QUEDO RESUELTO COMPLETO (AMBIENTE Y
      *ENCIMA EL ARCHIVO CENTRAL), PARA QUE UN LLAVE_DESDE FUGADO
                      MOVE WKS-PARM-VALOR(WKS-PARM-IDX)(1:3) TO
                         WKS-SC-UMBRAL
                   END-IF
              WHEN "SECUENCIA_ACCION"
                   IF WKS-PARM-VALOR(WKS-PARM-IDX)(1:8) = "ORDENAR"
                      MOVE "ORDENAR" TO WKS-SQ-ACCION
                   ELSE
                      MOVE "DETENER" TO WKS-SQ-ACCION
                   END-IF
              WHEN OTHER
                   DISPLAY "PARAMETRO DESCONOCIDO EN PARAMET: "
                           WKS-PARM-CLAVE(WKS-PARM-IDX)
           DISPLAY "  TOP_ALERTA: " WKS-AL-TOP
           DISPLAY "  MUESTREO_CADA: " WKS-MU-CADA
           DISPLAY "  LATIDO_REGISTROS: " WKS-HB-CADA
           DISPLAY "  UMBRAL_DETERIORO: " WKS-SC-UMBRAL
           DISPLAY "  SECUENCIA_ACCION: " WKS-SQ-ACCION.
       0059-PARAMETROS-ARCHIVO-E.
           EXIT.

                 RPT-DIFERENCIAS, ARCHIVO-LOG-ERRORES
           IF WKS-HAY-FILE-D
              CLOSE FILE-D
           END-IF
           IF WKS-SQ-ORDENADO(1)
              CLOSE ARCHIVO-ORDEN-A
           END-IF
           IF WKS-SQ-ORDENADO(2)
              CLOSE ARCHIVO-ORDEN-B
           END-IF
           IF WKS-SQ-ORDENADO(3)
              CLOSE ARCHIVO-ORDEN-C
           END-IF
           IF WKS-SQ-ORDENADO(4)
              CLOSE ARCHIVO-ORDEN-D
           END-IF.
       0003-CIERRE-E.
           EXIT.
           MOVE "SCORECARD DE CONCILIACION NOCTURNA" TO
              WKS-LINEA-SCORECARD
           WRITE AREA-SCORECARD FROM WKS-LINEA-SCORECARD
           PERFORM 0073-INICIO-SCORECARD-SECUENCIA THRU
              0073-SCORECARD-SECUENCIA-E

           IF WKS-CONT-GENERAL > ZEROES
              COMPUTE WKS-SC-PCT-HOY ROUNDED =
           IF WKS-FIN-FILE-A
              GO TO 0042-LEE-A-E
           END-IF
      *UNA ENTRADA ORDENADA EN SU ARCHIVO DE TRABAJO SE LEE DE AHI;
      *EN MODO PARTICIONADO SE SALTAN LAS LLAVES ANTERIORES AL RANGO
      *(EN EL INDEXADO ESO LO HACE EL START DE 0058).
           IF WKS-SQ-ORDENADO(1)
              READ ARCHIVO-ORDEN-A INTO FILEA-REGISTRO
              AT END
                 SET WKS-FIN-FILE-A TO TRUE
                 MOVE WKS-LLAVE-FIN-ARCHIVO TO FILEA-LLAVE
              END-READ
              IF FS-ORDENA NOT = "00" AND FS-ORDENA NOT = "10"
                 DISPLAY "NO SE PUDO LEER EL ARCHIVO ORDENADO DE "
                         "FILE-A, FILE STATUS: " FS-ORDENA
                 MOVE 'ORDENA' TO ARCHIVO
                 MOVE 'READ' TO ACCION
                 MOVE 'ARCHIVO-ORDEN-A' TO LLAVE
                 PERFORM 0009-INICIO-LOG-ERROR THRU 0009-LOG-ERROR-E
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM UNTIL WKS-FIN-FILE-A OR
                 NOT WKS-MODO-PARTICION OR
                 FILEA-LLAVE NOT < WKS-LLAVE-DESDE
                 READ ARCHIVO-ORDEN-A INTO FILEA-REGISTRO
                 AT END
                    SET WKS-FIN-FILE-A TO TRUE
                    MOVE WKS-LLAVE-FIN-ARCHIVO TO FILEA-LLAVE
                 END-READ
                 IF FS-ORDENA NOT = "00" AND FS-ORDENA NOT = "10"
                    DISPLAY "NO SE PUDO LEER EL ARCHIVO ORDENADO DE "
                            "FILE-A, FILE STATUS: " FS-ORDENA
                    MOVE 'ORDENA' TO ARCHIVO
                    MOVE 'READ' TO ACCION
                    MOVE 'ARCHIVO-ORDEN-A' TO LLAVE
                    PERFORM 0009-INICIO-LOG-ERROR THRU 0009-LOG-ERROR-E
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                 END-IF
              END-PERFORM
           ELSE
              READ FILE-A
              AT END
                 SET WKS-FIN-FILE-A TO TRUE
                 MOVE WKS-LLAVE-FIN-ARCHIVO TO FILEA-LLAVE
              END-READ
              IF FS-FILE-A NOT = 00 AND FS-FILE-A NOT = 10
                 MOVE 'FILE-A' TO ARCHIVO
                 MOVE 'READ' TO ACCION
                 MOVE 'FILEA-LLAVE' TO LLAVE
                 PERFORM 0002-INICIO-RUTINA THRU 0002-RUTINA-E
              END-IF
           END-IF
           IF NOT WKS-FIN-FILE-A AND WKS-MODO-PARTICION AND
              NOT WKS-SQ-VERIFICANDO AND
              FILEA-LLAVE > WKS-LLAVE-HASTA
              SET WKS-FIN-FILE-A TO TRUE
              MOVE WKS-LLAVE-FIN-ARCHIVO TO FILEA-LLAVE
           END-IF
      *LA LLAVE DEBE SUBIR: UNA MENOR QUE LA ANTERIOR ROMPE EL CRUCE
      *POR LLAVE MINIMA. EN LA VERIFICACION PREVIA EL ARCHIVO SE DA
      *POR TERMINADO EN ESE PUNTO; AHI NO SE CUENTAN DUPLICADOS, QUE
      *LOS CUENTA EL CRUCE.
           IF NOT WKS-FIN-FILE-A AND FILEA-LLAVE < WKS-LLAVE-ANT-A
              MOVE 1 TO WKS-SQ-IDX
              MOVE FILEA-LLAVE TO WKS-SQ-LLAVE
              MOVE WKS-LLAVE-ANT-A TO WKS-SQ-PREVIA
              PERFORM 0069-INICIO-FUERA-SECUENCIA THRU
                 0069-FUERA-SECUENCIA-E
              IF WKS-SQ-VERIFICANDO
                 SET WKS-FIN-FILE-A TO TRUE
                 MOVE WKS-LLAVE-FIN-ARCHIVO TO FILEA-LLAVE
              END-IF
           END-IF
           IF WKS-SQ-VERIFICANDO
              IF NOT WKS-FIN-FILE-A
                 MOVE FILEA-LLAVE TO WKS-LLAVE-ANT-A
              END-IF
              GO TO 0042-LEE-A-E
           END-IF
           IF NOT WKS-FIN-FILE-A
              IF FILEA-LLAVE = WKS-LLAVE-ANT-A
                 ADD 1 TO WKS-CONT-DUPLICADOS
           IF WKS-FIN-FILE-B
              GO TO 0043-LEE-B-E
           END-IF
      *UNA ENTRADA ORDENADA EN SU ARCHIVO DE TRABAJO SE LEE DE AHI;
      *EN MODO PARTICIONADO SE SALTAN LAS LLAVES ANTERIORES AL RANGO
      *(EN EL INDEXADO ESO LO HACE EL START DE 0058).
           IF WKS-SQ-ORDENADO(2)
              READ ARCHIVO-ORDEN-B INTO FILEB-REGISTRO
              AT END
                 SET WKS-FIN-FILE-B TO TRUE
                 MOVE WKS-LLAVE-FIN-ARCHIVO TO FILEB-LLAVE
              END-READ
              IF FS-ORDENB NOT = "00" AND FS-ORDENB NOT = "10"
                 DISPLAY "NO SE PUDO LEER EL ARCHIVO ORDENADO DE "
                         "FILE-B, FILE STATUS: " FS-ORDENB
                 MOVE 'ORDENB' TO ARCHIVO
                 MOVE 'READ' TO ACCION
                 MOVE 'ARCHIVO-ORDEN-B' TO LLAVE
                 PERFORM 0009-INICIO-LOG-ERROR THRU 0009-LOG-ERROR-E
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM UNTIL WKS-FIN-FILE-B OR
                 NOT WKS-MODO-PARTICION OR
                 FILEB-LLAVE NOT < WKS-LLAVE-DESDE
                 READ ARCHIVO-ORDEN-B INTO FILEB-REGISTRO
                 AT END
                    SET WKS-FIN-FILE-B TO TRUE
                    MOVE WKS-LLAVE-FIN-ARCHIVO TO FILEB-LLAVE
                 END-READ
                 IF FS-ORDENB NOT = "00" AND FS-ORDENB NOT = "10"
                    DISPLAY "NO SE PUDO LEER EL ARCHIVO ORDENADO DE "
                            "FILE-B, FILE STATUS: " FS-ORDENB
                    MOVE 'ORDENB' TO ARCHIVO
                    MOVE 'READ' TO ACCION
                    MOVE 'ARCHIVO-ORDEN-B' TO LLAVE
                    PERFORM 0009-INICIO-LOG-ERROR THRU 0009-LOG-ERROR-E
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                 END-IF
              END-PERFORM
           ELSE
              READ FILE-B NEXT
              AT END
                 SET WKS-FIN-FILE-B TO TRUE
                 MOVE WKS-LLAVE-FIN-ARCHIVO TO FILEB-LLAVE
              END-READ
              IF FS-FILE-B NOT = 00 AND FS-FILE-B NOT = 10
                 MOVE 'FILE-B' TO ARCHIVO
                 MOVE 'READ' TO ACCION
                 MOVE 'FILEB-LLAVE' TO LLAVE
                 PERFORM 0002-INICIO-RUTINA THRU 0002-RUTINA-E
              END-IF
           END-IF
           IF NOT WKS-FIN-FILE-B AND WKS-MODO-PARTICION AND
              NOT WKS-SQ-VERIFICANDO AND
              FILEB-LLAVE > WKS-LLAVE-HASTA
              SET WKS-FIN-FILE-B TO TRUE
              MOVE WKS-LLAVE-FIN-ARCHIVO TO FILEB-LLAVE
           END-IF
      *LA LLAVE DEBE SUBIR: UNA MENOR QUE LA ANTERIOR ROMPE EL CRUCE
      *POR LLAVE MINIMA. EN LA VERIFICACION PREVIA EL ARCHIVO SE DA
      *POR TERMINADO EN ESE PUNTO; AHI NO SE CUENTAN DUPLICADOS, QUE
      *LOS CUENTA EL CRUCE.
           IF NOT WKS-FIN-FILE-B AND FILEB-LLAVE < WKS-LLAVE-ANT-B
              MOVE 2 TO WKS-SQ-IDX
              MOVE FILEB-LLAVE TO WKS-SQ-LLAVE
              MOVE WKS-LLAVE-ANT-B TO WKS-SQ-PREVIA
              PERFORM 0069-INICIO-FUERA-SECUENCIA THRU
                 0069-FUERA-SECUENCIA-E
              IF WKS-SQ-VERIFICANDO
                 SET WKS-FIN-FILE-B TO TRUE
                 MOVE WKS-LLAVE-FIN-ARCHIVO TO FILEB-LLAVE
              END-IF
           END-IF
           IF WKS-SQ-VERIFICANDO
              IF NOT WKS-FIN-FILE-B
                 MOVE FILEB-LLAVE TO WKS-LLAVE-ANT-B
              END-IF
              GO TO 0043-LEE-B-E
           END-IF
           IF NOT WKS-FIN-FILE-B
              IF FILEB-LLAVE = WKS-LLAVE-ANT-B
                 ADD 1 TO WKS-CONT-DUPLICADOS
           IF WKS-FIN-FILE-C
              GO TO 0044-LEE-C-E
           END-IF
      *UNA ENTRADA ORDENADA EN SU ARCHIVO DE TRABAJO SE LEE DE AHI;
      *EN MODO PARTICIONADO SE SALTAN LAS LLAVES ANTERIORES AL RANGO
      *(EN EL INDEXADO ESO LO HACE EL START DE 0058).
           IF WKS-SQ-ORDENADO(3)
              READ ARCHIVO-ORDEN-C INTO FILEC-REGISTRO
              AT END
                 SET WKS-FIN-FILE-C TO TRUE
                 MOVE WKS-LLAVE-FIN-ARCHIVO TO FILEC-LLAVE
              END-READ
              IF FS-ORDENC NOT = "00" AND FS-ORDENC NOT = "10"
                 DISPLAY "NO SE PUDO LEER EL ARCHIVO ORDENADO DE "
                         "FILE-C, FILE STATUS: " FS-ORDENC
                 MOVE 'ORDENC' TO ARCHIVO
                 MOVE 'READ' TO ACCION
                 MOVE 'ARCHIVO-ORDEN-C' TO LLAVE
                 PERFORM 0009-INICIO-LOG-ERROR THRU 0009-LOG-ERROR-E
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM UNTIL WKS-FIN-FILE-C OR
                 NOT WKS-MODO-PARTICION OR
                 FILEC-LLAVE NOT < WKS-LLAVE-DESDE
                 READ ARCHIVO-ORDEN-C INTO FILEC-REGISTRO
                 AT END
                    SET WKS-FIN-FILE-C TO TRUE
                    MOVE WKS-LLAVE-FIN-ARCHIVO TO FILEC-LLAVE
                 END-READ
                 IF FS-ORDENC NOT = "00" AND FS-ORDENC NOT = "10"
                    DISPLAY "NO SE PUDO LEER EL ARCHIVO ORDENADO DE "
                            "FILE-C, FILE STATUS: " FS-ORDENC
                    MOVE 'ORDENC' TO ARCHIVO
                    MOVE 'READ' TO ACCION
                    MOVE 'ARCHIVO-ORDEN-C' TO LLAVE
                    PERFORM 0009-INICIO-LOG-ERROR THRU 0009-LOG-ERROR-E
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                 END-IF
              END-PERFORM
           ELSE
              READ FILE-C NEXT
              AT END
                 SET WKS-FIN-FILE-C TO TRUE
                 MOVE WKS-LLAVE-FIN-ARCHIVO TO FILEC-LLAVE
              END-READ
              IF FS-FILE-C NOT = 00 AND FS-FILE-C NOT = 10
                 MOVE 'FILE-C' TO ARCHIVO
                 MOVE 'READ' TO ACCION
                 MOVE 'FILEC-LLAVE' TO LLAVE
                 PERFORM 0002-INICIO-RUTINA THRU 0002-RUTINA-E
              END-IF
           END-IF
           IF NOT WKS-FIN-FILE-C AND WKS-MODO-PARTICION AND
              NOT WKS-SQ-VERIFICANDO AND
              FILEC-LLAVE > WKS-LLAVE-HASTA
              SET WKS-FIN-FILE-C TO TRUE
              MOVE WKS-LLAVE-FIN-ARCHIVO TO FILEC-LLAVE
           END-IF
      *LA LLAVE DEBE SUBIR: UNA MENOR QUE LA ANTERIOR ROMPE EL CRUCE
      *POR LLAVE MINIMA. EN LA VERIFICACION PREVIA EL ARCHIVO SE DA
      *POR TERMINADO EN ESE PUNTO; AHI NO SE CUENTAN DUPLICADOS, QUE
      *LOS CUENTA EL CRUCE.
           IF NOT WKS-FIN-FILE-C AND FILEC-LLAVE < WKS-LLAVE-ANT-C
              MOVE 3 TO WKS-SQ-IDX
              MOVE FILEC-LLAVE TO WKS-SQ-LLAVE
              MOVE WKS-LLAVE-ANT-C TO WKS-SQ-PREVIA
              PERFORM 0069-INICIO-FUERA-SECUENCIA THRU
                 0069-FUERA-SECUENCIA-E
              IF WKS-SQ-VERIFICANDO
                 SET WKS-FIN-FILE-C TO TRUE
                 MOVE WKS-LLAVE-FIN-ARCHIVO TO FILEC-LLAVE
              END-IF
           END-IF
           IF WKS-SQ-VERIFICANDO
              IF NOT WKS-FIN-FILE-C
                 MOVE FILEC-LLAVE TO WKS-LLAVE-ANT-C
              END-IF
              GO TO 0044-LEE-C-E
           END-IF
           IF NOT WKS-FIN-FILE-C
              IF FILEC-LLAVE = WKS-LLAVE-ANT-C
                 ADD 1 TO WKS-CONT-DUPLICADOS
           IF WKS-FIN-FILE-D
              GO TO 0045-LEE-D-E
           END-IF
      *UNA ENTRADA ORDENADA EN SU ARCHIVO DE TRABAJO SE LEE DE AHI;
      *EN MODO PARTICIONADO SE SALTAN LAS LLAVES ANTERIORES AL RANGO
      *(EN EL INDEXADO ESO LO HACE EL START DE 0058).
           IF WKS-SQ-ORDENADO(4)
              READ ARCHIVO-ORDEN-D INTO FILED-REGISTRO
              AT END
                 SET WKS-FIN-FILE-D TO TRUE
                 MOVE WKS-LLAVE-FIN-ARCHIVO TO FILED-LLAVE
              END-READ
              IF FS-ORDEND NOT = "00" AND FS-ORDEND NOT = "10"
                 DISPLAY "NO SE PUDO LEER EL ARCHIVO ORDENADO DE "
                         "FILE-D, FILE STATUS: " FS-ORDEND
                 MOVE 'ORDEND' TO ARCHIVO
                 MOVE 'READ' TO ACCION
                 MOVE 'ARCHIVO-ORDEN-D' TO LLAVE
                 PERFORM 0009-INICIO-LOG-ERROR THRU 0009-LOG-ERROR-E
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM UNTIL WKS-FIN-FILE-D OR
                 NOT WKS-MODO-PARTICION OR
                 FILED-LLAVE NOT < WKS-LLAVE-DESDE
                 READ ARCHIVO-ORDEN-D INTO FILED-REGISTRO
                 AT END
                    SET WKS-FIN-FILE-D TO TRUE
                    MOVE WKS-LLAVE-FIN-ARCHIVO TO FILED-LLAVE
                 END-READ
                 IF FS-ORDEND NOT = "00" AND FS-ORDEND NOT = "10"
                    DISPLAY "NO SE PUDO LEER EL ARCHIVO ORDENADO DE "
                            "FILE-D, FILE STATUS: " FS-ORDEND
                    MOVE 'ORDEND' TO ARCHIVO
                    MOVE 'READ' TO ACCION
                    MOVE 'ARCHIVO-ORDEN-D' TO LLAVE
                    PERFORM 0009-INICIO-LOG-ERROR THRU 0009-LOG-ERROR-E
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                 END-IF
              END-PERFORM
           ELSE
              READ FILE-D NEXT
              AT END
                 SET WKS-FIN-FILE-D TO TRUE
                 MOVE WKS-LLAVE-FIN-ARCHIVO TO FILED-LLAVE
              END-READ
              IF FS-FILE-D NOT = 00 AND FS-FILE-D NOT = 10
                 MOVE 'FILE-D' TO ARCHIVO
                 MOVE 'READ' TO ACCION
                 MOVE 'FILED-LLAVE' TO LLAVE
                 PERFORM 0002-INICIO-RUTINA THRU 0002-RUTINA-E
              END-IF
           END-IF
           IF NOT WKS-FIN-FILE-D AND WKS-MODO-PARTICION AND
              NOT WKS-SQ-VERIFICANDO AND
              FILED-LLAVE > WKS-LLAVE-HASTA
              SET WKS-FIN-FILE-D TO TRUE
              MOVE WKS-LLAVE-FIN-ARCHIVO TO FILED-LLAVE
           END-IF
      *LA LLAVE DEBE SUBIR: UNA MENOR QUE LA ANTERIOR ROMPE EL CRUCE
      *POR LLAVE MINIMA. EN LA VERIFICACION PREVIA EL ARCHIVO SE DA
      *POR TERMINADO EN ESE PUNTO; AHI NO SE CUENTAN DUPLICADOS, QUE
      *LOS CUENTA EL CRUCE.
           IF NOT WKS-FIN-FILE-D AND FILED-LLAVE < WKS-LLAVE-ANT-D
              MOVE 4 TO WKS-SQ-IDX
              MOVE FILED-LLAVE TO WKS-SQ-LLAVE
              MOVE WKS-LLAVE-ANT-D TO WKS-SQ-PREVIA
              PERFORM 0069-INICIO-FUERA-SECUENCIA THRU
                 0069-FUERA-SECUENCIA-E
              IF WKS-SQ-VERIFICANDO
                 SET WKS-FIN-FILE-D TO TRUE
                 MOVE WKS-LLAVE-FIN-ARCHIVO TO FILED-LLAVE
              END-IF
           END-IF
           IF WKS-SQ-VERIFICANDO
              IF NOT WKS-FIN-FILE-D
                 MOVE FILED-LLAVE TO WKS-LLAVE-ANT-D
              END-IF
              GO TO 0045-LEE-D-E
           END-IF
           IF NOT WKS-FIN-FILE-D
              IF FILED-LLAVE = WKS-LLAVE-ANT-D
                 ADD 1 TO WKS-CONT-DUPLICADOS
       0045-LEE-D-E.
           EXIT.

      *AVISO DE UNA LLAVE MENOR QUE LA ANTERIOR DEL MISMO ARCHIVO,
      *CON EL ARCHIVO Y LA LLAVE, EN LA SALIDA DEL TRABAJO Y EN EL
      *LOG DE CORRIDA. EN LA VERIFICACION PREVIA ADEMAS SE MARCA LA
      *ENTRADA PARA QUE 0070 DECIDA QUE HACER CON ELLA.
       0069-INICIO-FUERA-SECUENCIA SECTION.
           DISPLAY WKS-SQ-NOMBRE(WKS-SQ-IDX)
                   " FUERA DE SECUENCIA: LLAVE " WKS-SQ-LLAVE
                   " DESPUES DE " WKS-SQ-PREVIA
           MOVE 'EDUK3010' TO PROGRAMA
           MOVE WKS-SQ-NOMBRE(WKS-SQ-IDX) TO ARCHIVO
           MOVE 'FUERA-SEC' TO ACCION
           MOVE WKS-SQ-LLAVE TO LLAVE
           PERFORM 0009-INICIO-LOG-ERROR THRU 0009-LOG-ERROR-E
           IF WKS-SQ-VERIFICANDO
              ADD 1 TO WKS-SQ-CANT
              MOVE "S" TO WKS-SQ-FUERA(WKS-SQ-IDX)
              MOVE WKS-SQ-LLAVE TO WKS-SQ-LLAVE-FUERA(WKS-SQ-IDX)
           END-IF.
       0069-FUERA-SECUENCIA-E.
           EXIT.

       0070-INICIO-VERIFICA-SECUENCIA SECTION.
      *PASE PREVIO POR LAS ENTRADAS ACTIVAS CON LAS MISMAS RUTINAS DE
      *LECTURA DEL CRUCE, SOLO PARA COMPROBAR QUE LA LLAVE SUBA. EN
      *MUESTREO NO APLICA: AHI FILE-A SOLO CONDUCE Y LOS DEMAS SE
      *LEEN AL AZAR POR LLAVE.
           MOVE "FILE-A" TO WKS-SQ-NOMBRE(1)
           MOVE "FILE-B" TO WKS-SQ-NOMBRE(2)
           MOVE "FILE-C" TO WKS-SQ-NOMBRE(3)
           MOVE "FILE-D" TO WKS-SQ-NOMBRE(4)
           PERFORM VARYING WKS-SQ-IDX FROM 1 BY 1
              UNTIL WKS-SQ-IDX > 4
              MOVE "N" TO WKS-SQ-FUERA(WKS-SQ-IDX)
              MOVE ZEROES TO WKS-SQ-LLAVE-FUERA(WKS-SQ-IDX)
              MOVE "N" TO WKS-SQ-ORDEN(WKS-SQ-IDX)
           END-PERFORM
           IF WKS-MODO-MUESTREO
              GO TO 0070-VERIFICA-SECUENCIA-E
           END-IF

           MOVE "V" TO WKS-SQ-FASE
           PERFORM 0041-INICIO-LECTURA1 THRU 0041-LECTURA1-E
           PERFORM UNTIL WKS-FIN-FILE-A
              PERFORM 0042-INICIO-LEE-A THRU 0042-LEE-A-E
           END-PERFORM
           PERFORM UNTIL WKS-FIN-FILE-B
              PERFORM 0043-INICIO-LEE-B THRU 0043-LEE-B-E
           END-PERFORM
           PERFORM UNTIL WKS-FIN-FILE-C
              PERFORM 0044-INICIO-LEE-C THRU 0044-LEE-C-E
           END-PERFORM
           IF WKS-HAY-FILE-D
              PERFORM UNTIL WKS-FIN-FILE-D
                 PERFORM 0045-INICIO-LEE-D THRU 0045-LEE-D-E
              END-PERFORM
           END-IF
           MOVE "C" TO WKS-SQ-FASE

      *LAS ENTRADAS SE REABREN PARA QUE EL CRUCE ARRANQUE DESDE EL
      *PRIMER REGISTRO, CON LOS INDICADORES DE FIN Y LAS LLAVES
      *ANTERIORES EN SU ESTADO INICIAL.
           MOVE SPACES TO WKS-FIN-A, WKS-FIN-B, WKS-FIN-C, WKS-FIN-D
           MOVE ZEROES TO WKS-LLAVE-ANT-A, WKS-LLAVE-ANT-B,
                          WKS-LLAVE-ANT-C, WKS-LLAVE-ANT-D
           CLOSE FILE-A, FILE-B, FILE-C
           OPEN INPUT FILE-A, FILE-B, FILE-C
           IF WKS-HAY-FILE-D
              CLOSE FILE-D
              OPEN INPUT FILE-D
           END-IF

           IF WKS-SQ-CANT = ZEROES
              DISPLAY "ENTRADAS VERIFICADAS EN SECUENCIA ASCENDENTE"
              GO TO 0070-VERIFICA-SECUENCIA-E
           END-IF
           IF WKS-SQ-DETENER
              PERFORM 0072-INICIO-DETIENE-SECUENCIA THRU
                 0072-DETIENE-SECUENCIA-E
           END-IF
           PERFORM 0071-INICIO-ORDENA-ENTRADAS THRU
              0071-ORDENA-ENTRADAS-E.
       0070-VERIFICA-SECUENCIA-E.
           EXIT.

       0071-INICIO-ORDENA-ENTRADAS SECTION.
      *SECUENCIA_ACCION = ORDENAR: CADA ENTRADA FUERA DE SECUENCIA SE
      *ORDENA POR LLAVE EN SU ARCHIVO DE TRABAJO (ORDENA..ORDEND) Y
      *QUEDA ABIERTA PARA QUE 0042..0045 LA LEAN DE AHI. EL INDEXADO
      *SE VUELVE A ABRIR SOLO PARA QUE EL CIERRE Y EL POSICIONAMIENTO
      *DE LA PARTICION LO ENCUENTREN COMO SIEMPRE.
           IF WKS-SQ-FUERA-SECUENCIA(1)
              CLOSE FILE-A
              SORT SORT-SECUENCIA ON ASCENDING KEY SRT-LLAVE
                 USING FILE-A GIVING ARCHIVO-ORDEN-A
              OPEN INPUT FILE-A
              OPEN INPUT ARCHIVO-ORDEN-A
              IF SORT-RETURN NOT = ZEROES OR FS-ORDENA NOT = "00"
                 DISPLAY "NO SE PUDO ORDENAR FILE-A EN SU ARCHIVO "
                         "DE TRABAJO"
                 MOVE 'FILE-A' TO ARCHIVO
                 MOVE 'SORT' TO ACCION
                 MOVE 'ARCHIVO-ORDEN-A' TO LLAVE
                 PERFORM 0009-INICIO-LOG-ERROR THRU 0009-LOG-ERROR-E
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE "S" TO WKS-SQ-ORDEN(1)
              MOVE 1 TO WKS-SQ-IDX
              PERFORM 0074-INICIO-REGISTRA-ORDEN THRU
                 0074-REGISTRA-ORDEN-E
           END-IF
           IF WKS-SQ-FUERA-SECUENCIA(2)
              CLOSE FILE-B
              SORT SORT-SECUENCIA ON ASCENDING KEY SRT-LLAVE
                 USING FILE-B GIVING ARCHIVO-ORDEN-B
              OPEN INPUT FILE-B
              OPEN INPUT ARCHIVO-ORDEN-B
              IF SORT-RETURN NOT = ZEROES OR FS-ORDENB NOT = "00"
                 DISPLAY "NO SE PUDO ORDENAR FILE-B EN SU ARCHIVO "
                         "DE TRABAJO"
                 MOVE 'FILE-B' TO ARCHIVO
                 MOVE 'SORT' TO ACCION
                 MOVE 'ARCHIVO-ORDEN-B' TO LLAVE
                 PERFORM 0009-INICIO-LOG-ERROR THRU 0009-LOG-ERROR-E
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE "S" TO WKS-SQ-ORDEN(2)
              MOVE 2 TO WKS-SQ-IDX
              PERFORM 0074-INICIO-REGISTRA-ORDEN THRU
                 0074-REGISTRA-ORDEN-E
           END-IF
           IF WKS-SQ-FUERA-SECUENCIA(3)
              CLOSE FILE-C
              SORT SORT-SECUENCIA ON ASCENDING KEY SRT-LLAVE
                 USING FILE-C GIVING ARCHIVO-ORDEN-C
              OPEN INPUT FILE-C
              OPEN INPUT ARCHIVO-ORDEN-C
              IF SORT-RETURN NOT = ZEROES OR FS-ORDENC NOT = "00"
                 DISPLAY "NO SE PUDO ORDENAR FILE-C EN SU ARCHIVO "
                         "DE TRABAJO"
                 MOVE 'FILE-C' TO ARCHIVO
                 MOVE 'SORT' TO ACCION
                 MOVE 'ARCHIVO-ORDEN-C' TO LLAVE
                 PERFORM 0009-INICIO-LOG-ERROR THRU 0009-LOG-ERROR-E
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE "S" TO WKS-SQ-ORDEN(3)
              MOVE 3 TO WKS-SQ-IDX
              PERFORM 0074-INICIO-REGISTRA-ORDEN THRU
                 0074-REGISTRA-ORDEN-E
           END-IF
           IF WKS-SQ-FUERA-SECUENCIA(4)
              CLOSE FILE-D
              SORT SORT-SECUENCIA ON ASCENDING KEY SRT-LLAVE
                 USING FILE-D GIVING ARCHIVO-ORDEN-D
              OPEN INPUT FILE-D
              OPEN INPUT ARCHIVO-ORDEN-D
              IF SORT-RETURN NOT = ZEROES OR FS-ORDEND NOT = "00"
                 DISPLAY "NO SE PUDO ORDENAR FILE-D EN SU ARCHIVO "
                         "DE TRABAJO"
                 MOVE 'FILE-D' TO ARCHIVO
                 MOVE 'SORT' TO ACCION
                 MOVE 'ARCHIVO-ORDEN-D' TO LLAVE
                 PERFORM 0009-INICIO-LOG-ERROR THRU 0009-LOG-ERROR-E
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE "S" TO WKS-SQ-ORDEN(4)
              MOVE 4 TO WKS-SQ-IDX
              PERFORM 0074-INICIO-REGISTRA-ORDEN THRU
                 0074-REGISTRA-ORDEN-E
           END-IF.
       0071-ORDENA-ENTRADAS-E.
           EXIT.

       0072-INICIO-DETIENE-SECUENCIA SECTION.
      *SECUENCIA_ACCION = DETENER: LA CORRIDA TERMINA ANTES DE ABRIR
      *LAS SALIDAS. SOLO QUEDAN LA DECISION EN EL LOG DE CORRIDA Y EL
      *SCORECARD CON LAS ENTRADAS Y LLAVES QUE LA PROVOCARON.
           DISPLAY "CONCILIACION DETENIDA: ENTRADAS FUERA DE "
                   "SECUENCIA (SECUENCIA_ACCION = DETENER)"
           DISPLAY "NO SE GRABARON EXCEPCIONES NI CORRECCIONES"
           MOVE 'EDUK3010' TO PROGRAMA
           MOVE 'ENTRADAS' TO ARCHIVO
           MOVE 'DETENIDO' TO ACCION
           MOVE 'SECUENCIA_ACCION=DETENER' TO LLAVE
           PERFORM 0009-INICIO-LOG-ERROR THRU 0009-LOG-ERROR-E

           OPEN OUTPUT RPT-SCORECARD
           IF FS-SCORECRD = "00"
              MOVE "SCORECARD DE CONCILIACION NOCTURNA" TO
                 WKS-LINEA-SCORECARD
              WRITE AREA-SCORECARD FROM WKS-LINEA-SCORECARD
              PERFORM 0073-INICIO-SCORECARD-SECUENCIA THRU
                 0073-SCORECARD-SECUENCIA-E
              MOVE "CONCILIACION DETENIDA: NO SE GRABARON SALIDAS"
                 TO WKS-LINEA-SCORECARD
              WRITE AREA-SCORECARD FROM WKS-LINEA-SCORECARD
              CLOSE RPT-SCORECARD
           ELSE
              DISPLAY "NO SE PUDO ABRIR EL SCORECARD"
           END-IF

           CLOSE FILE-A, FILE-B, FILE-C, ARCHIVO-LOG-ERRORES
           IF WKS-HAY-FILE-D
              CLOSE FILE-D
           END-IF
           MOVE 12 TO RETURN-CODE
           STOP RUN.
       0072-DETIENE-SECUENCIA-E.
           EXIT.

      *RENGLONES DEL SCORECARD CON EL RESULTADO DE LA VERIFICACION DE
      *SECUENCIA Y LA DECISION TOMADA POR CADA ENTRADA.
       0073-INICIO-SCORECARD-SECUENCIA SECTION.
           IF WKS-SQ-CANT = ZEROES
              MOVE "ENTRADAS VERIFICADAS EN SECUENCIA ASCENDENTE" TO
                 WKS-LINEA-SCORECARD
              WRITE AREA-SCORECARD FROM WKS-LINEA-SCORECARD
              GO TO 0073-SCORECARD-SECUENCIA-E
           END-IF
           PERFORM VARYING WKS-SQ-IDX FROM 1 BY 1
              UNTIL WKS-SQ-IDX > 4
              IF WKS-SQ-FUERA-SECUENCIA(WKS-SQ-IDX)
                 MOVE SPACES TO WKS-LINEA-SCORECARD
                 IF WKS-SQ-ORDENAR
                    STRING "ENTRADA " WKS-SQ-NOMBRE(WKS-SQ-IDX)
                           " FUERA DE SECUENCIA EN LLAVE "
                           WKS-SQ-LLAVE-FUERA(WKS-SQ-IDX)
                           ": ORDENADA Y CRUCE REINICIADO"
                           DELIMITED BY SIZE INTO WKS-LINEA-SCORECARD
                 ELSE
                    STRING "ENTRADA " WKS-SQ-NOMBRE(WKS-SQ-IDX)
                           " FUERA DE SECUENCIA EN LLAVE "
                           WKS-SQ-LLAVE-FUERA(WKS-SQ-IDX)
                           ": CORRIDA DETENIDA"
                           DELIMITED BY SIZE INTO WKS-LINEA-SCORECARD
                 END-IF
                 WRITE AREA-SCORECARD FROM WKS-LINEA-SCORECARD
              END-IF
           END-PERFORM.
       0073-SCORECARD-SECUENCIA-E.
           EXIT.

      *LA ENTRADA RECIEN ORDENADA QUEDA ANOTADA EN EL LOG DE CORRIDA
      *CON LA LLAVE QUE ROMPIO LA SECUENCIA.
       0074-INICIO-REGISTRA-ORDEN SECTION.
           DISPLAY WKS-SQ-NOMBRE(WKS-SQ-IDX)
                   " ORDENADO EN SU ARCHIVO DE TRABAJO; EL CRUCE "
                   "ARRANCA DE NUEVO CON EL"
           MOVE 'EDUK3010' TO PROGRAMA
           MOVE WKS-SQ-NOMBRE(WKS-SQ-IDX) TO ARCHIVO
           MOVE 'ORDENADO' TO ACCION
           MOVE WKS-SQ-LLAVE-FUERA(WKS-SQ-IDX) TO LLAVE
           PERFORM 0009-INICIO-LOG-ERROR THRU 0009-LOG-ERROR-E.
       0074-REGISTRA-ORDEN-E.
           EXIT.

       0046-INICIO-LLAVE-MINIMA SECTION.
      *LA LLAVE QUE SE EVALUA EN ESTA VUELTA ES LA MAS BAJA ENTRE LOS
      *ARCHIVOS ACTIVOS (ESTO REEMPLAZA LA VIEJA COMPARACION FIJA
