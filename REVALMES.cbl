      ******************************************************************
      * FECHA       : 2026                                             *
      * PROGRAMADOR : DIANA STEFFANNY SALGUERO ROSALES                 *
      * APLICACION  : EDUCACION                                        *
      * PROGRAMA    : EDUC3083                                         *
      * TIPO        : BATCH (FIN DE MES)                               *
      * DESCRIPCION : REVALUACION DE FIN DE MES DE LAS POSICIONES EN   *
      *             : MONEDA EXTRANJERA. TOMA EL SALDO DE CIERRE DE    *
      *             : CADA CUENTA DEL FILE-A CUYA MONEDA (SEGUN EL     *
      *             : MAESTRO CTAMST) NO ES QUETZAL Y LO REVALUA A LA  *
      *             : TASA DE CIERRE DEL MES CONTRA LA TASA EN LIBROS  *
      *             : (CIERRE DEL MES ANTERIOR). GRABA EL DIFERENCIAL  *
      *             : NO REALIZADO POR CUENTA (REVALCTA), EL RESUMEN   *
      *             : POR AGENCIA Y MONEDA (RPTREVAL) Y LA POLIZA DE   *
      *             : REVALUACION EN EL LAYOUT DE GLVOUCH (GLVREVAL),  *
      *             : UNA PAREJA DEBE/HABER POR AGENCIA EN QUETZALES.  *
      *             : LAS TASAS DE CIERRE DE CADA MES QUEDAN EN EL     *
      *             : HISTORICO TCHIST: LA PRIMERA CORRIDA DEL MES LAS *
      *             : TOMA DEL TIPOCAM DEL DIA Y LAS AGREGA; UNA       *
      *             : RECORRIDA DE UN MES YA CERRADO (PERIODO=AAAAMM,  *
      *             : CON EL FILE-A DE ESE CIERRE) USA LAS DEL         *
      *             : HISTORICO SIN TOCARLO.                           *
      * ARCHIVOS    : FILE-A (ENTRADA), CTAMST (ENTRADA), TIPOCAM      *
      *             : (ENTRADA), TCHIST (ENTRADA/SALIDA), REVALCTA     *
      *             : (SALIDA), RPTREVAL (SALIDA), GLVREVAL (SALIDA)   *
      * PROGRAMA(S) : PARMRD01, RUNSTAT1                               *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDUC3083.
       AUTHOR. DIANA SALGUERO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-A ASSIGN TO FILE-A
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS FILEA-LLAVE
                  FILE STATUS IS WKS-FS-FILEA.
           SELECT CUENTA-MASTER ASSIGN TO CTAMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CTAMST-LLAVE
                  FILE STATUS IS WKS-FS-CTAMST.
      *MISMO ARCHIVO DE TIPOS DE CAMBIO QUE USA EL EXTRACTO DIARIO.
           SELECT TIPO-CAMBIO ASSIGN TO TIPOCAM
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-TIPOCAM.
      *HISTORICO DE TASAS DE CIERRE: PERIODO AAAAMM, ESPACIO Y LA
      *MISMA LINEA DE TIPOCAM (CODIGO, TASA Y FECHA DE LA TASA).
           SELECT HISTORICO-TASAS ASSIGN TO TCHIST
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-TCHIST.
           SELECT REVALUACION-CUENTAS ASSIGN TO REVALCTA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-REVALCTA.
           SELECT RPT-REVALUACION ASSIGN TO RPTREVAL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-RPTREVAL.
           SELECT POLIZA-REVALUACION ASSIGN TO GLVREVAL
                  FILE STATUS IS WKS-FS-GLVREVAL.

       DATA DIVISION.

       FILE SECTION.
       FD FILE-A.
           COPY FILE-A.

       FD CUENTA-MASTER.
           COPY CTAMST.

       FD TIPO-CAMBIO.
       01 REG-TIPO-CAMBIO               PIC X(30).

       FD HISTORICO-TASAS.
       01 REG-HISTORICO-TASAS           PIC X(40).

       FD REVALUACION-CUENTAS.
       01 REG-REVALUACION-CUENTA        PIC X(100).

       FD RPT-REVALUACION.
       01 REG-RPT-REVALUACION           PIC X(132).

       FD POLIZA-REVALUACION
           RECORDING MODE IS F.
       01 AREA-POLIZA                   PIC X(60).

       WORKING-STORAGE SECTION.

       01 WKS-CONTROL-ARCHIVOS.
          02 WKS-FS-FILEA               PIC X(02) VALUE SPACES.
             88 WKS-FIN-FILEA                     VALUE "10".
          02 WKS-FS-CTAMST              PIC X(02) VALUE SPACES.
          02 WKS-FS-TIPOCAM             PIC X(02) VALUE SPACES.
             88 WKS-FIN-TIPOCAM                   VALUE "10".
          02 WKS-FS-TCHIST              PIC X(02) VALUE SPACES.
             88 WKS-FIN-TCHIST                    VALUE "10".
          02 WKS-FS-REVALCTA            PIC X(02) VALUE SPACES.
          02 WKS-FS-RPTREVAL            PIC X(02) VALUE SPACES.
          02 WKS-FS-GLVREVAL            PIC X(02) VALUE SPACES.

      *VISTA DE LA LINEA DEL ARCHIVO DE TIPOS DE CAMBIO:
      *C TTTT.DDDDDD AAAAMMDD (CODIGO, TASA, FECHA DE LA TASA).
       01 WKS-LINEA-TASA.
          02 WKS-TC-CODIGO              PIC 9(01).
          02 FILLER                     PIC X(01).
          02 WKS-TC-TASA-ENT            PIC 9(04).
          02 FILLER                     PIC X(01).
          02 WKS-TC-TASA-DEC            PIC 9(06).
          02 FILLER                     PIC X(01).
          02 WKS-TC-FECHA               PIC 9(08).
          02 FILLER                     PIC X(08).

       01 WKS-LINEA-HISTORICO.
          02 WKS-HI-PERIODO             PIC 9(06) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-HI-CODIGO              PIC 9(01) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-HI-TASA-ENT            PIC 9(04) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE ".".
          02 WKS-HI-TASA-DEC            PIC 9(06) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-HI-FECHA               PIC 9(08) VALUE ZEROES.
          02 FILLER                     PIC X(11) VALUE SPACES.

      *TASAS POR CODIGO DE MONEDA (1-9): EN LIBROS (CIERRE DEL MES
      *ANTERIOR) Y DE CIERRE DEL PERIODO, CON SU ORIGEN.
       01 WKS-TABLA-TASAS.
          02 WKS-TA-ENTRADA OCCURS 9 TIMES.
             03 WKS-TA-LIBRO            PIC 9(04)V9(06).
             03 WKS-TA-LIBRO-SW         PIC X(01).
                88 WKS-TA-CON-LIBRO               VALUE "S".
             03 WKS-TA-CIERRE           PIC 9(04)V9(06).
             03 WKS-TA-CIERRE-FECHA     PIC 9(08).
             03 WKS-TA-CIERRE-SW        PIC X(01).
                88 WKS-TA-CON-CIERRE              VALUE "S".
             03 WKS-TA-CUENTAS          PIC 9(07).
             03 WKS-TA-SIN-TASA         PIC 9(07).
          02 WKS-TA-IDX                 PIC 9(02) VALUE ZEROES.

      *ACUMULADOS POR AGENCIA Y MONEDA PARA EL RESUMEN Y LA POLIZA.
       01 WKS-TABLA-AGENCIAS.
          02 WKS-AG-ENTRADA OCCURS 600 TIMES.
             03 WKS-AG-AGENCIA          PIC 9(03).
             03 WKS-AG-MONEDA           PIC 9(01).
             03 WKS-AG-CUENTAS          PIC 9(07).
             03 WKS-AG-SALDO            PIC S9(13)V99.
             03 WKS-AG-DIFERENCIAL      PIC S9(13)V99.
          02 WKS-AG-CANT                PIC 9(03) VALUE ZEROES.
          02 WKS-AG-IDX                 PIC 9(03) VALUE ZEROES.
          02 WKS-AG-IDX2                PIC 9(03) VALUE ZEROES.
          02 WKS-AG-AUXILIAR            PIC X(41) VALUE SPACES.

       01 WKS-CONTROL-REVALUACION.
          02 WKS-FECHA-NEGOCIO          PIC 9(08) VALUE ZEROES.
          02 WKS-FECHA-ENTERA           PIC X(20) VALUE SPACES.
          02 WKS-PERIODO                PIC 9(06) VALUE ZEROES.
          02 WKS-PERIODO-R REDEFINES WKS-PERIODO.
             03 WKS-PE-ANIO             PIC 9(04).
             03 WKS-PE-MES              PIC 9(02).
          02 WKS-PERIODO-ANTERIOR       PIC 9(06) VALUE ZEROES.
          02 WKS-PERIODO-ANT-R REDEFINES WKS-PERIODO-ANTERIOR.
             03 WKS-PA-ANIO             PIC 9(04).
             03 WKS-PA-MES              PIC 9(02).
          02 WKS-CUENTA-RESULTADO       PIC 9(06) VALUE 710101.
          02 WKS-CUENTA-AJUSTE          PIC 9(06) VALUE 219901.
          02 WKS-HISTORICO-SW           PIC X(01) VALUE "N".
             88 WKS-PERIODO-EN-HISTORICO          VALUE "S".
          02 WKS-DIFERENCIAL            PIC S9(13)V99 VALUE ZEROES.
          02 WKS-DIFERENCIAL-ABS        PIC 9(13)V99 VALUE ZEROES.
          02 WKS-TOTAL-DIFERENCIAL      PIC S9(13)V99 VALUE ZEROES.
          02 WKS-AGENCIA-ANTERIOR       PIC 9(03) VALUE ZEROES.
          02 WKS-SUBTOTAL-AGENCIA       PIC S9(13)V99 VALUE ZEROES.
          02 WKS-PRUEBA-CERO            PIC S9(13)V99 VALUE ZEROES.
          02 WKS-ED-TASA-LIBRO          PIC ZZZ9.999999 VALUE ZEROES.
          02 WKS-ED-TASA-CIERRE         PIC ZZZ9.999999 VALUE ZEROES.

       01 WKS-ITERACIONES.
          02 WKS-I-CUENTAS              PIC 9(07) VALUE ZEROES.
          02 WKS-I-EXTRANJERAS          PIC 9(07) VALUE ZEROES.
          02 WKS-I-REVALUADAS           PIC 9(07) VALUE ZEROES.
          02 WKS-I-SIN-MAESTRO          PIC 9(07) VALUE ZEROES.
          02 WKS-I-SIN-TASA             PIC 9(07) VALUE ZEROES.
          02 WKS-I-TASAS-AGREGADAS      PIC 9(02) VALUE ZEROES.
          02 WKS-I-LINEAS-POLIZA        PIC 9(05) VALUE ZEROES.
          02 WKS-I-DESBORDE             PIC 9(05) VALUE ZEROES.

      *DIFERENCIAL POR CUENTA.
       01 WKS-LINEA-CUENTA.
          02 WKS-LR-CUENTA              PIC 9(10) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE "|".
          02 WKS-LR-AGENCIA             PIC 9(03) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE "|".
          02 WKS-LR-MONEDA              PIC 9(01) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE "|".
          02 WKS-LR-SALDO-SIGNO         PIC X(01) VALUE "+".
          02 WKS-LR-SALDO               PIC 9(09)V99 VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE "|".
          02 WKS-LR-TASA-LIBRO          PIC 9(04)V9(06) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE "|".
          02 WKS-LR-TASA-CIERRE         PIC 9(04)V9(06) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE "|".
          02 WKS-LR-DIF-SIGNO           PIC X(01) VALUE "+".
          02 WKS-LR-DIFERENCIAL         PIC 9(13)V99 VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE "|".
          02 WKS-LR-PERIODO             PIC 9(06) VALUE ZEROES.
          02 FILLER                     PIC X(25) VALUE SPACES.

       01 WKS-LINEA-AGENCIA.
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 FILLER                     PIC X(08) VALUE "AGENCIA ".
          02 WKS-LA-AGENCIA             PIC 9(03) VALUE ZEROES.
          02 FILLER                     PIC X(09) VALUE "  MONEDA ".
          02 WKS-LA-MONEDA              PIC 9(01) VALUE ZEROES.
          02 FILLER                     PIC X(10) VALUE "  CUENTAS ".
          02 WKS-LA-CUENTAS             PIC Z,ZZZ,ZZ9 VALUE ZEROES.
          02 FILLER                     PIC X(15)
                                        VALUE "  POSICION ME ".
          02 WKS-LA-SALDO               PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99
                                        VALUE ZEROES.
          02 FILLER                     PIC X(15)
                                        VALUE "  DIFERENCIAL ".
          02 WKS-LA-DIFERENCIAL         PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99
                                        VALUE ZEROES.

       01 WKS-LINEA-TOTAL.
          02 WKS-LT-TITULO              PIC X(40) VALUE SPACES.
          02 WKS-LT-DIFERENCIAL         PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99
                                        VALUE ZEROES.

      *MISMA LINEA DE POLIZA QUE GRABA EDUC3011 (WKS-LINEA-POLIZA).
       01 WKS-LINEA-POLIZA.
          02 WKS-PZ-TIPO                PIC X(01) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE "|".
          02 WKS-PZ-CUENTA              PIC 9(06) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE "|".
          02 WKS-PZ-FECHA               PIC 9(08) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE "|".
          02 WKS-PZ-CORRIDA             PIC 9(06) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE "|".
          02 WKS-PZ-AGENCIA             PIC 9(03) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE "|".
          02 WKS-PZ-MONEDA              PIC 9(01) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE "|".
          02 WKS-PZ-SIGNO               PIC X(01) VALUE "+".
          02 WKS-PZ-VALOR               PIC 9(11)V99 VALUE ZEROES.

      *AREA PARA EL LECTOR COMUN DEL ARCHIVO CENTRAL DE PARAMETROS.
       01 WKS-CONTROL-PARAMETROS.
          02 WKS-PARM-SECCION           PIC X(08) VALUE "EDUC3083".
          02 WKS-PARM-CANT              PIC 9(02) VALUE ZEROES.
          02 WKS-PARM-TABLA.
             03 WKS-PARM-ENTRADA OCCURS 20 TIMES.
                04 WKS-PARM-CLAVE       PIC X(20).
                04 WKS-PARM-VALOR       PIC X(20).
          02 WKS-PARM-SIN-SECCION       PIC X(01) VALUE "S".
          02 WKS-PARM-IDX               PIC 9(02) VALUE ZEROES.

      *AREA PARA LA RUTINA COMUN DE ESTADISTICAS DE CORRIDA.
       01 WKS-CONTROL-ESTADISTICA.
          02 WKS-ST-PROGRAMA            PIC X(08) VALUE "EDUK3083".
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

           INITIALIZE WKS-TABLA-TASAS
           INITIALIZE WKS-TABLA-AGENCIAS

           PERFORM 0001-INICIO-PARAMETROS THRU 0001-PARAMETROS-E
           PERFORM 0002-INICIO-CARGA-HISTORICO THRU
              0002-CARGA-HISTORICO-E
           IF NOT WKS-PERIODO-EN-HISTORICO
              PERFORM 0003-INICIO-CIERRE-TIPOCAM THRU
                 0003-CIERRE-TIPOCAM-E
           END-IF
           PERFORM 0004-INICIO-REVALUA THRU 0004-REVALUA-E
           PERFORM 0005-INICIO-RESUMEN THRU 0005-RESUMEN-E
           PERFORM 0006-INICIO-POLIZA THRU 0006-POLIZA-E

           DISPLAY "CUENTAS LEIDAS DEL FILE-A: " WKS-I-CUENTAS
           DISPLAY "CUENTAS EN MONEDA EXTRANJERA: " WKS-I-EXTRANJERAS
           DISPLAY "CUENTAS REVALUADAS: " WKS-I-REVALUADAS
           DISPLAY "CUENTAS SIN MAESTRO: " WKS-I-SIN-MAESTRO
           DISPLAY "CUENTAS SIN TASA PARA REVALUAR: " WKS-I-SIN-TASA
           DISPLAY "TASAS DE CIERRE AGREGADAS AL HISTORICO: "
                   WKS-I-TASAS-AGREGADAS
           DISPLAY "DIFERENCIAL TOTAL NO REALIZADO: "
                   WKS-TOTAL-DIFERENCIAL
           IF WKS-I-DESBORDE > ZEROES
              DISPLAY "ENTRADAS QUE NO CUPIERON EN LAS TABLAS: "
                      WKS-I-DESBORDE
           END-IF

           MOVE WKS-I-CUENTAS TO WKS-ST-LEIDOS
           MOVE WKS-I-REVALUADAS TO WKS-ST-ESCRITOS
           COMPUTE WKS-ST-RECHAZADOS = WKS-I-SIN-TASA +
              WKS-I-SIN-MAESTRO
           CALL 'RUNSTAT1' USING WKS-ST-PROGRAMA
                                 WKS-ST-FECHA-INICIO
                                 WKS-ST-HORA-INICIO
                                 WKS-ST-LEIDOS
                                 WKS-ST-ESCRITOS
                                 WKS-ST-RECHAZADOS

      *SIN TASA NO HAY REVALUACION COMPLETA: LA POLIZA NO DEBE
      *CONTABILIZARSE HASTA CORREGIR LAS TASAS.
           EVALUATE TRUE
           WHEN WKS-I-SIN-TASA > ZEROES OR WKS-I-DESBORDE > ZEROES
                MOVE 8 TO RETURN-CODE
           WHEN WKS-I-SIN-MAESTRO > ZEROES
                MOVE 4 TO RETURN-CODE
           END-EVALUATE

           STOP RUN.
       0000-INICIO-E.
           EXIT.

       0001-INICIO-PARAMETROS SECTION.
      *FECHA_NEGOCIO: FECHA DE LA POLIZA, POR OMISION LA DE PROCESO.
      *PERIODO: MES A REVALUAR (AAAAMM), POR OMISION EL DE LA FECHA
      *DE NEGOCIO. CUENTA_RESULTADO Y CUENTA_AJUSTE: CUENTAS DEL
      *MAYOR DE LA PAREJA DEBE/HABER DE LA POLIZA.
           MOVE FUNCTION CURRENT-DATE TO WKS-FECHA-ENTERA
           ACCEPT WKS-FECHA-NEGOCIO FROM ENVIRONMENT "FECHA_NEGOCIO"
           IF WKS-FECHA-NEGOCIO NOT NUMERIC OR
              WKS-FECHA-NEGOCIO = ZEROES
              MOVE WKS-FECHA-ENTERA(1:8) TO WKS-FECHA-NEGOCIO
           END-IF
           ACCEPT WKS-PERIODO FROM ENVIRONMENT "PERIODO"
           IF WKS-PERIODO NOT NUMERIC OR WKS-PERIODO = ZEROES
              MOVE WKS-FECHA-NEGOCIO(1:6) TO WKS-PERIODO
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
              WHEN "PERIODO"
                   IF WKS-PARM-VALOR(WKS-PARM-IDX)(1:6) NUMERIC
                      MOVE WKS-PARM-VALOR(WKS-PARM-IDX)(1:6) TO
                         WKS-PERIODO
                   END-IF
              WHEN "CUENTA_RESULTADO"
                   IF WKS-PARM-VALOR(WKS-PARM-IDX)(1:6) NUMERIC
                      MOVE WKS-PARM-VALOR(WKS-PARM-IDX)(1:6) TO
                         WKS-CUENTA-RESULTADO
                   END-IF
              WHEN "CUENTA_AJUSTE"
                   IF WKS-PARM-VALOR(WKS-PARM-IDX)(1:6) NUMERIC
                      MOVE WKS-PARM-VALOR(WKS-PARM-IDX)(1:6) TO
                         WKS-CUENTA-AJUSTE
                   END-IF
              WHEN OTHER
                   DISPLAY "PARAMETRO DESCONOCIDO EN PARAMET: "
                           WKS-PARM-CLAVE(WKS-PARM-IDX)
              END-EVALUATE
           END-PERFORM

           IF WKS-PE-MES < 1 OR WKS-PE-MES > 12
              DISPLAY "PERIODO INVALIDO: " WKS-PERIODO
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           IF WKS-PE-MES = 1
              COMPUTE WKS-PA-ANIO = WKS-PE-ANIO - 1
              MOVE 12 TO WKS-PA-MES
           ELSE
              MOVE WKS-PE-ANIO TO WKS-PA-ANIO
              COMPUTE WKS-PA-MES = WKS-PE-MES - 1
           END-IF

           DISPLAY "PARAMETROS EFECTIVOS DE LA CORRIDA:"
           DISPLAY "  FECHA_NEGOCIO: " WKS-FECHA-NEGOCIO
           DISPLAY "  PERIODO: " WKS-PERIODO
           DISPLAY "  CUENTA_RESULTADO: " WKS-CUENTA-RESULTADO
           DISPLAY "  CUENTA_AJUSTE: " WKS-CUENTA-AJUSTE.
       0001-PARAMETROS-E.
           EXIT.

       0002-INICIO-CARGA-HISTORICO SECTION.
      *LA TASA EN LIBROS ES LA DE CIERRE DEL MES ANTERIOR; SI EL
      *PERIODO YA ESTA EN EL HISTORICO (RECORRIDA), SU TASA DE
      *CIERRE TAMBIEN SALE DE AHI. LA PRIMERA VEZ NO HAY HISTORICO.
           OPEN INPUT HISTORICO-TASAS
           IF WKS-FS-TCHIST = "35"
              DISPLAY "SIN HISTORICO DE TASAS TCHIST"
              GO TO 0002-CARGA-HISTORICO-E
           END-IF
           IF WKS-FS-TCHIST NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL HISTORICO DE TASAS"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           READ HISTORICO-TASAS INTO WKS-LINEA-HISTORICO
           AT END
              SET WKS-FIN-TCHIST TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-TCHIST
                   IF WKS-HI-PERIODO NUMERIC AND
                      WKS-HI-CODIGO NUMERIC AND
                      WKS-HI-CODIGO > ZEROES AND
                      WKS-HI-TASA-ENT NUMERIC AND
                      WKS-HI-TASA-DEC NUMERIC
                      MOVE WKS-HI-CODIGO TO WKS-TA-IDX
                      EVALUATE WKS-HI-PERIODO
                      WHEN WKS-PERIODO-ANTERIOR
                           COMPUTE WKS-TA-LIBRO(WKS-TA-IDX) =
                              WKS-HI-TASA-ENT +
                              (WKS-HI-TASA-DEC / 1000000)
                           MOVE "S" TO WKS-TA-LIBRO-SW(WKS-TA-IDX)
                      WHEN WKS-PERIODO
                           COMPUTE WKS-TA-CIERRE(WKS-TA-IDX) =
                              WKS-HI-TASA-ENT +
                              (WKS-HI-TASA-DEC / 1000000)
                           MOVE WKS-HI-FECHA TO
                              WKS-TA-CIERRE-FECHA(WKS-TA-IDX)
                           MOVE "S" TO WKS-TA-CIERRE-SW(WKS-TA-IDX)
                           MOVE "S" TO WKS-HISTORICO-SW
                      END-EVALUATE
                   ELSE
                      DISPLAY "LINEA DE HISTORICO INVALIDA: "
                              WKS-LINEA-HISTORICO
                   END-IF
                   READ HISTORICO-TASAS INTO WKS-LINEA-HISTORICO
                   AT END
                      SET WKS-FIN-TCHIST TO TRUE
                   END-READ
           END-PERFORM

           CLOSE HISTORICO-TASAS

           IF WKS-PERIODO-EN-HISTORICO
              DISPLAY "RECORRIDA: TASAS DE CIERRE DEL PERIODO "
                      WKS-PERIODO " TOMADAS DEL HISTORICO"
           END-IF.
       0002-CARGA-HISTORICO-E.
           EXIT.

       0003-INICIO-CIERRE-TIPOCAM SECTION.
      *PRIMERA CORRIDA DEL PERIODO: LA TASA DE CIERRE ES LA DEL
      *TIPOCAM, SIEMPRE QUE SU FECHA CAIGA DENTRO DEL PERIODO; SE
      *AGREGA AL HISTORICO PARA LAS RECORRIDAS Y PARA SER LA TASA
      *EN LIBROS DEL MES SIGUIENTE.
           OPEN INPUT TIPO-CAMBIO
           IF WKS-FS-TIPOCAM NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE TIPOS DE CAMBIO"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN EXTEND HISTORICO-TASAS
           IF WKS-FS-TCHIST = "35"
              OPEN OUTPUT HISTORICO-TASAS
           END-IF
           IF WKS-FS-TCHIST NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL HISTORICO DE TASAS"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           READ TIPO-CAMBIO INTO WKS-LINEA-TASA
           AT END
              SET WKS-FIN-TIPOCAM TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-TIPOCAM
                   IF WKS-TC-CODIGO NOT NUMERIC OR
                      WKS-TC-CODIGO = ZEROES OR
                      WKS-TC-TASA-ENT NOT NUMERIC OR
                      WKS-TC-TASA-DEC NOT NUMERIC OR
                      WKS-TC-FECHA NOT NUMERIC
                      DISPLAY "LINEA DE TIPO DE CAMBIO INVALIDA: "
                              WKS-LINEA-TASA
                   ELSE
                      IF WKS-TC-FECHA(1:6) = WKS-PERIODO
                         MOVE WKS-TC-CODIGO TO WKS-TA-IDX
                         COMPUTE WKS-TA-CIERRE(WKS-TA-IDX) =
                            WKS-TC-TASA-ENT +
                            (WKS-TC-TASA-DEC / 1000000)
                         MOVE WKS-TC-FECHA TO
                            WKS-TA-CIERRE-FECHA(WKS-TA-IDX)
                         MOVE "S" TO WKS-TA-CIERRE-SW(WKS-TA-IDX)
                         MOVE WKS-PERIODO TO WKS-HI-PERIODO
                         MOVE WKS-TC-CODIGO TO WKS-HI-CODIGO
                         MOVE WKS-TC-TASA-ENT TO WKS-HI-TASA-ENT
                         MOVE WKS-TC-TASA-DEC TO WKS-HI-TASA-DEC
                         MOVE WKS-TC-FECHA TO WKS-HI-FECHA
                         WRITE REG-HISTORICO-TASAS
                            FROM WKS-LINEA-HISTORICO
                         ADD 1 TO WKS-I-TASAS-AGREGADAS
                      ELSE
                         DISPLAY "TASA FUERA DEL PERIODO PARA LA "
                                 "MONEDA " WKS-TC-CODIGO " FECHA "
                                 WKS-TC-FECHA
                      END-IF
                   END-IF
                   READ TIPO-CAMBIO INTO WKS-LINEA-TASA
                   AT END
                      SET WKS-FIN-TIPOCAM TO TRUE
                   END-READ
           END-PERFORM

           CLOSE TIPO-CAMBIO, HISTORICO-TASAS.
       0003-CIERRE-TIPOCAM-E.
           EXIT.

       0004-INICIO-REVALUA SECTION.
      *DIFERENCIAL = SALDO EN MONEDA EXTRANJERA POR (TASA DE CIERRE
      *MENOS TASA EN LIBROS): EL CAMBIO DEL EQUIVALENTE EN QUETZALES
      *DE LA POSICION DURANTE EL MES. LAS CUENTAS EN QUETZALES NO SE
      *REVALUAN.
           OPEN INPUT FILE-A
           IF WKS-FS-FILEA NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL ARCHIVO FILE-A"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT CUENTA-MASTER
           IF WKS-FS-CTAMST NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE CUENTAS"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT REVALUACION-CUENTAS
           IF WKS-FS-REVALCTA NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE REVALUACION"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           READ FILE-A NEXT RECORD
           AT END
              SET WKS-FIN-FILEA TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-FILEA
                   ADD 1 TO WKS-I-CUENTAS
                   MOVE FILEA-LLAVE TO CTAMST-NUMERO
                   READ CUENTA-MASTER
                   END-READ
                   EVALUATE TRUE
                   WHEN WKS-FS-CTAMST NOT = "00"
                        ADD 1 TO WKS-I-SIN-MAESTRO
                   WHEN CTAMST-MONEDA = 1 OR CTAMST-MONEDA = ZEROES
                        CONTINUE
                   WHEN OTHER
                        ADD 1 TO WKS-I-EXTRANJERAS
                        PERFORM 0007-INICIO-REVALUA-CUENTA THRU
                           0007-REVALUA-CUENTA-E
                   END-EVALUATE
                   READ FILE-A NEXT RECORD
                   AT END
                      SET WKS-FIN-FILEA TO TRUE
                   END-READ
           END-PERFORM

           CLOSE FILE-A, CUENTA-MASTER, REVALUACION-CUENTAS.
       0004-REVALUA-E.
           EXIT.

       0005-INICIO-RESUMEN SECTION.
      *ORDENA LOS ACUMULADOS POR AGENCIA Y MONEDA E IMPRIME EL
      *RESUMEN CON SUBTOTAL POR AGENCIA Y TOTAL GENERAL.
           PERFORM VARYING WKS-AG-IDX FROM 1 BY 1
              UNTIL WKS-AG-IDX >= WKS-AG-CANT
              PERFORM VARYING WKS-AG-IDX2 FROM 1 BY 1
                 UNTIL WKS-AG-IDX2 > WKS-AG-CANT - WKS-AG-IDX
                 IF WKS-AG-AGENCIA(WKS-AG-IDX2) >
                    WKS-AG-AGENCIA(WKS-AG-IDX2 + 1) OR
                    (WKS-AG-AGENCIA(WKS-AG-IDX2) =
                     WKS-AG-AGENCIA(WKS-AG-IDX2 + 1) AND
                     WKS-AG-MONEDA(WKS-AG-IDX2) >
                     WKS-AG-MONEDA(WKS-AG-IDX2 + 1))
                    MOVE WKS-AG-ENTRADA(WKS-AG-IDX2) TO
                       WKS-AG-AUXILIAR
                    MOVE WKS-AG-ENTRADA(WKS-AG-IDX2 + 1) TO
                       WKS-AG-ENTRADA(WKS-AG-IDX2)
                    MOVE WKS-AG-AUXILIAR TO
                       WKS-AG-ENTRADA(WKS-AG-IDX2 + 1)
                 END-IF
              END-PERFORM
           END-PERFORM

           OPEN OUTPUT RPT-REVALUACION
           IF WKS-FS-RPTREVAL NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL REPORTE DE REVALUACION"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE SPACES TO REG-RPT-REVALUACION
           STRING "REVALUACION DE POSICIONES EN MONEDA EXTRANJERA - "
                  "PERIODO " WKS-PERIODO
                  " - DIFERENCIAL NO REALIZADO EN QUETZALES"
              DELIMITED BY SIZE INTO REG-RPT-REVALUACION
           END-STRING
           WRITE REG-RPT-REVALUACION
           MOVE SPACES TO REG-RPT-REVALUACION
           WRITE REG-RPT-REVALUACION

           PERFORM VARYING WKS-TA-IDX FROM 2 BY 1
              UNTIL WKS-TA-IDX > 9
              IF WKS-TA-CUENTAS(WKS-TA-IDX) > ZEROES OR
                 WKS-TA-CON-CIERRE(WKS-TA-IDX)
                 MOVE WKS-TA-LIBRO(WKS-TA-IDX) TO WKS-ED-TASA-LIBRO
                 MOVE WKS-TA-CIERRE(WKS-TA-IDX) TO WKS-ED-TASA-CIERRE
                 MOVE SPACES TO REG-RPT-REVALUACION
                 STRING "  MONEDA " WKS-TA-IDX(2:1)
                        "  TASA EN LIBROS " WKS-ED-TASA-LIBRO
                        "  TASA DE CIERRE " WKS-ED-TASA-CIERRE
                        "  FECHA " WKS-TA-CIERRE-FECHA(WKS-TA-IDX)
                        "  CUENTAS SIN TASA "
                        WKS-TA-SIN-TASA(WKS-TA-IDX)
                    DELIMITED BY SIZE INTO REG-RPT-REVALUACION
                 END-STRING
                 WRITE REG-RPT-REVALUACION
              END-IF
           END-PERFORM
           MOVE SPACES TO REG-RPT-REVALUACION
           WRITE REG-RPT-REVALUACION

           MOVE ZEROES TO WKS-SUBTOTAL-AGENCIA
           PERFORM VARYING WKS-AG-IDX FROM 1 BY 1
              UNTIL WKS-AG-IDX > WKS-AG-CANT
              IF WKS-AG-IDX > 1 AND
                 WKS-AG-AGENCIA(WKS-AG-IDX) NOT = WKS-AGENCIA-ANTERIOR
                 PERFORM 0008-INICIO-SUBTOTAL THRU 0008-SUBTOTAL-E
              END-IF
              MOVE WKS-AG-AGENCIA(WKS-AG-IDX) TO WKS-AGENCIA-ANTERIOR
              MOVE WKS-AG-AGENCIA(WKS-AG-IDX) TO WKS-LA-AGENCIA
              MOVE WKS-AG-MONEDA(WKS-AG-IDX) TO WKS-LA-MONEDA
              MOVE WKS-AG-CUENTAS(WKS-AG-IDX) TO WKS-LA-CUENTAS
              MOVE WKS-AG-SALDO(WKS-AG-IDX) TO WKS-LA-SALDO
              MOVE WKS-AG-DIFERENCIAL(WKS-AG-IDX) TO
                 WKS-LA-DIFERENCIAL
              WRITE REG-RPT-REVALUACION FROM WKS-LINEA-AGENCIA
              ADD WKS-AG-DIFERENCIAL(WKS-AG-IDX) TO
                 WKS-SUBTOTAL-AGENCIA
           END-PERFORM
           IF WKS-AG-CANT > ZEROES
              PERFORM 0008-INICIO-SUBTOTAL THRU 0008-SUBTOTAL-E
           ELSE
              MOVE "  SIN POSICIONES EN MONEDA EXTRANJERA" TO
                 REG-RPT-REVALUACION
              WRITE REG-RPT-REVALUACION
           END-IF

           MOVE SPACES TO REG-RPT-REVALUACION
           WRITE REG-RPT-REVALUACION
           MOVE "TOTAL DIFERENCIAL NO REALIZADO" TO WKS-LT-TITULO
           MOVE WKS-TOTAL-DIFERENCIAL TO WKS-LT-DIFERENCIAL
           WRITE REG-RPT-REVALUACION FROM WKS-LINEA-TOTAL
           IF WKS-I-SIN-TASA > ZEROES
              MOVE SPACES TO REG-RPT-REVALUACION
              STRING "ATENCION: " WKS-I-SIN-TASA
                     " CUENTAS SIN TASA EN LIBROS O DE CIERRE NO SE "
                     "REVALUARON - NO CONTABILIZAR LA POLIZA"
                 DELIMITED BY SIZE INTO REG-RPT-REVALUACION
              END-STRING
              WRITE REG-RPT-REVALUACION
           END-IF

           CLOSE RPT-REVALUACION.
       0005-RESUMEN-E.
           EXIT.

       0006-INICIO-POLIZA SECTION.
      *UNA PAREJA DEBE (CUENTA DE RESULTADO CAMBIARIO) / HABER
      *(CUENTA DE AJUSTE POR REVALUACION) POR AGENCIA, EN QUETZALES
      *(MONEDA 1), CON EL DIFERENCIAL CON SIGNO COMO EN LA POLIZA
      *DEL EXTRACTO. LA POLIZA COMPLETA DEBE NETEAR A CERO.
           OPEN OUTPUT POLIZA-REVALUACION
           IF WKS-FS-GLVREVAL NOT = "00"
              DISPLAY "NO SE PUDO ABRIR LA POLIZA DE REVALUACION"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE WKS-FECHA-NEGOCIO TO WKS-PZ-FECHA
           MOVE WKS-ST-HORA-INICIO TO WKS-PZ-CORRIDA
           MOVE 1 TO WKS-PZ-MONEDA
           MOVE ZEROES TO WKS-PRUEBA-CERO

      *LA TABLA YA VIENE ORDENADA POR AGENCIA: SE CORTA POR AGENCIA.
           MOVE ZEROES TO WKS-SUBTOTAL-AGENCIA
           PERFORM VARYING WKS-AG-IDX FROM 1 BY 1
              UNTIL WKS-AG-IDX > WKS-AG-CANT
              IF WKS-AG-IDX > 1 AND
                 WKS-AG-AGENCIA(WKS-AG-IDX) NOT = WKS-AGENCIA-ANTERIOR
                 PERFORM 0009-INICIO-PAREJA THRU 0009-PAREJA-E
              END-IF
              MOVE WKS-AG-AGENCIA(WKS-AG-IDX) TO WKS-AGENCIA-ANTERIOR
              ADD WKS-AG-DIFERENCIAL(WKS-AG-IDX) TO
                 WKS-SUBTOTAL-AGENCIA
           END-PERFORM
           IF WKS-AG-CANT > ZEROES
              PERFORM 0009-INICIO-PAREJA THRU 0009-PAREJA-E
           END-IF

           CLOSE POLIZA-REVALUACION

           IF WKS-PRUEBA-CERO = ZEROES
              DISPLAY "POLIZA DE REVALUACION NETEA A CERO; LINEAS: "
                      WKS-I-LINEAS-POLIZA
           ELSE
              DISPLAY "ATENCION: LA POLIZA DE REVALUACION NO NETEA "
                      "A CERO: " WKS-PRUEBA-CERO
              MOVE 8 TO RETURN-CODE
           END-IF.
       0006-POLIZA-E.
           EXIT.

       0007-INICIO-REVALUA-CUENTA SECTION.
           MOVE CTAMST-MONEDA TO WKS-TA-IDX
           ADD 1 TO WKS-TA-CUENTAS(WKS-TA-IDX)
           IF NOT WKS-TA-CON-LIBRO(WKS-TA-IDX) OR
              NOT WKS-TA-CON-CIERRE(WKS-TA-IDX)
              ADD 1 TO WKS-I-SIN-TASA
              ADD 1 TO WKS-TA-SIN-TASA(WKS-TA-IDX)
              GO TO 0007-REVALUA-CUENTA-E
           END-IF

           COMPUTE WKS-DIFERENCIAL ROUNDED = FILEA-SALDO *
              (WKS-TA-CIERRE(WKS-TA-IDX) - WKS-TA-LIBRO(WKS-TA-IDX))
           ADD 1 TO WKS-I-REVALUADAS
           ADD WKS-DIFERENCIAL TO WKS-TOTAL-DIFERENCIAL

           MOVE FILEA-LLAVE TO WKS-LR-CUENTA
           MOVE CTAMST-AGENCIA TO WKS-LR-AGENCIA
           MOVE CTAMST-MONEDA TO WKS-LR-MONEDA
           IF FILEA-SALDO < ZEROES
              MOVE "-" TO WKS-LR-SALDO-SIGNO
              COMPUTE WKS-LR-SALDO = ZERO - FILEA-SALDO
           ELSE
              MOVE "+" TO WKS-LR-SALDO-SIGNO
              MOVE FILEA-SALDO TO WKS-LR-SALDO
           END-IF
           MOVE WKS-TA-LIBRO(WKS-TA-IDX) TO WKS-LR-TASA-LIBRO
           MOVE WKS-TA-CIERRE(WKS-TA-IDX) TO WKS-LR-TASA-CIERRE
           IF WKS-DIFERENCIAL < ZEROES
              MOVE "-" TO WKS-LR-DIF-SIGNO
              COMPUTE WKS-LR-DIFERENCIAL = ZERO - WKS-DIFERENCIAL
           ELSE
              MOVE "+" TO WKS-LR-DIF-SIGNO
              MOVE WKS-DIFERENCIAL TO WKS-LR-DIFERENCIAL
           END-IF
           MOVE WKS-PERIODO TO WKS-LR-PERIODO
           WRITE REG-REVALUACION-CUENTA FROM WKS-LINEA-CUENTA

           PERFORM VARYING WKS-AG-IDX FROM 1 BY 1
              UNTIL WKS-AG-IDX > WKS-AG-CANT
              IF WKS-AG-AGENCIA(WKS-AG-IDX) = CTAMST-AGENCIA AND
                 WKS-AG-MONEDA(WKS-AG-IDX) = CTAMST-MONEDA
                 ADD 1 TO WKS-AG-CUENTAS(WKS-AG-IDX)
                 ADD FILEA-SALDO TO WKS-AG-SALDO(WKS-AG-IDX)
                 ADD WKS-DIFERENCIAL TO WKS-AG-DIFERENCIAL(WKS-AG-IDX)
                 GO TO 0007-REVALUA-CUENTA-E
              END-IF
           END-PERFORM
           IF WKS-AG-CANT < 600
              ADD 1 TO WKS-AG-CANT
              MOVE CTAMST-AGENCIA TO WKS-AG-AGENCIA(WKS-AG-CANT)
              MOVE CTAMST-MONEDA TO WKS-AG-MONEDA(WKS-AG-CANT)
              MOVE 1 TO WKS-AG-CUENTAS(WKS-AG-CANT)
              MOVE FILEA-SALDO TO WKS-AG-SALDO(WKS-AG-CANT)
              MOVE WKS-DIFERENCIAL TO WKS-AG-DIFERENCIAL(WKS-AG-CANT)
           ELSE
              ADD 1 TO WKS-I-DESBORDE
           END-IF.
       0007-REVALUA-CUENTA-E.
           EXIT.

       0008-INICIO-SUBTOTAL SECTION.
           MOVE SPACES TO WKS-LT-TITULO
           STRING "  SUBTOTAL AGENCIA " WKS-AGENCIA-ANTERIOR
              DELIMITED BY SIZE INTO WKS-LT-TITULO
           END-STRING
           MOVE WKS-SUBTOTAL-AGENCIA TO WKS-LT-DIFERENCIAL
           WRITE REG-RPT-REVALUACION FROM WKS-LINEA-TOTAL
           MOVE ZEROES TO WKS-SUBTOTAL-AGENCIA.
       0008-SUBTOTAL-E.
           EXIT.

       0009-INICIO-PAREJA SECTION.
      *UNA AGENCIA CON DIFERENCIAL CERO NO GENERA PAREJA.
           IF WKS-SUBTOTAL-AGENCIA = ZEROES
              GO TO 0009-PAREJA-E
           END-IF
           MOVE WKS-AGENCIA-ANTERIOR TO WKS-PZ-AGENCIA
           IF WKS-SUBTOTAL-AGENCIA < ZEROES
              MOVE "-" TO WKS-PZ-SIGNO
              COMPUTE WKS-DIFERENCIAL-ABS = ZERO - WKS-SUBTOTAL-AGENCIA
           ELSE
              MOVE "+" TO WKS-PZ-SIGNO
              MOVE WKS-SUBTOTAL-AGENCIA TO WKS-DIFERENCIAL-ABS
           END-IF
           MOVE WKS-DIFERENCIAL-ABS TO WKS-PZ-VALOR

           MOVE "D" TO WKS-PZ-TIPO
           MOVE WKS-CUENTA-RESULTADO TO WKS-PZ-CUENTA
           WRITE AREA-POLIZA FROM WKS-LINEA-POLIZA
           ADD WKS-SUBTOTAL-AGENCIA TO WKS-PRUEBA-CERO

           MOVE "C" TO WKS-PZ-TIPO
           MOVE WKS-CUENTA-AJUSTE TO WKS-PZ-CUENTA
           WRITE AREA-POLIZA FROM WKS-LINEA-POLIZA
           SUBTRACT WKS-SUBTOTAL-AGENCIA FROM WKS-PRUEBA-CERO

           ADD 2 TO WKS-I-LINEAS-POLIZA
           MOVE ZEROES TO WKS-SUBTOTAL-AGENCIA.
       0009-PAREJA-E.
           EXIT.
