      ******************************************************************
      * FECHA       : 2026                                             *
      * PROGRAMADOR : DIANA STEFFANNY SALGUERO ROSALES                 *
      * APLICACION  : EDUCACION                                        *
      * PROGRAMA    : EDUC3082                                         *
      * TIPO        : BATCH (NOCTURNO / FIN DE MES)                    *
      * DESCRIPCION : CUADRE DEL AUXILIAR CONTRA LAS CUENTAS DE        *
      *             : CONTROL DEL MAYOR GENERAL. TOTALIZA LOS SALDOS   *
      *             : DEL FILE-A POR CLASE DE CUENTA Y MONEDA (TOMADAS *
      *             : DEL MAESTRO DE CUENTAS CTAMST), LOS LLEVA A SU   *
      *             : CUENTA DE CONTROL SEGUN LA TABLA DE MAPEO        *
      *             : (MAPCTRL) Y COMPARA CADA TOTAL CONTRA EL SALDO   *
      *             : DE ESA CUENTA EN LA BALANZA DE COMPROBACION QUE  *
      *             : ENVIA CONTABILIDAD (BALMAYOR). LA DIFERENCIA DE  *
      *             : CADA MONEDA SE EXPLICA CON LA POLIZA DEL DIA     *
      *             : (GLVOUCH), QUE EL MAYOR TODAVIA NO TIENE         *
      *             : APLICADA. EL CERTIFICADO DE CUADRE (RPTCUAD)     *
      *             : LISTA CUENTA POR CUENTA Y MONEDA POR MONEDA.     *
      *             : CODIGO DE RETORNO PARA LAS REGLAS DE CADENA:     *
      *             : 0 CUADRA, 4 CUADRA CON AVISOS (CUENTAS SIN       *
      *             : MAESTRO O CUENTAS DE CONTROL AUSENTES DE LA      *
      *             : BALANZA), 8 NO CUADRA: DETENER EL FIN DE MES.    *
      * ARCHIVOS    : FILE-A (ENTRADA), CTAMST (ENTRADA), MAPCTRL      *
      *             : (ENTRADA), BALMAYOR (ENTRADA), GLVOUCH (ENTRADA, *
      *             : OPCIONAL), RPTCUAD (SALIDA)                      *
      * PROGRAMA(S) : PARMRD01, RUNSTAT1                               *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDUC3082.
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
      *MAPEO CLASE/MONEDA A CUENTA DE CONTROL: CLASE (1), ESPACIO,
      *MONEDA (1), ESPACIO, CUENTA CONTABLE (6), ESPACIO Y
      *DESCRIPCION (30).
           SELECT MAPEO-CONTROL ASSIGN TO MAPCTRL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-MAPCTRL.
      *BALANZA DE COMPROBACION DE CONTABILIDAD: CUENTA (6), "|",
      *MONEDA (1), "|", SIGNO Y SALDO CON DOS DECIMALES, EN EL MISMO
      *SENTIDO DEL AUXILIAR (SALDO A FAVOR DEL CLIENTE POSITIVO).
           SELECT BALANZA-MAYOR ASSIGN TO BALMAYOR
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-BALMAYOR.
           SELECT POLIZA-CONTABLE ASSIGN TO GLVOUCH
                  FILE STATUS IS WKS-FS-GLVOUCH.
           SELECT RPT-CUADRE ASSIGN TO RPTCUAD
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-RPTCUAD.

       DATA DIVISION.

       FILE SECTION.
       FD FILE-A.
           COPY FILE-A.

       FD CUENTA-MASTER.
           COPY CTAMST.

       FD MAPEO-CONTROL.
       01 REG-MAPEO-CONTROL             PIC X(40).

       FD BALANZA-MAYOR.
       01 REG-BALANZA-MAYOR             PIC X(40).

       FD POLIZA-CONTABLE
           RECORDING MODE IS F.
       01 AREA-POLIZA                   PIC X(60).

       FD RPT-CUADRE.
       01 REG-RPT-CUADRE                PIC X(132).

       WORKING-STORAGE SECTION.

       01 WKS-CONTROL-ARCHIVOS.
          02 WKS-FS-FILEA               PIC X(02) VALUE SPACES.
             88 WKS-FIN-FILEA                     VALUE "10".
          02 WKS-FS-CTAMST              PIC X(02) VALUE SPACES.
          02 WKS-FS-MAPCTRL             PIC X(02) VALUE SPACES.
             88 WKS-FIN-MAPCTRL                   VALUE "10".
          02 WKS-FS-BALMAYOR            PIC X(02) VALUE SPACES.
             88 WKS-FIN-BALMAYOR                  VALUE "10".
          02 WKS-FS-GLVOUCH             PIC X(02) VALUE SPACES.
             88 WKS-FIN-GLVOUCH                   VALUE "10".
          02 WKS-FS-RPTCUAD             PIC X(02) VALUE SPACES.

       01 WKS-REG-MAPEO.
          02 WKS-MA-CLASE               PIC 9(01) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-MA-MONEDA              PIC 9(01) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-MA-CUENTA              PIC 9(06) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-MA-DESCRIPCION         PIC X(30) VALUE SPACES.

       01 WKS-REG-BALANZA.
          02 WKS-BA-CUENTA              PIC 9(06) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-BA-MONEDA              PIC 9(01) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-BA-SIGNO               PIC X(01) VALUE SPACES.
          02 WKS-BA-SALDO               PIC 9(11)V99 VALUE ZEROES.
          02 FILLER                     PIC X(17) VALUE SPACES.

      *MISMA LINEA DE POLIZA QUE GRABA EDUC3011 (WKS-LINEA-POLIZA).
       01 WKS-REG-POLIZA.
          02 WKS-PZ-TIPO                PIC X(01).
          02 FILLER                     PIC X(01).
          02 WKS-PZ-CUENTA              PIC 9(06).
          02 FILLER                     PIC X(01).
          02 WKS-PZ-FECHA               PIC 9(08).
          02 FILLER                     PIC X(01).
          02 WKS-PZ-CORRIDA             PIC 9(06).
          02 FILLER                     PIC X(01).
          02 WKS-PZ-AGENCIA             PIC 9(03).
          02 FILLER                     PIC X(01).
          02 WKS-PZ-MONEDA              PIC 9(01).
          02 FILLER                     PIC X(01).
          02 WKS-PZ-SIGNO               PIC X(01).
          02 WKS-PZ-VALOR               PIC 9(11)V99.
          02 FILLER                     PIC X(15).

      *MAPEO EN MEMORIA: CADA CLASE/MONEDA APUNTA A SU ENTRADA DE LA
      *TABLA DE CUENTAS DE CONTROL.
       01 WKS-TABLA-MAPEO.
          02 WKS-MP-ENTRADA OCCURS 100 TIMES.
             03 WKS-MP-CLASE            PIC 9(01).
             03 WKS-MP-MONEDA           PIC 9(01).
             03 WKS-MP-CONTROL          PIC 9(03).
             03 WKS-MP-TOTAL            PIC S9(13)V99.
             03 WKS-MP-CUENTAS          PIC 9(07).
          02 WKS-MP-CANT                PIC 9(03) VALUE ZEROES.
          02 WKS-MP-IDX                 PIC 9(03) VALUE ZEROES.

      *CUENTAS DE CONTROL POR MONEDA. LAS CLASES SIN MAPEO CAEN EN
      *UNA ENTRADA CON CUENTA CERO POR MONEDA, QUE NUNCA CUADRA.
       01 WKS-TABLA-CONTROL.
          02 WKS-CT-ENTRADA OCCURS 100 TIMES.
             03 WKS-CT-CUENTA           PIC 9(06).
             03 WKS-CT-MONEDA           PIC 9(01).
             03 WKS-CT-DESCRIPCION      PIC X(30).
             03 WKS-CT-AUXILIAR         PIC S9(13)V99.
             03 WKS-CT-MAYOR            PIC S9(13)V99.
             03 WKS-CT-EN-BALANZA       PIC X(01).
                88 WKS-CT-CON-BALANZA             VALUE "S".
          02 WKS-CT-CANT                PIC 9(03) VALUE ZEROES.
          02 WKS-CT-IDX                 PIC 9(03) VALUE ZEROES.

      *POR MONEDA (CODIGO + 1): DIFERENCIA AUXILIAR MENOS MAYOR Y
      *PUENTE DE LA POLIZA DEL DIA.
       01 WKS-TABLA-MONEDA.
          02 WKS-MO-ENTRADA OCCURS 10 TIMES.
             03 WKS-MO-DIFERENCIA       PIC S9(13)V99.
             03 WKS-MO-PUENTE           PIC S9(13)V99.
             03 WKS-MO-USADA            PIC X(01).
          02 WKS-MO-IDX                 PIC 9(02) VALUE ZEROES.

       01 WKS-CONTROL-CUADRE.
          02 WKS-FECHA-NEGOCIO          PIC 9(08) VALUE ZEROES.
          02 WKS-FECHA-ENTERA           PIC X(20) VALUE SPACES.
          02 WKS-TOLERANCIA-CENT        PIC 9(09) VALUE ZEROES.
          02 WKS-TOLERANCIA             PIC 9(07)V99 VALUE ZEROES.
          02 WKS-SIN-EXPLICAR           PIC S9(13)V99 VALUE ZEROES.
          02 WKS-SIN-EXPLICAR-ABS       PIC 9(13)V99 VALUE ZEROES.
          02 WKS-VALOR-SIGNO            PIC S9(13)V99 VALUE ZEROES.
          02 WKS-CLASE-ACTUAL           PIC 9(01) VALUE ZEROES.
          02 WKS-MONEDA-ACTUAL          PIC 9(01) VALUE ZEROES.
          02 WKS-CLASE-HALLADA          PIC X(01) VALUE "N".
             88 WKS-CLASE-CON-MAPEO               VALUE "S".
          02 WKS-CUADRE-SW              PIC X(01) VALUE "S".
             88 WKS-CUADRA                        VALUE "S".
             88 WKS-NO-CUADRA                     VALUE "N".

       01 WKS-ITERACIONES.
          02 WKS-I-CUENTAS              PIC 9(07) VALUE ZEROES.
          02 WKS-I-SIN-MAESTRO          PIC 9(07) VALUE ZEROES.
          02 WKS-I-SIN-MAPEO            PIC 9(07) VALUE ZEROES.
          02 WKS-I-SIN-BALANZA          PIC 9(03) VALUE ZEROES.
          02 WKS-I-MONEDAS-DESCUADRE    PIC 9(02) VALUE ZEROES.
          02 WKS-I-DESBORDE             PIC 9(05) VALUE ZEROES.
          02 WKS-TOT-SIN-MAESTRO        PIC S9(13)V99 VALUE ZEROES.

       01 WKS-LINEA-CLASE.
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 FILLER                     PIC X(06) VALUE "CLASE ".
          02 WKS-LC-CLASE               PIC 9(01) VALUE ZEROES.
          02 FILLER                     PIC X(08) VALUE "  MONEDA".
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LC-MONEDA              PIC 9(01) VALUE ZEROES.
          02 FILLER                     PIC X(10) VALUE "  CUENTAS ".
          02 WKS-LC-CUENTAS             PIC Z,ZZZ,ZZ9 VALUE ZEROES.
          02 FILLER                     PIC X(08) VALUE "  SALDO ".
          02 WKS-LC-TOTAL               PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99
                                        VALUE ZEROES.
          02 FILLER                     PIC X(11) VALUE "  CONTROL  ".
          02 WKS-LC-CONTROL             PIC X(06) VALUE SPACES.

       01 WKS-LINEA-CONTROL.
          02 WKS-LK-CUENTA              PIC X(06) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LK-MONEDA              PIC 9(01) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LK-DESCRIPCION         PIC X(30) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LK-AUXILIAR            PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99
                                        VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LK-MAYOR               PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99
                                        VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LK-DIFERENCIA          PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99
                                        VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LK-NOTA                PIC X(20) VALUE SPACES.

       01 WKS-LINEA-MONEDA.
          02 FILLER                     PIC X(07) VALUE "MONEDA ".
          02 WKS-LM-MONEDA              PIC 9(01) VALUE ZEROES.
          02 FILLER                     PIC X(14)
                                        VALUE "  DIFERENCIA ".
          02 WKS-LM-DIFERENCIA          PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99
                                        VALUE ZEROES.
          02 FILLER                     PIC X(16)
                                        VALUE "  POLIZA DEL DIA".
          02 WKS-LM-PUENTE              PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99
                                        VALUE ZEROES.
          02 FILLER                     PIC X(14)
                                        VALUE "  SIN EXPLICAR".
          02 WKS-LM-SIN-EXPLICAR        PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99
                                        VALUE ZEROES.
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 WKS-LM-ESTADO              PIC X(10) VALUE SPACES.

      *AREA PARA EL LECTOR COMUN DEL ARCHIVO CENTRAL DE PARAMETROS.
       01 WKS-CONTROL-PARAMETROS.
          02 WKS-PARM-SECCION           PIC X(08) VALUE "EDUC3082".
          02 WKS-PARM-CANT              PIC 9(02) VALUE ZEROES.
          02 WKS-PARM-TABLA.
             03 WKS-PARM-ENTRADA OCCURS 20 TIMES.
                04 WKS-PARM-CLAVE       PIC X(20).
                04 WKS-PARM-VALOR       PIC X(20).
          02 WKS-PARM-SIN-SECCION       PIC X(01) VALUE "S".
          02 WKS-PARM-IDX               PIC 9(02) VALUE ZEROES.

      *AREA PARA LA RUTINA COMUN DE ESTADISTICAS DE CORRIDA.
       01 WKS-CONTROL-ESTADISTICA.
          02 WKS-ST-PROGRAMA            PIC X(08) VALUE "EDUK3082".
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

           INITIALIZE WKS-TABLA-MAPEO
           INITIALIZE WKS-TABLA-CONTROL
           INITIALIZE WKS-TABLA-MONEDA

           PERFORM 0001-INICIO-PARAMETROS THRU 0001-PARAMETROS-E
           PERFORM 0002-INICIO-CARGA-MAPEO THRU 0002-CARGA-MAPEO-E
           PERFORM 0003-INICIO-TOTALIZA-AUXILIAR THRU
              0003-TOTALIZA-AUXILIAR-E
           PERFORM 0004-INICIO-CARGA-BALANZA THRU 0004-CARGA-BALANZA-E
           PERFORM 0005-INICIO-CARGA-PUENTE THRU 0005-CARGA-PUENTE-E
           PERFORM 0006-INICIO-CERTIFICADO THRU 0006-CERTIFICADO-E

           DISPLAY "CUENTAS DEL AUXILIAR TOTALIZADAS: " WKS-I-CUENTAS
           DISPLAY "CUENTAS SIN MAESTRO: " WKS-I-SIN-MAESTRO
           DISPLAY "CUENTAS DE CLASE SIN CUENTA DE CONTROL: "
                   WKS-I-SIN-MAPEO
           DISPLAY "CUENTAS DE CONTROL AUSENTES DE LA BALANZA: "
                   WKS-I-SIN-BALANZA
           DISPLAY "MONEDAS QUE NO CUADRAN: " WKS-I-MONEDAS-DESCUADRE
           IF WKS-I-DESBORDE > ZEROES
              DISPLAY "ENTRADAS QUE NO CUPIERON EN LAS TABLAS: "
                      WKS-I-DESBORDE
           END-IF

           MOVE WKS-I-CUENTAS TO WKS-ST-LEIDOS
           COMPUTE WKS-ST-ESCRITOS = WKS-I-CUENTAS - WKS-I-SIN-MAESTRO
           MOVE WKS-I-SIN-MAESTRO TO WKS-ST-RECHAZADOS
           CALL 'RUNSTAT1' USING WKS-ST-PROGRAMA
                                 WKS-ST-FECHA-INICIO
                                 WKS-ST-HORA-INICIO
                                 WKS-ST-LEIDOS
                                 WKS-ST-ESCRITOS
                                 WKS-ST-RECHAZADOS

      *8 DETIENE EL FIN DE MES EN LAS REGLAS DE CADENA; 4 CONTINUA.
           EVALUATE TRUE
           WHEN WKS-NO-CUADRA OR WKS-I-DESBORDE > ZEROES
                MOVE 8 TO RETURN-CODE
           WHEN WKS-I-SIN-MAESTRO > ZEROES OR
                WKS-I-SIN-BALANZA > ZEROES
                MOVE 4 TO RETURN-CODE
           WHEN OTHER
                MOVE 0 TO RETURN-CODE
           END-EVALUATE

           STOP RUN.
       0000-INICIO-E.
           EXIT.

       0001-INICIO-PARAMETROS SECTION.
      *FECHA_NEGOCIO: FECHA DEL CERTIFICADO, POR OMISION LA DE
      *PROCESO. TOLERANCIA: DIFERENCIA SIN EXPLICAR ACEPTADA POR
      *MONEDA, EN CENTAVOS (POR OMISION CERO).
           MOVE FUNCTION CURRENT-DATE TO WKS-FECHA-ENTERA
           ACCEPT WKS-FECHA-NEGOCIO FROM ENVIRONMENT "FECHA_NEGOCIO"
           IF WKS-FECHA-NEGOCIO NOT NUMERIC OR
              WKS-FECHA-NEGOCIO = ZEROES
              MOVE WKS-FECHA-ENTERA(1:8) TO WKS-FECHA-NEGOCIO
           END-IF
           ACCEPT WKS-TOLERANCIA-CENT FROM ENVIRONMENT "TOLERANCIA"
           IF WKS-TOLERANCIA-CENT NOT NUMERIC
              MOVE ZEROES TO WKS-TOLERANCIA-CENT
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
              WHEN "TOLERANCIA"
                   IF WKS-PARM-VALOR(WKS-PARM-IDX)(1:9) NUMERIC
                      MOVE WKS-PARM-VALOR(WKS-PARM-IDX)(1:9) TO
                         WKS-TOLERANCIA-CENT
                   END-IF
              WHEN OTHER
                   DISPLAY "PARAMETRO DESCONOCIDO EN PARAMET: "
                           WKS-PARM-CLAVE(WKS-PARM-IDX)
              END-EVALUATE
           END-PERFORM

           COMPUTE WKS-TOLERANCIA = WKS-TOLERANCIA-CENT / 100

           DISPLAY "PARAMETROS EFECTIVOS DE LA CORRIDA:"
           DISPLAY "  FECHA_NEGOCIO: " WKS-FECHA-NEGOCIO
           DISPLAY "  TOLERANCIA: " WKS-TOLERANCIA-CENT.
       0001-PARAMETROS-E.
           EXIT.

       0002-INICIO-CARGA-MAPEO SECTION.
      *SIN TABLA DE MAPEO NO HAY CONTRA QUE CUADRAR.
           OPEN INPUT MAPEO-CONTROL
           IF WKS-FS-MAPCTRL NOT = "00"
              DISPLAY "NO SE PUDO ABRIR LA TABLA DE MAPEO MAPCTRL"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           READ MAPEO-CONTROL INTO WKS-REG-MAPEO
           AT END
              SET WKS-FIN-MAPCTRL TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-MAPCTRL
                   IF WKS-MA-CLASE NOT NUMERIC OR
                      WKS-MA-MONEDA NOT NUMERIC OR
                      WKS-MA-CUENTA NOT NUMERIC
                      DISPLAY "LINEA DE MAPEO INVALIDA: "
                              REG-MAPEO-CONTROL
                   ELSE
                      PERFORM 0007-INICIO-BUSCA-CONTROL THRU
                         0007-BUSCA-CONTROL-E
                      IF WKS-CT-IDX > ZEROES AND WKS-MP-CANT < 100
                         ADD 1 TO WKS-MP-CANT
                         MOVE WKS-MA-CLASE TO WKS-MP-CLASE(WKS-MP-CANT)
                         MOVE WKS-MA-MONEDA TO
                            WKS-MP-MONEDA(WKS-MP-CANT)
                         MOVE WKS-CT-IDX TO WKS-MP-CONTROL(WKS-MP-CANT)
                      ELSE
                         ADD 1 TO WKS-I-DESBORDE
                      END-IF
                   END-IF
                   READ MAPEO-CONTROL INTO WKS-REG-MAPEO
                   AT END
                      SET WKS-FIN-MAPCTRL TO TRUE
                   END-READ
           END-PERFORM

           CLOSE MAPEO-CONTROL.
       0002-CARGA-MAPEO-E.
           EXIT.

       0003-INICIO-TOTALIZA-AUXILIAR SECTION.
      *CADA CUENTA DEL FILE-A SUMA SU SALDO EN LA CLASE/MONEDA QUE
      *TIENE EN EL MAESTRO. SIN MAESTRO NO HAY CLASE: SE ACUMULA
      *APARTE Y SE AVISA EN EL CERTIFICADO.
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

           READ FILE-A NEXT RECORD
           AT END
              SET WKS-FIN-FILEA TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-FILEA
                   ADD 1 TO WKS-I-CUENTAS
                   MOVE FILEA-LLAVE TO CTAMST-NUMERO
                   READ CUENTA-MASTER
                   END-READ
                   IF WKS-FS-CTAMST = "00"
                      MOVE CTAMST-CLASE TO WKS-CLASE-ACTUAL
                      MOVE CTAMST-MONEDA TO WKS-MONEDA-ACTUAL
                      PERFORM 0008-INICIO-ACUMULA-CLASE THRU
                         0008-ACUMULA-CLASE-E
                   ELSE
                      ADD 1 TO WKS-I-SIN-MAESTRO
                      ADD FILEA-SALDO TO WKS-TOT-SIN-MAESTRO
                   END-IF
                   READ FILE-A NEXT RECORD
                   AT END
                      SET WKS-FIN-FILEA TO TRUE
                   END-READ
           END-PERFORM

           CLOSE FILE-A, CUENTA-MASTER.
       0003-TOTALIZA-AUXILIAR-E.
           EXIT.

       0004-INICIO-CARGA-BALANZA SECTION.
      *SOLO INTERESAN LAS CUENTAS DE CONTROL DE LA TABLA DE MAPEO;
      *EL RESTO DE LA BALANZA SE IGNORA.
           OPEN INPUT BALANZA-MAYOR
           IF WKS-FS-BALMAYOR NOT = "00"
              DISPLAY "NO SE PUDO ABRIR LA BALANZA DE COMPROBACION"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           READ BALANZA-MAYOR INTO WKS-REG-BALANZA
           AT END
              SET WKS-FIN-BALMAYOR TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-BALMAYOR
                   IF WKS-BA-SIGNO = "-"
                      COMPUTE WKS-VALOR-SIGNO = ZERO - WKS-BA-SALDO
                   ELSE
                      MOVE WKS-BA-SALDO TO WKS-VALOR-SIGNO
                   END-IF
                   PERFORM VARYING WKS-CT-IDX FROM 1 BY 1
                      UNTIL WKS-CT-IDX > WKS-CT-CANT
                      IF WKS-CT-CUENTA(WKS-CT-IDX) = WKS-BA-CUENTA AND
                         WKS-CT-MONEDA(WKS-CT-IDX) = WKS-BA-MONEDA AND
                         WKS-CT-CUENTA(WKS-CT-IDX) NOT = ZEROES
                         ADD WKS-VALOR-SIGNO TO
                            WKS-CT-MAYOR(WKS-CT-IDX)
                         MOVE "S" TO WKS-CT-EN-BALANZA(WKS-CT-IDX)
                      END-IF
                   END-PERFORM
                   READ BALANZA-MAYOR INTO WKS-REG-BALANZA
                   AT END
                      SET WKS-FIN-BALMAYOR TO TRUE
                   END-READ
           END-PERFORM

           CLOSE BALANZA-MAYOR.
       0004-CARGA-BALANZA-E.
           EXIT.

       0005-INICIO-CARGA-PUENTE SECTION.
      *EL PUENTE DE CADA MONEDA ES EL NETO DEL DIA QUE LA POLIZA
      *LIQUIDA (HABER A LA CUENTA PUENTE 210101): MOVIMIENTO QUE EL
      *AUXILIAR YA TIENE Y EL MAYOR RECIBE HASTA QUE SE APLIQUE LA
      *POLIZA. SIN POLIZA EL PUENTE ES CERO.
           OPEN INPUT POLIZA-CONTABLE
           IF WKS-FS-GLVOUCH = "35"
              DISPLAY "SIN POLIZA CONTABLE GLVOUCH DEL DIA"
              GO TO 0005-CARGA-PUENTE-E
           END-IF
           IF WKS-FS-GLVOUCH NOT = "00"
              DISPLAY "NO SE PUDO ABRIR LA POLIZA CONTABLE GLVOUCH"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           READ POLIZA-CONTABLE INTO WKS-REG-POLIZA
           AT END
              SET WKS-FIN-GLVOUCH TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-GLVOUCH
                   IF WKS-PZ-TIPO = "C" AND WKS-PZ-CUENTA = 210101
                      COMPUTE WKS-MO-IDX = WKS-PZ-MONEDA + 1
                      IF WKS-PZ-SIGNO = "-"
                         SUBTRACT WKS-PZ-VALOR FROM
                            WKS-MO-PUENTE(WKS-MO-IDX)
                      ELSE
                         ADD WKS-PZ-VALOR TO WKS-MO-PUENTE(WKS-MO-IDX)
                      END-IF
                      MOVE "S" TO WKS-MO-USADA(WKS-MO-IDX)
                   END-IF
                   READ POLIZA-CONTABLE INTO WKS-REG-POLIZA
                   AT END
                      SET WKS-FIN-GLVOUCH TO TRUE
                   END-READ
           END-PERFORM

           CLOSE POLIZA-CONTABLE.
       0005-CARGA-PUENTE-E.
           EXIT.

       0006-INICIO-CERTIFICADO SECTION.
           OPEN OUTPUT RPT-CUADRE
           IF WKS-FS-RPTCUAD NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL CERTIFICADO DE CUADRE"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE SPACES TO REG-RPT-CUADRE
           STRING "CERTIFICADO DE CUADRE AUXILIAR CONTRA CUENTAS DE "
                  "CONTROL DEL MAYOR - FECHA DE NEGOCIO "
                  WKS-FECHA-NEGOCIO
              DELIMITED BY SIZE INTO REG-RPT-CUADRE
           END-STRING
           WRITE REG-RPT-CUADRE
           MOVE SPACES TO REG-RPT-CUADRE
           WRITE REG-RPT-CUADRE

      *PRIMERA PARTE: TOTALES DEL AUXILIAR POR CLASE Y MONEDA.
           MOVE "TOTALES DEL AUXILIAR POR CLASE Y MONEDA" TO
              REG-RPT-CUADRE
           WRITE REG-RPT-CUADRE
           PERFORM VARYING WKS-MP-IDX FROM 1 BY 1
              UNTIL WKS-MP-IDX > WKS-MP-CANT
              MOVE WKS-MP-CLASE(WKS-MP-IDX) TO WKS-LC-CLASE
              MOVE WKS-MP-MONEDA(WKS-MP-IDX) TO WKS-LC-MONEDA
              MOVE WKS-MP-CUENTAS(WKS-MP-IDX) TO WKS-LC-CUENTAS
              MOVE WKS-MP-TOTAL(WKS-MP-IDX) TO WKS-LC-TOTAL
              MOVE WKS-MP-CONTROL(WKS-MP-IDX) TO WKS-CT-IDX
              IF WKS-CT-CUENTA(WKS-CT-IDX) = ZEROES
                 MOVE "------" TO WKS-LC-CONTROL
              ELSE
                 MOVE WKS-CT-CUENTA(WKS-CT-IDX) TO WKS-LC-CONTROL
              END-IF
              WRITE REG-RPT-CUADRE FROM WKS-LINEA-CLASE
           END-PERFORM
           IF WKS-I-SIN-MAESTRO > ZEROES
              MOVE SPACES TO REG-RPT-CUADRE
              MOVE WKS-TOT-SIN-MAESTRO TO WKS-LC-TOTAL
              STRING "  CUENTAS SIN MAESTRO (SIN CLASE): "
                     WKS-I-SIN-MAESTRO "  SALDO " WKS-LC-TOTAL
                 DELIMITED BY SIZE INTO REG-RPT-CUADRE
              END-STRING
              WRITE REG-RPT-CUADRE
           END-IF

      *SEGUNDA PARTE: CADA CUENTA DE CONTROL CONTRA LA BALANZA.
           MOVE SPACES TO REG-RPT-CUADRE
           WRITE REG-RPT-CUADRE
           MOVE "CUENTA M DESCRIPCION" TO REG-RPT-CUADRE
           MOVE "AUXILIAR" TO REG-RPT-CUADRE(54:8)
           MOVE "MAYOR" TO REG-RPT-CUADRE(79:5)
           MOVE "DIFERENCIA" TO REG-RPT-CUADRE(96:10)
           WRITE REG-RPT-CUADRE
           PERFORM VARYING WKS-CT-IDX FROM 1 BY 1
              UNTIL WKS-CT-IDX > WKS-CT-CANT
              IF WKS-CT-CUENTA(WKS-CT-IDX) = ZEROES
                 MOVE "------" TO WKS-LK-CUENTA
              ELSE
                 MOVE WKS-CT-CUENTA(WKS-CT-IDX) TO WKS-LK-CUENTA
              END-IF
              MOVE WKS-CT-MONEDA(WKS-CT-IDX) TO WKS-LK-MONEDA
              MOVE WKS-CT-DESCRIPCION(WKS-CT-IDX) TO
                 WKS-LK-DESCRIPCION
              MOVE WKS-CT-AUXILIAR(WKS-CT-IDX) TO WKS-LK-AUXILIAR
              MOVE WKS-CT-MAYOR(WKS-CT-IDX) TO WKS-LK-MAYOR
              COMPUTE WKS-VALOR-SIGNO = WKS-CT-AUXILIAR(WKS-CT-IDX) -
                 WKS-CT-MAYOR(WKS-CT-IDX)
              MOVE WKS-VALOR-SIGNO TO WKS-LK-DIFERENCIA
              MOVE SPACES TO WKS-LK-NOTA
              EVALUATE TRUE
              WHEN WKS-CT-CUENTA(WKS-CT-IDX) = ZEROES
                   MOVE "SIN CUENTA CONTROL" TO WKS-LK-NOTA
              WHEN NOT WKS-CT-CON-BALANZA(WKS-CT-IDX)
                   MOVE "AUSENTE DE BALANZA" TO WKS-LK-NOTA
                   ADD 1 TO WKS-I-SIN-BALANZA
              END-EVALUATE
              COMPUTE WKS-MO-IDX = WKS-CT-MONEDA(WKS-CT-IDX) + 1
              ADD WKS-VALOR-SIGNO TO WKS-MO-DIFERENCIA(WKS-MO-IDX)
              MOVE "S" TO WKS-MO-USADA(WKS-MO-IDX)
              WRITE REG-RPT-CUADRE FROM WKS-LINEA-CONTROL
           END-PERFORM

      *TERCERA PARTE: POR MONEDA, LA DIFERENCIA MENOS LA POLIZA DEL
      *DIA DEBE QUEDAR DENTRO DE LA TOLERANCIA.
           MOVE SPACES TO REG-RPT-CUADRE
           WRITE REG-RPT-CUADRE
           PERFORM VARYING WKS-MO-IDX FROM 1 BY 1
              UNTIL WKS-MO-IDX > 10
              IF WKS-MO-USADA(WKS-MO-IDX) = "S"
                 COMPUTE WKS-SIN-EXPLICAR =
                    WKS-MO-DIFERENCIA(WKS-MO-IDX) -
                    WKS-MO-PUENTE(WKS-MO-IDX)
                 IF WKS-SIN-EXPLICAR < ZEROES
                    COMPUTE WKS-SIN-EXPLICAR-ABS =
                       ZERO - WKS-SIN-EXPLICAR
                 ELSE
                    MOVE WKS-SIN-EXPLICAR TO WKS-SIN-EXPLICAR-ABS
                 END-IF
                 COMPUTE WKS-LM-MONEDA = WKS-MO-IDX - 1
                 MOVE WKS-MO-DIFERENCIA(WKS-MO-IDX) TO
                    WKS-LM-DIFERENCIA
                 MOVE WKS-MO-PUENTE(WKS-MO-IDX) TO WKS-LM-PUENTE
                 MOVE WKS-SIN-EXPLICAR TO WKS-LM-SIN-EXPLICAR
                 IF WKS-SIN-EXPLICAR-ABS > WKS-TOLERANCIA
                    MOVE "NO CUADRA" TO WKS-LM-ESTADO
                    SET WKS-NO-CUADRA TO TRUE
                    ADD 1 TO WKS-I-MONEDAS-DESCUADRE
                 ELSE
                    MOVE "CUADRA" TO WKS-LM-ESTADO
                 END-IF
                 WRITE REG-RPT-CUADRE FROM WKS-LINEA-MONEDA
              END-IF
           END-PERFORM

           MOVE SPACES TO REG-RPT-CUADRE
           WRITE REG-RPT-CUADRE
           MOVE SPACES TO REG-RPT-CUADRE
           IF WKS-CUADRA
              STRING "CERTIFICADO: EL AUXILIAR CUADRA CON EL MAYOR AL "
                     WKS-FECHA-NEGOCIO
                 DELIMITED BY SIZE INTO REG-RPT-CUADRE
              END-STRING
           ELSE
              STRING "CERTIFICADO: EL AUXILIAR NO CUADRA CON EL MAYOR "
                     "AL " WKS-FECHA-NEGOCIO
                     " - RETENER EL CIERRE DE MES"
                 DELIMITED BY SIZE INTO REG-RPT-CUADRE
              END-STRING
           END-IF
           WRITE REG-RPT-CUADRE

           CLOSE RPT-CUADRE.
       0006-CERTIFICADO-E.
           EXIT.

       0007-INICIO-BUSCA-CONTROL SECTION.
      *DEVUELVE EN WKS-CT-IDX LA ENTRADA DE LA CUENTA DE CONTROL
      *WKS-MA-CUENTA/WKS-MA-MONEDA, CREANDOLA SI NO EXISTE (CERO SI
      *LA TABLA ESTA LLENA).
           PERFORM VARYING WKS-CT-IDX FROM 1 BY 1
              UNTIL WKS-CT-IDX > WKS-CT-CANT
              IF WKS-CT-CUENTA(WKS-CT-IDX) = WKS-MA-CUENTA AND
                 WKS-CT-MONEDA(WKS-CT-IDX) = WKS-MA-MONEDA
                 GO TO 0007-BUSCA-CONTROL-E
              END-IF
           END-PERFORM
           IF WKS-CT-CANT < 100
              ADD 1 TO WKS-CT-CANT
              MOVE WKS-CT-CANT TO WKS-CT-IDX
              MOVE WKS-MA-CUENTA TO WKS-CT-CUENTA(WKS-CT-IDX)
              MOVE WKS-MA-MONEDA TO WKS-CT-MONEDA(WKS-CT-IDX)
              MOVE WKS-MA-DESCRIPCION TO WKS-CT-DESCRIPCION(WKS-CT-IDX)
              MOVE ZEROES TO WKS-CT-AUXILIAR(WKS-CT-IDX)
              MOVE ZEROES TO WKS-CT-MAYOR(WKS-CT-IDX)
              MOVE "N" TO WKS-CT-EN-BALANZA(WKS-CT-IDX)
           ELSE
              MOVE ZEROES TO WKS-CT-IDX
           END-IF.
       0007-BUSCA-CONTROL-E.
           EXIT.

       0008-INICIO-ACUMULA-CLASE SECTION.
      *SUMA FILEA-SALDO EN LA CLASE/MONEDA ACTUAL. UNA CLASE/MONEDA
      *SIN MAPEO SE AGREGA A LA TABLA APUNTANDO A LA ENTRADA SIN
      *CUENTA DE CONTROL DE SU MONEDA.
           MOVE "N" TO WKS-CLASE-HALLADA
           PERFORM VARYING WKS-MP-IDX FROM 1 BY 1
              UNTIL WKS-MP-IDX > WKS-MP-CANT OR WKS-CLASE-CON-MAPEO
              IF WKS-MP-CLASE(WKS-MP-IDX) = WKS-CLASE-ACTUAL AND
                 WKS-MP-MONEDA(WKS-MP-IDX) = WKS-MONEDA-ACTUAL
                 MOVE "S" TO WKS-CLASE-HALLADA
              END-IF
           END-PERFORM

           IF WKS-CLASE-CON-MAPEO
              SUBTRACT 1 FROM WKS-MP-IDX
           ELSE
              MOVE ZEROES TO WKS-MA-CUENTA
              MOVE WKS-MONEDA-ACTUAL TO WKS-MA-MONEDA
              MOVE "CLASES SIN CUENTA DE CONTROL" TO WKS-MA-DESCRIPCION
              PERFORM 0007-INICIO-BUSCA-CONTROL THRU
                 0007-BUSCA-CONTROL-E
              IF WKS-CT-IDX = ZEROES OR WKS-MP-CANT NOT < 100
                 ADD 1 TO WKS-I-DESBORDE
                 GO TO 0008-ACUMULA-CLASE-E
              END-IF
              ADD 1 TO WKS-MP-CANT
              MOVE WKS-MP-CANT TO WKS-MP-IDX
              MOVE WKS-CLASE-ACTUAL TO WKS-MP-CLASE(WKS-MP-IDX)
              MOVE WKS-MONEDA-ACTUAL TO WKS-MP-MONEDA(WKS-MP-IDX)
              MOVE WKS-CT-IDX TO WKS-MP-CONTROL(WKS-MP-IDX)
           END-IF

           IF WKS-CT-CUENTA(WKS-MP-CONTROL(WKS-MP-IDX)) = ZEROES
              ADD 1 TO WKS-I-SIN-MAPEO
           END-IF
           ADD FILEA-SALDO TO WKS-MP-TOTAL(WKS-MP-IDX)
           ADD 1 TO WKS-MP-CUENTAS(WKS-MP-IDX)
           ADD FILEA-SALDO TO
              WKS-CT-AUXILIAR(WKS-MP-CONTROL(WKS-MP-IDX)).
       0008-ACUMULA-CLASE-E.
           EXIT.
