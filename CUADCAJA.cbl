      ******************************************************************
      * FECHA       : 2026                                             *
      * PROGRAMADOR : DIANA STEFFANNY SALGUERO ROSALES                 *
      * APLICACION  : EDUCACION                                        *
      * PROGRAMA    : EDUC3071                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : CUADRE DE CAJA POR CAJERO. LEE LA GENERACION DEL *
      *             : DIA DE LA COPIA DE ARCHIVO DEL EXTRACTO          *
      *             : (ARCHFTPM, DE EDUC3011) Y TOTALIZA LOS           *
      *             : MOVIMIENTOS DE CADA CAJERO (FILE-CAJERO) POR     *
      *             : AGENCIA, MONEDA Y CODIGO DE TRANSACCION, CON EL  *
      *             : EFECTIVO QUE ENTRO (CREDITOS) Y EL QUE SALIO     *
      *             : (DEBITOS). LOS CRUZA CONTRA LA DECLARACION DE    *
      *             : CIERRE DE GAVETA DE CADA CAJERO (DECLCAJA) Y     *
      *             : EMITE EL REPORTE DE CUADRE POR AGENCIA CON LOS   *
      *             : SOBRANTES Y FALTANTES QUE EXCEDEN LA TOLERANCIA  *
      *             : DEL PARAMETRO TOLERANCIA, LOS CAJEROS CON        *
      *             : MOVIMIENTOS Y SIN DECLARACION, Y LAS             *
      *             : DECLARACIONES SIN MOVIMIENTOS.                   *
      * ARCHIVOS    : ARCHFTPM (ENTRADA), DECLCAJA (ENTRADA),          *
      *             : RPTCAJA (SALIDA)                                 *
      * PROGRAMA(S) : GENREG01, PARMRD01, RUNSTAT1                     *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDUC3071.
       AUTHOR. DIANA SALGUERO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-FTPMOM ASSIGN TO ARCHFTPM
                  FILE STATUS IS WKS-FS-ARCHFTPM.
      *DECLARACION DE CIERRE DE GAVETA: UNA LINEA POR CAJERO Y
      *MONEDA CON EL EFECTIVO QUE EL CAJERO DECLARA QUE ENTRO Y
      *SALIO DE SU GAVETA EN EL DIA.
           SELECT DECLARACION-CAJA ASSIGN TO DECLCAJA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-DECLCAJA.
           SELECT RPT-CUADRE ASSIGN TO RPTCAJA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-RPTCAJA.

       DATA DIVISION.

       FILE SECTION.
       FD ARCHIVO-FTPMOM
           RECORDING MODE IS F.
       01 AREA-ARCHIVO                  PIC X(115).

       FD DECLARACION-CAJA.
       01 REG-DECLARACION               PIC X(40).

       FD RPT-CUADRE.
       01 REG-RPT-CUADRE                PIC X(132).

       WORKING-STORAGE SECTION.

       01 WKS-CONTROL-ARCHIVOS.
          02 WKS-FS-ARCHFTPM            PIC X(02) VALUE SPACES.
             88 WKS-FIN-ARCHFTPM                  VALUE "10".
          02 WKS-FS-DECLCAJA            PIC X(02) VALUE SPACES.
             88 WKS-FIN-DECLCAJA                  VALUE "10".
          02 WKS-FS-RPTCAJA             PIC X(02) VALUE SPACES.

      *MISMA VISTA DEL REGISTRO DE ARCHIVO DE ANCHO FIJO QUE GRABA
      *EDUC3011; AQUI SE USAN LOS CAMPOS DE CAJERO, TERMINAL, TIPO
      *DE MOVIMIENTO Y MONEDA.
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

      *LINEA DE LA DECLARACION DE GAVETA: AGENCIA, CAJERO, MONEDA Y
      *EFECTIVO DECLARADO QUE ENTRO Y QUE SALIO (TRECE DIGITOS CON
      *DOS DECIMALES IMPLICITOS).
       01 WKS-LINEA-DECLARACION.
          02 WKS-DC-AGENCIA             PIC 9(03) VALUE ZEROES.
          02 FILLER                     PIC X(01).
          02 WKS-DC-CAJERO              PIC 9(04) VALUE ZEROES.
          02 FILLER                     PIC X(01).
          02 WKS-DC-MONEDA              PIC 9(01) VALUE ZEROES.
          02 FILLER                     PIC X(01).
          02 WKS-DC-ENTRADA             PIC 9(11)V99 VALUE ZEROES.
          02 FILLER                     PIC X(01).
          02 WKS-DC-SALIDA              PIC 9(11)V99 VALUE ZEROES.
          02 FILLER                     PIC X(02).

      *TOTALES DEL SISTEMA Y DECLARADOS POR AGENCIA, CAJERO Y
      *MONEDA. LA TERMINAL GUARDA LA PRIMERA USADA POR EL CAJERO; SI
      *USO MAS DE UNA SE MARCA PARA QUE LA AGENCIA LO REVISE.
       01 WKS-TABLA-CAJEROS.
          02 WKS-CJ-ENTRADA OCCURS 500 TIMES.
             03 WKS-CJ-AGENCIA          PIC 9(03).
             03 WKS-CJ-CAJERO           PIC 9(04).
             03 WKS-CJ-MONEDA           PIC 9(01).
             03 WKS-CJ-TERMINAL         PIC 9(04).
             03 WKS-CJ-VARIAS-TERM      PIC X(01).
             03 WKS-CJ-CANTIDAD         PIC 9(06).
             03 WKS-CJ-SIS-ENTRADA      PIC S9(13)V99.
             03 WKS-CJ-SIS-SALIDA       PIC S9(13)V99.
             03 WKS-CJ-DECLARADO        PIC X(01).
             03 WKS-CJ-DEC-ENTRADA      PIC S9(13)V99.
             03 WKS-CJ-DEC-SALIDA       PIC S9(13)V99.
          02 WKS-CJ-CANT                PIC 9(03) VALUE ZEROES.
          02 WKS-CJ-IDX                 PIC 9(03) VALUE ZEROES.
          02 WKS-CJ-IDX2                PIC 9(03) VALUE ZEROES.
          02 WKS-CJ-HALLADO             PIC 9(03) VALUE ZEROES.
       01 WKS-CJ-AUXILIAR               PIC X(80) VALUE SPACES.

      *TOTALES DEL SISTEMA POR CAJERO, MONEDA Y CODIGO DE
      *TRANSACCION, PARA EL DETALLE DEL REPORTE.
       01 WKS-TABLA-CODIGOS.
          02 WKS-CO-ENTRADA OCCURS 2000 TIMES.
             03 WKS-CO-AGENCIA          PIC 9(03).
             03 WKS-CO-CAJERO           PIC 9(04).
             03 WKS-CO-MONEDA           PIC 9(01).
             03 WKS-CO-CODIGO           PIC 9(02).
             03 WKS-CO-CANTIDAD         PIC 9(06).
             03 WKS-CO-ENTRADA-VAL      PIC S9(13)V99.
             03 WKS-CO-SALIDA-VAL       PIC S9(13)V99.
          02 WKS-CO-CANT                PIC 9(04) VALUE ZEROES.
          02 WKS-CO-IDX                 PIC 9(04) VALUE ZEROES.
          02 WKS-CO-IDX2                PIC 9(04) VALUE ZEROES.
       01 WKS-CO-AUXILIAR               PIC X(46) VALUE SPACES.

       01 WKS-CONTROL-CUADRE.
          02 WKS-FECHA-NEGOCIO          PIC 9(08) VALUE ZEROES.
          02 WKS-TOLERANCIA             PIC 9(07)V99 VALUE ZEROES.
          02 WKS-VALOR-TRAB             PIC S9(11)V99 VALUE ZEROES.
          02 WKS-DIF-ENTRADA            PIC S9(13)V99 VALUE ZEROES.
          02 WKS-DIF-SALIDA             PIC S9(13)V99 VALUE ZEROES.
          02 WKS-DIF-NETA               PIC S9(13)V99 VALUE ZEROES.
          02 WKS-DIF-ABSOLUTA           PIC 9(13)V99 VALUE ZEROES.
          02 WKS-AGENCIA-ANT            PIC 9(03) VALUE ZEROES.
          02 WKS-RESULTADO              PIC X(16) VALUE SPACES.
          02 WKS-FECHA-ENTERA           PIC X(20) VALUE SPACES.

      *SUBTOTALES DE LA AGENCIA EN CURSO EN EL REPORTE.
       01 WKS-SUBTOTAL-AGENCIA.
          02 WKS-SA-CAJEROS             PIC 9(04) VALUE ZEROES.
          02 WKS-SA-SOBRANTES           PIC 9(04) VALUE ZEROES.
          02 WKS-SA-FALTANTES           PIC 9(04) VALUE ZEROES.
          02 WKS-SA-SIN-DECLARACION     PIC 9(04) VALUE ZEROES.
          02 WKS-SA-SIN-MOVIMIENTOS     PIC 9(04) VALUE ZEROES.

       01 WKS-ITERACIONES.
          02 WKS-I-LEIDOS               PIC 9(07) VALUE ZEROES.
          02 WKS-I-SELECCIONADOS        PIC 9(07) VALUE ZEROES.
          02 WKS-I-OTRA-FECHA           PIC 9(07) VALUE ZEROES.
          02 WKS-I-SIN-CAJERO           PIC 9(07) VALUE ZEROES.
          02 WKS-I-DECLARACIONES        PIC 9(05) VALUE ZEROES.
          02 WKS-I-DECL-INVALIDAS       PIC 9(05) VALUE ZEROES.
          02 WKS-I-SOBRANTES            PIC 9(05) VALUE ZEROES.
          02 WKS-I-FALTANTES            PIC 9(05) VALUE ZEROES.
          02 WKS-I-SIN-DECLARACION      PIC 9(05) VALUE ZEROES.
          02 WKS-I-SIN-MOVIMIENTOS      PIC 9(05) VALUE ZEROES.
          02 WKS-I-DESBORDE             PIC 9(05) VALUE ZEROES.

      *LINEA DE CUADRE POR CAJERO Y MONEDA.
       01 WKS-LINEA-CAJERO.
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 WKS-LJ-CAJERO              PIC 9(04) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LJ-TERMINAL            PIC 9(04) VALUE ZEROES.
          02 WKS-LJ-VARIAS-TERM         PIC X(01) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LJ-MONEDA              PIC 9(01) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LJ-SIS-ENTRADA         PIC -(11)9.99.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LJ-SIS-SALIDA          PIC -(11)9.99.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LJ-DEC-ENTRADA         PIC -(11)9.99.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LJ-DEC-SALIDA          PIC -(11)9.99.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LJ-DIFERENCIA          PIC -(11)9.99.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LJ-RESULTADO           PIC X(16) VALUE SPACES.

      *LINEA DE DETALLE POR CODIGO DE TRANSACCION DEL CAJERO.
       01 WKS-LINEA-CODIGO.
          02 FILLER                     PIC X(08) VALUE SPACES.
          02 FILLER                     PIC X(12) VALUE "TRANSACCION ".
          02 WKS-LO-CODIGO              PIC 9(02) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LO-CANTIDAD            PIC ZZZZZ9 VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LO-ENTRADA             PIC -(11)9.99.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LO-SALIDA              PIC -(11)9.99.

      *VERIFICACION CONTRA EL REGISTRO CENTRAL DE GENERACIONES
      *(GENREG01): EL ARCHFTPM QUE SE VA A CUADRAR DEBE SER LA
      *GENERACION DE LA FECHA DE NEGOCIO PEDIDA, COMO EN LA
      *CONCILIACION DE ACUSES (EDUC3016).
       01 WKS-CONTROL-GENREG.
          02 WKS-GR-FUNCION             PIC X(01) VALUE "V".
          02 WKS-GR-ARCHIVO             PIC X(08) VALUE "ARCHFTPM".
          02 WKS-GR-FECHA               PIC 9(08) VALUE ZEROES.
          02 WKS-GR-REGISTROS           PIC 9(08) VALUE ZEROES.
          02 WKS-GR-CONFORME            PIC X(01) VALUE "S".
          02 WKS-GR-PROGRAMA            PIC X(08) VALUE "EDUC3071".

      *AREA PARA EL LECTOR COMUN DEL ARCHIVO CENTRAL DE PARAMETROS.
       01 WKS-CONTROL-PARAMETROS.
          02 WKS-PARM-SECCION           PIC X(08) VALUE "EDUC3071".
          02 WKS-PARM-CANT              PIC 9(02) VALUE ZEROES.
          02 WKS-PARM-TABLA.
             03 WKS-PARM-ENTRADA OCCURS 20 TIMES.
                04 WKS-PARM-CLAVE       PIC X(20).
                04 WKS-PARM-VALOR       PIC X(20).
          02 WKS-PARM-SIN-SECCION       PIC X(01) VALUE "S".
          02 WKS-PARM-IDX               PIC 9(02) VALUE ZEROES.

      *AREA PARA LA RUTINA COMUN DE ESTADISTICAS DE CORRIDA.
       01 WKS-CONTROL-ESTADISTICA.
          02 WKS-ST-PROGRAMA            PIC X(08) VALUE "EDUK3071".
          02 WKS-ST-FECHA-HORA          PIC X(20) VALUE SPACES.
          02 WKS-ST-FECHA-INICIO        PIC 9(08) VALUE ZEROES.
          02 WKS-ST-HORA-INICIO         PIC 9(06) VALUE ZEROES.
          02 WKS-ST-LEIDOS              PIC 9(06) VALUE ZEROES.
          02 WKS-ST-ESCRITOS            PIC 9(06) VALUE ZEROES.
          02 WKS-ST-RECHAZADOS          PIC 9(06) VALUE ZEROES.
          02 WKS-ST-RC-GUARDADO         PIC 9(04) VALUE ZEROES.

       PROCEDURE DIVISION.

       0000-INICIO SECTION.
           MOVE FUNCTION CURRENT-DATE TO WKS-ST-FECHA-HORA
           MOVE WKS-ST-FECHA-HORA(1:8) TO WKS-ST-FECHA-INICIO
           MOVE WKS-ST-FECHA-HORA(9:6) TO WKS-ST-HORA-INICIO

           INITIALIZE WKS-TABLA-CAJEROS
           INITIALIZE WKS-TABLA-CODIGOS

           PERFORM 0001-INICIO-PARAMETROS THRU 0001-PARAMETROS-E

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

           PERFORM 0002-INICIO-TOTALIZA THRU 0002-TOTALIZA-E
           PERFORM 0004-INICIO-CARGA-DECLARACION THRU
              0004-CARGA-DECLARACION-E
           PERFORM 0006-INICIO-ORDENA THRU 0006-ORDENA-E
           PERFORM 0007-INICIO-REPORTE THRU 0007-REPORTE-E

           DISPLAY "REGISTROS DE ARCHIVO LEIDOS: " WKS-I-LEIDOS
           DISPLAY "MOVIMIENTOS DE CAJERO DEL DIA: "
                   WKS-I-SELECCIONADOS
           DISPLAY "MOVIMIENTOS DE OTRA FECHA (NO CUADRAN): "
                   WKS-I-OTRA-FECHA
           DISPLAY "MOVIMIENTOS SIN CAJERO (NO CUADRAN): "
                   WKS-I-SIN-CAJERO
           DISPLAY "DECLARACIONES LEIDAS: " WKS-I-DECLARACIONES
           DISPLAY "DECLARACIONES INVALIDAS: " WKS-I-DECL-INVALIDAS
           DISPLAY "CAJEROS CON SOBRANTE: " WKS-I-SOBRANTES
           DISPLAY "CAJEROS CON FALTANTE: " WKS-I-FALTANTES
           DISPLAY "CAJEROS CON MOVIMIENTOS SIN DECLARACION: "
                   WKS-I-SIN-DECLARACION
           DISPLAY "DECLARACIONES SIN MOVIMIENTOS: "
                   WKS-I-SIN-MOVIMIENTOS
           IF WKS-I-DESBORDE > ZEROES
              DISPLAY "ENTRADAS QUE NO CUPIERON EN LAS TABLAS: "
                      WKS-I-DESBORDE
           END-IF

           IF WKS-I-SOBRANTES > ZEROES OR WKS-I-FALTANTES > ZEROES OR
              WKS-I-SIN-DECLARACION > ZEROES OR
              WKS-I-SIN-MOVIMIENTOS > ZEROES OR
              WKS-I-DECL-INVALIDAS > ZEROES OR
              WKS-I-DESBORDE > ZEROES
              MOVE 4 TO RETURN-CODE
           END-IF

           MOVE WKS-I-LEIDOS TO WKS-ST-LEIDOS
           MOVE WKS-CJ-CANT TO WKS-ST-ESCRITOS
           MOVE WKS-I-DECL-INVALIDAS TO WKS-ST-RECHAZADOS
           MOVE RETURN-CODE TO WKS-ST-RC-GUARDADO
           CALL 'RUNSTAT1' USING WKS-ST-PROGRAMA
                                 WKS-ST-FECHA-INICIO
                                 WKS-ST-HORA-INICIO
                                 WKS-ST-LEIDOS
                                 WKS-ST-ESCRITOS
                                 WKS-ST-RECHAZADOS
           MOVE WKS-ST-RC-GUARDADO TO RETURN-CODE

           STOP RUN.
       0000-INICIO-E.
           EXIT.

       0001-INICIO-PARAMETROS SECTION.
      *FECHA_NEGOCIO: POR OMISION LA FECHA DE PROCESO. TOLERANCIA:
      *DIFERENCIA MAXIMA ACEPTADA ENTRE LO DECLARADO Y LO DEL
      *SISTEMA (NUEVE DIGITOS CON DOS DECIMALES IMPLICITOS; POR
      *OMISION CERO, ES DECIR, CUADRE EXACTO).
           MOVE FUNCTION CURRENT-DATE TO WKS-FECHA-ENTERA
           ACCEPT WKS-FECHA-NEGOCIO FROM ENVIRONMENT "FECHA_NEGOCIO"
           IF WKS-FECHA-NEGOCIO NOT NUMERIC OR
              WKS-FECHA-NEGOCIO = ZEROES
              MOVE WKS-FECHA-ENTERA(1:8) TO WKS-FECHA-NEGOCIO
           END-IF
           ACCEPT WKS-TOLERANCIA FROM ENVIRONMENT "TOLERANCIA"
           IF WKS-TOLERANCIA NOT NUMERIC
              MOVE ZEROES TO WKS-TOLERANCIA
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
                         WKS-TOLERANCIA
                   END-IF
              WHEN OTHER
                   DISPLAY "PARAMETRO DESCONOCIDO EN PARAMET: "
                           WKS-PARM-CLAVE(WKS-PARM-IDX)
              END-EVALUATE
           END-PERFORM

           DISPLAY "PARAMETROS EFECTIVOS DE LA CORRIDA:"
           DISPLAY "  FECHA_NEGOCIO: " WKS-FECHA-NEGOCIO
           DISPLAY "  TOLERANCIA: " WKS-TOLERANCIA.
       0001-PARAMETROS-E.
           EXIT.

       0002-INICIO-TOTALIZA SECTION.
      *SOLO CUADRAN LOS MOVIMIENTOS DE LA FECHA DE NEGOCIO (LOS
      *ARRASTRADOS DE OTRO DIA PERTENECEN AL CUADRE DE SU DIA) Y CON
      *CAJERO ASIGNADO (LOS DE CANALES SIN CAJERO NO TOCAN GAVETA).
           OPEN INPUT ARCHIVO-FTPMOM
           IF WKS-FS-ARCHFTPM NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE RESPALDO"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           READ ARCHIVO-FTPMOM INTO WKS-REG-ARCHIVO
           AT END
              SET WKS-FIN-ARCHFTPM TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-ARCHFTPM
                   ADD 1 TO WKS-I-LEIDOS
                   EVALUATE TRUE
                   WHEN WKS-AR-MES NOT = WKS-FECHA-NEGOCIO(5:2) OR
                        WKS-AR-DIA NOT = WKS-FECHA-NEGOCIO(7:2)
                        ADD 1 TO WKS-I-OTRA-FECHA
                   WHEN WKS-AR-CAJERO NOT NUMERIC OR
                        WKS-AR-CAJERO = ZEROES
                        ADD 1 TO WKS-I-SIN-CAJERO
                   WHEN OTHER
                        ADD 1 TO WKS-I-SELECCIONADOS
                        PERFORM 0003-INICIO-ACUMULA THRU
                           0003-ACUMULA-E
                   END-EVALUATE
                   READ ARCHIVO-FTPMOM INTO WKS-REG-ARCHIVO
                   AT END
                      SET WKS-FIN-ARCHFTPM TO TRUE
                   END-READ
           END-PERFORM

           CLOSE ARCHIVO-FTPMOM.
       0002-TOTALIZA-E.
           EXIT.

       0003-INICIO-ACUMULA SECTION.
      *LOS TIPOS DE MOVIMIENTO IMPARES SON DEBITOS A LA CUENTA
      *(EFECTIVO QUE SALE DE LA GAVETA) Y LOS PARES CREDITOS
      *(EFECTIVO QUE ENTRA), IGUAL QUE EN LA POSICION NETA DEL
      *EXTRACTO.
           IF WKS-AR-VALOR-SIGNO = "-"
              COMPUTE WKS-VALOR-TRAB = ZERO - WKS-AR-VALOR-ENT -
                 (WKS-AR-VALOR-DEC / 100)
           ELSE
              COMPUTE WKS-VALOR-TRAB = WKS-AR-VALOR-ENT +
                 (WKS-AR-VALOR-DEC / 100)
           END-IF

           MOVE ZEROES TO WKS-CJ-HALLADO
           PERFORM VARYING WKS-CJ-IDX FROM 1 BY 1
              UNTIL WKS-CJ-IDX > WKS-CJ-CANT
              IF WKS-CJ-AGENCIA(WKS-CJ-IDX) = WKS-AR-AGENCIA-ORIGEN AND
                 WKS-CJ-CAJERO(WKS-CJ-IDX) = WKS-AR-CAJERO AND
                 WKS-CJ-MONEDA(WKS-CJ-IDX) = WKS-AR-CODIGO-MONEDA
                 MOVE WKS-CJ-IDX TO WKS-CJ-HALLADO
                 MOVE WKS-CJ-CANT TO WKS-CJ-IDX
              END-IF
           END-PERFORM

           IF WKS-CJ-HALLADO = ZEROES
              IF WKS-CJ-CANT < 500
                 ADD 1 TO WKS-CJ-CANT
                 MOVE WKS-CJ-CANT TO WKS-CJ-HALLADO
                 MOVE WKS-AR-AGENCIA-ORIGEN TO
                    WKS-CJ-AGENCIA(WKS-CJ-HALLADO)
                 MOVE WKS-AR-CAJERO TO WKS-CJ-CAJERO(WKS-CJ-HALLADO)
                 MOVE WKS-AR-CODIGO-MONEDA TO
                    WKS-CJ-MONEDA(WKS-CJ-HALLADO)
                 MOVE WKS-AR-TERMINAL TO
                    WKS-CJ-TERMINAL(WKS-CJ-HALLADO)
                 MOVE SPACES TO WKS-CJ-VARIAS-TERM(WKS-CJ-HALLADO)
                 MOVE "N" TO WKS-CJ-DECLARADO(WKS-CJ-HALLADO)
              ELSE
                 ADD 1 TO WKS-I-DESBORDE
                 GO TO 0003-ACUMULA-E
              END-IF
           END-IF

           IF WKS-AR-TERMINAL NOT = WKS-CJ-TERMINAL(WKS-CJ-HALLADO)
              MOVE "*" TO WKS-CJ-VARIAS-TERM(WKS-CJ-HALLADO)
           END-IF
           ADD 1 TO WKS-CJ-CANTIDAD(WKS-CJ-HALLADO)
           IF FUNCTION MOD(WKS-AR-TIPO-MOVIMIENTO, 2) = 1
              ADD WKS-VALOR-TRAB TO WKS-CJ-SIS-SALIDA(WKS-CJ-HALLADO)
           ELSE
              ADD WKS-VALOR-TRAB TO WKS-CJ-SIS-ENTRADA(WKS-CJ-HALLADO)
           END-IF

           PERFORM VARYING WKS-CO-IDX FROM 1 BY 1
              UNTIL WKS-CO-IDX > WKS-CO-CANT
              IF WKS-CO-AGENCIA(WKS-CO-IDX) = WKS-AR-AGENCIA-ORIGEN AND
                 WKS-CO-CAJERO(WKS-CO-IDX) = WKS-AR-CAJERO AND
                 WKS-CO-MONEDA(WKS-CO-IDX) = WKS-AR-CODIGO-MONEDA AND
                 WKS-CO-CODIGO(WKS-CO-IDX) = WKS-AR-CODIGO-TRANSACCION
                 GO TO 0003-ACUMULA-CODIGO
              END-IF
           END-PERFORM
           IF WKS-CO-CANT < 2000
              ADD 1 TO WKS-CO-CANT
              MOVE WKS-CO-CANT TO WKS-CO-IDX
              MOVE WKS-AR-AGENCIA-ORIGEN TO WKS-CO-AGENCIA(WKS-CO-IDX)
              MOVE WKS-AR-CAJERO TO WKS-CO-CAJERO(WKS-CO-IDX)
              MOVE WKS-AR-CODIGO-MONEDA TO WKS-CO-MONEDA(WKS-CO-IDX)
              MOVE WKS-AR-CODIGO-TRANSACCION TO
                 WKS-CO-CODIGO(WKS-CO-IDX)
           ELSE
              ADD 1 TO WKS-I-DESBORDE
              GO TO 0003-ACUMULA-E
           END-IF.

       0003-ACUMULA-CODIGO.
           ADD 1 TO WKS-CO-CANTIDAD(WKS-CO-IDX)
           IF FUNCTION MOD(WKS-AR-TIPO-MOVIMIENTO, 2) = 1
              ADD WKS-VALOR-TRAB TO WKS-CO-SALIDA-VAL(WKS-CO-IDX)
           ELSE
              ADD WKS-VALOR-TRAB TO WKS-CO-ENTRADA-VAL(WKS-CO-IDX)
           END-IF.
       0003-ACUMULA-E.
           EXIT.

       0004-INICIO-CARGA-DECLARACION SECTION.
      *SIN ARCHIVO DE DECLARACIONES (FILE STATUS 35) TODOS LOS
      *CAJEROS CON MOVIMIENTOS QUEDAN COMO SIN DECLARACION.
           OPEN INPUT DECLARACION-CAJA
           IF WKS-FS-DECLCAJA = "35"
              DISPLAY "SIN ARCHIVO DE DECLARACIONES DECLCAJA"
              GO TO 0004-CARGA-DECLARACION-E
           END-IF
           IF WKS-FS-DECLCAJA NOT = "00"
              DISPLAY "NO SE PUDO ABRIR LAS DECLARACIONES DE CAJA"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           READ DECLARACION-CAJA INTO WKS-LINEA-DECLARACION
           AT END
              SET WKS-FIN-DECLCAJA TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-DECLCAJA
                   ADD 1 TO WKS-I-DECLARACIONES
                   PERFORM 0005-INICIO-APLICA-DECLARACION THRU
                      0005-APLICA-DECLARACION-E
                   READ DECLARACION-CAJA INTO WKS-LINEA-DECLARACION
                   AT END
                      SET WKS-FIN-DECLCAJA TO TRUE
                   END-READ
           END-PERFORM

           CLOSE DECLARACION-CAJA.
       0004-CARGA-DECLARACION-E.
           EXIT.

       0005-INICIO-APLICA-DECLARACION SECTION.
      *UNA DECLARACION SIN MOVIMIENTOS DEL MISMO CAJERO Y MONEDA
      *ENTRA A LA TABLA CON TOTALES DEL SISTEMA EN CERO, PARA QUE
      *EL REPORTE LA MARQUE.
           IF WKS-DC-AGENCIA NOT NUMERIC OR
              WKS-DC-CAJERO NOT NUMERIC OR
              WKS-DC-MONEDA NOT NUMERIC OR
              WKS-DC-ENTRADA NOT NUMERIC OR
              WKS-DC-SALIDA NOT NUMERIC
              ADD 1 TO WKS-I-DECL-INVALIDAS
              DISPLAY "DECLARACION INVALIDA: " WKS-LINEA-DECLARACION
              GO TO 0005-APLICA-DECLARACION-E
           END-IF

           MOVE ZEROES TO WKS-CJ-HALLADO
           PERFORM VARYING WKS-CJ-IDX FROM 1 BY 1
              UNTIL WKS-CJ-IDX > WKS-CJ-CANT
              IF WKS-CJ-AGENCIA(WKS-CJ-IDX) = WKS-DC-AGENCIA AND
                 WKS-CJ-CAJERO(WKS-CJ-IDX) = WKS-DC-CAJERO AND
                 WKS-CJ-MONEDA(WKS-CJ-IDX) = WKS-DC-MONEDA
                 MOVE WKS-CJ-IDX TO WKS-CJ-HALLADO
                 MOVE WKS-CJ-CANT TO WKS-CJ-IDX
              END-IF
           END-PERFORM

           IF WKS-CJ-HALLADO = ZEROES
              IF WKS-CJ-CANT < 500
                 ADD 1 TO WKS-CJ-CANT
                 MOVE WKS-CJ-CANT TO WKS-CJ-HALLADO
                 MOVE WKS-DC-AGENCIA TO WKS-CJ-AGENCIA(WKS-CJ-HALLADO)
                 MOVE WKS-DC-CAJERO TO WKS-CJ-CAJERO(WKS-CJ-HALLADO)
                 MOVE WKS-DC-MONEDA TO WKS-CJ-MONEDA(WKS-CJ-HALLADO)
                 MOVE ZEROES TO WKS-CJ-TERMINAL(WKS-CJ-HALLADO)
                 MOVE SPACES TO WKS-CJ-VARIAS-TERM(WKS-CJ-HALLADO)
              ELSE
                 ADD 1 TO WKS-I-DESBORDE
                 GO TO 0005-APLICA-DECLARACION-E
              END-IF
           END-IF

           MOVE "S" TO WKS-CJ-DECLARADO(WKS-CJ-HALLADO)
           ADD WKS-DC-ENTRADA TO WKS-CJ-DEC-ENTRADA(WKS-CJ-HALLADO)
           ADD WKS-DC-SALIDA TO WKS-CJ-DEC-SALIDA(WKS-CJ-HALLADO).
       0005-APLICA-DECLARACION-E.
           EXIT.

       0006-INICIO-ORDENA SECTION.
      *ORDENA AMBAS TABLAS POR AGENCIA, CAJERO Y MONEDA (Y CODIGO DE
      *TRANSACCION EN EL DETALLE), POR INTERCAMBIO DIRECTO COMO EL
      *RESUMEN DEL EXTRACTO; LAS TABLAS SON PEQUEÑAS.
           PERFORM VARYING WKS-CJ-IDX FROM 1 BY 1
              UNTIL WKS-CJ-IDX >= WKS-CJ-CANT
              PERFORM VARYING WKS-CJ-IDX2 FROM 1 BY 1
                 UNTIL WKS-CJ-IDX2 >= WKS-CJ-CANT
                 IF WKS-CJ-ENTRADA(WKS-CJ-IDX2)(1:8) >
                    WKS-CJ-ENTRADA(WKS-CJ-IDX2 + 1)(1:8)
                    MOVE WKS-CJ-ENTRADA(WKS-CJ-IDX2) TO
                       WKS-CJ-AUXILIAR
                    MOVE WKS-CJ-ENTRADA(WKS-CJ-IDX2 + 1) TO
                       WKS-CJ-ENTRADA(WKS-CJ-IDX2)
                    MOVE WKS-CJ-AUXILIAR TO
                       WKS-CJ-ENTRADA(WKS-CJ-IDX2 + 1)
                 END-IF
              END-PERFORM
           END-PERFORM

           PERFORM VARYING WKS-CO-IDX FROM 1 BY 1
              UNTIL WKS-CO-IDX >= WKS-CO-CANT
              PERFORM VARYING WKS-CO-IDX2 FROM 1 BY 1
                 UNTIL WKS-CO-IDX2 >= WKS-CO-CANT
                 IF WKS-CO-ENTRADA(WKS-CO-IDX2)(1:10) >
                    WKS-CO-ENTRADA(WKS-CO-IDX2 + 1)(1:10)
                    MOVE WKS-CO-ENTRADA(WKS-CO-IDX2) TO
                       WKS-CO-AUXILIAR
                    MOVE WKS-CO-ENTRADA(WKS-CO-IDX2 + 1) TO
                       WKS-CO-ENTRADA(WKS-CO-IDX2)
                    MOVE WKS-CO-AUXILIAR TO
                       WKS-CO-ENTRADA(WKS-CO-IDX2 + 1)
                 END-IF
              END-PERFORM
           END-PERFORM.
       0006-ORDENA-E.
           EXIT.

       0007-INICIO-REPORTE SECTION.
           OPEN OUTPUT RPT-CUADRE
           IF WKS-FS-RPTCAJA NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL REPORTE DE CUADRE DE CAJA"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE SPACES TO REG-RPT-CUADRE
           STRING "CUADRE DE CAJA POR CAJERO DEL " WKS-FECHA-NEGOCIO
                  "  TOLERANCIA: " WKS-TOLERANCIA
              DELIMITED BY SIZE INTO REG-RPT-CUADRE
           END-STRING
           WRITE REG-RPT-CUADRE

           MOVE 999 TO WKS-AGENCIA-ANT
           MOVE 1 TO WKS-CO-IDX
           PERFORM VARYING WKS-CJ-IDX FROM 1 BY 1
              UNTIL WKS-CJ-IDX > WKS-CJ-CANT
              IF WKS-CJ-AGENCIA(WKS-CJ-IDX) NOT = WKS-AGENCIA-ANT
                 IF WKS-AGENCIA-ANT NOT = 999
                    PERFORM 0009-INICIO-SUBTOTAL-AGENCIA THRU
                       0009-SUBTOTAL-AGENCIA-E
                 END-IF
                 PERFORM 0010-INICIO-ENCABEZA-AGENCIA THRU
                    0010-ENCABEZA-AGENCIA-E
              END-IF
              PERFORM 0008-INICIO-LINEA-CAJERO THRU
                 0008-LINEA-CAJERO-E
           END-PERFORM
           IF WKS-AGENCIA-ANT NOT = 999
              PERFORM 0009-INICIO-SUBTOTAL-AGENCIA THRU
                 0009-SUBTOTAL-AGENCIA-E
           END-IF

           MOVE SPACES TO REG-RPT-CUADRE
           WRITE REG-RPT-CUADRE
           MOVE SPACES TO REG-RPT-CUADRE
           STRING "TOTAL GENERAL  SOBRANTES: " WKS-I-SOBRANTES
                  "  FALTANTES: " WKS-I-FALTANTES
                  "  SIN DECLARACION: " WKS-I-SIN-DECLARACION
                  "  SIN MOVIMIENTOS: " WKS-I-SIN-MOVIMIENTOS
              DELIMITED BY SIZE INTO REG-RPT-CUADRE
           END-STRING
           WRITE REG-RPT-CUADRE

           CLOSE RPT-CUADRE.
       0007-REPORTE-E.
           EXIT.

       0008-INICIO-LINEA-CAJERO SECTION.
      *LA DIFERENCIA ES EL EFECTIVO NETO DECLARADO (ENTRADAS MENOS
      *SALIDAS) MENOS EL NETO DEL SISTEMA: POSITIVA ES SOBRANTE Y
      *NEGATIVA FALTANTE. SOLO SE MARCA CUANDO EXCEDE LA TOLERANCIA.
           ADD 1 TO WKS-SA-CAJEROS
           COMPUTE WKS-DIF-ENTRADA = WKS-CJ-DEC-ENTRADA(WKS-CJ-IDX) -
              WKS-CJ-SIS-ENTRADA(WKS-CJ-IDX)
           COMPUTE WKS-DIF-SALIDA = WKS-CJ-DEC-SALIDA(WKS-CJ-IDX) -
              WKS-CJ-SIS-SALIDA(WKS-CJ-IDX)
           COMPUTE WKS-DIF-NETA = WKS-DIF-ENTRADA - WKS-DIF-SALIDA
           IF WKS-DIF-NETA < ZEROES
              COMPUTE WKS-DIF-ABSOLUTA = ZERO - WKS-DIF-NETA
           ELSE
              MOVE WKS-DIF-NETA TO WKS-DIF-ABSOLUTA
           END-IF

           EVALUATE TRUE
           WHEN WKS-CJ-DECLARADO(WKS-CJ-IDX) NOT = "S"
                MOVE "SIN DECLARACION" TO WKS-RESULTADO
                ADD 1 TO WKS-I-SIN-DECLARACION
                ADD 1 TO WKS-SA-SIN-DECLARACION
           WHEN WKS-CJ-CANTIDAD(WKS-CJ-IDX) = ZEROES
                MOVE "SIN MOVIMIENTOS" TO WKS-RESULTADO
                ADD 1 TO WKS-I-SIN-MOVIMIENTOS
                ADD 1 TO WKS-SA-SIN-MOVIMIENTOS
           WHEN WKS-DIF-ABSOLUTA NOT > WKS-TOLERANCIA
                MOVE "CUADRADO" TO WKS-RESULTADO
           WHEN WKS-DIF-NETA > ZEROES
                MOVE "SOBRANTE" TO WKS-RESULTADO
                ADD 1 TO WKS-I-SOBRANTES
                ADD 1 TO WKS-SA-SOBRANTES
           WHEN OTHER
                MOVE "FALTANTE" TO WKS-RESULTADO
                ADD 1 TO WKS-I-FALTANTES
                ADD 1 TO WKS-SA-FALTANTES
           END-EVALUATE

           MOVE WKS-CJ-CAJERO(WKS-CJ-IDX) TO WKS-LJ-CAJERO
           MOVE WKS-CJ-TERMINAL(WKS-CJ-IDX) TO WKS-LJ-TERMINAL
           MOVE WKS-CJ-VARIAS-TERM(WKS-CJ-IDX) TO WKS-LJ-VARIAS-TERM
           MOVE WKS-CJ-MONEDA(WKS-CJ-IDX) TO WKS-LJ-MONEDA
           MOVE WKS-CJ-SIS-ENTRADA(WKS-CJ-IDX) TO WKS-LJ-SIS-ENTRADA
           MOVE WKS-CJ-SIS-SALIDA(WKS-CJ-IDX) TO WKS-LJ-SIS-SALIDA
           MOVE WKS-CJ-DEC-ENTRADA(WKS-CJ-IDX) TO WKS-LJ-DEC-ENTRADA
           MOVE WKS-CJ-DEC-SALIDA(WKS-CJ-IDX) TO WKS-LJ-DEC-SALIDA
           MOVE WKS-DIF-NETA TO WKS-LJ-DIFERENCIA
           MOVE WKS-RESULTADO TO WKS-LJ-RESULTADO
           WRITE REG-RPT-CUADRE FROM WKS-LINEA-CAJERO

      *DETALLE POR CODIGO DE TRANSACCION DEL MISMO CAJERO Y MONEDA;
      *AMBAS TABLAS ESTAN EN EL MISMO ORDEN, ASI QUE EL DETALLE SE
      *RECORRE UNA SOLA VEZ EN TODO EL REPORTE.
           PERFORM UNTIL WKS-CO-IDX > WKS-CO-CANT
              OR WKS-CO-ENTRADA(WKS-CO-IDX)(1:8) >
                 WKS-CJ-ENTRADA(WKS-CJ-IDX)(1:8)
              IF WKS-CO-ENTRADA(WKS-CO-IDX)(1:8) =
                 WKS-CJ-ENTRADA(WKS-CJ-IDX)(1:8)
                 MOVE WKS-CO-CODIGO(WKS-CO-IDX) TO WKS-LO-CODIGO
                 MOVE WKS-CO-CANTIDAD(WKS-CO-IDX) TO WKS-LO-CANTIDAD
                 MOVE WKS-CO-ENTRADA-VAL(WKS-CO-IDX) TO WKS-LO-ENTRADA
                 MOVE WKS-CO-SALIDA-VAL(WKS-CO-IDX) TO WKS-LO-SALIDA
                 WRITE REG-RPT-CUADRE FROM WKS-LINEA-CODIGO
              END-IF
              ADD 1 TO WKS-CO-IDX
           END-PERFORM.
       0008-LINEA-CAJERO-E.
           EXIT.

       0009-INICIO-SUBTOTAL-AGENCIA SECTION.
           MOVE SPACES TO REG-RPT-CUADRE
           STRING "  AGENCIA " WKS-AGENCIA-ANT
                  "  CAJEROS/MONEDA: " WKS-SA-CAJEROS
                  "  SOBRANTES: " WKS-SA-SOBRANTES
                  "  FALTANTES: " WKS-SA-FALTANTES
                  "  SIN DECLARACION: " WKS-SA-SIN-DECLARACION
                  "  SIN MOVIMIENTOS: " WKS-SA-SIN-MOVIMIENTOS
              DELIMITED BY SIZE INTO REG-RPT-CUADRE
           END-STRING
           WRITE REG-RPT-CUADRE.
       0009-SUBTOTAL-AGENCIA-E.
           EXIT.

       0010-INICIO-ENCABEZA-AGENCIA SECTION.
           MOVE WKS-CJ-AGENCIA(WKS-CJ-IDX) TO WKS-AGENCIA-ANT
           INITIALIZE WKS-SUBTOTAL-AGENCIA

           MOVE SPACES TO REG-RPT-CUADRE
           WRITE REG-RPT-CUADRE
           MOVE SPACES TO REG-RPT-CUADRE
           STRING "AGENCIA " WKS-AGENCIA-ANT
              DELIMITED BY SIZE INTO REG-RPT-CUADRE
           END-STRING
           WRITE REG-RPT-CUADRE
           MOVE SPACES TO REG-RPT-CUADRE
           MOVE "  CAJ  TERM  M" TO REG-RPT-CUADRE(1:14)
           MOVE "SISTEMA ENTRA" TO REG-RPT-CUADRE(20:13)
           MOVE "SISTEMA SALE" TO REG-RPT-CUADRE(37:12)
           MOVE "DECLARA ENTRA" TO REG-RPT-CUADRE(53:13)
           MOVE "DECLARA SALE" TO REG-RPT-CUADRE(70:12)
           MOVE "DIFERENCIA" TO REG-RPT-CUADRE(88:10)
           MOVE "RESULTADO" TO REG-RPT-CUADRE(99:9)
           WRITE REG-RPT-CUADRE.
       0010-ENCABEZA-AGENCIA-E.
           EXIT.
