      ******************************************************************
      * FECHA       : 2026                                             *
      * PROGRAMADOR : DIANA STEFFANNY SALGUERO ROSALES                 *
      * APLICACION  : EDUCACION                                        *
      * PROGRAMA    : EDUC3077                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : CONTROL NOCTURNO DE RESERVAS (RETENCIONES) DE    *
      *             : FONDOS. DA DE ALTA EN EL MAESTRO RESMST LAS      *
      *             : RESERVAS 1 Y 2 DE CADA MOVIMIENTO DEL ARCHIVO DE *
      *             : RESPALDO DEL DIA (ARCHFTPM, DE EDUC3011), CON SU *
      *             : FECHA DE LIBERACION CALCULADA POR ELAPBUS2 SEGUN *
      *             : LOS DIAS HABILES DEL TIPO DE RESERVA (PLAZORES). *
      *             : LUEGO RECORRE EL MAESTRO: GRABA EN RESLIB LAS    *
      *             : RESERVAS QUE VENCEN HOY (Y LAS ATRASADAS) Y LAS  *
      *             : MARCA LIBERADAS, REPORTA LAS ATRASADAS Y LAS     *
      *             : PROLONGADAS, Y DEJA EN SALDORES EL SALDO         *
      *             : RETENIDO ABIERTO POR CUENTA Y MONEDA PARA        *
      *             : SERVICIO AL CLIENTE.                             *
      * ARCHIVOS    : ARCHFTPM (ENTRADA), PLAZORES (ENTRADA),          *
      *             : RESMST (I-O), RESLIB (SALIDA), SALDORES          *
      *             : (SALIDA), RPTRES (SALIDA)                        *
      * PROGRAMA(S) : ELAPBUS1, ELAPBUS2, GENREG01, PARMRD01,          *
      *             : RUNSTAT1                                         *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDUC3077.
       AUTHOR. DIANA SALGUERO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-FTPMOM ASSIGN TO ARCHFTPM
                  FILE STATUS IS WKS-FS-ARCHFTPM.
      *TABLA DE PLAZOS: UNA LINEA POR TIPO DE RESERVA CON LOS DIAS
      *HABILES QUE DURA LA RETENCION.
           SELECT PLAZOS-RESERVA ASSIGN TO PLAZORES
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-PLAZORES.
           SELECT RESERVA-MASTER ASSIGN TO RESMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RESMST-LLAVE
                  FILE STATUS IS WKS-FS-RESMST.
           SELECT RESERVAS-LIBERADAS ASSIGN TO RESLIB
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-RESLIB.
           SELECT SALDOS-RESERVA ASSIGN TO SALDORES
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-SALDORES.
           SELECT RPT-RESERVAS ASSIGN TO RPTRES
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-RPTRES.

       DATA DIVISION.

       FILE SECTION.
       FD ARCHIVO-FTPMOM
           RECORDING MODE IS F.
       01 AREA-ARCHIVO                  PIC X(115).

       FD PLAZOS-RESERVA.
       01 REG-PLAZOS-RESERVA            PIC X(30).

       FD RESERVA-MASTER.
           COPY RESMST.

       FD RESERVAS-LIBERADAS.
       01 REG-RESERVAS-LIBERADAS        PIC X(60).

       FD SALDOS-RESERVA.
       01 REG-SALDOS-RESERVA            PIC X(40).

       FD RPT-RESERVAS.
       01 REG-RPT-RESERVAS              PIC X(132).

       WORKING-STORAGE SECTION.

       01 WKS-CONTROL-ARCHIVOS.
          02 WKS-FS-ARCHFTPM            PIC X(02) VALUE SPACES.
             88 WKS-FIN-ARCHFTPM                  VALUE "10".
          02 WKS-FS-PLAZORES            PIC X(02) VALUE SPACES.
             88 WKS-FIN-PLAZORES                  VALUE "10".
          02 WKS-FS-RESMST              PIC X(02) VALUE SPACES.
             88 WKS-FIN-RESMST                    VALUE "10".
          02 WKS-FS-RESLIB              PIC X(02) VALUE SPACES.
          02 WKS-FS-SALDORES            PIC X(02) VALUE SPACES.
          02 WKS-FS-RPTRES              PIC X(02) VALUE SPACES.

      *MISMA VISTA DEL REGISTRO DE ARCHIVO DE ANCHO FIJO QUE GRABA
      *EDUC3011, CON LAS DOS RESERVAS DESGLOSADAS.
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
             10 WKS-AR-TIPO-RESERVA      PIC 9(01).
             10 WKS-AR-VALRES-SIGNO      PIC X(01).
             10 WKS-AR-VALRES-ENT        PIC 9(09).
             10 FILLER                   PIC X(01).
             10 WKS-AR-VALRES-DEC        PIC 9(02).
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
          05 FILLER                      PIC X(06).

      *LINEA DE LA TABLA DE PLAZOS: TIPO, DIAS HABILES Y NOMBRE.
       01 WKS-LINEA-PLAZO.
          02 WKS-LP-TIPO                PIC X(01).
          02 FILLER                     PIC X(01).
          02 WKS-LP-DIAS                PIC X(03).
          02 FILLER                     PIC X(01).
          02 WKS-LP-NOMBRE              PIC X(20).
          02 FILLER                     PIC X(04).

      *PLAZOS INDEXADOS DIRECTAMENTE POR EL TIPO DE RESERVA (1-9).
       01 WKS-TABLA-PLAZOS.
          02 WKS-PZ-ENTRADA OCCURS 9 TIMES.
             03 WKS-PZ-DEFINIDO         PIC X(01).
                88 WKS-PZ-CON-PLAZO               VALUE "S".
             03 WKS-PZ-DIAS             PIC 9(03).
             03 WKS-PZ-NOMBRE           PIC X(20).
          02 WKS-PZ-IDX                 PIC 9(02) VALUE ZEROES.

       01 WKS-CONTROL-RESERVAS.
          02 WKS-FECHA-NEGOCIO          PIC 9(08) VALUE ZEROES.
          02 WKS-FECHA-ENTERA           PIC X(20) VALUE SPACES.
          02 WKS-DIAS-LARGO             PIC 9(03) VALUE 10.
          02 WKS-DIAS-OMISION           PIC 9(03) VALUE 3.
          02 WKS-RS-IDX                 PIC 9(01) VALUE ZEROES.
          02 WKS-TIPO-TRAB              PIC 9(01) VALUE ZEROES.
          02 WKS-ESTADO-LINEA           PIC X(10) VALUE SPACES.
          02 WKS-CUENTA-ANT             PIC 9(10) VALUE ZEROES.
          02 WKS-MONEDAS-VALIDAS        PIC X(04) VALUE "1239".
          02 WKS-MN-IDX                 PIC 9(01) VALUE ZEROES.

      *SALDO ABIERTO DE LA CUENTA EN CURSO, UNA CASILLA POR MONEDA
      *DEL CATALOGO (1, 2, 3 Y 9, EN ESE ORDEN).
       01 WKS-SALDO-CUENTA.
          02 WKS-SC-MONEDA OCCURS 4 TIMES.
             03 WKS-SC-CANTIDAD         PIC 9(05).
             03 WKS-SC-SALDO            PIC 9(11)V99.

       01 WKS-CONTROL-ELAPBUS.
          02 WKS-EL-FECHA-INICIO        PIC 9(08) VALUE ZEROES.
          02 WKS-EL-FECHA-FIN           PIC 9(08) VALUE ZEROES.
          02 WKS-EL-DIAS-HABILES        PIC 9(05) VALUE ZEROES.
          02 WKS-EL-FECHA-VENCE         PIC 9(08) VALUE ZEROES.
          02 WKS-EL-SWITCH-ERROR        PIC X(01) VALUE "N".

       01 WKS-ITERACIONES.
          02 WKS-I-LEIDOS               PIC 9(07) VALUE ZEROES.
          02 WKS-I-NUEVAS               PIC 9(07) VALUE ZEROES.
          02 WKS-I-DUPLICADAS           PIC 9(07) VALUE ZEROES.
          02 WKS-I-SIN-PLAZO            PIC 9(07) VALUE ZEROES.
          02 WKS-I-ERROR-FECHA          PIC 9(07) VALUE ZEROES.
          02 WKS-I-LIBERADAS            PIC 9(07) VALUE ZEROES.
          02 WKS-I-ATRASADAS            PIC 9(07) VALUE ZEROES.
          02 WKS-I-PROLONGADAS          PIC 9(07) VALUE ZEROES.
          02 WKS-I-ABIERTAS             PIC 9(07) VALUE ZEROES.
          02 WKS-I-CUENTAS              PIC 9(07) VALUE ZEROES.

      *REGISTRO DE LIBERACION PARA EL SISTEMA DE CUENTAS: FECHA DE
      *LIBERACION, LLAVE DE LA RESERVA, MONEDA, VALOR Y UNA MARCA
      *"A" CUANDO LA LIBERACION LLEGA ATRASADA.
       01 WKS-LINEA-LIBERA.
          02 WKS-LL-FECHA               PIC 9(08) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LL-CUENTA              PIC 9(10) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LL-FECHA-ORIGEN        PIC 9(08) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LL-SECUENCIA           PIC 9(04) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LL-TIPO                PIC 9(01) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LL-MONEDA              PIC 9(01) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LL-VALOR               PIC 9(09)V99 VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LL-ATRASO              PIC X(01) VALUE SPACES.
          02 FILLER                     PIC X(09) VALUE SPACES.

      *SALDO RETENIDO ABIERTO POR CUENTA Y MONEDA.
       01 WKS-LINEA-SALDO.
          02 WKS-LS-CUENTA              PIC 9(10) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LS-MONEDA              PIC 9(01) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LS-CANTIDAD            PIC 9(05) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LS-SALDO               PIC 9(11)V99 VALUE ZEROES.
          02 FILLER                     PIC X(08) VALUE SPACES.

       01 WKS-LINEA-DETALLE.
          02 WKS-LD-ESTADO              PIC X(10) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LD-CUENTA              PIC 9(10) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LD-AGENCIA             PIC 9(03) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LD-FECHA-ORIGEN        PIC 9(08) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LD-SECUENCIA           PIC 9(04) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LD-TIPO                PIC 9(01) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LD-MONEDA              PIC 9(01) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LD-VALOR               PIC ZZZ,ZZZ,ZZ9.99 VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LD-PLAZO               PIC ZZ9 VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LD-FECHA-LIBERA        PIC 9(08) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LD-DIAS-ABIERTA        PIC ZZZZ9 VALUE ZEROES.

      *VERIFICACION CONTRA EL REGISTRO CENTRAL DE GENERACIONES
      *(GENREG01): EL ARCHFTPM QUE SE CARGA DEBE SER LA GENERACION
      *DE LA FECHA DE NEGOCIO PEDIDA, COMO EN EL CUADRE DE CAJA
      *(EDUC3071).
       01 WKS-CONTROL-GENREG.
          02 WKS-GR-FUNCION             PIC X(01) VALUE "V".
          02 WKS-GR-ARCHIVO             PIC X(08) VALUE "ARCHFTPM".
          02 WKS-GR-FECHA               PIC 9(08) VALUE ZEROES.
          02 WKS-GR-REGISTROS           PIC 9(08) VALUE ZEROES.
          02 WKS-GR-CONFORME            PIC X(01) VALUE "S".
          02 WKS-GR-PROGRAMA            PIC X(08) VALUE "EDUC3077".

      *AREA PARA EL LECTOR COMUN DEL ARCHIVO CENTRAL DE PARAMETROS.
       01 WKS-CONTROL-PARAMETROS.
          02 WKS-PARM-SECCION           PIC X(08) VALUE "EDUC3077".
          02 WKS-PARM-CANT              PIC 9(02) VALUE ZEROES.
          02 WKS-PARM-TABLA.
             03 WKS-PARM-ENTRADA OCCURS 20 TIMES.
                04 WKS-PARM-CLAVE       PIC X(20).
                04 WKS-PARM-VALOR       PIC X(20).
          02 WKS-PARM-SIN-SECCION       PIC X(01) VALUE "S".
          02 WKS-PARM-IDX               PIC 9(02) VALUE ZEROES.

      *AREA PARA LA RUTINA COMUN DE ESTADISTICAS DE CORRIDA.
       01 WKS-CONTROL-ESTADISTICA.
          02 WKS-ST-PROGRAMA            PIC X(08) VALUE "EDUK3077".
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

           INITIALIZE WKS-TABLA-PLAZOS

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

           PERFORM 0002-INICIO-CARGA-PLAZOS THRU 0002-CARGA-PLAZOS-E
           PERFORM 0003-INICIO-ABRE-ARCHIVOS THRU 0003-ABRE-ARCHIVOS-E
           PERFORM 0004-INICIO-ALTA-RESERVAS THRU 0004-ALTA-RESERVAS-E
           PERFORM 0006-INICIO-RECORRE-MAESTRO THRU
              0006-RECORRE-MAESTRO-E
           PERFORM 0010-INICIO-TOTALES THRU 0010-TOTALES-E

           CLOSE RESERVA-MASTER, RESERVAS-LIBERADAS, SALDOS-RESERVA,
                 RPT-RESERVAS

           MOVE WKS-I-LEIDOS TO WKS-ST-LEIDOS
           MOVE WKS-I-NUEVAS TO WKS-ST-ESCRITOS
           COMPUTE WKS-ST-RECHAZADOS = WKS-I-SIN-PLAZO +
              WKS-I-ERROR-FECHA
           CALL 'RUNSTAT1' USING WKS-ST-PROGRAMA
                                 WKS-ST-FECHA-INICIO
                                 WKS-ST-HORA-INICIO
                                 WKS-ST-LEIDOS
                                 WKS-ST-ESCRITOS
                                 WKS-ST-RECHAZADOS

           IF WKS-I-SIN-PLAZO > ZEROES OR WKS-I-ERROR-FECHA > ZEROES OR
              WKS-I-ATRASADAS > ZEROES OR WKS-I-PROLONGADAS > ZEROES
              MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.
       0000-INICIO-E.
           EXIT.

       0001-INICIO-PARAMETROS SECTION.
      *FECHA_NEGOCIO: POR OMISION LA FECHA DE PROCESO. DIAS_LARGO:
      *DIAS HABILES ABIERTA A PARTIR DE LOS CUALES UNA RESERVA SE
      *REPORTA COMO PROLONGADA (POR OMISION 10). DIAS_OMISION: PLAZO
      *QUE SE APLICA A UN TIPO DE RESERVA QUE NO ESTA EN PLAZORES
      *(POR OMISION 3).
           MOVE FUNCTION CURRENT-DATE TO WKS-FECHA-ENTERA
           ACCEPT WKS-FECHA-NEGOCIO FROM ENVIRONMENT "FECHA_NEGOCIO"
           IF WKS-FECHA-NEGOCIO NOT NUMERIC OR
              WKS-FECHA-NEGOCIO = ZEROES
              MOVE WKS-FECHA-ENTERA(1:8) TO WKS-FECHA-NEGOCIO
           END-IF
           ACCEPT WKS-DIAS-LARGO FROM ENVIRONMENT "DIAS_LARGO"
           IF WKS-DIAS-LARGO NOT NUMERIC OR WKS-DIAS-LARGO = ZEROES
              MOVE 10 TO WKS-DIAS-LARGO
           END-IF
           ACCEPT WKS-DIAS-OMISION FROM ENVIRONMENT "DIAS_OMISION"
           IF WKS-DIAS-OMISION NOT NUMERIC OR WKS-DIAS-OMISION = ZEROES
              MOVE 3 TO WKS-DIAS-OMISION
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
              WHEN "DIAS_LARGO"
                   IF WKS-PARM-VALOR(WKS-PARM-IDX)(1:3) NUMERIC AND
                      WKS-PARM-VALOR(WKS-PARM-IDX)(1:3) NOT = "000"
                      MOVE WKS-PARM-VALOR(WKS-PARM-IDX)(1:3) TO
                         WKS-DIAS-LARGO
                   END-IF
              WHEN "DIAS_OMISION"
                   IF WKS-PARM-VALOR(WKS-PARM-IDX)(1:3) NUMERIC AND
                      WKS-PARM-VALOR(WKS-PARM-IDX)(1:3) NOT = "000"
                      MOVE WKS-PARM-VALOR(WKS-PARM-IDX)(1:3) TO
                         WKS-DIAS-OMISION
                   END-IF
              WHEN OTHER
                   DISPLAY "PARAMETRO DESCONOCIDO EN PARAMET: "
                           WKS-PARM-CLAVE(WKS-PARM-IDX)
              END-EVALUATE
           END-PERFORM

           DISPLAY "PARAMETROS EFECTIVOS DE LA CORRIDA:"
           DISPLAY "  FECHA_NEGOCIO: " WKS-FECHA-NEGOCIO
           DISPLAY "  DIAS_LARGO: " WKS-DIAS-LARGO
           DISPLAY "  DIAS_OMISION: " WKS-DIAS-OMISION.
       0001-PARAMETROS-E.
           EXIT.

       0002-INICIO-CARGA-PLAZOS SECTION.
      *SIN TABLA DE PLAZOS TODAS LAS RESERVAS TOMAN DIAS_OMISION Y
      *SE CUENTAN COMO SIN PLAZO.
           OPEN INPUT PLAZOS-RESERVA
           IF WKS-FS-PLAZORES = "35"
              DISPLAY "SIN TABLA DE PLAZOS DE RESERVA PLAZORES"
              GO TO 0002-CARGA-PLAZOS-E
           END-IF
           IF WKS-FS-PLAZORES NOT = "00"
              DISPLAY "NO SE PUDO ABRIR LA TABLA DE PLAZOS PLAZORES"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           READ PLAZOS-RESERVA INTO WKS-LINEA-PLAZO
           AT END
              SET WKS-FIN-PLAZORES TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-PLAZORES
                   IF WKS-LP-TIPO NUMERIC AND WKS-LP-TIPO NOT = "0"
                      AND WKS-LP-DIAS NUMERIC
                      MOVE WKS-LP-TIPO TO WKS-PZ-IDX
                      MOVE "S" TO WKS-PZ-DEFINIDO(WKS-PZ-IDX)
                      MOVE WKS-LP-DIAS TO WKS-PZ-DIAS(WKS-PZ-IDX)
                      MOVE WKS-LP-NOMBRE TO WKS-PZ-NOMBRE(WKS-PZ-IDX)
                   ELSE
                      DISPLAY "LINEA INVALIDA EN PLAZORES: "
                              WKS-LINEA-PLAZO
                   END-IF
                   READ PLAZOS-RESERVA INTO WKS-LINEA-PLAZO
                   AT END
                      SET WKS-FIN-PLAZORES TO TRUE
                   END-READ
           END-PERFORM

           CLOSE PLAZOS-RESERVA.
       0002-CARGA-PLAZOS-E.
           EXIT.

       0003-INICIO-ABRE-ARCHIVOS SECTION.
      *EL MAESTRO SE ABRE I-O; SI TODAVIA NO EXISTE (FILE STATUS
      *35) SE CREA VACIO Y SE REABRE, COMO EN EL MANTENIMIENTO DE
      *CUENTAS (EDUC3070).
           OPEN I-O RESERVA-MASTER
           IF WKS-FS-RESMST = "35"
              OPEN OUTPUT RESERVA-MASTER
              CLOSE RESERVA-MASTER
              OPEN I-O RESERVA-MASTER
           END-IF
           IF WKS-FS-RESMST NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE RESERVAS"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT RESERVAS-LIBERADAS
           IF WKS-FS-RESLIB NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE LIBERACIONES"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT SALDOS-RESERVA
           IF WKS-FS-SALDORES NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE SALDOS RETENIDOS"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT RPT-RESERVAS
           IF WKS-FS-RPTRES NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL REPORTE DE RESERVAS"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE SPACES TO REG-RPT-RESERVAS
           STRING "CONTROL DE RESERVAS DE FONDOS - FECHA DE NEGOCIO "
                  WKS-FECHA-NEGOCIO
              DELIMITED BY SIZE INTO REG-RPT-RESERVAS
           END-STRING
           WRITE REG-RPT-RESERVAS
           MOVE SPACES TO REG-RPT-RESERVAS
           MOVE "ESTADO     CUENTA     AGE ORIGEN   SEC  T M" TO
              REG-RPT-RESERVAS(1:43)
           MOVE "VALOR" TO REG-RPT-RESERVAS(55:5)
           MOVE "PLZ LIBERA   DIAS" TO REG-RPT-RESERVAS(61:17)
           WRITE REG-RPT-RESERVAS.
       0003-ABRE-ARCHIVOS-E.
           EXIT.

       0004-INICIO-ALTA-RESERVAS SECTION.
      *CADA RESERVA CON TIPO DISTINTO DE CERO Y VALOR POSITIVO DEL
      *ARCHIVO DEL DIA ENTRA AL MAESTRO. SI LA LLAVE YA EXISTE (POR
      *EJEMPLO, AL REPETIR LA CORRIDA DEL MISMO DIA) SE CUENTA COMO
      *DUPLICADA Y NO SE TOCA.
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
                   ADD 1 TO WKS-I-LEIDOS
                   PERFORM VARYING WKS-RS-IDX FROM 1 BY 1
                      UNTIL WKS-RS-IDX > 2
                      IF WKS-AR-TIPO-RESERVA(WKS-RS-IDX) NOT = ZEROES
                         AND WKS-AR-VALRES-SIGNO(WKS-RS-IDX) NOT = "-"
                         AND (WKS-AR-VALRES-ENT(WKS-RS-IDX) > ZEROES OR
                              WKS-AR-VALRES-DEC(WKS-RS-IDX) > ZEROES)
                         PERFORM 0005-INICIO-GRABA-RESERVA THRU
                            0005-GRABA-RESERVA-E
                      END-IF
                   END-PERFORM
                   READ ARCHIVO-FTPMOM INTO WKS-REG-ARCHIVO
                   AT END
                      SET WKS-FIN-ARCHFTPM TO TRUE
                   END-READ
           END-PERFORM

           CLOSE ARCHIVO-FTPMOM.
       0004-ALTA-RESERVAS-E.
           EXIT.

       0005-INICIO-GRABA-RESERVA SECTION.
           MOVE WKS-AR-TIPO-RESERVA(WKS-RS-IDX) TO WKS-TIPO-TRAB
           MOVE WKS-AR-NUMERO-CUENTA TO RESMST-CUENTA
           MOVE WKS-FECHA-NEGOCIO TO RESMST-FECHA-ORIGEN
           MOVE WKS-AR-NUM-SECUENCIA TO RESMST-SECUENCIA
           MOVE WKS-TIPO-TRAB TO RESMST-TIPO
           MOVE WKS-AR-AGENCIA-ORIGEN TO RESMST-AGENCIA
           MOVE WKS-AR-CODIGO-MONEDA TO RESMST-MONEDA
           COMPUTE RESMST-VALOR = WKS-AR-VALRES-ENT(WKS-RS-IDX) +
              (WKS-AR-VALRES-DEC(WKS-RS-IDX) / 100)

           IF WKS-PZ-CON-PLAZO(WKS-TIPO-TRAB)
              MOVE WKS-PZ-DIAS(WKS-TIPO-TRAB) TO RESMST-DIAS-PLAZO
           ELSE
              MOVE WKS-DIAS-OMISION TO RESMST-DIAS-PLAZO
              ADD 1 TO WKS-I-SIN-PLAZO
              DISPLAY "TIPO DE RESERVA SIN PLAZO EN PLAZORES: "
                      WKS-TIPO-TRAB " CUENTA " WKS-AR-NUMERO-CUENTA
           END-IF

      *LA FECHA DE LIBERACION ES EL N-ESIMO DIA HABIL POSTERIOR A LA
      *FECHA DE NEGOCIO EN QUE SE CONSTITUYO LA RESERVA.
           MOVE WKS-FECHA-NEGOCIO TO WKS-EL-FECHA-INICIO
           MOVE RESMST-DIAS-PLAZO TO WKS-EL-DIAS-HABILES
           CALL 'ELAPBUS2' USING WKS-EL-FECHA-INICIO
                                 WKS-EL-DIAS-HABILES
                                 WKS-EL-FECHA-VENCE
                                 WKS-EL-SWITCH-ERROR
           IF WKS-EL-SWITCH-ERROR = "S"
              ADD 1 TO WKS-I-ERROR-FECHA
              DISPLAY "NO SE PUDO CALCULAR LA LIBERACION DE LA CUENTA "
                      WKS-AR-NUMERO-CUENTA
              GO TO 0005-GRABA-RESERVA-E
           END-IF
           MOVE WKS-EL-FECHA-VENCE TO RESMST-FECHA-LIBERA
           MOVE "A" TO RESMST-ESTADO
           MOVE ZEROES TO RESMST-FECHA-LIBERADA

           WRITE RESMST-REGISTRO
           EVALUATE WKS-FS-RESMST
           WHEN "00"
                ADD 1 TO WKS-I-NUEVAS
           WHEN "22"
                ADD 1 TO WKS-I-DUPLICADAS
           WHEN OTHER
                DISPLAY "ERROR " WKS-FS-RESMST
                        " AL GRABAR EL MAESTRO DE RESERVAS"
                MOVE 12 TO RETURN-CODE
                STOP RUN
           END-EVALUATE.
       0005-GRABA-RESERVA-E.
           EXIT.

       0006-INICIO-RECORRE-MAESTRO SECTION.
      *EL MAESTRO SE LEE EN ORDEN DE LLAVE, ES DECIR POR CUENTA; EL
      *SALDO ABIERTO SE ACUMULA POR CUENTA Y SE GRABA AL CAMBIAR.
           INITIALIZE WKS-SALDO-CUENTA
           MOVE ZEROES TO WKS-CUENTA-ANT
           MOVE LOW-VALUES TO RESMST-LLAVE
           START RESERVA-MASTER KEY NOT < RESMST-LLAVE
           END-START
           IF WKS-FS-RESMST NOT = "00"
              GO TO 0006-RECORRE-MAESTRO-E
           END-IF

           READ RESERVA-MASTER NEXT
           AT END
              SET WKS-FIN-RESMST TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-RESMST
                   IF RESMST-CUENTA NOT = WKS-CUENTA-ANT
                      PERFORM 0009-INICIO-GRABA-SALDO THRU
                         0009-GRABA-SALDO-E
                      MOVE RESMST-CUENTA TO WKS-CUENTA-ANT
                   END-IF
                   IF RESMST-ESTADO = "A"
                      PERFORM 0007-INICIO-REVISA-RESERVA THRU
                         0007-REVISA-RESERVA-E
                   END-IF
                   READ RESERVA-MASTER NEXT
                   AT END
                      SET WKS-FIN-RESMST TO TRUE
                   END-READ
           END-PERFORM

           PERFORM 0009-INICIO-GRABA-SALDO THRU 0009-GRABA-SALDO-E.
       0006-RECORRE-MAESTRO-E.
           EXIT.

       0007-INICIO-REVISA-RESERVA SECTION.
      *UNA RESERVA QUE VENCE HOY SE LIBERA; SI SU FECHA YA PASO (UNA
      *CORRIDA QUE NO SE HIZO) SE LIBERA IGUAL, MARCADA ATRASADA Y
      *REPORTADA. LA QUE SIGUE ABIERTA SE REPORTA COMO PROLONGADA SI
      *LLEVA DIAS_LARGO O MAS DIAS HABILES DESDE SU ORIGEN.
           IF RESMST-FECHA-LIBERA NOT > WKS-FECHA-NEGOCIO
              MOVE WKS-FECHA-NEGOCIO TO WKS-LL-FECHA
              MOVE RESMST-CUENTA TO WKS-LL-CUENTA
              MOVE RESMST-FECHA-ORIGEN TO WKS-LL-FECHA-ORIGEN
              MOVE RESMST-SECUENCIA TO WKS-LL-SECUENCIA
              MOVE RESMST-TIPO TO WKS-LL-TIPO
              MOVE RESMST-MONEDA TO WKS-LL-MONEDA
              MOVE RESMST-VALOR TO WKS-LL-VALOR
              MOVE SPACES TO WKS-LL-ATRASO
              IF RESMST-FECHA-LIBERA < WKS-FECHA-NEGOCIO
                 MOVE "A" TO WKS-LL-ATRASO
                 ADD 1 TO WKS-I-ATRASADAS
                 MOVE "ATRASADA" TO WKS-ESTADO-LINEA
                 MOVE ZEROES TO WKS-EL-DIAS-HABILES
                 PERFORM 0008-INICIO-LINEA-DETALLE THRU
                    0008-LINEA-DETALLE-E
              END-IF
              WRITE REG-RESERVAS-LIBERADAS FROM WKS-LINEA-LIBERA
              ADD 1 TO WKS-I-LIBERADAS
              MOVE "L" TO RESMST-ESTADO
              MOVE WKS-FECHA-NEGOCIO TO RESMST-FECHA-LIBERADA
              REWRITE RESMST-REGISTRO
              IF WKS-FS-RESMST NOT = "00"
                 DISPLAY "ERROR " WKS-FS-RESMST
                         " AL LIBERAR LA RESERVA DE LA CUENTA "
                         RESMST-CUENTA
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              GO TO 0007-REVISA-RESERVA-E
           END-IF

           ADD 1 TO WKS-I-ABIERTAS
           PERFORM VARYING WKS-MN-IDX FROM 1 BY 1
              UNTIL WKS-MN-IDX > 4
              IF WKS-MONEDAS-VALIDAS(WKS-MN-IDX:1) = RESMST-MONEDA
                 ADD 1 TO WKS-SC-CANTIDAD(WKS-MN-IDX)
                 ADD RESMST-VALOR TO WKS-SC-SALDO(WKS-MN-IDX)
              END-IF
           END-PERFORM

           MOVE RESMST-FECHA-ORIGEN TO WKS-EL-FECHA-INICIO
           MOVE WKS-FECHA-NEGOCIO TO WKS-EL-FECHA-FIN
           CALL 'ELAPBUS1' USING WKS-EL-FECHA-INICIO
                                 WKS-EL-FECHA-FIN
                                 WKS-EL-DIAS-HABILES
                                 WKS-EL-SWITCH-ERROR
           IF WKS-EL-SWITCH-ERROR NOT = "S" AND
              WKS-EL-DIAS-HABILES NOT < WKS-DIAS-LARGO
              ADD 1 TO WKS-I-PROLONGADAS
              MOVE "PROLONGADA" TO WKS-ESTADO-LINEA
              PERFORM 0008-INICIO-LINEA-DETALLE THRU
                 0008-LINEA-DETALLE-E
           END-IF.
       0007-REVISA-RESERVA-E.
           EXIT.

       0008-INICIO-LINEA-DETALLE SECTION.
           MOVE WKS-ESTADO-LINEA TO WKS-LD-ESTADO
           MOVE RESMST-CUENTA TO WKS-LD-CUENTA
           MOVE RESMST-AGENCIA TO WKS-LD-AGENCIA
           MOVE RESMST-FECHA-ORIGEN TO WKS-LD-FECHA-ORIGEN
           MOVE RESMST-SECUENCIA TO WKS-LD-SECUENCIA
           MOVE RESMST-TIPO TO WKS-LD-TIPO
           MOVE RESMST-MONEDA TO WKS-LD-MONEDA
           MOVE RESMST-VALOR TO WKS-LD-VALOR
           MOVE RESMST-DIAS-PLAZO TO WKS-LD-PLAZO
           MOVE RESMST-FECHA-LIBERA TO WKS-LD-FECHA-LIBERA
           MOVE WKS-EL-DIAS-HABILES TO WKS-LD-DIAS-ABIERTA
           WRITE REG-RPT-RESERVAS FROM WKS-LINEA-DETALLE.
       0008-LINEA-DETALLE-E.
           EXIT.

       0009-INICIO-GRABA-SALDO SECTION.
      *UNA LINEA POR MONEDA CON RESERVAS ABIERTAS DE LA CUENTA QUE
      *TERMINA.
           PERFORM VARYING WKS-MN-IDX FROM 1 BY 1
              UNTIL WKS-MN-IDX > 4
              IF WKS-SC-CANTIDAD(WKS-MN-IDX) > ZEROES
                 MOVE WKS-CUENTA-ANT TO WKS-LS-CUENTA
                 MOVE WKS-MONEDAS-VALIDAS(WKS-MN-IDX:1) TO
                    WKS-LS-MONEDA
                 MOVE WKS-SC-CANTIDAD(WKS-MN-IDX) TO WKS-LS-CANTIDAD
                 MOVE WKS-SC-SALDO(WKS-MN-IDX) TO WKS-LS-SALDO
                 WRITE REG-SALDOS-RESERVA FROM WKS-LINEA-SALDO
              END-IF
           END-PERFORM
           IF WKS-SC-CANTIDAD(1) > ZEROES OR
              WKS-SC-CANTIDAD(2) > ZEROES OR
              WKS-SC-CANTIDAD(3) > ZEROES OR
              WKS-SC-CANTIDAD(4) > ZEROES
              ADD 1 TO WKS-I-CUENTAS
           END-IF
           INITIALIZE WKS-SALDO-CUENTA.
       0009-GRABA-SALDO-E.
           EXIT.

       0010-INICIO-TOTALES SECTION.
           MOVE SPACES TO REG-RPT-RESERVAS
           WRITE REG-RPT-RESERVAS
           MOVE SPACES TO REG-RPT-RESERVAS
           STRING "MOVIMIENTOS LEIDOS: " WKS-I-LEIDOS
                  "  RESERVAS NUEVAS: " WKS-I-NUEVAS
                  "  DUPLICADAS: " WKS-I-DUPLICADAS
                  "  SIN PLAZO: " WKS-I-SIN-PLAZO
              DELIMITED BY SIZE INTO REG-RPT-RESERVAS
           END-STRING
           WRITE REG-RPT-RESERVAS
           MOVE SPACES TO REG-RPT-RESERVAS
           STRING "LIBERADAS: " WKS-I-LIBERADAS
                  "  ATRASADAS: " WKS-I-ATRASADAS
                  "  PROLONGADAS: " WKS-I-PROLONGADAS
                  "  ABIERTAS: " WKS-I-ABIERTAS
                  "  CUENTAS CON SALDO RETENIDO: " WKS-I-CUENTAS
              DELIMITED BY SIZE INTO REG-RPT-RESERVAS
           END-STRING
           WRITE REG-RPT-RESERVAS

           DISPLAY "MOVIMIENTOS LEIDOS: " WKS-I-LEIDOS
           DISPLAY "RESERVAS NUEVAS: " WKS-I-NUEVAS
           DISPLAY "RESERVAS DUPLICADAS: " WKS-I-DUPLICADAS
           DISPLAY "RESERVAS SIN PLAZO DEFINIDO: " WKS-I-SIN-PLAZO
           DISPLAY "RESERVAS SIN FECHA DE LIBERACION: "
                   WKS-I-ERROR-FECHA
           DISPLAY "RESERVAS LIBERADAS: " WKS-I-LIBERADAS
           DISPLAY "RESERVAS LIBERADAS CON ATRASO: " WKS-I-ATRASADAS
           DISPLAY "RESERVAS PROLONGADAS: " WKS-I-PROLONGADAS
           DISPLAY "RESERVAS ABIERTAS: " WKS-I-ABIERTAS.
       0010-TOTALES-E.
           EXIT.
