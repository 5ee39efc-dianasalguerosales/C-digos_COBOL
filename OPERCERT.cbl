      ******************************************************************
      * FECHA       : 2026                                             *
      * PROGRAMADOR : DIANA STEFFANNY SALGUERO ROSALES                 *
      * APLICACION  : EDUCACION                                        *
      * PROGRAMA    : EDUC3119                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : RECERTIFICACION TRIMESTRAL DE ACCESOS DE         *
      *             : OPERADORES. LISTA CADA OPERADOR ACTIVO DE        *
      *             : OPERMST CON SU ROL Y SUS ACCIONES PERMITIDAS, Y  *
      *             : PARA CADA ACCION LA ULTIMA FECHA EN QUE EL       *
      *             : OPERADOR REALMENTE LA USO, SACADA DE LA          *
      *             : BITACORA DE DECISIONES (DECISLOG: EDUC3015,      *
      *             : EDUC3047, EDUC3044), DEL MAESTRO DE AUDITORIA    *
      *             : (AUDMAST, AUDM-OPERADOR) Y DE LA AUDITORIA DE    *
      *             : PARAMETROS (PARMAUD). EMITE UNA HOJA DE          *
      *             : RECERTIFICACION POR SUPERVISOR (MAPA OPERSUP) Y  *
      *             : MARCA A LOS OPERADORES SIN ACTIVIDAD EN MAS DE   *
      *             : DIAS_INACTIVO DIAS. CON LAS TARJETAS DEVUELTAS   *
      *             : POR LOS SUPERVISORES (TRANSREC: CONFIRMA/REVOCA) *
      *             : GENERA LAS TRANSACCIONES DE EDUC3061 (OPERTRN,   *
      *             : FORMATO TRANSOPE) PARA QUE LAS REVOCACIONES SE   *
      *             : APLIQUEN CON EL DOBLE CONTROL DEL MANTENIMIENTO. *
      * ARCHIVOS    : OPERMST (ENTRADA), OPERSUP (ENTRADA OPCIONAL),   *
      *             : DECISLOG, AUDMAST Y PARMAUD (ENTRADA OPCIONAL),  *
      *             : TRANSREC (ENTRADA OPCIONAL), RPTCERT (SALIDA),   *
      *             : OPERTRN (SALIDA)                                 *
      * PROGRAMA(S) : PARMRD01                                         *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDUC3119.
       AUTHOR. DIANA SALGUERO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERADOR-MASTER ASSIGN TO OPERMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS OPERMST-LLAVE
                  FILE STATUS IS WKS-FS-OPERMST.
      *MAPA DE OPERADOR A SUPERVISOR RESPONSABLE DE RECERTIFICARLO.
           SELECT MAPA-SUPERVISORES ASSIGN TO OPERSUP
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-OPERSUP.
           SELECT BITACORA-DECISIONES ASSIGN TO DECISLOG
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-DECISLOG.
           SELECT AUDIT-MAESTRO ASSIGN TO AUDMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS AUDM-LLAVE
                  FILE STATUS IS WKS-FS-AUDMAST.
           SELECT AUDITORIA-PARAMETROS ASSIGN TO PARMAUD
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-PARMAUD.
      *TARJETAS DEVUELTAS POR LOS SUPERVISORES CON SU RESPUESTA.
           SELECT TARJETAS-RECERT ASSIGN TO TRANSREC
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-TRANSREC.
           SELECT HOJA-RECERT ASSIGN TO RPTCERT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-RPTCERT.
      *TRANSACCIONES PARA EL MANTENIMIENTO DE OPERADORES (EDUC3061).
           SELECT TRANS-OPERADORES ASSIGN TO OPERTRN
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-OPERTRN.

       DATA DIVISION.

       FILE SECTION.
       FD OPERADOR-MASTER.
           COPY OPERMST.

       FD MAPA-SUPERVISORES.
       01 REG-MAPA-SUPERVISOR           PIC X(17).

       FD BITACORA-DECISIONES.
           COPY DECISLOG.

       FD AUDIT-MAESTRO.
           COPY AUDMAST.

       FD AUDITORIA-PARAMETROS.
       01 REG-AUDITORIA                 PIC X(110).

       FD TARJETAS-RECERT.
       01 REG-TARJETA-RECERT            PIC X(35).

       FD HOJA-RECERT.
       01 REG-HOJA-RECERT               PIC X(132).

       FD TRANS-OPERADORES.
       01 REG-TRANS-OPERADORES          PIC X(60).

       WORKING-STORAGE SECTION.

       01 WKS-CONTROL-ARCHIVOS.
          02 WKS-FS-OPERMST             PIC X(02) VALUE SPACES.
             88 WKS-FIN-OPERMST                   VALUE "10".
          02 WKS-FS-OPERSUP             PIC X(02) VALUE SPACES.
             88 WKS-FIN-OPERSUP                   VALUE "10".
          02 WKS-FS-DECISLOG            PIC X(02) VALUE SPACES.
             88 WKS-FIN-DECISLOG                  VALUE "10".
          02 WKS-FS-AUDMAST             PIC X(02) VALUE SPACES.
             88 WKS-FIN-AUDMAST                   VALUE "10".
          02 WKS-FS-PARMAUD             PIC X(02) VALUE SPACES.
             88 WKS-FIN-PARMAUD                   VALUE "10".
          02 WKS-FS-TRANSREC            PIC X(02) VALUE SPACES.
             88 WKS-FIN-TRANSREC                  VALUE "10".
          02 WKS-FS-RPTCERT             PIC X(02) VALUE SPACES.
          02 WKS-FS-OPERTRN             PIC X(02) VALUE SPACES.

       01 WKS-CONTROL-FECHA.
          02 WKS-FECHA-ENTERA           PIC X(20) VALUE SPACES.
          02 WKS-FECHA-HOY              PIC 9(08) VALUE ZEROES.
          02 WKS-INT-HOY                PIC 9(08) VALUE ZEROES.
          02 WKS-INT-USO                PIC 9(08) VALUE ZEROES.
          02 WKS-DIAS-SIN-USO           PIC 9(05) VALUE ZEROES.

      *DIAS SIN ACTIVIDAD A PARTIR DE LOS CUALES EL OPERADOR SE MARCA
      *INACTIVO EN LA HOJA (90 POR OMISION).
       01 WKS-DIAS-INACTIVO             PIC 9(03) VALUE 90.

      *SOLO HAY TARJETAS QUE PROCESAR SI LOS SUPERVISORES YA
      *DEVOLVIERON SUS HOJAS.
       01 WKS-CON-TARJETAS              PIC X(01) VALUE "N".
          88 WKS-HAY-TARJETAS                     VALUE "S".

      *TABLA DE OPERADORES ACTIVOS EN ORDEN DE LLAVE (OPERMST SE LEE
      *EN SECUENCIA), CON LA EVIDENCIA DE USO Y LA RESPUESTA DEL
      *SUPERVISOR: C=CONFIRMADO, R=REVOCACION PARCIAL, B=BAJA.
       01 WKS-TABLA-OPERADORES.
          02 WKS-OP-CANT                PIC 9(03) VALUE ZEROES.
          02 WKS-OP-ENTRADA OCCURS 1 TO 500 TIMES
                DEPENDING ON WKS-OP-CANT
                ASCENDING KEY IS WKS-OP-ID
                INDEXED BY WKS-IX-OP.
             03 WKS-OP-ID               PIC X(08).
             03 WKS-OP-NOMBRE           PIC X(20).
             03 WKS-OP-ROL              PIC X(10).
             03 WKS-OP-ACCION1          PIC X(08).
             03 WKS-OP-ACCION2          PIC X(08).
             03 WKS-OP-SUPERVISOR       PIC X(08).
             03 WKS-OP-ULT-ACCION1      PIC 9(08).
             03 WKS-OP-ULT-ACCION2      PIC 9(08).
             03 WKS-OP-ULT-ACTIVIDAD    PIC 9(08).
             03 WKS-OP-INACTIVO         PIC X(01).
             03 WKS-OP-RESPUESTA        PIC X(01).
       01 WKS-OP-IDX                    PIC 9(03) VALUE ZEROES.
       01 WKS-OP-POS                    PIC 9(03) VALUE ZEROES.
       01 WKS-OP-GUARDA                 PIC 9(03) VALUE ZEROES.
       01 WKS-OP-BUSCADO                PIC X(08) VALUE SPACES.

      *SUPERVISORES DISTINTOS DEL MAPA, UNA HOJA POR CADA UNO.
       01 WKS-TABLA-SUPERVISORES.
          02 WKS-SV-ID OCCURS 200 TIMES PIC X(08).
          02 WKS-SV-CANT                PIC 9(03) VALUE ZEROES.
          02 WKS-SV-IDX                 PIC 9(03) VALUE ZEROES.
          02 WKS-SV-ACTUAL              PIC X(08) VALUE SPACES.
          02 WKS-SV-EN-HOJA             PIC 9(03) VALUE ZEROES.

      *LINEA DEL MAPA DE SUPERVISORES: OPERADOR Y SUPERVISOR.
       01 WKS-LINEA-MAPA.
          02 WKS-LM-OPERADOR            PIC X(08) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LM-SUPERVISOR          PIC X(08) VALUE SPACES.

      *VISTA DE LA LINEA DE AUDITORIA DE PARAMETROS QUE GRABA
      *EDUC3062: FECHA, HORA Y OPERADOR QUE FIRMO EL CAMBIO.
       01 WKS-LINEA-PARMAUD.
          02 WKS-PA-FECHA               PIC X(08).
          02 FILLER                     PIC X(01).
          02 WKS-PA-HORA                PIC X(06).
          02 FILLER                     PIC X(01).
          02 WKS-PA-OPERADOR            PIC X(08).
          02 FILLER                     PIC X(86).

      *EVIDENCIA DE USO QUE SE ACUMULA AL OPERADOR: FECHA Y, CUANDO
      *SE CONOCE, LA ACCION EJERCIDA.
       01 WKS-EVIDENCIA.
          02 WKS-EV-OPERADOR            PIC X(08) VALUE SPACES.
          02 WKS-EV-FECHA               PIC X(08) VALUE SPACES.
          02 WKS-EV-FECHA-NUM REDEFINES WKS-EV-FECHA
                                        PIC 9(08).
          02 WKS-EV-ACCION              PIC X(08) VALUE SPACES.

      *TARJETA DE RESPUESTA DEL SUPERVISOR: OPERADOR, DECISION
      *(CONFIRMA O REVOCA), SUPERVISOR QUE FIRMA Y, EN UNA REVOCACION
      *PARCIAL, LA ACCION QUE SE LE QUITA (EN BLANCO SE DA DE BAJA).
       01 WKS-TARJETA.
          02 WKS-TR-OPERADOR            PIC X(08) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-TR-DECISION            PIC X(08) VALUE SPACES.
             88 WKS-TR-CONFIRMA                   VALUE "CONFIRMA".
             88 WKS-TR-REVOCA                     VALUE "REVOCA".
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-TR-SUPERVISOR          PIC X(08) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-TR-ACCION              PIC X(08) VALUE SPACES.

      *MISMA TRANSACCION DE MANTENIMIENTO QUE LEE EDUC3061.
       01 WKS-REG-TRANS.
          02 WKS-TO-ACCION              PIC X(01) VALUE SPACES.
          02 WKS-TO-ID                  PIC X(08) VALUE SPACES.
          02 WKS-TO-NOMBRE              PIC X(20) VALUE SPACES.
          02 WKS-TO-ROL                 PIC X(10) VALUE SPACES.
          02 WKS-TO-ACCION1             PIC X(08) VALUE SPACES.
          02 WKS-TO-ACCION2             PIC X(08) VALUE SPACES.
          02 FILLER                     PIC X(05) VALUE SPACES.

       01 WKS-MOTIVO                    PIC X(34) VALUE SPACES.

       01 WKS-ITERACIONES.
          02 WKS-I-ACTIVOS              PIC 9(05) VALUE ZEROES.
          02 WKS-I-INACTIVOS            PIC 9(05) VALUE ZEROES.
          02 WKS-I-SIN-SUPERVISOR       PIC 9(05) VALUE ZEROES.
          02 WKS-I-MAPA-IGNORADO        PIC 9(05) VALUE ZEROES.
          02 WKS-I-EVIDENCIAS           PIC 9(07) VALUE ZEROES.
          02 WKS-I-TARJETAS             PIC 9(05) VALUE ZEROES.
          02 WKS-I-CONFIRMADOS          PIC 9(05) VALUE ZEROES.
          02 WKS-I-REVOCACIONES         PIC 9(05) VALUE ZEROES.
          02 WKS-I-BAJAS                PIC 9(05) VALUE ZEROES.
          02 WKS-I-RECHAZADAS           PIC 9(05) VALUE ZEROES.
          02 WKS-I-SIN-RESPUESTA        PIC 9(05) VALUE ZEROES.

      *LINEA DE LA HOJA DE RECERTIFICACION.
       01 WKS-LINEA-HOJA.
          02 WKS-LH-ID                  PIC X(08) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LH-NOMBRE              PIC X(20) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LH-ROL                 PIC X(10) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LH-ACCION1             PIC X(08) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LH-ULT-ACCION1         PIC X(08) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LH-ACCION2             PIC X(08) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LH-ULT-ACCION2         PIC X(08) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LH-ULT-ACTIVIDAD       PIC X(08) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LH-DIAS                PIC X(05) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LH-MARCA               PIC X(08) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LH-RESPUESTA           PIC X(24) VALUE SPACES.
          02 FILLER                     PIC X(07) VALUE SPACES.
       01 WKS-ED-DIAS                   PIC ZZZZ9 VALUE ZEROES.

      *LINEA DEL RESULTADO DE CADA TARJETA DEVUELTA.
       01 WKS-LINEA-TARJETA.
          02 WKS-LT-OPERADOR            PIC X(08) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LT-DECISION            PIC X(08) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LT-SUPERVISOR          PIC X(08) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LT-ACCION              PIC X(08) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LT-RESULTADO           PIC X(10) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LT-TRANS               PIC X(01) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LT-MOTIVO              PIC X(34) VALUE SPACES.
          02 FILLER                     PIC X(49) VALUE SPACES.

      *AREA PARA EL LECTOR COMUN DEL ARCHIVO CENTRAL DE PARAMETROS.
       01 WKS-CONTROL-PARAMETROS.
          02 WKS-PARM-SECCION           PIC X(08) VALUE "EDUC3119".
          02 WKS-PARM-CANT              PIC 9(02) VALUE ZEROES.
          02 WKS-PARM-TABLA.
             03 WKS-PARM-ENTRADA OCCURS 20 TIMES.
                04 WKS-PARM-CLAVE       PIC X(20).
                04 WKS-PARM-VALOR       PIC X(20).
          02 WKS-PARM-SIN-SECCION       PIC X(01) VALUE "S".
          02 WKS-PARM-IDX               PIC 9(02) VALUE ZEROES.

       PROCEDURE DIVISION.

       0000-INICIO SECTION.
           MOVE FUNCTION CURRENT-DATE TO WKS-FECHA-ENTERA
           MOVE WKS-FECHA-ENTERA(1:8) TO WKS-FECHA-HOY
           COMPUTE WKS-INT-HOY =
              FUNCTION INTEGER-OF-DATE(WKS-FECHA-HOY)

           PERFORM 0001-INICIO-PARAMETROS THRU 0001-PARAMETROS-E
           PERFORM 0002-INICIO-CARGA-OPERADORES THRU
              0002-CARGA-OPERADORES-E
           PERFORM 0003-INICIO-CARGA-SUPERVISORES THRU
              0003-CARGA-SUPERVISORES-E

      *EVIDENCIA DE USO REAL DE CADA OPERADOR, DE LAS TRES FUENTES.
           PERFORM 0004-INICIO-LEE-DECISLOG THRU 0004-LEE-DECISLOG-E
           PERFORM 0005-INICIO-LEE-AUDMAST THRU 0005-LEE-AUDMAST-E
           PERFORM 0006-INICIO-LEE-PARMAUD THRU 0006-LEE-PARMAUD-E

           OPEN OUTPUT HOJA-RECERT
           IF WKS-FS-RPTCERT NOT = "00"
              DISPLAY "NO SE PUDO ABRIR LA HOJA DE RECERTIFICACION"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT TRANS-OPERADORES
           IF WKS-FS-OPERTRN NOT = "00"
              DISPLAY "NO SE PUDO ABRIR LAS TRANSACCIONES DE OPERADORES"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 0009-INICIO-HOJAS THRU 0009-HOJAS-E

           OPEN INPUT TARJETAS-RECERT
           IF WKS-FS-TRANSREC = "35"
              DISPLAY "SIN TARJETAS DEVUELTAS: SOLO SE EMITEN LAS HOJAS"
           ELSE
              IF WKS-FS-TRANSREC NOT = "00"
                 DISPLAY "NO SE PUDO ABRIR LAS TARJETAS DE "
                         "RECERTIFICACION"
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              SET WKS-HAY-TARJETAS TO TRUE
              PERFORM 0011-INICIO-TARJETAS THRU 0011-TARJETAS-E
              PERFORM 0013-INICIO-SIN-RESPUESTA THRU
                 0013-SIN-RESPUESTA-E
              CLOSE TARJETAS-RECERT
           END-IF

           PERFORM 0014-INICIO-TOTALES THRU 0014-TOTALES-E

           CLOSE HOJA-RECERT, TRANS-OPERADORES

           IF WKS-I-RECHAZADAS > ZEROES OR
              WKS-I-SIN-RESPUESTA > ZEROES
              MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.
       0000-INICIO-E.
           EXIT.

       0001-INICIO-PARAMETROS SECTION.
      *SECCION EDUC3119 DEL ARCHIVO CENTRAL DE PARAMETROS:
      *DIAS_INACTIVO (90 POR OMISION).
           CALL 'PARMRD01' USING WKS-PARM-SECCION
                                 WKS-PARM-CANT
                                 WKS-PARM-TABLA
                                 WKS-PARM-SIN-SECCION

           PERFORM VARYING WKS-PARM-IDX FROM 1 BY 1
              UNTIL WKS-PARM-IDX > WKS-PARM-CANT
              EVALUATE WKS-PARM-CLAVE(WKS-PARM-IDX)
              WHEN "DIAS_INACTIVO"
                   IF WKS-PARM-VALOR(WKS-PARM-IDX)(1:3) NUMERIC
                      MOVE WKS-PARM-VALOR(WKS-PARM-IDX)(1:3) TO
                         WKS-DIAS-INACTIVO
                   END-IF
              WHEN OTHER
                   DISPLAY "PARAMETRO DESCONOCIDO EN PARAMET: "
                           WKS-PARM-CLAVE(WKS-PARM-IDX)
              END-EVALUATE
           END-PERFORM

           IF WKS-DIAS-INACTIVO = ZEROES
              MOVE 90 TO WKS-DIAS-INACTIVO
           END-IF
           DISPLAY "DIAS SIN ACTIVIDAD PARA MARCAR INACTIVO: "
                   WKS-DIAS-INACTIVO.
       0001-PARAMETROS-E.
           EXIT.

       0002-INICIO-CARGA-OPERADORES SECTION.
      *SOLO LOS OPERADORES ACTIVOS SE RECERTIFICAN; LOS INACTIVOS YA
      *NO PUEDEN FIRMAR NADA.
           OPEN INPUT OPERADOR-MASTER
           IF WKS-FS-OPERMST NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE OPERADORES"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           READ OPERADOR-MASTER NEXT RECORD
           AT END
              SET WKS-FIN-OPERMST TO TRUE
           END-READ
           PERFORM UNTIL WKS-FIN-OPERMST
                   IF OPERMST-ESTADO = "A"
                      IF WKS-OP-CANT < 500
                         ADD 1 TO WKS-OP-CANT
                         ADD 1 TO WKS-I-ACTIVOS
                         MOVE OPERMST-ID TO WKS-OP-ID(WKS-OP-CANT)
                         MOVE OPERMST-NOMBRE TO
                            WKS-OP-NOMBRE(WKS-OP-CANT)
                         MOVE OPERMST-ROL TO WKS-OP-ROL(WKS-OP-CANT)
                         MOVE OPERMST-ACCION1 TO
                            WKS-OP-ACCION1(WKS-OP-CANT)
                         MOVE OPERMST-ACCION2 TO
                            WKS-OP-ACCION2(WKS-OP-CANT)
                         MOVE SPACES TO WKS-OP-SUPERVISOR(WKS-OP-CANT)
                         MOVE ZEROES TO WKS-OP-ULT-ACCION1(WKS-OP-CANT)
                                        WKS-OP-ULT-ACCION2(WKS-OP-CANT)
                                     WKS-OP-ULT-ACTIVIDAD(WKS-OP-CANT)
                         MOVE "N" TO WKS-OP-INACTIVO(WKS-OP-CANT)
                         MOVE SPACES TO WKS-OP-RESPUESTA(WKS-OP-CANT)
                      ELSE
      *UNA RECERTIFICACION QUE DEJA OPERADORES FUERA NO SIRVE: SE
      *DETIENE EN VEZ DE EMITIR HOJAS INCOMPLETAS.
                         DISPLAY "OPERADORES ACTIVOS EXCEDEN LA TABLA "
                                 "DE 500; NO SE EMITEN HOJAS"
                         MOVE 12 TO RETURN-CODE
                         STOP RUN
                      END-IF
                   END-IF
                   READ OPERADOR-MASTER NEXT RECORD
                   AT END
                      SET WKS-FIN-OPERMST TO TRUE
                   END-READ
           END-PERFORM

           CLOSE OPERADOR-MASTER.
       0002-CARGA-OPERADORES-E.
           EXIT.

       0003-INICIO-CARGA-SUPERVISORES SECTION.
      *CADA OPERADOR QUEDA ASIGNADO A LA HOJA DE SU SUPERVISOR; LOS
      *QUE NO APARECEN EN EL MAPA VAN A LA HOJA "SIN SUPERVISOR".
           OPEN INPUT MAPA-SUPERVISORES
           IF WKS-FS-OPERSUP = "35"
              DISPLAY "SIN MAPA DE SUPERVISORES: TODOS LOS OPERADORES "
                      "VAN A LA HOJA SIN SUPERVISOR"
              GO TO 0003-CARGA-SUPERVISORES-E
           END-IF
           IF WKS-FS-OPERSUP NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL MAPA DE SUPERVISORES"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           READ MAPA-SUPERVISORES INTO WKS-LINEA-MAPA
           AT END
              SET WKS-FIN-OPERSUP TO TRUE
           END-READ
           PERFORM UNTIL WKS-FIN-OPERSUP
                   MOVE WKS-LM-OPERADOR TO WKS-OP-BUSCADO
                   PERFORM 0015-INICIO-BUSCA-OPERADOR THRU
                      0015-BUSCA-OPERADOR-E
                   IF WKS-OP-POS = ZEROES OR
                      WKS-LM-SUPERVISOR = SPACES
                      ADD 1 TO WKS-I-MAPA-IGNORADO
                   ELSE
                      MOVE WKS-LM-SUPERVISOR TO
                         WKS-OP-SUPERVISOR(WKS-OP-POS)
                      PERFORM 0016-INICIO-AGREGA-SUPERVISOR THRU
                         0016-AGREGA-SUPERVISOR-E
                   END-IF
                   READ MAPA-SUPERVISORES INTO WKS-LINEA-MAPA
                   AT END
                      SET WKS-FIN-OPERSUP TO TRUE
                   END-READ
           END-PERFORM

           CLOSE MAPA-SUPERVISORES.
       0003-CARGA-SUPERVISORES-E.
           EXIT.

       0004-INICIO-LEE-DECISLOG SECTION.
      *BITACORA DE DECISIONES: TRAE LA ACCION QUE SE EJERCIO.
           OPEN INPUT BITACORA-DECISIONES
           IF WKS-FS-DECISLOG NOT = "00"
              DISPLAY "SIN BITACORA DE DECISIONES (DECISLOG)"
              GO TO 0004-LEE-DECISLOG-E
           END-IF

           READ BITACORA-DECISIONES
           AT END
              SET WKS-FIN-DECISLOG TO TRUE
           END-READ
           PERFORM UNTIL WKS-FIN-DECISLOG
                   MOVE DLG-OPERADOR TO WKS-EV-OPERADOR
                   MOVE DLG-FECHA TO WKS-EV-FECHA
                   MOVE DLG-ACCION TO WKS-EV-ACCION
                   PERFORM 0007-INICIO-REGISTRA-USO THRU
                      0007-REGISTRA-USO-E
                   READ BITACORA-DECISIONES
                   AT END
                      SET WKS-FIN-DECISLOG TO TRUE
                   END-READ
           END-PERFORM

           CLOSE BITACORA-DECISIONES.
       0004-LEE-DECISLOG-E.
           EXIT.

       0005-INICIO-LEE-AUDMAST SECTION.
      *MAESTRO DE AUDITORIA DE DPI: LOS VEREDICTOS DE SUPERVISOR
      *CUENTAN COMO USO DE APROBAR O DENEGAR; CUALQUIER OTRA LINEA
      *FIRMADA CUENTA COMO ACTIVIDAD GENERAL DEL OPERADOR.
           OPEN INPUT AUDIT-MAESTRO
           IF WKS-FS-AUDMAST NOT = "00"
              DISPLAY "SIN MAESTRO DE AUDITORIA (AUDMAST)"
              GO TO 0005-LEE-AUDMAST-E
           END-IF

           READ AUDIT-MAESTRO NEXT RECORD
           AT END
              SET WKS-FIN-AUDMAST TO TRUE
           END-READ
           PERFORM UNTIL WKS-FIN-AUDMAST
                   IF AUDM-OPERADOR NOT = SPACES
                      MOVE AUDM-OPERADOR TO WKS-EV-OPERADOR
                      MOVE AUDM-FECHA TO WKS-EV-FECHA
                      EVALUATE AUDM-VEREDICTO
                      WHEN "APROBADO SUPERVISOR"
                           MOVE "APROBAR" TO WKS-EV-ACCION
                      WHEN "DENEGADO SUPERVISOR"
                           MOVE "DENEGAR" TO WKS-EV-ACCION
                      WHEN OTHER
                           MOVE SPACES TO WKS-EV-ACCION
                      END-EVALUATE
                      PERFORM 0007-INICIO-REGISTRA-USO THRU
                         0007-REGISTRA-USO-E
                   END-IF
                   READ AUDIT-MAESTRO NEXT RECORD
                   AT END
                      SET WKS-FIN-AUDMAST TO TRUE
                   END-READ
           END-PERFORM

           CLOSE AUDIT-MAESTRO.
       0005-LEE-AUDMAST-E.
           EXIT.

       0006-INICIO-LEE-PARMAUD SECTION.
      *AUDITORIA DE PARAMETROS: CADA CAMBIO FIRMADO ES ACTIVIDAD
      *GENERAL DEL OPERADOR.
           OPEN INPUT AUDITORIA-PARAMETROS
           IF WKS-FS-PARMAUD NOT = "00"
              DISPLAY "SIN AUDITORIA DE PARAMETROS (PARMAUD)"
              GO TO 0006-LEE-PARMAUD-E
           END-IF

           READ AUDITORIA-PARAMETROS INTO WKS-LINEA-PARMAUD
           AT END
              SET WKS-FIN-PARMAUD TO TRUE
           END-READ
           PERFORM UNTIL WKS-FIN-PARMAUD
                   MOVE WKS-PA-OPERADOR TO WKS-EV-OPERADOR
                   MOVE WKS-PA-FECHA TO WKS-EV-FECHA
                   MOVE SPACES TO WKS-EV-ACCION
                   PERFORM 0007-INICIO-REGISTRA-USO THRU
                      0007-REGISTRA-USO-E
                   READ AUDITORIA-PARAMETROS INTO WKS-LINEA-PARMAUD
                   AT END
                      SET WKS-FIN-PARMAUD TO TRUE
                   END-READ
           END-PERFORM

           CLOSE AUDITORIA-PARAMETROS.
       0006-LEE-PARMAUD-E.
           EXIT.

       0007-INICIO-REGISTRA-USO SECTION.
      *GUARDA LA FECHA MAS RECIENTE DE ACTIVIDAD DEL OPERADOR Y, SI
      *LA ACCION EJERCIDA ES UNA DE SUS DOS ACCIONES PERMITIDAS, LA
      *DE ESA ACCION. LOS OPERADORES INACTIVOS O DESCONOCIDOS NO SE
      *RECERTIFICAN Y SU EVIDENCIA SE DESCARTA.
           IF WKS-EV-OPERADOR = SPACES OR
              WKS-EV-FECHA IS NOT NUMERIC OR
              WKS-EV-FECHA-NUM = ZEROES
              GO TO 0007-REGISTRA-USO-E
           END-IF

           MOVE WKS-EV-OPERADOR TO WKS-OP-BUSCADO
           PERFORM 0015-INICIO-BUSCA-OPERADOR THRU
              0015-BUSCA-OPERADOR-E
           IF WKS-OP-POS = ZEROES
              GO TO 0007-REGISTRA-USO-E
           END-IF

           ADD 1 TO WKS-I-EVIDENCIAS
           IF WKS-EV-FECHA-NUM > WKS-OP-ULT-ACTIVIDAD(WKS-OP-POS)
              MOVE WKS-EV-FECHA-NUM TO
                 WKS-OP-ULT-ACTIVIDAD(WKS-OP-POS)
           END-IF
           IF WKS-EV-ACCION = SPACES
              GO TO 0007-REGISTRA-USO-E
           END-IF
           IF WKS-EV-ACCION = WKS-OP-ACCION1(WKS-OP-POS) AND
              WKS-EV-FECHA-NUM > WKS-OP-ULT-ACCION1(WKS-OP-POS)
              MOVE WKS-EV-FECHA-NUM TO WKS-OP-ULT-ACCION1(WKS-OP-POS)
           END-IF
           IF WKS-EV-ACCION = WKS-OP-ACCION2(WKS-OP-POS) AND
              WKS-EV-FECHA-NUM > WKS-OP-ULT-ACCION2(WKS-OP-POS)
              MOVE WKS-EV-FECHA-NUM TO WKS-OP-ULT-ACCION2(WKS-OP-POS)
           END-IF.
       0007-REGISTRA-USO-E.
           EXIT.

       0008-INICIO-EVALUA-INACTIVIDAD SECTION.
      *SIN NINGUNA ACTIVIDAD REGISTRADA, O CON LA ULTIMA MAS ALLA DE
      *DIAS_INACTIVO, EL OPERADOR SE MARCA INACTIVO EN LA HOJA.
           MOVE SPACES TO WKS-LH-DIAS
           IF WKS-OP-ULT-ACTIVIDAD(WKS-OP-IDX) = ZEROES
              MOVE "S" TO WKS-OP-INACTIVO(WKS-OP-IDX)
              GO TO 0008-EVALUA-INACTIVIDAD-E
           END-IF

           COMPUTE WKS-INT-USO = FUNCTION INTEGER-OF-DATE
              (WKS-OP-ULT-ACTIVIDAD(WKS-OP-IDX))
           IF WKS-INT-USO = ZEROES OR WKS-INT-USO > WKS-INT-HOY
              MOVE ZEROES TO WKS-DIAS-SIN-USO
           ELSE
              COMPUTE WKS-DIAS-SIN-USO = WKS-INT-HOY - WKS-INT-USO
           END-IF
           MOVE WKS-DIAS-SIN-USO TO WKS-ED-DIAS
           MOVE WKS-ED-DIAS TO WKS-LH-DIAS
           IF WKS-DIAS-SIN-USO > WKS-DIAS-INACTIVO
              MOVE "S" TO WKS-OP-INACTIVO(WKS-OP-IDX)
           END-IF.
       0008-EVALUA-INACTIVIDAD-E.
           EXIT.

       0009-INICIO-HOJAS SECTION.
      *UNA HOJA POR SUPERVISOR DEL MAPA Y AL FINAL LA DE LOS
      *OPERADORES SIN SUPERVISOR ASIGNADO.
           PERFORM VARYING WKS-SV-IDX FROM 1 BY 1
              UNTIL WKS-SV-IDX > WKS-SV-CANT
              MOVE WKS-SV-ID(WKS-SV-IDX) TO WKS-SV-ACTUAL
              PERFORM 0010-INICIO-UNA-HOJA THRU 0010-UNA-HOJA-E
           END-PERFORM

           MOVE SPACES TO WKS-SV-ACTUAL
           PERFORM 0010-INICIO-UNA-HOJA THRU 0010-UNA-HOJA-E.
       0009-HOJAS-E.
           EXIT.

       0010-INICIO-UNA-HOJA SECTION.
           MOVE ZEROES TO WKS-SV-EN-HOJA
           PERFORM VARYING WKS-OP-IDX FROM 1 BY 1
              UNTIL WKS-OP-IDX > WKS-OP-CANT
              IF WKS-OP-SUPERVISOR(WKS-OP-IDX) = WKS-SV-ACTUAL
                 ADD 1 TO WKS-SV-EN-HOJA
              END-IF
           END-PERFORM
           IF WKS-SV-EN-HOJA = ZEROES
              GO TO 0010-UNA-HOJA-E
           END-IF

           MOVE SPACES TO REG-HOJA-RECERT
           WRITE REG-HOJA-RECERT
           MOVE SPACES TO REG-HOJA-RECERT
           IF WKS-SV-ACTUAL = SPACES
              STRING "HOJA DE RECERTIFICACION DE ACCESOS  FECHA "
                     WKS-FECHA-HOY
                     "  SIN SUPERVISOR ASIGNADO (REVISA SEGURIDAD)"
                 DELIMITED BY SIZE INTO REG-HOJA-RECERT
              END-STRING
           ELSE
              STRING "HOJA DE RECERTIFICACION DE ACCESOS  FECHA "
                     WKS-FECHA-HOY "  SUPERVISOR " WKS-SV-ACTUAL
                 DELIMITED BY SIZE INTO REG-HOJA-RECERT
              END-STRING
           END-IF
           WRITE REG-HOJA-RECERT
           MOVE SPACES TO REG-HOJA-RECERT
           STRING "MARQUE CONFIRMA O REVOCA Y DEVUELVA UNA TARJETA "
                  "POR OPERADOR; INACTIVO = SIN ACTIVIDAD EN MAS DE "
                  WKS-DIAS-INACTIVO " DIAS"
              DELIMITED BY SIZE INTO REG-HOJA-RECERT
           END-STRING
           WRITE REG-HOJA-RECERT
           MOVE SPACES TO REG-HOJA-RECERT
           STRING "OPERADOR NOMBRE               ROL        "
                  "ACCION1  ULT.USO  ACCION2  ULT.USO  "
                  "ULT.ACT   DIAS MARCA    RESPUESTA"
              DELIMITED BY SIZE INTO REG-HOJA-RECERT
           END-STRING
           WRITE REG-HOJA-RECERT

           PERFORM VARYING WKS-OP-IDX FROM 1 BY 1
              UNTIL WKS-OP-IDX > WKS-OP-CANT
              IF WKS-OP-SUPERVISOR(WKS-OP-IDX) = WKS-SV-ACTUAL
                 PERFORM 0017-INICIO-LINEA-OPERADOR THRU
                    0017-LINEA-OPERADOR-E
              END-IF
           END-PERFORM.
       0010-UNA-HOJA-E.
           EXIT.

       0011-INICIO-TARJETAS SECTION.
           MOVE SPACES TO REG-HOJA-RECERT
           WRITE REG-HOJA-RECERT
           MOVE "RESPUESTAS DE LOS SUPERVISORES" TO REG-HOJA-RECERT
           WRITE REG-HOJA-RECERT
           MOVE SPACES TO REG-HOJA-RECERT
           STRING "OPERADOR DECISION SUPERV.  ACCION   "
                  "RESULTADO  T MOTIVO"
              DELIMITED BY SIZE INTO REG-HOJA-RECERT
           END-STRING
           WRITE REG-HOJA-RECERT

           READ TARJETAS-RECERT INTO WKS-TARJETA
           AT END
              SET WKS-FIN-TRANSREC TO TRUE
           END-READ
           PERFORM UNTIL WKS-FIN-TRANSREC
                   ADD 1 TO WKS-I-TARJETAS
                   PERFORM 0012-INICIO-UNA-TARJETA THRU
                      0012-UNA-TARJETA-E
                   READ TARJETAS-RECERT INTO WKS-TARJETA
                   AT END
                      SET WKS-FIN-TRANSREC TO TRUE
                   END-READ
           END-PERFORM.
       0011-TARJETAS-E.
           EXIT.

       0012-INICIO-UNA-TARJETA SECTION.
      *LA RESPUESTA SOLO VALE SI LA FIRMA EL SUPERVISOR ASIGNADO AL
      *OPERADOR (O, SIN SUPERVISOR EN EL MAPA, OTRO OPERADOR ACTIVO),
      *NUNCA EL PROPIO OPERADOR. UNA REVOCACION CON ACCION LE QUITA
      *SOLO ESA ACCION (TRANSACCION M); SIN ACCION LO DA DE BAJA
      *(TRANSACCION B).
           MOVE SPACES TO WKS-MOTIVO, WKS-TO-ACCION
           MOVE WKS-TR-OPERADOR TO WKS-OP-BUSCADO
           PERFORM 0015-INICIO-BUSCA-OPERADOR THRU
              0015-BUSCA-OPERADOR-E

           EVALUATE TRUE
           WHEN WKS-OP-POS = ZEROES
                MOVE "OPERADOR NO ACTIVO O DESCONOCIDO" TO WKS-MOTIVO
           WHEN NOT WKS-TR-CONFIRMA AND NOT WKS-TR-REVOCA
                MOVE "DECISION INVALIDA" TO WKS-MOTIVO
           WHEN WKS-TR-SUPERVISOR = SPACES
                MOVE "SIN SUPERVISOR QUE FIRME" TO WKS-MOTIVO
           WHEN WKS-TR-SUPERVISOR = WKS-TR-OPERADOR
                MOVE "NADIE SE RECERTIFICA A SI MISMO" TO WKS-MOTIVO
           WHEN WKS-OP-SUPERVISOR(WKS-OP-POS) NOT = SPACES AND
                WKS-OP-SUPERVISOR(WKS-OP-POS) NOT = WKS-TR-SUPERVISOR
                MOVE "NO ES EL SUPERVISOR ASIGNADO" TO WKS-MOTIVO
           WHEN WKS-OP-RESPUESTA(WKS-OP-POS) = "C" OR
                WKS-OP-RESPUESTA(WKS-OP-POS) = "B"
                MOVE "OPERADOR YA RECERTIFICADO" TO WKS-MOTIVO
           WHEN WKS-TR-REVOCA AND WKS-TR-ACCION NOT = SPACES AND
                WKS-TR-ACCION NOT = WKS-OP-ACCION1(WKS-OP-POS) AND
                WKS-TR-ACCION NOT = WKS-OP-ACCION2(WKS-OP-POS)
                MOVE "ACCION NO PERMITIDA AL OPERADOR" TO WKS-MOTIVO
           WHEN OTHER
                CONTINUE
           END-EVALUATE

      *SIN SUPERVISOR EN EL MAPA, QUIEN FIRMA DEBE SER AL MENOS UN
      *OPERADOR ACTIVO.
           IF WKS-MOTIVO = SPACES
              IF WKS-OP-SUPERVISOR(WKS-OP-POS) = SPACES
                 MOVE WKS-OP-POS TO WKS-OP-GUARDA
                 MOVE WKS-TR-SUPERVISOR TO WKS-OP-BUSCADO
                 PERFORM 0015-INICIO-BUSCA-OPERADOR THRU
                    0015-BUSCA-OPERADOR-E
                 IF WKS-OP-POS = ZEROES
                    MOVE "FIRMA DE UN OPERADOR NO ACTIVO" TO
                       WKS-MOTIVO
                 END-IF
                 MOVE WKS-OP-GUARDA TO WKS-OP-POS
              END-IF
           END-IF

           IF WKS-MOTIVO NOT = SPACES
              ADD 1 TO WKS-I-RECHAZADAS
              MOVE "RECHAZADA" TO WKS-LT-RESULTADO
              GO TO 0012-LINEA
           END-IF

           MOVE "ACEPTADA" TO WKS-LT-RESULTADO
           EVALUATE TRUE
           WHEN WKS-TR-CONFIRMA
                ADD 1 TO WKS-I-CONFIRMADOS
                MOVE "C" TO WKS-OP-RESPUESTA(WKS-OP-POS)
           WHEN WKS-TR-ACCION = SPACES
                ADD 1 TO WKS-I-BAJAS
                MOVE "B" TO WKS-OP-RESPUESTA(WKS-OP-POS)
                MOVE "B" TO WKS-TO-ACCION
           WHEN OTHER
                ADD 1 TO WKS-I-REVOCACIONES
                MOVE "R" TO WKS-OP-RESPUESTA(WKS-OP-POS)
                IF WKS-TR-ACCION = WKS-OP-ACCION1(WKS-OP-POS)
                   MOVE SPACES TO WKS-OP-ACCION1(WKS-OP-POS)
                ELSE
                   MOVE SPACES TO WKS-OP-ACCION2(WKS-OP-POS)
                END-IF
                MOVE "M" TO WKS-TO-ACCION
           END-EVALUATE

      *LA TRANSACCION LLEVA EL REGISTRO COMPLETO COMO QUEDA, PORQUE
      *LA MODIFICACION DE EDUC3061 REEMPLAZA NOMBRE, ROL Y ACCIONES.
           IF WKS-TO-ACCION NOT = SPACES
              MOVE WKS-OP-ID(WKS-OP-POS) TO WKS-TO-ID
              MOVE WKS-OP-NOMBRE(WKS-OP-POS) TO WKS-TO-NOMBRE
              MOVE WKS-OP-ROL(WKS-OP-POS) TO WKS-TO-ROL
              MOVE WKS-OP-ACCION1(WKS-OP-POS) TO WKS-TO-ACCION1
              MOVE WKS-OP-ACCION2(WKS-OP-POS) TO WKS-TO-ACCION2
              WRITE REG-TRANS-OPERADORES FROM WKS-REG-TRANS
           END-IF.
       0012-LINEA.
           MOVE WKS-TR-OPERADOR TO WKS-LT-OPERADOR
           MOVE WKS-TR-DECISION TO WKS-LT-DECISION
           MOVE WKS-TR-SUPERVISOR TO WKS-LT-SUPERVISOR
           MOVE WKS-TR-ACCION TO WKS-LT-ACCION
           MOVE WKS-TO-ACCION TO WKS-LT-TRANS
           MOVE WKS-MOTIVO TO WKS-LT-MOTIVO
           WRITE REG-HOJA-RECERT FROM WKS-LINEA-TARJETA.
       0012-UNA-TARJETA-E.
           EXIT.

       0013-INICIO-SIN-RESPUESTA SECTION.
      *LOS OPERADORES SIN NINGUNA RESPUESTA QUEDAN LISTADOS PARA EL
      *SEGUIMIENTO DE SEGURIDAD.
           MOVE SPACES TO REG-HOJA-RECERT
           WRITE REG-HOJA-RECERT
           MOVE "OPERADORES SIN RESPUESTA DE SU SUPERVISOR" TO
              REG-HOJA-RECERT
           WRITE REG-HOJA-RECERT

           PERFORM VARYING WKS-OP-IDX FROM 1 BY 1
              UNTIL WKS-OP-IDX > WKS-OP-CANT
              IF WKS-OP-RESPUESTA(WKS-OP-IDX) = SPACES
                 ADD 1 TO WKS-I-SIN-RESPUESTA
                 MOVE SPACES TO REG-HOJA-RECERT
                 STRING WKS-OP-ID(WKS-OP-IDX) " "
                        WKS-OP-NOMBRE(WKS-OP-IDX)
                        " SUPERVISOR " WKS-OP-SUPERVISOR(WKS-OP-IDX)
                    DELIMITED BY SIZE INTO REG-HOJA-RECERT
                 END-STRING
                 WRITE REG-HOJA-RECERT
              END-IF
           END-PERFORM.
       0013-SIN-RESPUESTA-E.
           EXIT.

       0014-INICIO-TOTALES SECTION.
           MOVE SPACES TO REG-HOJA-RECERT
           WRITE REG-HOJA-RECERT
           MOVE SPACES TO REG-HOJA-RECERT
           STRING "OPERADORES ACTIVOS: " WKS-I-ACTIVOS
                  "  MARCADOS INACTIVOS: " WKS-I-INACTIVOS
                  "  SIN SUPERVISOR: " WKS-I-SIN-SUPERVISOR
              DELIMITED BY SIZE INTO REG-HOJA-RECERT
           END-STRING
           WRITE REG-HOJA-RECERT
           IF WKS-HAY-TARJETAS
              MOVE SPACES TO REG-HOJA-RECERT
              STRING "TARJETAS: " WKS-I-TARJETAS
                     "  CONFIRMADOS: " WKS-I-CONFIRMADOS
                     "  REVOCACIONES: " WKS-I-REVOCACIONES
                     "  BAJAS: " WKS-I-BAJAS
                     "  RECHAZADAS: " WKS-I-RECHAZADAS
                     "  SIN RESPUESTA: " WKS-I-SIN-RESPUESTA
                 DELIMITED BY SIZE INTO REG-HOJA-RECERT
              END-STRING
              WRITE REG-HOJA-RECERT
           END-IF

           DISPLAY "OPERADORES ACTIVOS RECERTIFICADOS: " WKS-I-ACTIVOS
           DISPLAY "OPERADORES MARCADOS INACTIVOS:     "
                   WKS-I-INACTIVOS
           DISPLAY "OPERADORES SIN SUPERVISOR:         "
                   WKS-I-SIN-SUPERVISOR
           DISPLAY "LINEAS DEL MAPA IGNORADAS:         "
                   WKS-I-MAPA-IGNORADO
           DISPLAY "EVIDENCIAS DE USO ACUMULADAS:      "
                   WKS-I-EVIDENCIAS
           IF WKS-HAY-TARJETAS
              DISPLAY "TARJETAS DEVUELTAS:                "
                      WKS-I-TARJETAS
              DISPLAY "CONFIRMADOS:                       "
                      WKS-I-CONFIRMADOS
              DISPLAY "REVOCACIONES DE ACCION (M):        "
                      WKS-I-REVOCACIONES
              DISPLAY "BAJAS DE OPERADOR (B):             "
                      WKS-I-BAJAS
              DISPLAY "TARJETAS RECHAZADAS:               "
                      WKS-I-RECHAZADAS
              DISPLAY "OPERADORES SIN RESPUESTA:          "
                      WKS-I-SIN-RESPUESTA
           END-IF.
       0014-TOTALES-E.
           EXIT.

       0015-INICIO-BUSCA-OPERADOR SECTION.
      *BUSQUEDA BINARIA EN LA TABLA DE OPERADORES ACTIVOS; DEVUELVE
      *LA POSICION O CERO SI NO ESTA.
           MOVE ZEROES TO WKS-OP-POS
           IF WKS-OP-CANT = ZEROES OR WKS-OP-BUSCADO = SPACES
              GO TO 0015-BUSCA-OPERADOR-E
           END-IF
           SEARCH ALL WKS-OP-ENTRADA
              AT END
                 MOVE ZEROES TO WKS-OP-POS
              WHEN WKS-OP-ID(WKS-IX-OP) = WKS-OP-BUSCADO
                 SET WKS-OP-POS TO WKS-IX-OP
           END-SEARCH.
       0015-BUSCA-OPERADOR-E.
           EXIT.

       0016-INICIO-AGREGA-SUPERVISOR SECTION.
           PERFORM VARYING WKS-SV-IDX FROM 1 BY 1
              UNTIL WKS-SV-IDX > WKS-SV-CANT
              IF WKS-SV-ID(WKS-SV-IDX) = WKS-LM-SUPERVISOR
                 GO TO 0016-AGREGA-SUPERVISOR-E
              END-IF
           END-PERFORM
           IF WKS-SV-CANT < 200
              ADD 1 TO WKS-SV-CANT
              MOVE WKS-LM-SUPERVISOR TO WKS-SV-ID(WKS-SV-CANT)
           ELSE
      *SIN LUGAR PARA OTRA HOJA, EL OPERADOR PASA A LA HOJA SIN
      *SUPERVISOR, DONDE SEGURIDAD LO VE.
              DISPLAY "SUPERVISORES EXCEDEN LA TABLA DE 200: "
                      WKS-LM-SUPERVISOR
              MOVE SPACES TO WKS-OP-SUPERVISOR(WKS-OP-POS)
           END-IF.
       0016-AGREGA-SUPERVISOR-E.
           EXIT.

       0017-INICIO-LINEA-OPERADOR SECTION.
           PERFORM 0008-INICIO-EVALUA-INACTIVIDAD THRU
              0008-EVALUA-INACTIVIDAD-E

           MOVE WKS-OP-ID(WKS-OP-IDX) TO WKS-LH-ID
           MOVE WKS-OP-NOMBRE(WKS-OP-IDX) TO WKS-LH-NOMBRE
           MOVE WKS-OP-ROL(WKS-OP-IDX) TO WKS-LH-ROL
           MOVE WKS-OP-ACCION1(WKS-OP-IDX) TO WKS-LH-ACCION1
           MOVE WKS-OP-ACCION2(WKS-OP-IDX) TO WKS-LH-ACCION2

           MOVE SPACES TO WKS-LH-ULT-ACCION1, WKS-LH-ULT-ACCION2
           IF WKS-OP-ACCION1(WKS-OP-IDX) NOT = SPACES
              IF WKS-OP-ULT-ACCION1(WKS-OP-IDX) = ZEROES
                 MOVE "NUNCA" TO WKS-LH-ULT-ACCION1
              ELSE
                 MOVE WKS-OP-ULT-ACCION1(WKS-OP-IDX) TO
                    WKS-LH-ULT-ACCION1
              END-IF
           END-IF
           IF WKS-OP-ACCION2(WKS-OP-IDX) NOT = SPACES
              IF WKS-OP-ULT-ACCION2(WKS-OP-IDX) = ZEROES
                 MOVE "NUNCA" TO WKS-LH-ULT-ACCION2
              ELSE
                 MOVE WKS-OP-ULT-ACCION2(WKS-OP-IDX) TO
                    WKS-LH-ULT-ACCION2
              END-IF
           END-IF
           IF WKS-OP-ULT-ACTIVIDAD(WKS-OP-IDX) = ZEROES
              MOVE "NUNCA" TO WKS-LH-ULT-ACTIVIDAD
           ELSE
              MOVE WKS-OP-ULT-ACTIVIDAD(WKS-OP-IDX) TO
                 WKS-LH-ULT-ACTIVIDAD
           END-IF

           IF WKS-OP-INACTIVO(WKS-OP-IDX) = "S"
              ADD 1 TO WKS-I-INACTIVOS
              MOVE "INACTIVO" TO WKS-LH-MARCA
           ELSE
              MOVE SPACES TO WKS-LH-MARCA
           END-IF
           IF WKS-SV-ACTUAL = SPACES
              ADD 1 TO WKS-I-SIN-SUPERVISOR
           END-IF
           MOVE "CONFIRMA [ ]  REVOCA [ ]" TO WKS-LH-RESPUESTA

           WRITE REG-HOJA-RECERT FROM WKS-LINEA-HOJA.
       0017-LINEA-OPERADOR-E.
           EXIT.
