      * APLICACION  : EDUCACION                                        *
      * PROGRAMA    : EDUC3040                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : CICLO DE VERIFICACION DE NIT CONTRA LA AUTORIDAD *
      *             : TRIBUTARIA, CONSTRUIDO SOBRE LA SALIDA DEL       *
      *             : EVALUADOR COMBINADO (AS-NITDPIOUT). EN MODO      *
      *             : SOLICITA (MODO_SAT=SOLICITA) GENERA EL ARCHIVO   *
      *             : DE VERIFICACION REQSAT CON LOS NIT QUE EL        *
      *             : EVALUADOR ACEPTO Y QUE SON NUEVOS, NUNCA         *
      *             : TUVIERON RESPUESTA O TIENEN UNA VERIFICACION MAS *
      *             : VIEJA QUE LA EDAD DE REFRESCO DE SU ESTADO       *
      *             : (PARAMETROS REFRESCO_REGISTRADO,                 *
      *             : REFRESCO_CANCELADO, REFRESCO_DESCONOCIDO); LOS   *
      *             : DEMAS SE CONTESTAN DEL MAESTRO DE VERIFICACION   *
      *             : NITMST, QUE LLEVA EL ULTIMO ESTADO, SU FECHA Y   *
      *             : LAS VECES VISTO DE CADA NIT. EN MODO RESPUESTA   *
      *             : CRUZA EL ARCHIVO DE RESPUESTAS RESPSAT           *
      *             : (REGISTRADO / CANCELADO / DESCONOCIDO) CONTRA LA *
      *             : SALIDA DEL EVALUADOR, ACTUALIZA NITMST (ANOTANDO *
      *             : LOS CAMBIOS DE ESTADO PARA EL REPORTE MENSUAL    *
      *             : EDUC3125), CONTESTA DEL MAESTRO LOS NIT QUE NO   *
      *             : SE SOLICITARON Y PRODUCE EL ARCHIVO DE           *
      *             : VEREDICTOS CONCILIADOS VERDSAT; LAS              *
      *             : DISCREPANCIAS (CANCELADO O DESCONOCIDO) SE       *
      *             : ESCRIBEN ADEMAS EN NITDISCR, EN EL MISMO FORMATO *
      *             : DE AS-NITDPIOUT, PARA QUE EL FLUJO DE AVISOS DE  *
      *             : RECHAZO (EDUC3029) LAS TRABAJE. EL CONSUMO DE LA *
      *             : SALIDA DEL EVALUADOR (NITDPOUT) Y CADA ARCHIVO   *
      *             : REQSAT QUEDAN REGISTRADOS POR GENREG01.          *
      * ARCHIVOS    : AS-NITDPIOUT (ENTRADA), REQSAT (SALIDA), RESPSAT *
      *             : (ENTRADA), VERDSAT (SALIDA), NITDISCR (SALIDA),  *
      *             : NITMST (I-O)                                     *
      * PROGRAMA(S) : GENREG01, PARMRD01                               *
      ******************************************************************

       IDENTIFICATION DIVISION.
           SELECT DISCREPANCIAS ASSIGN TO NITDISCR
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-NITDISCR.
           SELECT NIT-MASTER ASSIGN TO NITMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS NTM-LLAVE
                  FILE STATUS IS WKS-FS-NITMST.

       DATA DIVISION.

       FD DISCREPANCIAS.
       01 REG-DISCREPANCIA              PIC X(60).

       FD NIT-MASTER.
           COPY NITMST.

       WORKING-STORAGE SECTION.

       01 WKS-CONTROL-ARCHIVOS.
             88 WKS-FIN-RESPSAT                   VALUE "10".
          02 WKS-FS-VERDSAT             PIC X(02) VALUE SPACES.
          02 WKS-FS-NITDISCR            PIC X(02) VALUE SPACES.
          02 WKS-FS-NITMST              PIC X(02) VALUE SPACES.

      *VISTA DE LA LINEA DE SALIDA DEL EVALUADOR COMBINADO.
       01 WKS-LINEA-EVALUADOR.
          02 WKS-I-CANCELADOS           PIC 9(06) VALUE ZEROES.
          02 WKS-I-DESCONOCIDOS         PIC 9(06) VALUE ZEROES.
          02 WKS-I-SIN-RESPUESTA        PIC 9(06) VALUE ZEROES.
          02 WKS-I-NUEVOS               PIC 9(06) VALUE ZEROES.
          02 WKS-I-REFRESCADOS          PIC 9(06) VALUE ZEROES.
          02 WKS-I-DESDE-MAESTRO        PIC 9(06) VALUE ZEROES.
          02 WKS-I-REPETIDOS            PIC 9(06) VALUE ZEROES.
          02 WKS-I-ACTUALIZADOS         PIC 9(06) VALUE ZEROES.
          02 WKS-I-CAMBIOS              PIC 9(06) VALUE ZEROES.
          02 WKS-I-RESP-INVALIDAS       PIC 9(06) VALUE ZEROES.

      *CONTROL DEL MAESTRO DE VERIFICACION (NITMST): UN NIT SOLO SE
      *SOLICITA A SAT SI ES NUEVO, SI NUNCA TUVO RESPUESTA O SI SU
      *ULTIMA VERIFICACION TIENE MAS DIAS QUE LA EDAD DE REFRESCO DE
      *SU ESTADO (PARAMETROS REFRESCO_REGISTRADO, REFRESCO_CANCELADO
      *Y REFRESCO_DESCONOCIDO); LOS DEMAS SE CONTESTAN DEL MAESTRO.
      *LA FECHA Y HORA DE LA CORRIDA DISTINGUEN UN NIT QUE YA SE
      *SOLICITO EN ESTA MISMA CORRIDA (REPETIDO EN LA SALIDA DEL
      *EVALUADOR) DE UNO SOLICITADO EN UNA CORRIDA ANTERIOR.
       01 WKS-CONTROL-MAESTRO.
          02 WKS-RF-REGISTRADO          PIC 9(03) VALUE 090.
          02 WKS-RF-CANCELADO           PIC 9(03) VALUE 030.
          02 WKS-RF-DESCONOCIDO         PIC 9(03) VALUE 007.
          02 WKS-RF-DIAS                PIC 9(03) VALUE ZEROES.
          02 WKS-DIAS-EDAD              PIC 9(05) VALUE ZEROES.
          02 WKS-FECHA-HORA             PIC X(20) VALUE SPACES.
          02 WKS-CORRIDA.
             03 WKS-FECHA-HOY           PIC 9(08) VALUE ZEROES.
             03 WKS-HORA-CORRIDA        PIC 9(06) VALUE ZEROES.
          02 WKS-NTM-SW                 PIC X(01) VALUE "N".
             88 WKS-NTM-HALLADO                   VALUE "S".
          02 WKS-ENVIAR-SW              PIC X(01) VALUE "N".
             88 WKS-ENVIAR-SOLICITUD              VALUE "S".

      *AREA PARA EL REGISTRO CENTRAL DE GENERACIONES (GENREG01): LA
      *SALIDA DEL EVALUADOR QUEDA COMO CONSUMO Y LAS SOLICITUDES QUE
      *SALEN A SAT QUEDAN REGISTRADAS CON SU FECHA.
       01 WKS-CONTROL-GENREG.
          02 WKS-GR-FUNCION             PIC X(01) VALUE "R".
          02 WKS-GR-ARCHIVO             PIC X(08) VALUE "REQSAT".
          02 WKS-GR-FECHA               PIC 9(08) VALUE ZEROES.
          02 WKS-GR-REGISTROS           PIC 9(08) VALUE ZEROES.
          02 WKS-GR-CONFORME            PIC X(01) VALUE "S".
          02 WKS-GR-PROGRAMA            PIC X(08) VALUE "EDUC3040".
          02 WKS-GR-FECHA-ENTERA        PIC X(20) VALUE SPACES.

      *AREA PARA EL LECTOR COMUN DEL ARCHIVO CENTRAL DE PARAMETROS.
       01 WKS-CONTROL-PARAMETROS.
       PROCEDURE DIVISION.

       0000-INICIO SECTION.
           MOVE FUNCTION CURRENT-DATE TO WKS-FECHA-HORA
           MOVE WKS-FECHA-HORA(1:8) TO WKS-FECHA-HOY
           MOVE WKS-FECHA-HORA(9:6) TO WKS-HORA-CORRIDA

           PERFORM 0001-INICIO-PARAMETROS THRU 0001-PARAMETROS-E
           PERFORM 0006-INICIO-ABRE-MAESTRO THRU 0006-ABRE-MAESTRO-E

           IF WKS-MODO-SOLICITA
              PERFORM 0002-INICIO-GENERA-SOLICITUDES THRU
              PERFORM 0004-INICIO-CONCILIA THRU 0004-CONCILIA-E
           END-IF

           CLOSE NIT-MASTER

           DISPLAY "LINEAS DEL EVALUADOR LEIDAS: " WKS-I-LEIDOS
           DISPLAY "NIT SOLICITADOS A VERIFICAR: " WKS-I-SOLICITADOS
           DISPLAY "  NUEVOS EN EL MAESTRO: " WKS-I-NUEVOS
           DISPLAY "  SIN RESPUESTA O VENCIDOS: " WKS-I-REFRESCADOS
           DISPLAY "NIT REPETIDOS EN LA MISMA CORRIDA: "
                   WKS-I-REPETIDOS
           DISPLAY "NIT CONTESTADOS DESDE EL MAESTRO: "
                   WKS-I-DESDE-MAESTRO
           DISPLAY "RESPUESTAS APLICADAS AL MAESTRO: "
                   WKS-I-ACTUALIZADOS
           DISPLAY "NIT CON CAMBIO DE ESTADO EN SAT: " WKS-I-CAMBIOS
           DISPLAY "RESPUESTAS CON ESTADO INVALIDO: "
                   WKS-I-RESP-INVALIDAS
           DISPLAY "NIT VALIDOS Y REGISTRADOS: " WKS-I-REGISTRADOS
           DISPLAY "NIT VALIDOS PERO CANCELADOS: " WKS-I-CANCELADOS
           DISPLAY "NIT DESCONOCIDOS PARA SAT: " WKS-I-DESCONOCIDOS
                   ELSE
                      MOVE "SOLICITA" TO WKS-MODO-SAT
                   END-IF
              WHEN "REFRESCO_REGISTRADO"
                   IF WKS-PARM-VALOR(WKS-PARM-IDX)(1:3) NUMERIC AND
                      WKS-PARM-VALOR(WKS-PARM-IDX)(1:3) NOT = "000"
                      MOVE WKS-PARM-VALOR(WKS-PARM-IDX)(1:3) TO
                         WKS-RF-REGISTRADO
                   END-IF
              WHEN "REFRESCO_CANCELADO"
                   IF WKS-PARM-VALOR(WKS-PARM-IDX)(1:3) NUMERIC AND
                      WKS-PARM-VALOR(WKS-PARM-IDX)(1:3) NOT = "000"
                      MOVE WKS-PARM-VALOR(WKS-PARM-IDX)(1:3) TO
                         WKS-RF-CANCELADO
                   END-IF
              WHEN "REFRESCO_DESCONOCIDO"
                   IF WKS-PARM-VALOR(WKS-PARM-IDX)(1:3) NUMERIC AND
                      WKS-PARM-VALOR(WKS-PARM-IDX)(1:3) NOT = "000"
                      MOVE WKS-PARM-VALOR(WKS-PARM-IDX)(1:3) TO
                         WKS-RF-DESCONOCIDO
                   END-IF
              WHEN OTHER
                   DISPLAY "PARAMETRO DESCONOCIDO EN PARAMET: "
                           WKS-PARM-CLAVE(WKS-PARM-IDX)
           END-PERFORM

           DISPLAY "PARAMETROS EFECTIVOS DE LA CORRIDA:"
           DISPLAY "  MODO_SAT: " WKS-MODO-SAT
           DISPLAY "  REFRESCO_REGISTRADO: " WKS-RF-REGISTRADO
           DISPLAY "  REFRESCO_CANCELADO: " WKS-RF-CANCELADO
           DISPLAY "  REFRESCO_DESCONOCIDO: " WKS-RF-DESCONOCIDO.
       0001-PARAMETROS-E.
           EXIT.

       0002-INICIO-GENERA-SOLICITUDES SECTION.
      *UNA SOLICITUD POR CADA NIT ACEPTADO QUE EL MAESTRO NO PUEDE
      *CONTESTAR (VER 0007-INICIO-DECIDE-SOLICITUD).
           OPEN INPUT NIT-DPI-OUT
           IF WKS-FS-NITDPIOUT NOT = "00"
              DISPLAY "NO SE PUDO ABRIR LA SALIDA DEL EVALUADOR"
                   ADD 1 TO WKS-I-LEIDOS
                   IF WKS-EV-TIPO = "NIT" AND
                      WKS-EV-VEREDICTO = "ACEPTADO"
                      PERFORM 0007-INICIO-DECIDE-SOLICITUD THRU
                         0007-DECIDE-SOLICITUD-E
                      IF WKS-ENVIAR-SOLICITUD
                         ADD 1 TO WKS-I-SOLICITADOS
                         MOVE WKS-EV-NORMALIZADO TO WKS-SL-NIT
                         MOVE WKS-EV-VALOR TO WKS-SL-VALOR
                         WRITE REG-SOLICITUD-SAT FROM
                            WKS-LINEA-SOLICITUD
                      END-IF
                   END-IF
                   READ NIT-DPI-OUT INTO WKS-LINEA-EVALUADOR
                   AT END
                   END-READ
           END-PERFORM

           CLOSE NIT-DPI-OUT, SOLICITUDES-SAT

           MOVE FUNCTION CURRENT-DATE TO WKS-GR-FECHA-ENTERA
           MOVE WKS-GR-FECHA-ENTERA(1:8) TO WKS-GR-FECHA
           MOVE "C" TO WKS-GR-FUNCION
           MOVE "NITDPOUT" TO WKS-GR-ARCHIVO
           MOVE WKS-I-LEIDOS TO WKS-GR-REGISTROS
           CALL 'GENREG01' USING WKS-GR-FUNCION
                                 WKS-GR-ARCHIVO
                                 WKS-GR-FECHA
                                 WKS-GR-REGISTROS
                                 WKS-GR-CONFORME
                                 WKS-GR-PROGRAMA
           MOVE "R" TO WKS-GR-FUNCION
           MOVE "REQSAT" TO WKS-GR-ARCHIVO
           MOVE WKS-I-SOLICITADOS TO WKS-GR-REGISTROS
           CALL 'GENREG01' USING WKS-GR-FUNCION
                                 WKS-GR-ARCHIVO
                                 WKS-GR-FECHA
                                 WKS-GR-REGISTROS
                                 WKS-GR-CONFORME
                                 WKS-GR-PROGRAMA.
       0002-GENERA-SOLICITUDES-E.
           EXIT.

                      MOVE WKS-RS-NIT TO WKS-TR-NIT(WKS-TR-CANT)
                      MOVE WKS-RS-ESTADO TO WKS-TR-ESTADO(WKS-TR-CANT)
                   END-IF
                   IF WKS-RS-NIT NOT = SPACES
                      PERFORM 0008-INICIO-ACTUALIZA-MAESTRO THRU
                         0008-ACTUALIZA-MAESTRO-E
                   END-IF
                   READ RESPUESTAS-SAT INTO WKS-LINEA-RESPUESTA
                   AT END
                      SET WKS-FIN-RESPSAT TO TRUE
           EXIT.

       0005-INICIO-UN-NIT SECTION.
           MOVE SPACES TO WKS-TR-ESTADO-HALLADO
           PERFORM VARYING WKS-TR-IDX FROM 1 BY 1
              UNTIL WKS-TR-IDX > WKS-TR-CANT
              IF WKS-TR-NIT(WKS-TR-IDX) = WKS-EV-NORMALIZADO
              END-IF
           END-PERFORM

      *UN NIT QUE NO SE SOLICITO ESTA NOCHE (O QUE SAT NO CONTESTO)
      *SE CONCILIA CON EL ULTIMO ESTADO GUARDADO EN EL MAESTRO.
           IF WKS-TR-ESTADO-HALLADO = SPACES
              MOVE WKS-EV-NORMALIZADO TO NTM-NIT
              READ NIT-MASTER
              END-READ
              IF WKS-FS-NITMST = "00" AND NOT NTM-SIN-VERIFICAR
                 MOVE NTM-ESTADO TO WKS-TR-ESTADO-HALLADO
                 ADD 1 TO WKS-I-DESDE-MAESTRO
              END-IF
           END-IF

           MOVE WKS-EV-TIPO TO WKS-VC-TIPO
           MOVE WKS-EV-VALOR TO WKS-VC-VALOR
           MOVE WKS-EV-NORMALIZADO TO WKS-VC-NORMALIZADO
           END-IF.
       0005-UN-NIT-E.
           EXIT.

       0006-INICIO-ABRE-MAESTRO SECTION.
      *EL MAESTRO DE VERIFICACION SE ABRE I-O EN LOS DOS MODOS; LA
      *PRIMERA CORRIDA LO CREA VACIO (FILE STATUS 35) Y LO REABRE,
      *COMO EL MAESTRO DE AUDITORIA DE EDUC3035.
           OPEN I-O NIT-MASTER
           IF WKS-FS-NITMST = "35"
              OPEN OUTPUT NIT-MASTER
              CLOSE NIT-MASTER
              OPEN I-O NIT-MASTER
           END-IF
           IF WKS-FS-NITMST NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE VERIFICACION "
                      "DE NIT, FILE STATUS: " WKS-FS-NITMST
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
       0006-ABRE-MAESTRO-E.
           EXIT.

       0007-INICIO-DECIDE-SOLICITUD SECTION.
      *DECIDE SI EL NIT ACEPTADO VA EN LA SOLICITUD A SAT Y DEJA EL
      *MAESTRO AL DIA: UN NIT NUEVO SE DA DE ALTA SIN ESTADO; UNO
      *CONOCIDO SUMA UNA VEZ VISTO Y SE VUELVE A SOLICITAR SOLO SI
      *NUNCA TUVO RESPUESTA O SI SU VERIFICACION YA PASO LA EDAD DE
      *REFRESCO DE SU ESTADO. UN NIT REPETIDO EN LA SALIDA DEL
      *EVALUADOR SE SOLICITA UNA SOLA VEZ POR CORRIDA.
           MOVE "N" TO WKS-ENVIAR-SW
           MOVE WKS-EV-NORMALIZADO TO NTM-NIT
           READ NIT-MASTER
           END-READ
           IF WKS-FS-NITMST = "00"
              MOVE "S" TO WKS-NTM-SW
           ELSE
              MOVE "N" TO WKS-NTM-SW
           END-IF

           IF NOT WKS-NTM-HALLADO
              INITIALIZE NTM-REGISTRO
              MOVE WKS-EV-NORMALIZADO TO NTM-NIT
              MOVE 1 TO NTM-VECES-VISTO
              MOVE WKS-FECHA-HOY TO NTM-FECHA-ALTA
              MOVE WKS-CORRIDA TO NTM-SOLICITUD
              WRITE NTM-REGISTRO
              END-WRITE
              IF WKS-FS-NITMST NOT = "00"
                 DISPLAY "NO SE PUDO DAR DE ALTA EL NIT " NTM-NIT
                         " EN EL MAESTRO, FILE STATUS: "
                         WKS-FS-NITMST
              END-IF
              ADD 1 TO WKS-I-NUEVOS
              MOVE "S" TO WKS-ENVIAR-SW
              GO TO 0007-DECIDE-SOLICITUD-E
           END-IF

           ADD 1 TO NTM-VECES-VISTO
           EVALUATE TRUE
           WHEN NTM-SOLICITUD = WKS-CORRIDA
                ADD 1 TO WKS-I-REPETIDOS
           WHEN NTM-SIN-VERIFICAR
                MOVE "S" TO WKS-ENVIAR-SW
           WHEN NTM-FECHA-VERIFICADO NOT NUMERIC OR
                NTM-FECHA-VERIFICADO = ZEROES
                MOVE "S" TO WKS-ENVIAR-SW
           WHEN OTHER
                EVALUATE TRUE
                WHEN NTM-REGISTRADO
                     MOVE WKS-RF-REGISTRADO TO WKS-RF-DIAS
                WHEN NTM-CANCELADO
                     MOVE WKS-RF-CANCELADO TO WKS-RF-DIAS
                WHEN OTHER
                     MOVE WKS-RF-DESCONOCIDO TO WKS-RF-DIAS
                END-EVALUATE
                COMPUTE WKS-DIAS-EDAD =
                   FUNCTION INTEGER-OF-DATE(WKS-FECHA-HOY) -
                   FUNCTION INTEGER-OF-DATE(NTM-FECHA-VERIFICADO)
                IF WKS-DIAS-EDAD > WKS-RF-DIAS
                   MOVE "S" TO WKS-ENVIAR-SW
                ELSE
                   ADD 1 TO WKS-I-DESDE-MAESTRO
                END-IF
           END-EVALUATE

           IF WKS-ENVIAR-SOLICITUD
              ADD 1 TO WKS-I-REFRESCADOS
              MOVE WKS-CORRIDA TO NTM-SOLICITUD
           END-IF
           REWRITE NTM-REGISTRO
           END-REWRITE
           IF WKS-FS-NITMST NOT = "00"
              DISPLAY "NO SE PUDO ACTUALIZAR EL NIT " NTM-NIT
                      " EN EL MAESTRO, FILE STATUS: " WKS-FS-NITMST
           END-IF.
       0007-DECIDE-SOLICITUD-E.
           EXIT.

       0008-INICIO-ACTUALIZA-MAESTRO SECTION.
      *APLICA UNA RESPUESTA DE SAT AL MAESTRO: GUARDA EL ESTADO Y LA
      *FECHA DE VERIFICACION; SI EL NIT YA TENIA OTRO ESTADO, ESE
      *ESTADO Y SU FECHA QUEDAN COMO VERIFICACION ANTERIOR Y SE
      *MARCA LA FECHA DEL CAMBIO PARA EL REPORTE MENSUAL (EDUC3125).
      *UN NIT CONTESTADO QUE NO ESTA EN EL MAESTRO SE DA DE ALTA.
           IF NOT WKS-RS-REGISTRADO AND NOT WKS-RS-CANCELADO AND
              NOT WKS-RS-DESCONOCIDO
              ADD 1 TO WKS-I-RESP-INVALIDAS
              GO TO 0008-ACTUALIZA-MAESTRO-E
           END-IF

           MOVE WKS-RS-NIT TO NTM-NIT
           READ NIT-MASTER
           END-READ
           IF WKS-FS-NITMST NOT = "00"
              INITIALIZE NTM-REGISTRO
              MOVE WKS-RS-NIT TO NTM-NIT
              MOVE WKS-FECHA-HOY TO NTM-FECHA-ALTA
              MOVE WKS-RS-ESTADO TO NTM-ESTADO
              MOVE WKS-FECHA-HOY TO NTM-FECHA-VERIFICADO
              WRITE NTM-REGISTRO
              END-WRITE
           ELSE
              IF NOT NTM-SIN-VERIFICAR AND
                 NTM-ESTADO NOT = WKS-RS-ESTADO
                 MOVE NTM-ESTADO TO NTM-ESTADO-ANTERIOR
                 MOVE NTM-FECHA-VERIFICADO TO NTM-FECHA-ANTERIOR
                 MOVE WKS-FECHA-HOY TO NTM-FECHA-CAMBIO
                 ADD 1 TO WKS-I-CAMBIOS
              END-IF
              MOVE WKS-RS-ESTADO TO NTM-ESTADO
              MOVE WKS-FECHA-HOY TO NTM-FECHA-VERIFICADO
              REWRITE NTM-REGISTRO
              END-REWRITE
           END-IF

           IF WKS-FS-NITMST = "00"
              ADD 1 TO WKS-I-ACTUALIZADOS
           ELSE
              DISPLAY "NO SE PUDO ACTUALIZAR EL NIT " NTM-NIT
                      " EN EL MAESTRO, FILE STATUS: " WKS-FS-NITMST
           END-IF.
       0008-ACTUALIZA-MAESTRO-E.
           EXIT.
