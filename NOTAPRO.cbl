      ******************************************************************
      * FECHA       : 2026                                             *
      * PROGRAMADOR : DIANA STEFFANNY SALGUERO ROSALES                 *
      * APLICACION  : EDUCACION                                        *
      * PROGRAMA    : EDUC3114                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : PASADA DE APROBACION DE COORDINACION SOBRE LAS   *
      *             : CORRECCIONES DE NOTAS YA PUBLICADAS QUE RETIENE  *
      *             : EL MODO CORRECCION DE EDUC3051 (NOTCORPE). LEE   *
      *             : TARJETAS DE DECISION POR SYSIN (LLAVE            *
      *             : CODIGO+CURSO+TERMINO + APROBAR/RECHAZAR + ID DE  *
      *             : COORDINADOR + RAZON); CADA TARJETA DEBE VENIR    *
      *             : FIRMADA POR UN OPERADOR VIGENTE DEL MAESTRO DE   *
      *             : OPERADORES (OPERMST) CON ROL COORDINAC Y LA      *
      *             : ACCION PERMITIDA, Y LAS DEMAS CAEN AL REPORTE DE *
      *             : EXCEPCION DE AUTORIZACION. LAS APROBADAS SE      *
      *             : APLICAN AL MAESTRO DE NOTAS, QUE SE REESCRIBE    *
      *             : COMPLETO EN NOTASNEW CON LA NOTA NUEVA Y ORIGEN  *
      *             : "C" (EL PLANIFICADOR LO RENOMBRA SOBRE           *
      *             : NOTASMST), Y SUS ESTUDIANTES Y TERMINOS QUEDAN   *
      *             : EN LA LISTA DE REEMISION (REEMBOL) PARA QUE      *
      *             : EDUC3051 EN MODO REEMISION REGENERE SU BOLETA.   *
      *             : TODA DECISION SE AGREGA A LA BITACORA DE CAMBIOS *
      *             : DE NOTA (NOTAAUD) Y LAS SIN DECISION SE          *
      *             : REESCRIBEN EN NOTCORNW. EMITE EL REPORTE DE      *
      *             : DECISIONES Y EL LISTADO DE AUDITORIA DE TODOS    *
      *             : LOS CAMBIOS APLICADOS DESPUES DE PUBLICAR, POR   *
      *             : DOCENTE Y TERMINO; TERMINA CON CODIGO DE RETORNO *
      *             : 2 MIENTRAS QUEDEN CORRECCIONES PENDIENTES.       *
      * ARCHIVOS    : NOTCORPE (ENTRADA), OPERMST (ENTRADA), NOTASMST  *
      *             : (ENTRADA), DOCMST (ENTRADA), NOTAAUD             *
      *             : (EXTEND/ENTRADA), NOTASNEW (SALIDA), NOTCORNW    *
      *             : (SALIDA), REEMBOL (SALIDA), RPTNOTAP (SALIDA),   *
      *             : RPTCAMB (SALIDA), EXCAUTOR (SALIDA)              *
      * PROGRAMA(S) : NO APLICA PARA ESTE CASO                         *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDUC3114.
       AUTHOR. DIANA SALGUERO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CORRECCIONES-PENDIENTES ASSIGN TO NOTCORPE
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-NOTCORPE.
           SELECT CORRECCIONES-NUEVO ASSIGN TO NOTCORNW
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-NOTCORNW.
           SELECT NOTAS-MASTER ASSIGN TO NOTASMST
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-NOTASMST.
           SELECT NOTAS-NUEVO ASSIGN TO NOTASNEW
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-NOTASNEW.
           SELECT LISTA-REEMISION ASSIGN TO REEMBOL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-REEMBOL.
           SELECT BITACORA-CAMBIOS ASSIGN TO NOTAAUD
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-NOTAAUD.
           SELECT RPT-DECISIONES ASSIGN TO RPTNOTAP
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-RPTNOTAP.
           SELECT RPT-CAMBIOS ASSIGN TO RPTCAMB
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-RPTCAMB.
           SELECT DOCENTE-MASTER ASSIGN TO DOCMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS DOC-LLAVE
                  FILE STATUS IS WKS-FS-DOCMST.
      *MAESTRO DE OPERADORES AUTORIZADOS (EDUC3061) Y REPORTE DE
      *EXCEPCION DE AUTORIZACION: CAMBIAR UNA NOTA YA PUBLICADA
      *EXIGE LA FIRMA VIGENTE DE UN COORDINADOR.
           SELECT OPERADOR-MASTER ASSIGN TO OPERMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS OPERMST-LLAVE
                  FILE STATUS IS WKS-FS-OPERMST.
           SELECT EXCEPCION-AUTORIZA ASSIGN TO EXCAUTOR
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-EXCAUTOR.

       DATA DIVISION.

       FILE SECTION.
       FD CORRECCIONES-PENDIENTES.
       01 REG-CORRECCION-PENDIENTE      PIC X(76).

       FD CORRECCIONES-NUEVO.
       01 REG-CORRECCION-NUEVO          PIC X(76).

       FD NOTAS-MASTER.
       01 REG-NOTA                      PIC X(27).

       FD NOTAS-NUEVO.
       01 REG-NOTA-NUEVO                PIC X(27).

       FD LISTA-REEMISION.
       01 REG-LISTA-REEMISION           PIC X(08).

       FD BITACORA-CAMBIOS.
       01 REG-BITACORA-CAMBIO           PIC X(90).

       FD RPT-DECISIONES.
       01 REG-RPT-DECISIONES            PIC X(100).

       FD RPT-CAMBIOS.
       01 REG-RPT-CAMBIOS               PIC X(100).

       FD DOCENTE-MASTER.
           COPY DOCENTE.

       FD OPERADOR-MASTER.
           COPY OPERMST.

       FD EXCEPCION-AUTORIZA.
       01 REG-EXCEPCION-AUTORIZA        PIC X(80).

       WORKING-STORAGE SECTION.

       01 WKS-CONTROL-ARCHIVOS.
          02 WKS-FS-NOTCORPE            PIC X(02) VALUE SPACES.
             88 WKS-FIN-NOTCORPE                  VALUE "10".
          02 WKS-FS-NOTCORNW            PIC X(02) VALUE SPACES.
          02 WKS-FS-NOTASMST            PIC X(02) VALUE SPACES.
             88 WKS-FIN-NOTASMST                  VALUE "10".
          02 WKS-FS-NOTASNEW            PIC X(02) VALUE SPACES.
          02 WKS-FS-REEMBOL             PIC X(02) VALUE SPACES.
          02 WKS-FS-NOTAAUD             PIC X(02) VALUE SPACES.
             88 WKS-FIN-NOTAAUD                   VALUE "10".
          02 WKS-FS-RPTNOTAP            PIC X(02) VALUE SPACES.
          02 WKS-FS-RPTCAMB             PIC X(02) VALUE SPACES.
          02 WKS-FS-DOCMST              PIC X(02) VALUE SPACES.
          02 WKS-FS-OPERMST             PIC X(02) VALUE SPACES.
          02 WKS-FS-EXCAUTOR            PIC X(02) VALUE SPACES.

       01 WKS-CONTROL-FECHA.
          02 WKS-FECHA-ENTERA           PIC X(20) VALUE SPACES.
          02 WKS-FECHA-HOY              PIC 9(08) VALUE ZEROES.

      *CONTROL DE LA AUTORIZACION DE OPERADORES.
       01 WKS-CONTROL-AUTORIZA.
          02 WKS-AUT-CONFORME-SW        PIC X(01) VALUE "S".
             88 WKS-OPERADOR-CONFORME             VALUE "S".
          02 WKS-AUT-MOTIVO             PIC X(20) VALUE SPACES.
          02 WKS-ROL-COORDINACION       PIC X(10) VALUE "COORDINAC".
          02 WKS-I-NO-AUTORIZADOS       PIC 9(03) VALUE ZEROES.

      *CORRECCION RETENIDA, LINEA DE LA BITACORA DE CAMBIOS Y LINEA
      *DEL MAESTRO DE NOTAS (LA MISMA DE EDUC3051).
           COPY NOTACORR.
           COPY NOTAAUD.

       01 WKS-LINEA-NOTA.
          02 WKS-NT-CODIGO              PIC X(05) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-NT-CURSO               PIC X(06) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-NT-TERMINO             PIC X(02) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-NT-NOTA                PIC X(03) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-NT-ORIGEN              PIC X(01) VALUE SPACES.
             88 WKS-NT-CORREGIDA                  VALUE "C".

      *LINEA DE LA LISTA DE REEMISION PARA EDUC3051.
       01 WKS-LINEA-REEMISION.
          02 WKS-LR-CODIGO              PIC X(05) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LR-TERMINO             PIC X(02) VALUE SPACES.

      *TABLA DE CORRECCIONES RETENIDAS.
       01 WKS-TABLA-PENDIENTES.
          02 WKS-TP-ENTRADA OCCURS 500 TIMES.
             03 WKS-TP-DATOS            PIC X(76).
             03 WKS-TP-ESTADO           PIC X(01).
                88 WKS-TP-PENDIENTE              VALUE "P".
                88 WKS-TP-APROBADO               VALUE "A".
                88 WKS-TP-RECHAZADO              VALUE "R".
             03 WKS-TP-APLICADA         PIC X(01).
          02 WKS-TP-CANT                PIC 9(03) VALUE ZEROES.
          02 WKS-TP-IDX                 PIC 9(03) VALUE ZEROES.
          02 WKS-TP-IDX2                PIC 9(03) VALUE ZEROES.
          02 WKS-TP-REPETIDA            PIC X(01) VALUE "N".

      *CAMBIOS APLICADOS DE LA BITACORA, CON LA LLAVE DE ORDEN
      *DOCENTE + TERMINO + FECHA + ESTUDIANTE + CURSO.
       01 WKS-TABLA-AUDITORIA.
          02 WKS-AU-ENTRADA OCCURS 3000 TIMES.
             03 WKS-AU-LLAVE            PIC X(26).
             03 WKS-AU-LINEA            PIC X(90).
          02 WKS-AU-CANT                PIC 9(04) VALUE ZEROES.
          02 WKS-AU-IDX                 PIC 9(04) VALUE ZEROES.
          02 WKS-AU-IDX2                PIC 9(04) VALUE ZEROES.
          02 WKS-AU-AUXILIAR            PIC X(116) VALUE SPACES.
          02 WKS-AU-DESBORDADOS         PIC 9(05) VALUE ZEROES.
          02 WKS-AU-CORTE               PIC X(07) VALUE SPACES.
          02 WKS-AU-CAMBIOS-CORTE       PIC 9(04) VALUE ZEROES.
          02 WKS-AU-NOMBRE-DOCENTE      PIC X(20) VALUE SPACES.
          02 WKS-CON-DOCENTES           PIC X(01) VALUE "N".

      *TARJETA DE DECISION DE COORDINACION.
       01 WKS-TARJETA-APROBACION.
          02 WKS-TA-LLAVE               PIC X(13) VALUE SPACES.
             88 WKS-FIN-SYSIN                     VALUE "FIN".
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-TA-ACCION              PIC X(08) VALUE SPACES.
             88 WKS-TA-APROBAR                    VALUE "APROBAR".
             88 WKS-TA-RECHAZAR                   VALUE "RECHAZAR".
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-TA-COORDINADOR         PIC X(08) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-TA-RAZON               PIC X(20) VALUE SPACES.

       01 WKS-ITERACIONES.
          02 WKS-I-CARGADOS             PIC 9(03) VALUE ZEROES.
          02 WKS-I-APROBADAS            PIC 9(03) VALUE ZEROES.
          02 WKS-I-RECHAZADAS           PIC 9(03) VALUE ZEROES.
          02 WKS-I-SIN-CASO             PIC 9(03) VALUE ZEROES.
          02 WKS-I-PENDIENTES           PIC 9(03) VALUE ZEROES.
          02 WKS-I-DESBORDADOS          PIC 9(05) VALUE ZEROES.
          02 WKS-I-RELEIDOS             PIC 9(05) VALUE ZEROES.
          02 WKS-I-NOTAS-LEIDAS         PIC 9(07) VALUE ZEROES.
          02 WKS-I-NOTAS-CORREGIDAS     PIC 9(05) VALUE ZEROES.
          02 WKS-I-REEMISIONES          PIC 9(03) VALUE ZEROES.

       PROCEDURE DIVISION.

       0000-INICIO SECTION.
           MOVE FUNCTION CURRENT-DATE TO WKS-FECHA-ENTERA
           MOVE WKS-FECHA-ENTERA(1:8) TO WKS-FECHA-HOY

           PERFORM 0001-INICIO-CARGA-PENDIENTES THRU
              0001-CARGA-PENDIENTES-E

      *A DIFERENCIA DE EDUC3047, AQUI EL MAESTRO DE OPERADORES ES
      *OBLIGATORIO: SIN EL NO HAY COMO COMPROBAR AL COORDINADOR.
           OPEN INPUT OPERADOR-MASTER
           IF WKS-FS-OPERMST NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE OPERADORES"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT EXCEPCION-AUTORIZA
           IF WKS-FS-EXCAUTOR NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL REPORTE DE AUTORIZACION"
              STOP RUN
           END-IF
           OPEN OUTPUT RPT-DECISIONES
           IF WKS-FS-RPTNOTAP NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL REPORTE DE DECISIONES"
              STOP RUN
           END-IF
           OPEN EXTEND BITACORA-CAMBIOS
           IF WKS-FS-NOTAAUD = "35"
              OPEN OUTPUT BITACORA-CAMBIOS
           END-IF
           IF WKS-FS-NOTAAUD NOT = "00"
              DISPLAY "NO SE PUDO ABRIR LA BITACORA DE CAMBIOS DE NOTA"
              STOP RUN
           END-IF

           MOVE "DECISIONES DE COORDINACION SOBRE CORRECCIONES DE NOTAS"
              TO REG-RPT-DECISIONES
           WRITE REG-RPT-DECISIONES

           PERFORM 0002-INICIO-LEE-TARJETAS THRU 0002-LEE-TARJETAS-E
           PERFORM 0004-INICIO-REESCRIBE-PENDIENTES THRU
              0004-REESCRIBE-PENDIENTES-E

           MOVE SPACES TO REG-RPT-DECISIONES
           WRITE REG-RPT-DECISIONES
           MOVE SPACES TO REG-RPT-DECISIONES
           STRING "APROBADAS: " WKS-I-APROBADAS
                  "  RECHAZADAS: " WKS-I-RECHAZADAS
                  "  PENDIENTES: " WKS-I-PENDIENTES
              DELIMITED BY SIZE INTO REG-RPT-DECISIONES
           END-STRING
           WRITE REG-RPT-DECISIONES

           CLOSE RPT-DECISIONES, BITACORA-CAMBIOS
           CLOSE EXCEPCION-AUTORIZA, OPERADOR-MASTER

           PERFORM 0007-INICIO-APLICA-NOTAS THRU 0007-APLICA-NOTAS-E
           PERFORM 0008-INICIO-LISTA-REEMISION THRU
              0008-LISTA-REEMISION-E
           PERFORM 0009-INICIO-LISTADO-CAMBIOS THRU
              0009-LISTADO-CAMBIOS-E

           DISPLAY "CORRECCIONES RETENIDAS CARGADAS: " WKS-I-CARGADOS
           DISPLAY "CORRECCIONES APROBADAS: " WKS-I-APROBADAS
           DISPLAY "CORRECCIONES RECHAZADAS: " WKS-I-RECHAZADAS
           DISPLAY "TARJETAS SIN CASO: " WKS-I-SIN-CASO
           DISPLAY "TARJETAS DE OPERADOR NO AUTORIZADO: "
                   WKS-I-NO-AUTORIZADOS
           DISPLAY "CORRECCIONES QUE SIGUEN PENDIENTES: "
                   WKS-I-PENDIENTES
           DISPLAY "LINEAS DEL MAESTRO DE NOTAS CORREGIDAS: "
                   WKS-I-NOTAS-CORREGIDAS
           DISPLAY "BOLETAS POR REEMITIR: " WKS-I-REEMISIONES
           DISPLAY "CAMBIOS EN EL LISTADO DE AUDITORIA: " WKS-AU-CANT

      *EL DESBORDE DE UNA TABLA (CODIGO 4) PESA MAS QUE EL CODIGO 2
      *DE CORRECCIONES PENDIENTES NORMALES.
           IF WKS-I-PENDIENTES > ZEROES AND RETURN-CODE = ZEROES
              MOVE 2 TO RETURN-CODE
           END-IF

           STOP RUN.
       0000-INICIO-E.
           EXIT.

       0001-INICIO-CARGA-PENDIENTES SECTION.
      *SIN ARCHIVO DE RETENIDAS NO HAY NADA QUE DECIDIR, PERO LA
      *CORRIDA SIGUE PARA REESCRIBIR EL MAESTRO Y EL LISTADO.
           OPEN INPUT CORRECCIONES-PENDIENTES
           IF WKS-FS-NOTCORPE NOT = "00"
              DISPLAY "SIN CORRECCIONES RETENIDAS POR DECIDIR"
              MOVE SPACES TO WKS-FS-NOTCORPE
              GO TO 0001-CARGA-PENDIENTES-E
           END-IF

           READ CORRECCIONES-PENDIENTES INTO NCO-REGISTRO
           AT END
              SET WKS-FIN-NOTCORPE TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-NOTCORPE
                   IF WKS-TP-CANT < 500
                      ADD 1 TO WKS-TP-CANT
                      ADD 1 TO WKS-I-CARGADOS
                      MOVE NCO-REGISTRO TO WKS-TP-DATOS(WKS-TP-CANT)
                      MOVE "P" TO WKS-TP-ESTADO(WKS-TP-CANT)
                      MOVE "N" TO WKS-TP-APLICADA(WKS-TP-CANT)
                   ELSE
      *LAS QUE NO CABEN EN LA TABLA SE CUENTAN Y 0006 LAS COPIA
      *TAL CUAL A NOTCORNW PARA LA SIGUIENTE CORRIDA.
                      ADD 1 TO WKS-I-DESBORDADOS
                   END-IF
                   READ CORRECCIONES-PENDIENTES INTO NCO-REGISTRO
                   AT END
                      SET WKS-FIN-NOTCORPE TO TRUE
                   END-READ
           END-PERFORM

           CLOSE CORRECCIONES-PENDIENTES.
       0001-CARGA-PENDIENTES-E.
           EXIT.

       0002-INICIO-LEE-TARJETAS SECTION.
           ACCEPT WKS-TARJETA-APROBACION FROM SYSIN

           PERFORM UNTIL WKS-FIN-SYSIN
                   PERFORM 0003-INICIO-APLICA-TARJETA THRU
                      0003-APLICA-TARJETA-E
                   ACCEPT WKS-TARJETA-APROBACION FROM SYSIN
                   IF WKS-TARJETA-APROBACION = "FIN"
                      SET WKS-FIN-SYSIN TO TRUE
                   END-IF
           END-PERFORM.
       0002-LEE-TARJETAS-E.
           EXIT.

       0003-INICIO-APLICA-TARJETA SECTION.
      *BUSCA LA CORRECCION RETENIDA POR LLAVE. LA DECISION QUEDA EN
      *LA BITACORA DE CAMBIOS Y EN EL REPORTE CON EL COORDINADOR
      *QUE FIRMO Y SU RAZON; SOLO LA APROBADA SE APLICA AL MAESTRO.
           IF NOT WKS-TA-APROBAR AND NOT WKS-TA-RECHAZAR
              ADD 1 TO WKS-I-SIN-CASO
              DISPLAY "ACCION DE COORDINADOR INVALIDA: " WKS-TA-ACCION
              GO TO 0003-APLICA-TARJETA-E
           END-IF

           PERFORM 0005-INICIO-VERIFICA-OPERADOR THRU
              0005-VERIFICA-OPERADOR-E
           IF NOT WKS-OPERADOR-CONFORME
              GO TO 0003-APLICA-TARJETA-E
           END-IF

           PERFORM VARYING WKS-TP-IDX FROM 1 BY 1
              UNTIL WKS-TP-IDX > WKS-TP-CANT
              MOVE WKS-TP-DATOS(WKS-TP-IDX) TO NCO-REGISTRO
              IF WKS-TP-PENDIENTE(WKS-TP-IDX) AND
                 NCO-LLAVE = WKS-TA-LLAVE
                 MOVE SPACES TO NAU-REGISTRO
                 IF WKS-TA-APROBAR
                    ADD 1 TO WKS-I-APROBADAS
                    MOVE "A" TO WKS-TP-ESTADO(WKS-TP-IDX)
                    SET NAU-APLICADA TO TRUE
                 ELSE
                    ADD 1 TO WKS-I-RECHAZADAS
                    MOVE "R" TO WKS-TP-ESTADO(WKS-TP-IDX)
                    SET NAU-RECHAZADA TO TRUE
                 END-IF
                 MOVE WKS-FECHA-HOY TO NAU-FECHA
                 MOVE NCO-DOCENTE TO NAU-DOCENTE
                 MOVE NCO-TERMINO TO NAU-TERMINO
                 MOVE NCO-CODIGO TO NAU-CODIGO
                 MOVE NCO-CURSO TO NAU-CURSO
                 MOVE NCO-NOTA-ORIGINAL TO NAU-NOTA-ORIGINAL
                 MOVE NCO-NOTA-NUEVA TO NAU-NOTA-NUEVA
                 MOVE WKS-TA-COORDINADOR TO NAU-COORDINADOR
                 MOVE NCO-MOTIVO TO NAU-MOTIVO
                 MOVE NCO-FECHA-BOLETA TO NAU-FECHA-BOLETA
                 WRITE REG-BITACORA-CAMBIO FROM NAU-REGISTRO
                 MOVE SPACES TO REG-RPT-DECISIONES
                 STRING WKS-TA-ACCION " ESTUDIANTE " NCO-CODIGO
                        " CURSO " NCO-CURSO " TERMINO " NCO-TERMINO
                        " NOTA " NCO-NOTA-ORIGINAL " A "
                        NCO-NOTA-NUEVA " DOCENTE " NCO-DOCENTE
                        " COORDINADOR " WKS-TA-COORDINADOR
                    DELIMITED BY SIZE INTO REG-RPT-DECISIONES
                 END-STRING
                 WRITE REG-RPT-DECISIONES
                 MOVE SPACES TO REG-RPT-DECISIONES
                 STRING "   MOTIVO: " NCO-MOTIVO
                        " RAZON: " WKS-TA-RAZON
                    DELIMITED BY SIZE INTO REG-RPT-DECISIONES
                 END-STRING
                 WRITE REG-RPT-DECISIONES
                 GO TO 0003-APLICA-TARJETA-E
              END-IF
           END-PERFORM

           ADD 1 TO WKS-I-SIN-CASO
           DISPLAY "TARJETA SIN CORRECCION RETENIDA, LLAVE: "
                   WKS-TA-LLAVE.
       0003-APLICA-TARJETA-E.
           EXIT.

       0004-INICIO-REESCRIBE-PENDIENTES SECTION.
      *LAS CORRECCIONES SIN DECISION SE REESCRIBEN PARA EL
      *SIGUIENTE CICLO; EL PLANIFICADOR RENOMBRA NOTCORNW SOBRE
      *NOTCORPE.
           OPEN OUTPUT CORRECCIONES-NUEVO
           IF WKS-FS-NOTCORNW NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL ARCHIVO NUEVO DE "
                      "CORRECCIONES RETENIDAS"
              STOP RUN
           END-IF

           PERFORM VARYING WKS-TP-IDX FROM 1 BY 1
              UNTIL WKS-TP-IDX > WKS-TP-CANT
              IF WKS-TP-PENDIENTE(WKS-TP-IDX)
                 ADD 1 TO WKS-I-PENDIENTES
                 WRITE REG-CORRECCION-NUEVO FROM
                    WKS-TP-DATOS(WKS-TP-IDX)
              END-IF
           END-PERFORM

           IF WKS-I-DESBORDADOS > ZEROES
              PERFORM 0006-INICIO-COPIA-DESBORDE THRU
                 0006-COPIA-DESBORDE-E
           END-IF

           CLOSE CORRECCIONES-NUEVO.
       0004-REESCRIBE-PENDIENTES-E.
           EXIT.

       0005-INICIO-VERIFICA-OPERADOR SECTION.
      *VERIFICA LA FIRMA DE LA TARJETA CONTRA EL MAESTRO DE
      *OPERADORES: DEBE EXISTIR, ESTAR ACTIVA, TENER ROL DE
      *COORDINACION Y LA ACCION PERMITIDA; LOS RECHAZOS QUEDAN EN
      *EL REPORTE DE EXCEPCION DE AUTORIZACION, COMO EN EDUC3047.
           MOVE "S" TO WKS-AUT-CONFORME-SW
           MOVE SPACES TO WKS-AUT-MOTIVO

           EVALUATE TRUE
           WHEN WKS-TA-COORDINADOR = SPACES
                MOVE "SIN ID DE OPERADOR" TO WKS-AUT-MOTIVO
           WHEN OTHER
                MOVE WKS-TA-COORDINADOR TO OPERMST-ID
                READ OPERADOR-MASTER
                END-READ
                EVALUATE TRUE
                WHEN WKS-FS-OPERMST NOT = "00"
                     MOVE "OPERADOR DESCONOCIDO" TO WKS-AUT-MOTIVO
                     MOVE SPACES TO WKS-FS-OPERMST
                WHEN OPERMST-ESTADO NOT = "A"
                     MOVE "OPERADOR INACTIVO" TO WKS-AUT-MOTIVO
                WHEN OPERMST-ROL NOT = WKS-ROL-COORDINACION
                     MOVE "NO ES COORDINADOR" TO WKS-AUT-MOTIVO
                WHEN OPERMST-ACCION1 NOT = WKS-TA-ACCION AND
                     OPERMST-ACCION2 NOT = WKS-TA-ACCION
                     MOVE "ACCION NO PERMITIDA" TO WKS-AUT-MOTIVO
                WHEN OTHER
                     CONTINUE
                END-EVALUATE
           END-EVALUATE

           IF WKS-AUT-MOTIVO NOT = SPACES
              MOVE "N" TO WKS-AUT-CONFORME-SW
              ADD 1 TO WKS-I-NO-AUTORIZADOS
              MOVE SPACES TO REG-EXCEPCION-AUTORIZA
              STRING "RECHAZADA: OPERADOR " WKS-TA-COORDINADOR
                     " ACCION " WKS-TA-ACCION
                     " LLAVE " WKS-TA-LLAVE
                     " MOTIVO: " WKS-AUT-MOTIVO
                 DELIMITED BY SIZE INTO REG-EXCEPCION-AUTORIZA
              END-STRING
              WRITE REG-EXCEPCION-AUTORIZA
              DISPLAY "TARJETA NO AUTORIZADA, OPERADOR: "
                      WKS-TA-COORDINADOR " MOTIVO: " WKS-AUT-MOTIVO
           END-IF.
       0005-VERIFICA-OPERADOR-E.
           EXIT.

       0006-INICIO-COPIA-DESBORDE SECTION.
      *RELEE LAS RETENIDAS Y COPIA SIN TRABAJAR, AL FINAL DE
      *NOTCORNW, LAS QUE QUEDARON MAS ALLA DE LA TABLA.
           DISPLAY "ATENCION: " WKS-I-DESBORDADOS
                   " CORRECCIONES MAS ALLA DE LA TABLA DE 500 SE "
                   "COPIAN SIN TRABAJAR AL NUEVO ARCHIVO DE RETENIDAS"
           MOVE 4 TO RETURN-CODE

           MOVE SPACES TO WKS-FS-NOTCORPE
           MOVE ZEROES TO WKS-I-RELEIDOS
           OPEN INPUT CORRECCIONES-PENDIENTES
           IF WKS-FS-NOTCORPE NOT = "00"
              DISPLAY "NO SE PUDO RELEER LAS CORRECCIONES RETENIDAS"
              GO TO 0006-COPIA-DESBORDE-E
           END-IF

           READ CORRECCIONES-PENDIENTES INTO NCO-REGISTRO
           AT END
              SET WKS-FIN-NOTCORPE TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-NOTCORPE
                   ADD 1 TO WKS-I-RELEIDOS
                   IF WKS-I-RELEIDOS > 500
                      WRITE REG-CORRECCION-NUEVO FROM NCO-REGISTRO
                   END-IF
                   READ CORRECCIONES-PENDIENTES INTO NCO-REGISTRO
                   AT END
                      SET WKS-FIN-NOTCORPE TO TRUE
                   END-READ
           END-PERFORM

           CLOSE CORRECCIONES-PENDIENTES.
       0006-COPIA-DESBORDE-E.
           EXIT.

       0007-INICIO-APLICA-NOTAS SECTION.
      *REESCRIBE EL MAESTRO DE NOTAS COMPLETO EN NOTASNEW; LAS
      *LINEAS DE UNA CORRECCION APROBADA SALEN CON LA NOTA NUEVA Y
      *ORIGEN "C". SE GRABA AUNQUE NO HAYA APROBADAS PARA QUE EL
      *PLANIFICADOR SIEMPRE PUEDA RENOMBRARLO SOBRE NOTASMST.
           OPEN INPUT NOTAS-MASTER
           IF WKS-FS-NOTASMST NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE NOTAS"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT NOTAS-NUEVO
           IF WKS-FS-NOTASNEW NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL NUEVO MAESTRO DE NOTAS"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           READ NOTAS-MASTER INTO WKS-LINEA-NOTA
           AT END
              SET WKS-FIN-NOTASMST TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-NOTASMST
                   ADD 1 TO WKS-I-NOTAS-LEIDAS
                   PERFORM VARYING WKS-TP-IDX FROM 1 BY 1
                      UNTIL WKS-TP-IDX > WKS-TP-CANT
                      IF WKS-TP-APROBADO(WKS-TP-IDX)
                         MOVE WKS-TP-DATOS(WKS-TP-IDX) TO NCO-REGISTRO
                         IF NCO-CODIGO = WKS-NT-CODIGO AND
                            NCO-CURSO = WKS-NT-CURSO AND
                            NCO-TERMINO = WKS-NT-TERMINO
                            MOVE NCO-NOTA-NUEVA TO WKS-NT-NOTA
                            SET WKS-NT-CORREGIDA TO TRUE
                            MOVE "S" TO WKS-TP-APLICADA(WKS-TP-IDX)
                            ADD 1 TO WKS-I-NOTAS-CORREGIDAS
                         END-IF
                      END-IF
                   END-PERFORM
                   WRITE REG-NOTA-NUEVO FROM WKS-LINEA-NOTA
                   READ NOTAS-MASTER INTO WKS-LINEA-NOTA
                   AT END
                      SET WKS-FIN-NOTASMST TO TRUE
                   END-READ
           END-PERFORM

           CLOSE NOTAS-MASTER, NOTAS-NUEVO

           PERFORM VARYING WKS-TP-IDX FROM 1 BY 1
              UNTIL WKS-TP-IDX > WKS-TP-CANT
              IF WKS-TP-APROBADO(WKS-TP-IDX) AND
                 WKS-TP-APLICADA(WKS-TP-IDX) NOT = "S"
                 DISPLAY "ATENCION: CORRECCION APROBADA SIN NOTA EN EL "
                         "MAESTRO: " WKS-TP-DATOS(WKS-TP-IDX)(1:13)
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-PERFORM.
       0007-APLICA-NOTAS-E.
           EXIT.

       0008-INICIO-LISTA-REEMISION SECTION.
      *UNA LINEA POR ESTUDIANTE Y TERMINO CON CORRECCIONES
      *APROBADAS, PARA QUE EDUC3051 REEMITA SOLO ESAS BOLETAS.
           OPEN OUTPUT LISTA-REEMISION
           IF WKS-FS-REEMBOL NOT = "00"
              DISPLAY "NO SE PUDO ABRIR LA LISTA DE REEMISION"
              STOP RUN
           END-IF

           PERFORM VARYING WKS-TP-IDX FROM 1 BY 1
              UNTIL WKS-TP-IDX > WKS-TP-CANT
              IF WKS-TP-APROBADO(WKS-TP-IDX)
                 MOVE "N" TO WKS-TP-REPETIDA
                 PERFORM VARYING WKS-TP-IDX2 FROM 1 BY 1
                    UNTIL WKS-TP-IDX2 >= WKS-TP-IDX
                    IF WKS-TP-APROBADO(WKS-TP-IDX2) AND
                       WKS-TP-DATOS(WKS-TP-IDX2)(1:5) =
                       WKS-TP-DATOS(WKS-TP-IDX)(1:5) AND
                       WKS-TP-DATOS(WKS-TP-IDX2)(12:2) =
                       WKS-TP-DATOS(WKS-TP-IDX)(12:2)
                       MOVE "S" TO WKS-TP-REPETIDA
                    END-IF
                 END-PERFORM
                 IF WKS-TP-REPETIDA = "N"
                    ADD 1 TO WKS-I-REEMISIONES
                    MOVE WKS-TP-DATOS(WKS-TP-IDX)(1:5) TO
                       WKS-LR-CODIGO
                    MOVE WKS-TP-DATOS(WKS-TP-IDX)(12:2) TO
                       WKS-LR-TERMINO
                    WRITE REG-LISTA-REEMISION FROM WKS-LINEA-REEMISION
                 END-IF
              END-IF
           END-PERFORM

           CLOSE LISTA-REEMISION.
       0008-LISTA-REEMISION-E.
           EXIT.

       0009-INICIO-LISTADO-CAMBIOS SECTION.
      *LISTADO DE AUDITORIA DE TODOS LOS CAMBIOS DE NOTA APLICADOS
      *DESPUES DE PUBLICAR, DE TODA LA BITACORA (INCLUIDA ESTA
      *CORRIDA), POR DOCENTE Y TERMINO, CON SU TOTAL.
           OPEN INPUT BITACORA-CAMBIOS
           IF WKS-FS-NOTAAUD NOT = "00"
              DISPLAY "NO SE PUDO RELEER LA BITACORA DE CAMBIOS"
              GO TO 0009-LISTADO-CAMBIOS-E
           END-IF
           OPEN OUTPUT RPT-CAMBIOS
           IF WKS-FS-RPTCAMB NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL LISTADO DE CAMBIOS"
              STOP RUN
           END-IF
           OPEN INPUT DOCENTE-MASTER
           IF WKS-FS-DOCMST = "00"
              MOVE "S" TO WKS-CON-DOCENTES
           ELSE
              DISPLAY "SIN MAESTRO DE DOCENTES; EL LISTADO SALE SIN "
                      "NOMBRES"
           END-IF

           READ BITACORA-CAMBIOS INTO NAU-REGISTRO
           AT END
              SET WKS-FIN-NOTAAUD TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-NOTAAUD
                   IF NAU-APLICADA
                      IF WKS-AU-CANT < 3000
                         ADD 1 TO WKS-AU-CANT
                         MOVE SPACES TO WKS-AU-LLAVE(WKS-AU-CANT)
                         STRING NAU-DOCENTE NAU-TERMINO NAU-FECHA
                                NAU-CODIGO NAU-CURSO
                            DELIMITED BY SIZE INTO
                            WKS-AU-LLAVE(WKS-AU-CANT)
                         END-STRING
                         MOVE NAU-REGISTRO TO WKS-AU-LINEA(WKS-AU-CANT)
                      ELSE
                         ADD 1 TO WKS-AU-DESBORDADOS
                      END-IF
                   END-IF
                   READ BITACORA-CAMBIOS INTO NAU-REGISTRO
                   AT END
                      SET WKS-FIN-NOTAAUD TO TRUE
                   END-READ
           END-PERFORM

           CLOSE BITACORA-CAMBIOS

           PERFORM VARYING WKS-AU-IDX FROM 1 BY 1
              UNTIL WKS-AU-IDX >= WKS-AU-CANT
              PERFORM VARYING WKS-AU-IDX2 FROM 1 BY 1
                 UNTIL WKS-AU-IDX2 >= WKS-AU-CANT
                 IF WKS-AU-LLAVE(WKS-AU-IDX2) >
                    WKS-AU-LLAVE(WKS-AU-IDX2 + 1)
                    MOVE WKS-AU-ENTRADA(WKS-AU-IDX2) TO
                       WKS-AU-AUXILIAR
                    MOVE WKS-AU-ENTRADA(WKS-AU-IDX2 + 1) TO
                       WKS-AU-ENTRADA(WKS-AU-IDX2)
                    MOVE WKS-AU-AUXILIAR TO
                       WKS-AU-ENTRADA(WKS-AU-IDX2 + 1)
                 END-IF
              END-PERFORM
           END-PERFORM

           MOVE SPACES TO REG-RPT-CAMBIOS
           STRING "CAMBIOS DE NOTA POSTERIORES A LA PUBLICACION, POR "
                  "DOCENTE Y TERMINO, AL " WKS-FECHA-HOY
              DELIMITED BY SIZE INTO REG-RPT-CAMBIOS
           END-STRING
           WRITE REG-RPT-CAMBIOS

           MOVE SPACES TO WKS-AU-CORTE
           MOVE ZEROES TO WKS-AU-CAMBIOS-CORTE
           PERFORM VARYING WKS-AU-IDX FROM 1 BY 1
              UNTIL WKS-AU-IDX > WKS-AU-CANT
              MOVE WKS-AU-LINEA(WKS-AU-IDX) TO NAU-REGISTRO
              IF WKS-AU-LLAVE(WKS-AU-IDX)(1:7) NOT = WKS-AU-CORTE
                 PERFORM 0010-INICIO-CORTE-DOCENTE THRU
                    0010-CORTE-DOCENTE-E
              END-IF
              ADD 1 TO WKS-AU-CAMBIOS-CORTE
              MOVE SPACES TO REG-RPT-CAMBIOS
              STRING "  " NAU-FECHA " ESTUDIANTE " NAU-CODIGO
                     " CURSO " NAU-CURSO " NOTA " NAU-NOTA-ORIGINAL
                     " A " NAU-NOTA-NUEVA
                     " COORDINADOR " NAU-COORDINADOR
                     " BOLETA DEL " NAU-FECHA-BOLETA
                 DELIMITED BY SIZE INTO REG-RPT-CAMBIOS
              END-STRING
              WRITE REG-RPT-CAMBIOS
              MOVE SPACES TO REG-RPT-CAMBIOS
              STRING "     MOTIVO: " NAU-MOTIVO
                 DELIMITED BY SIZE INTO REG-RPT-CAMBIOS
              END-STRING
              WRITE REG-RPT-CAMBIOS
           END-PERFORM

           IF WKS-AU-CORTE NOT = SPACES
              MOVE SPACES TO REG-RPT-CAMBIOS
              STRING "  CAMBIOS DEL DOCENTE EN EL TERMINO: "
                     WKS-AU-CAMBIOS-CORTE
                 DELIMITED BY SIZE INTO REG-RPT-CAMBIOS
              END-STRING
              WRITE REG-RPT-CAMBIOS
           END-IF

           MOVE SPACES TO REG-RPT-CAMBIOS
           WRITE REG-RPT-CAMBIOS
           MOVE SPACES TO REG-RPT-CAMBIOS
           STRING "TOTAL DE CAMBIOS APLICADOS: " WKS-AU-CANT
              DELIMITED BY SIZE INTO REG-RPT-CAMBIOS
           END-STRING
           WRITE REG-RPT-CAMBIOS

           IF WKS-AU-DESBORDADOS > ZEROES
              DISPLAY "ATENCION: " WKS-AU-DESBORDADOS
                      " CAMBIOS DE LA BITACORA NO CABEN EN LA TABLA "
                      "DE 3000 Y NO SALEN EN EL LISTADO"
              MOVE 4 TO RETURN-CODE
           END-IF

           CLOSE RPT-CAMBIOS
           IF WKS-CON-DOCENTES = "S"
              CLOSE DOCENTE-MASTER
           END-IF.
       0009-LISTADO-CAMBIOS-E.
           EXIT.

       0010-INICIO-CORTE-DOCENTE SECTION.
      *CIERRA EL GRUPO ANTERIOR CON SU TOTAL Y ABRE EL DEL NUEVO
      *DOCENTE Y TERMINO CON EL NOMBRE DEL MAESTRO DE DOCENTES.
           IF WKS-AU-CORTE NOT = SPACES
              MOVE SPACES TO REG-RPT-CAMBIOS
              STRING "  CAMBIOS DEL DOCENTE EN EL TERMINO: "
                     WKS-AU-CAMBIOS-CORTE
                 DELIMITED BY SIZE INTO REG-RPT-CAMBIOS
              END-STRING
              WRITE REG-RPT-CAMBIOS
           END-IF
           MOVE WKS-AU-LLAVE(WKS-AU-IDX)(1:7) TO WKS-AU-CORTE
           MOVE ZEROES TO WKS-AU-CAMBIOS-CORTE

           MOVE "(SIN MAESTRO)" TO WKS-AU-NOMBRE-DOCENTE
           IF WKS-CON-DOCENTES = "S"
              MOVE NAU-DOCENTE TO DOC-CODIGO
              READ DOCENTE-MASTER
              END-READ
              IF WKS-FS-DOCMST = "00"
                 MOVE DOC-NOMBRE TO WKS-AU-NOMBRE-DOCENTE
              ELSE
                 MOVE "(DOCENTE DESCONOCIDO)" TO WKS-AU-NOMBRE-DOCENTE
                 MOVE SPACES TO WKS-FS-DOCMST
              END-IF
           END-IF

           MOVE SPACES TO REG-RPT-CAMBIOS
           WRITE REG-RPT-CAMBIOS
           MOVE SPACES TO REG-RPT-CAMBIOS
           STRING "DOCENTE " NAU-DOCENTE " " WKS-AU-NOMBRE-DOCENTE
                  " TERMINO " NAU-TERMINO
              DELIMITED BY SIZE INTO REG-RPT-CAMBIOS
           END-STRING
           WRITE REG-RPT-CAMBIOS.
       0010-CORTE-DOCENTE-E.
           EXIT.
