                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS CURSO-LLAVE
                  FILE STATUS IS FS-CURSMST.
      *MAESTRO DE DOCENTES (MANTENIDO POR EDUC3103): EL CURSO LLEVA
      *EL CODIGO DEL DOCENTE Y EL ROSTER SE TITULA CON SU NOMBRE.
           SELECT DOCENTE-MASTER ASSIGN TO DOCMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS DOC-LLAVE
                  FILE STATUS IS FS-DOCMST.
      *HORARIO DE CLASES (MANTENIDO POR EDUC3101): LA CAPTURA DE
      *MATRICULAS RECHAZA LA QUE CHOCA CON EL HORARIO QUE EL
      *ESTUDIANTE YA TIENE EN LA CORRIDA.
           SELECT HORARIO-MASTER ASSIGN TO HORMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS HOR-LLAVE
                  FILE STATUS IS FS-HORMST.
      *RETENCIONES DE MATRICULA POR MORA (GENERADAS POR EDUC3056 EN
      *MODO MORA): LA MATRICULA DEL ESTUDIANTE RETENIDO SE RECHAZA,
      *SALVO TARJETA DE AUTORIZACION (MARCA "R") FIRMADA POR UN
      *OPERADOR VIGENTE DE OPERMST CON LA ACCION LIBERAR.
           SELECT RETENCION-MATRICULA ASSIGN TO RETENMAT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-RETENMAT.
           SELECT OPERADOR-MASTER ASSIGN TO OPERMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS OPERMST-LLAVE
                  FILE STATUS IS FS-OPERMST.
      *MODO DE MANTENIMIENTO DE MAESTRO ACUMULATIVO: EL MAESTRO
      *VIVE EN EL ARCHIVO INDEXADO ESTUMST (LLAVE = CODIGO) Y SE
      *MANTIENE EN SITIO CON LAS TRANSACCIONES A/C/B DE SYSIN, SIN
           SELECT RPT-MANTENIMIENTO ASSIGN TO RPTMANT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-RPTMANT.
      *TRASLADOS DE SALIDA PENDIENTES: UNA BAJA CON MOTIVO TRASLADO
      *DEJA AQUI EL REGISTRO DEL ESTUDIANTE ANTES DE BORRARLO DEL
      *MAESTRO, PARA LA CORRIDA DE TRASLADOS DE SALIDA (EDUC3112).
           SELECT TRASLADO-PENDIENTE ASSIGN TO TRASPEND
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-TRASPEND.

       DATA DIVISION.
       FILE SECTION.
      *PARA QUE LA CONCILIACION CONTRA EL REGISTRO DE DPI
      *(EDUC3036) Y LOS PROCESOS POSTERIORES LO TENGAN A MANO.
          02 SOR-DPI-ESTUDIANTE         PIC 9(13).
      *TIPO DE DOCUMENTO (C=CUI DE MENOR, D=DPI DE ADULTO,
      *P=PASAPORTE), YA VALIDADO CONTRA LA EDAD DEL ESTUDIANTE.
          02 SOR-TIPO-DOCUMENTO         PIC X(01).
          02 SOR-FECHA-TIPO-DOC         PIC 9(08).

       FD ARCHIVO-SALIDA
           RECORDING MODE IS F.
       01 AREA-SALIDA                   PIC X(90).

       FD ARCHIVO-RECHAZOS-FECHA
           RECORDING MODE IS F.
       01 AREA-RECHAZO-FECHA            PIC X(89).

       FD ARCHIVO-ROSTER-CURSO
           RECORDING MODE IS F.
       FD CURSO-MASTER.
           COPY CURSOMST.

       FD HORARIO-MASTER.
           COPY HORARIO.

       FD DOCENTE-MASTER.
           COPY DOCENTE.

       FD RETENCION-MATRICULA.
           COPY RETENMAT.

       FD OPERADOR-MASTER.
           COPY OPERMST.

      *EL ROSTERANT SOLO SE LEE EN LA MIGRACION UNICA AL MAESTRO
      *INDEXADO Y CONSERVA EL LAYOUT ANTERIOR DE 68 BYTES, SIN EL
      *DPI; LA MIGRACION COMPLETA EL DPI EN CERO.
       FD ESTUDIANTE-MASTER.
           COPY ESTUMST.

       FD TRASLADO-PENDIENTE.
           COPY TRASPEND.

       WORKING-STORAGE SECTION.
       01 FS-SALIDA                     PIC X(02) VALUE ZEROES.
       01 FS-RECHAZOS-FECHA             PIC X(02) VALUE ZEROES.
          88 WKS-FIN-MAESTRO-ANT                  VALUE "10".
       01 FS-RPTMANT                    PIC X(02) VALUE ZEROES.
       01 FS-CURSMST                    PIC X(02) VALUE ZEROES.
       01 FS-HORMST                     PIC X(02) VALUE ZEROES.
       01 FS-DOCMST                     PIC X(02) VALUE ZEROES.
       01 FS-RETENMAT                   PIC X(02) VALUE ZEROES.
       01 FS-OPERMST                    PIC X(02) VALUE ZEROES.
       01 FS-ESTUMST                    PIC X(02) VALUE ZEROES.
          88 WKS-FIN-ESTUMST                      VALUE "10".
       01 FS-TRASPEND                   PIC X(02) VALUE ZEROES.

      *MAESTRO DE CURSOS EN MEMORIA Y RESULTADO DE LA BUSQUEDA DEL
      *CURSO EN CURSO.
          02 WKS-CU-IDX                 PIC 9(03) VALUE ZEROES.
          02 WKS-CU-CARGADOS            PIC X(01) VALUE "N".
             88 WKS-CON-CURSOS                   VALUE "S".
          02 WKS-CU-DOCENTES            PIC X(01) VALUE "N".
             88 WKS-CON-DOCENTES                 VALUE "S".
          02 WKS-CU-NOMBRE-ACT          PIC X(20) VALUE SPACES.
          02 WKS-CU-DOCENTE-ACT         PIC X(20) VALUE SPACES.
          02 WKS-CU-CAPACIDAD-ACT       PIC 9(03) VALUE ZEROES.
          02 WKS-TM-GENERO              PIC X(01) VALUE SPACES.
          02 FILLER                     PIC X(01).
          02 WKS-TM-DPI                 PIC 9(13) VALUE ZEROES.
          02 FILLER                     PIC X(01).
      *TIPO DE DOCUMENTO C/D/P; EN BLANCO, UNA ALTA LO TOMA DE LA
      *EDAD Y UN CAMBIO CONSERVA EL QUE YA TIENE EL MAESTRO.
          02 WKS-TM-TIPO-DOC            PIC X(01) VALUE SPACES.
          02 FILLER                     PIC X(01).
      *SOLO EN BAJAS: MOTIVO ("TRASLADO" DEJA EL TRASLADO DE SALIDA
      *PENDIENTE) Y ESCUELA A LA QUE SE VA EL ESTUDIANTE.
          02 WKS-TM-MOTIVO-BAJA         PIC X(10) VALUE SPACES.
             88 WKS-TM-BAJA-TRASLADO              VALUE "TRASLADO".
          02 FILLER                     PIC X(01).
          02 WKS-TM-ESCUELA-DESTINO     PIC X(10) VALUE SPACES.

      *CONTROL DE LA MIGRACION UNICA DEL ROSTERANT PLANO AL
      *MAESTRO INDEXADO, Y DEL VOLCADO FINAL A ROSTERSAL.
          02 WKS-CONT-MAE-BAJAS         PIC 9(03) VALUE ZEROES.
          02 WKS-CONT-MAE-DUP           PIC 9(03) VALUE ZEROES.
          02 WKS-CONT-MAE-DESCON        PIC 9(03) VALUE ZEROES.
          02 WKS-CONT-MAE-TIPODOC       PIC 9(03) VALUE ZEROES.
          02 WKS-CONT-MAE-CUI-DPI       PIC 9(03) VALUE ZEROES.
          02 WKS-CONT-MAE-SALIDA        PIC 9(03) VALUE ZEROES.
          02 WKS-CONT-MAE-TRASLADOS     PIC 9(03) VALUE ZEROES.
       01 WKS-CONTADOR-F                PIC 9(05) VALUE ZEROES.
       01 WKS-CONTADOR-M                PIC 9(05) VALUE ZEROES.
       01 WKS-CONTADOR-O                PIC 9(05) VALUE ZEROES.
       01 WKS-CONT-DUPLICADOS           PIC 9(02) VALUE ZEROES.
       01 WKS-CONT-RECHAZO-FECHA        PIC 9(02) VALUE ZEROES.
       01 WKS-CONT-RECHAZO-DPI          PIC 9(02) VALUE ZEROES.
       01 WKS-CONT-RECHAZO-TIPO         PIC 9(02) VALUE ZEROES.
       01 WKS-CONT-EDAD-MENOR18         PIC 9(02) VALUE ZEROES.
       01 WKS-CONT-EDAD-18-25           PIC 9(02) VALUE ZEROES.
       01 WKS-CONT-EDAD-MAYOR25         PIC 9(02) VALUE ZEROES.
       01 WKS-DIAS-CUENTA               PIC 9(05) VALUE ZEROES.
       01 WKS-EDAD                      PIC 9(02) VALUE ZEROES.

      *VALIDACION DEL TIPO DE DOCUMENTO CONTRA LA EDAD ACTUAL: EL
      *CUI ES DEL MENOR DE 18, EL DPI DEL MAYOR DE EDAD Y EL
      *PASAPORTE SE ACEPTA A CUALQUIER EDAD. EN BLANCO SE ASUME EL
      *QUE CORRESPONDE A LA EDAD.
       01 WKS-CONTROL-TIPO-DOC.
          02 WKS-TD-TIPO                PIC X(01) VALUE SPACES.
             88 WKS-TD-CUI-MENOR                  VALUE "C".
             88 WKS-TD-DPI-ADULTO                 VALUE "D".
             88 WKS-TD-PASAPORTE                  VALUE "P".
          02 WKS-TD-EDAD                PIC 9(02) VALUE ZEROES.
          02 WKS-TD-EDAD-CAPTURADA      PIC 9(02) VALUE ZEROES.
          02 WKS-TD-TIPO-ANT            PIC X(01) VALUE SPACES.
          02 WKS-TD-FECHA-ANT           PIC 9(08) VALUE ZEROES.
          02 WKS-TD-FECHA-HOY           PIC 9(08) VALUE ZEROES.
          02 WKS-TD-VALIDO-SW           PIC X(01) VALUE "S".
             88 WKS-TIPO-DOC-VALIDO               VALUE "S".

      *FECHA DE CORTE OFICIAL PARA COLOCACION DE GRADO (PARAMETRO
      *FECHA_CORTE; POR OMISION EL 1 DE OCTUBRE DEL ANIO DE LA
      *CORRIDA): LA EDAD AL CORTE ES LA CIFRA REGULATORIA Y ES LA
      *DEL DIGITO VERIFICADOR (DPICHK01) QUE USAN LOS EVALUADORES.
          02 FILLER                     PIC X(01).
          02 WKS-DPI-ESTUDIANT-E        PIC X(13) VALUE SPACES.
      *TIPO DE DOCUMENTO (C=CUI DE MENOR, D=DPI DE ADULTO,
      *P=PASAPORTE); EN BLANCO SE TOMA EL QUE CORRESPONDE A LA EDAD.
          02 FILLER                     PIC X(01).
          02 WKS-TIPO-DOC-ESTUDIANT-E   PIC X(01) VALUE SPACES.

      *VISTA DEL SEGUNDO TIPO DE REGISTRO DE ENTRADA: LA MATRICULA
      *(MARCA "M" EN LA PRIMERA POSICION) TRAE EL CODIGO DEL
          02 WKS-MA-SECCION             PIC X(02).
          02 FILLER                     PIC X(57).

      *TERCER TIPO DE REGISTRO DE ENTRADA: LA AUTORIZACION DE
      *MATRICULA PARA UN ESTUDIANTE RETENIDO POR MORA (MARCA "R"),
      *CON EL ID DEL OPERADOR SUPERVISOR QUE LA FIRMA.
       01 WKS-DATOS-AUTORIZA-ENTRADA REDEFINES
             WKS-DATOS-ESTUDIANTE-ENTRADA.
          02 WKS-AU-MARCA               PIC X(01).
             88 WKS-ES-AUTORIZACION              VALUE "R".
          02 WKS-AU-CODIGO              PIC 9(05).
          02 FILLER                     PIC X(01).
          02 WKS-AU-OPERADOR            PIC X(08).
          02 FILLER                     PIC X(74).

      *TABLA DE MATRICULAS CAPTURADAS EN LA CORRIDA; SE VALIDAN
      *CONTRA LOS ESTUDIANTES DE LA MISMA CORRIDA AL TERMINAR LA
      *FASE DE ENTRADA. EL ESTADO ES V=VALIDA, X=SIN ESTUDIANTE,
          02 WKS-MC-IDX2                PIC 9(03) VALUE ZEROES.
          02 WKS-CONT-MAT-VALIDAS       PIC 9(03) VALUE ZEROES.
          02 WKS-CONT-MAT-INVALIDAS     PIC 9(03) VALUE ZEROES.
          02 WKS-CONT-MAT-CHOQUE        PIC 9(03) VALUE ZEROES.
          02 WKS-CURSO-ACTUAL           PIC X(06) VALUE SPACES.
          02 WKS-CURSO-TOTAL            PIC 9(03) VALUE ZEROES.
          02 WKS-CURSO-F                PIC 9(03) VALUE ZEROES.
          02 WKS-CURSO-M                PIC 9(03) VALUE ZEROES.
          02 WKS-CURSO-O                PIC 9(03) VALUE ZEROES.

      *SESIONES ACTIVAS DEL HORARIO DE CLASES, CARGADAS CON LA
      *PRIMERA MATRICULA DE LA CORRIDA; SIN MAESTRO DE HORARIOS NO
      *SE REVISAN CHOQUES.
       01 WKS-TABLA-HORARIO.
          02 WKS-HO-ENTRADA OCCURS 500 TIMES.
             03 WKS-HO-CURSO            PIC X(06).
             03 WKS-HO-DIA              PIC 9(01).
             03 WKS-HO-INICIO           PIC 9(02).
             03 WKS-HO-FIN              PIC 9(02).
          02 WKS-HO-CANT                PIC 9(03) VALUE ZEROES.
          02 WKS-HO-IDX                 PIC 9(03) VALUE ZEROES.
          02 WKS-HO-IDX2                PIC 9(03) VALUE ZEROES.
          02 WKS-HO-CARGADO             PIC X(01) VALUE "N".
             88 WKS-HORARIO-LEIDO                 VALUE "S".
          02 WKS-HO-CHOQUE              PIC X(01) VALUE "N".
             88 WKS-HAY-CHOQUE                    VALUE "S".
          02 WKS-HO-CURSO-A             PIC X(06) VALUE SPACES.
          02 WKS-HO-CURSO-B             PIC X(06) VALUE SPACES.

      *ESTUDIANTES RETENIDOS POR MORA SEGUN RETENMAT, CARGADOS CON
      *LA PRIMERA MATRICULA O AUTORIZACION DE LA CORRIDA; LA MARCA
      *DE AUTORIZADO LA PONE UNA TARJETA "R" CON OPERADOR VALIDO.
      *SIN RETENMAT NO SE RETIENE A NADIE.
       01 WKS-TABLA-RETENCION.
          02 WKS-RT-ENTRADA OCCURS 2000 TIMES.
             03 WKS-RT-CODIGO           PIC 9(05).
             03 WKS-RT-MONTO            PIC 9(07)V99.
             03 WKS-RT-FECHA            PIC 9(08).
             03 WKS-RT-AUTORIZADO       PIC X(01).
             03 WKS-RT-OPERADOR         PIC X(08).
          02 WKS-RT-CANT                PIC 9(04) VALUE ZEROES.
          02 WKS-RT-IDX                 PIC 9(04) VALUE ZEROES.
          02 WKS-RT-POS                 PIC 9(04) VALUE ZEROES.
          02 WKS-RT-CARGADO             PIC X(01) VALUE "N".
             88 WKS-RETENCION-LEIDA               VALUE "S".
          02 WKS-RT-OPERADORES          PIC X(01) VALUE "N".
             88 WKS-CON-OPERADORES                VALUE "S".
          02 WKS-RT-MOTIVO              PIC X(20) VALUE SPACES.
          02 WKS-RT-SALDO-EDIT          PIC ZZZZZZ9.99.
          02 WKS-CONT-MAT-RETENIDA      PIC 9(03) VALUE ZEROES.
          02 WKS-CONT-MAT-AUTORIZADA    PIC 9(03) VALUE ZEROES.
          02 WKS-CONT-AUTORIZA-RECH     PIC 9(03) VALUE ZEROES.

      *DATOS DEL ESTUDIANTE (NOMBRE Y GENERO) EN PARALELO CON
      *WKS-TABLA-CODIGO, PARA ARMAR EL ROSTER POR CURSO.
       01 WKS-TABLA-DATOS-EST.
          05 WKS-EDAD-CORTE-S           PIC 9(02) VALUE ZEROES.
      *DPI DEL ESTUDIANTE, YA VALIDADO EN LA FASE DE ENTRADA.
          05 WKS-DPI-ESTUDIANT-S        PIC 9(13) VALUE ZEROES.
      *TIPO DE DOCUMENTO Y FECHA EN QUE PASO DE CUI A DPI.
          05 WKS-TIPO-DOC-ESTUDIANT-S   PIC X(01) VALUE SPACES.
          05 WKS-FECHA-TIPO-DOC-S       PIC 9(08) VALUE ZEROES.

       PROCEDURE DIVISION.

                 0011-MANTENIMIENTO-E
              COMPUTE WKS-ST-LEIDOS = WKS-CONT-MAE-ALTAS +
                 WKS-CONT-MAE-CAMBIOS + WKS-CONT-MAE-BAJAS +
                 WKS-CONT-MAE-DUP + WKS-CONT-MAE-DESCON +
                 WKS-CONT-MAE-TIPODOC
              MOVE WKS-CONT-MAE-SALIDA TO WKS-ST-ESCRITOS
              COMPUTE WKS-ST-RECHAZADOS = WKS-CONT-MAE-DUP +
                 WKS-CONT-MAE-DESCON + WKS-CONT-MAE-TIPODOC
              PERFORM 0018-INICIO-ESTADISTICA THRU
                 0018-ESTADISTICA-E
              STOP RUN

           PERFORM 0009-INICIO-ROSTER-CURSOS THRU
              0009-ROSTER-CURSOS-E
           IF WKS-CON-OPERADORES
              CLOSE OPERADOR-MASTER
           END-IF

           CLOSE ARCHIVO-SALIDA, ARCHIVO-RECHAZOS-FECHA

           MOVE WKS-CONT-TOTAL TO WKS-ST-LEIDOS
           MOVE WKS-CONT-TOTAL TO WKS-ST-ESCRITOS
           COMPUTE WKS-ST-RECHAZADOS = WKS-CONT-RECHAZO-FECHA +
              WKS-CONT-RECHAZO-DPI + WKS-CONT-RECHAZO-TIPO +
              WKS-CONT-MAT-CHOQUE + WKS-CONT-MAT-RETENIDA +
              WKS-CONT-AUTORIZA-RECH
           PERFORM 0018-INICIO-ESTADISTICA THRU 0018-ESTADISTICA-E
           STOP RUN.
       0000-SORT-E.            EXIT.
           MOVE 0 TO WKS-CONT-TABLA
           MOVE 0 TO WKS-CONT-DUPLICADOS
           MOVE 0 TO WKS-CONT-RECHAZO-FECHA
           MOVE 0 TO WKS-CONT-RECHAZO-TIPO
           ACCEPT WKS-DATOS-ESTUDIANTE-ENTRADA FROM SYSIN
           PERFORM UNTIL WKS-FINAL
                   IF WKS-ES-MATRICULA
                      PERFORM 0008-INICIO-CAPTURA-MATRICULA THRU
                         0008-CAPTURA-MATRICULA-E
                   ELSE
                   IF WKS-ES-AUTORIZACION
                      PERFORM 0031-INICIO-CAPTURA-AUTORIZA THRU
                         0031-CAPTURA-AUTORIZA-E
                   ELSE

                   PERFORM 0006-INICIO-VALIDA-FECHA THRU
                      0006-VALIDA-FECHA-E
                              " DPI LEIDO: "
                              WKS-DPI-ESTUDIANT-E
                   ELSE
                   PERFORM 0003-INICIO-EDAD THRU 0003-EDAD-E
                   MOVE WKS-TIPO-DOC-ESTUDIANT-E TO WKS-TD-TIPO
                   MOVE WKS-EDAD TO WKS-TD-EDAD
                   PERFORM 0024-INICIO-VALIDA-TIPO-DOC THRU
                      0024-VALIDA-TIPO-DOC-E
                   IF NOT WKS-TIPO-DOC-VALIDO
      *EL TIPO DE DOCUMENTO QUE NO CORRESPONDE A LA EDAD TAMBIEN
      *SE ENRUTA AL ARCHIVO DE RECHAZOS.
                      ADD 1 TO WKS-CONT-RECHAZO-TIPO
                      MOVE WKS-DATOS-ESTUDIANTE-ENTRADA TO
                         AREA-RECHAZO-FECHA
                      WRITE AREA-RECHAZO-FECHA
                      DISPLAY "TIPO DE DOCUMENTO NO CORRESPONDE A LA "
                              "EDAD, CODIGO: "
                              WKS-CODIGO-ESTUDIANT-E
                              " TIPO LEIDO: "
                              WKS-TIPO-DOC-ESTUDIANT-E
                              " EDAD: " WKS-EDAD
                   ELSE
                      MOVE WKS-FECHA-NAC-ESTUDIANT-E TO
                         WKS-FECHA-NAC-TRABAJO
                      PERFORM 0020-INICIO-EDAD-CORTE THRU
                      MOVE WKS-EDAD-CORTE TO SOR-EDAD-CORTE
                      MOVE WKS-DPI-ESTUDIANT-E TO
                         SOR-DPI-ESTUDIANTE
                      MOVE WKS-TD-TIPO TO SOR-TIPO-DOCUMENTO
                      MOVE ZEROES TO SOR-FECHA-TIPO-DOC
                      RELEASE SOR-DATOS-ESTUDIANTE-SORT

                      EVALUATE TRUE
                      END-EVALUATE
                   END-IF
                   END-IF
                   END-IF

                   END-IF
                   END-IF

                   ACCEPT WKS-DATOS-ESTUDIANTE-ENTRADA FROM SYSIN
                   WKS-CONT-RECHAZO-FECHA
           DISPLAY "EL TOTAL DE DPI INVALIDOS ES: "
                   WKS-CONT-RECHAZO-DPI
           DISPLAY "EL TOTAL DE TIPOS DE DOCUMENTO QUE NO CORRESPONDEN "
                   "A LA EDAD ES: " WKS-CONT-RECHAZO-TIPO
           DISPLAY "EL TOTAL DE MATRICULAS CON CHOQUE DE HORARIO ES: "
                   WKS-CONT-MAT-CHOQUE
           DISPLAY "EL TOTAL DE AUTORIZACIONES DE RETENCION "
                   "RECHAZADAS ES: " WKS-CONT-AUTORIZA-RECH
           DISPLAY "DESGLOSE POR RANGO DE EDAD:"
           DISPLAY "  MENORES DE 18: " WKS-CONT-EDAD-MENOR18
           DISPLAY "  DE 18 A 25: " WKS-CONT-EDAD-18-25
              DISPLAY "NO SE PUDO ABRIR EL REPORTE DE MANTENIMIENTO"
              STOP RUN
           END-IF
           OPEN EXTEND TRASLADO-PENDIENTE
           IF FS-TRASPEND = "35"
              OPEN OUTPUT TRASLADO-PENDIENTE
           END-IF
           IF FS-TRASPEND NOT = "00"
              DISPLAY "NO SE PUDO ABRIR LOS TRASLADOS PENDIENTES"
              STOP RUN
           END-IF

           PERFORM 0012-INICIO-ABRE-MAESTRO THRU
              0012-ABRE-MAESTRO-E
           PERFORM 0015-INICIO-ESCRIBE-MAESTRO THRU
              0015-ESCRIBE-MAESTRO-E

           CLOSE ESTUDIANTE-MASTER, TRASLADO-PENDIENTE

           MOVE SPACES TO REG-RPT-MANTENIMIENTO
           STRING "ALTAS: " WKS-CONT-MAE-ALTAS
              DELIMITED BY SIZE INTO REG-RPT-MANTENIMIENTO
           END-STRING
           WRITE REG-RPT-MANTENIMIENTO
           MOVE SPACES TO REG-RPT-MANTENIMIENTO
           STRING "RECH TIPO DE DOCUMENTO: " WKS-CONT-MAE-TIPODOC
                  " TRANSICIONES DE CUI A DPI: " WKS-CONT-MAE-CUI-DPI
              DELIMITED BY SIZE INTO REG-RPT-MANTENIMIENTO
           END-STRING
           WRITE REG-RPT-MANTENIMIENTO
           MOVE SPACES TO REG-RPT-MANTENIMIENTO
           STRING "BAJAS POR TRASLADO PENDIENTES DE ENVIO: "
                  WKS-CONT-MAE-TRASLADOS
              DELIMITED BY SIZE INTO REG-RPT-MANTENIMIENTO
           END-STRING
           WRITE REG-RPT-MANTENIMIENTO

           CLOSE RPT-MANTENIMIENTO

                   " BAJAS " WKS-CONT-MAE-BAJAS
           DISPLAY "MAESTRO: RECHAZOS DUPLICADO " WKS-CONT-MAE-DUP
                   " DESCONOCIDO " WKS-CONT-MAE-DESCON
                   " TIPO DOC " WKS-CONT-MAE-TIPODOC
           DISPLAY "MAESTRO: TRANSICIONES DE CUI A DPI "
                   WKS-CONT-MAE-CUI-DPI
           DISPLAY "MAESTRO: BAJAS POR TRASLADO " WKS-CONT-MAE-TRASLADOS
           DISPLAY "MAESTRO NUEVO, REGISTROS: " WKS-CONT-MAE-SALIDA.
       0011-MANTENIMIENTO-E.
           EXIT.

           PERFORM UNTIL WKS-FIN-MAESTRO-ANT
      *EL REGISTRO ANTERIOR CUBRE SOLO LOS PRIMEROS 68 BYTES DEL
      *LAYOUT NUEVO; EL DPI, QUE NO EXISTIA, ARRANCA EN CERO Y EL
      *TIPO DE DOCUMENTO SE ASUME POR LA EDAD.
                   MOVE AREA-MAESTRO-ANT TO ESTUM-REGISTRO(1:68)
                   MOVE ZEROES TO ESTUM-DPI
                   MOVE ESTUM-FECHA-NACIMIENTO TO
                      WKS-FECHA-NAC-TRABAJO
                   MOVE ESTUM-EDAD TO WKS-TD-EDAD-CAPTURADA
                   PERFORM 0025-INICIO-EDAD-DOC THRU 0025-EDAD-DOC-E
                   MOVE SPACES TO WKS-TD-TIPO
                   PERFORM 0024-INICIO-VALIDA-TIPO-DOC THRU
                      0024-VALIDA-TIPO-DOC-E
                   MOVE WKS-TD-TIPO TO ESTUM-TIPO-DOCUMENTO
                   MOVE ZEROES TO ESTUM-FECHA-TIPO-DOC
                   WRITE ESTUM-REGISTRO
                   IF FS-ESTUMST = "00"
                      ADD 1 TO WKS-MM-MIGRADOS
           WHEN WKS-TM-ALTA
                PERFORM 0017-INICIO-ARMA-REGISTRO THRU
                   0017-ARMA-REGISTRO-E
                MOVE WKS-TM-TIPO-DOC TO WKS-TD-TIPO
                PERFORM 0024-INICIO-VALIDA-TIPO-DOC THRU
                   0024-VALIDA-TIPO-DOC-E
                IF NOT WKS-TIPO-DOC-VALIDO
                   ADD 1 TO WKS-CONT-MAE-TIPODOC
                   PERFORM 0026-INICIO-LINEA-TIPO-DOC THRU
                      0026-LINEA-TIPO-DOC-E
                ELSE
                   MOVE WKS-TD-TIPO TO WKS-TIPO-DOC-ESTUDIANT-S
                   MOVE ZEROES TO WKS-FECHA-TIPO-DOC-S
                   MOVE WKS-DATOS-ESTUDIANTE-SALIDA TO ESTUM-REGISTRO
                   WRITE ESTUM-REGISTRO
                   EVALUATE FS-ESTUMST
                   WHEN "00"
                        ADD 1 TO WKS-CONT-MAE-ALTAS
                   WHEN "22"
                        ADD 1 TO WKS-CONT-MAE-DUP
                        PERFORM 0016-INICIO-LINEA-MANT THRU
                           0016-LINEA-MANT-E
                   WHEN OTHER
                        DISPLAY "ERROR DE GRABACION EN EL MAESTRO, "
                                "CODIGO: " WKS-TM-CODIGO
                   END-EVALUATE
                END-IF
           WHEN WKS-TM-CAMBIO
                MOVE WKS-TM-CODIGO TO ESTUM-CODIGO
                READ ESTUDIANTE-MASTER
                END-READ
                IF FS-ESTUMST = "00"
                   MOVE ESTUM-TIPO-DOCUMENTO TO WKS-TD-TIPO-ANT
                   MOVE ESTUM-FECHA-TIPO-DOC TO WKS-TD-FECHA-ANT
                   PERFORM 0017-INICIO-ARMA-REGISTRO THRU
                      0017-ARMA-REGISTRO-E
      *SIN TIPO EN LA TRANSACCION SE CONSERVA EL DEL MAESTRO, AUNQUE
      *EL ESTUDIANTE YA HAYA CUMPLIDO 18: ESE CASO LO LISTA EL
      *PROCESO ANUAL DE CUI PENDIENTES DE DPI.
                   IF WKS-TM-TIPO-DOC = SPACES AND
                      WKS-TD-TIPO-ANT NOT = SPACES
                      MOVE WKS-TD-TIPO-ANT TO WKS-TD-TIPO
                      MOVE "S" TO WKS-TD-VALIDO-SW
                   ELSE
                      MOVE WKS-TM-TIPO-DOC TO WKS-TD-TIPO
                      PERFORM 0024-INICIO-VALIDA-TIPO-DOC THRU
                         0024-VALIDA-TIPO-DOC-E
                   END-IF
                   IF NOT WKS-TIPO-DOC-VALIDO
                      ADD 1 TO WKS-CONT-MAE-TIPODOC
                      PERFORM 0026-INICIO-LINEA-TIPO-DOC THRU
                         0026-LINEA-TIPO-DOC-E
                   ELSE
                      MOVE WKS-TD-TIPO TO WKS-TIPO-DOC-ESTUDIANT-S
                      MOVE WKS-TD-FECHA-ANT TO WKS-FECHA-TIPO-DOC-S
                      IF WKS-TD-TIPO-ANT = "C" AND WKS-TD-DPI-ADULTO
                         MOVE WKS-TD-FECHA-HOY TO
                            WKS-FECHA-TIPO-DOC-S
                         ADD 1 TO WKS-CONT-MAE-CUI-DPI
                         PERFORM 0027-INICIO-LINEA-CUI-DPI THRU
                            0027-LINEA-CUI-DPI-E
                      END-IF
                      MOVE WKS-DATOS-ESTUDIANTE-SALIDA TO
                         ESTUM-REGISTRO
                      REWRITE ESTUM-REGISTRO
                      ADD 1 TO WKS-CONT-MAE-CAMBIOS
                   END-IF
                ELSE
                   ADD 1 TO WKS-CONT-MAE-DESCON
                   PERFORM 0016-INICIO-LINEA-MANT THRU
                READ ESTUDIANTE-MASTER
                END-READ
                IF FS-ESTUMST = "00"
                   IF WKS-TM-BAJA-TRASLADO
                      PERFORM 0034-INICIO-BAJA-TRASLADO THRU
                         0034-BAJA-TRASLADO-E
                   END-IF
                   DELETE ESTUDIANTE-MASTER
                   ADD 1 TO WKS-CONT-MAE-BAJAS
                ELSE
              MOVE WKS-TM-DPI TO WKS-DPI-ESTUDIANT-S
           ELSE
              MOVE ZEROES TO WKS-DPI-ESTUDIANT-S
           END-IF
           MOVE WKS-TM-EDAD TO WKS-TD-EDAD-CAPTURADA
           PERFORM 0025-INICIO-EDAD-DOC THRU 0025-EDAD-DOC-E.
       0017-ARMA-REGISTRO-E.
           EXIT.

       0024-INICIO-VALIDA-TIPO-DOC SECTION.
      *VALIDA WKS-TD-TIPO CONTRA WKS-TD-EDAD: C SOLO PARA MENORES
      *DE 18, D SOLO PARA MAYORES DE EDAD, P A CUALQUIER EDAD. EN
      *BLANCO SE ASUME EL QUE CORRESPONDE A LA EDAD.
           MOVE "S" TO WKS-TD-VALIDO-SW
           IF WKS-TD-TIPO = SPACES
              IF WKS-TD-EDAD < 18
                 MOVE "C" TO WKS-TD-TIPO
              ELSE
                 MOVE "D" TO WKS-TD-TIPO
              END-IF
              GO TO 0024-VALIDA-TIPO-DOC-E
           END-IF
           EVALUATE TRUE
           WHEN WKS-TD-CUI-MENOR AND WKS-TD-EDAD < 18
           WHEN WKS-TD-DPI-ADULTO AND WKS-TD-EDAD >= 18
           WHEN WKS-TD-PASAPORTE
                CONTINUE
           WHEN OTHER
                MOVE "N" TO WKS-TD-VALIDO-SW
           END-EVALUATE.
       0024-VALIDA-TIPO-DOC-E.
           EXIT.

       0025-INICIO-EDAD-DOC SECTION.
      *EDAD ACTUAL PARA EL TIPO DE DOCUMENTO, A PARTIR DE LA FECHA
      *DE NACIMIENTO EN WKS-FECHA-NAC-TRABAJO CON LA MISMA CUENTA DE
      *DIAS DE 0003-INICIO-EDAD; SI LA FECHA NO ES VALIDA SE USA LA
      *EDAD CAPTURADA.
           MOVE FUNCTION CURRENT-DATE TO WKS-FECHA-ENTERA
           MOVE WKS-FECHA-ENTERA(1:8) TO WKS-TD-FECHA-HOY
           IF FUNCTION TEST-DATE-YYYYMMDD(WKS-FECHA-NAC-TRABAJO) NOT = 0
              OR WKS-FECHA-NAC-TRABAJO > WKS-TD-FECHA-HOY
              MOVE WKS-TD-EDAD-CAPTURADA TO WKS-TD-EDAD
              GO TO 0025-EDAD-DOC-E
           END-IF
           COMPUTE WKS-DIAS-CUENTA = FUNCTION
              INTEGER-OF-DATE(WKS-TD-FECHA-HOY) -
              FUNCTION
              INTEGER-OF-DATE(WKS-FECHA-NAC-TRABAJO)
           COMPUTE WKS-TD-EDAD = WKS-DIAS-CUENTA / 365.
       0025-EDAD-DOC-E.
           EXIT.

       0026-INICIO-LINEA-TIPO-DOC SECTION.
      *LINEA DE RECHAZO POR TIPO DE DOCUMENTO QUE NO CORRESPONDE A
      *LA EDAD EN EL REPORTE DE MANTENIMIENTO.
           MOVE SPACES TO REG-RPT-MANTENIMIENTO
           STRING "RECHAZADA ACCION " WKS-TM-ACCION
                  " CODIGO " WKS-TM-CODIGO
                  " TIPO DE DOCUMENTO " WKS-TD-TIPO
                  " NO CORRESPONDE A LA EDAD " WKS-TD-EDAD
              DELIMITED BY SIZE INTO REG-RPT-MANTENIMIENTO
           END-STRING
           WRITE REG-RPT-MANTENIMIENTO
           DISPLAY "TRANSACCION RECHAZADA POR TIPO DE DOCUMENTO, "
                   "CODIGO: " WKS-TM-CODIGO " TIPO: " WKS-TD-TIPO
                   " EDAD: " WKS-TD-EDAD.
       0026-LINEA-TIPO-DOC-E.
           EXIT.

       0027-INICIO-LINEA-CUI-DPI SECTION.
      *DEJA CONSTANCIA EN EL REPORTE DE MANTENIMIENTO DEL PASO DEL
      *ESTUDIANTE DE CUI DE MENOR A DPI DE ADULTO.
           MOVE SPACES TO REG-RPT-MANTENIMIENTO
           STRING "TRANSICION DE CUI A DPI, CODIGO " WKS-TM-CODIGO
                  " DPI " WKS-DPI-ESTUDIANT-S
                  " FECHA " WKS-TD-FECHA-HOY
              DELIMITED BY SIZE INTO REG-RPT-MANTENIMIENTO
           END-STRING
           WRITE REG-RPT-MANTENIMIENTO.
       0027-LINEA-CUI-DPI-E.
           EXIT.

       0016-INICIO-LINEA-MANT SECTION.
      *LINEA DE RECHAZO EN EL REPORTE DE MANTENIMIENTO.
           MOVE SPACES TO REG-RPT-MANTENIMIENTO

       0008-INICIO-CAPTURA-MATRICULA SECTION.
      *GUARDA LA MATRICULA EN LA TABLA DE LA CORRIDA; SE VALIDA
      *CONTRA LOS ESTUDIANTES AL TERMINAR LA FASE DE ENTRADA. LA
      *MATRICULA CUYO CURSO SE DA A LA MISMA HORA QUE OTRO CURSO YA
      *CAPTURADO PARA EL MISMO ESTUDIANTE SE RECHAZA AQUI MISMO.
           IF NOT WKS-HORARIO-LEIDO
              PERFORM 0028-INICIO-CARGA-HORARIO THRU
                 0028-CARGA-HORARIO-E
           END-IF
           PERFORM 0029-INICIO-CHOQUE-HORARIO THRU
              0029-CHOQUE-HORARIO-E
           IF WKS-HAY-CHOQUE
              ADD 1 TO WKS-CONT-MAT-CHOQUE
              DISPLAY "MATRICULA CON CHOQUE DE HORARIO, CODIGO: "
                      WKS-MA-CODIGO " CURSO: " WKS-MA-CURSO
                      " CHOCA CON: " WKS-HO-CURSO-B
              MOVE SPACES TO AREA-RECHAZO-FECHA
              STRING "M" WKS-MA-CODIGO
                     " " WKS-MA-CURSO
                     " " WKS-MA-SECCION
                     " CHOQUE DE HORARIO CON " WKS-HO-CURSO-B
                 DELIMITED BY SIZE INTO AREA-RECHAZO-FECHA
              END-STRING
              WRITE AREA-RECHAZO-FECHA
              GO TO 0008-CAPTURA-MATRICULA-E
           END-IF

           IF WKS-MC-CANT < 300
              ADD 1 TO WKS-MC-CANT
              MOVE WKS-MA-CODIGO TO WKS-MC-CODIGO(WKS-MC-CANT)
       0008-CAPTURA-MATRICULA-E.
           EXIT.

       0028-INICIO-CARGA-HORARIO SECTION.
      *CARGA LAS SESIONES ACTIVAS DEL MAESTRO DE HORARIOS; SIN
      *MAESTRO (FILE STATUS 35) LAS MATRICULAS SE CAPTURAN SIN
      *REVISAR CHOQUES, COMO ANTES.
           MOVE "S" TO WKS-HO-CARGADO
           OPEN INPUT HORARIO-MASTER
           IF FS-HORMST = "35"
              DISPLAY "SIN MAESTRO DE HORARIOS HORMST"
              GO TO 0028-CARGA-HORARIO-E
           END-IF
           IF FS-HORMST NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE HORARIOS"
              GO TO 0028-CARGA-HORARIO-E
           END-IF

           READ HORARIO-MASTER
           PERFORM UNTIL FS-HORMST NOT = "00"
                   IF HOR-ACTIVA
                      IF WKS-HO-CANT < 500
                         ADD 1 TO WKS-HO-CANT
                         MOVE HOR-CURSO TO WKS-HO-CURSO(WKS-HO-CANT)
                         MOVE HOR-DIA TO WKS-HO-DIA(WKS-HO-CANT)
                         MOVE HOR-PERIODO-INI TO
                            WKS-HO-INICIO(WKS-HO-CANT)
                         MOVE HOR-PERIODO-FIN TO
                            WKS-HO-FIN(WKS-HO-CANT)
                      ELSE
                         DISPLAY "TABLA DE HORARIO LLENA, SESION SIN "
                                 "REVISAR: " HOR-CURSO
                      END-IF
                   END-IF
                   READ HORARIO-MASTER
           END-PERFORM

           CLOSE HORARIO-MASTER
           DISPLAY "SESIONES DE HORARIO CARGADAS: " WKS-HO-CANT.
       0028-CARGA-HORARIO-E.
           EXIT.

       0029-INICIO-CHOQUE-HORARIO SECTION.
      *COMPARA EL CURSO DE LA MATRICULA EN CURSO CONTRA CADA OTRO
      *CURSO YA CAPTURADO PARA EL MISMO ESTUDIANTE; AL HALLAR UN
      *CHOQUE DEJA EL CURSO CON QUE CHOCA EN WKS-HO-CURSO-B.
           MOVE "N" TO WKS-HO-CHOQUE
           IF WKS-HO-CANT = ZEROES
              GO TO 0029-CHOQUE-HORARIO-E
           END-IF

           MOVE WKS-MA-CURSO TO WKS-HO-CURSO-A
           PERFORM VARYING WKS-MC-IDX FROM 1 BY 1
              UNTIL WKS-MC-IDX > WKS-MC-CANT OR WKS-HAY-CHOQUE
              IF WKS-MC-CODIGO(WKS-MC-IDX) = WKS-MA-CODIGO AND
                 WKS-MC-CURSO(WKS-MC-IDX) NOT = WKS-MA-CURSO
                 MOVE WKS-MC-CURSO(WKS-MC-IDX) TO WKS-HO-CURSO-B
                 PERFORM 0030-INICIO-CHOQUE-CURSOS THRU
                    0030-CHOQUE-CURSOS-E
              END-IF
           END-PERFORM.
       0029-CHOQUE-HORARIO-E.
           EXIT.

       0030-INICIO-CHOQUE-CURSOS SECTION.
      *HAY CHOQUE CUANDO ALGUNA SESION DE WKS-HO-CURSO-A Y ALGUNA
      *DE WKS-HO-CURSO-B CAEN EL MISMO DIA EN PERIODOS QUE SE
      *ENCIMAN.
           PERFORM VARYING WKS-HO-IDX FROM 1 BY 1
              UNTIL WKS-HO-IDX > WKS-HO-CANT OR WKS-HAY-CHOQUE
              IF WKS-HO-CURSO(WKS-HO-IDX) = WKS-HO-CURSO-A
                 PERFORM VARYING WKS-HO-IDX2 FROM 1 BY 1
                    UNTIL WKS-HO-IDX2 > WKS-HO-CANT OR WKS-HAY-CHOQUE
                    IF WKS-HO-CURSO(WKS-HO-IDX2) = WKS-HO-CURSO-B AND
                       WKS-HO-DIA(WKS-HO-IDX2) =
                          WKS-HO-DIA(WKS-HO-IDX) AND
                       WKS-HO-INICIO(WKS-HO-IDX2) NOT >
                          WKS-HO-FIN(WKS-HO-IDX) AND
                       WKS-HO-FIN(WKS-HO-IDX2) NOT <
                          WKS-HO-INICIO(WKS-HO-IDX)
                       MOVE "S" TO WKS-HO-CHOQUE
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.
       0030-CHOQUE-CURSOS-E.
           EXIT.

       0031-INICIO-CAPTURA-AUTORIZA SECTION.
      *TARJETA DE AUTORIZACION: EL OPERADOR DEBE EXISTIR EN OPERMST,
      *ESTAR ACTIVO Y TENER PERMITIDA LA ACCION LIBERAR; SI NO, LA
      *TARJETA SE RECHAZA Y LA RETENCION SIGUE EN PIE.
           IF NOT WKS-RETENCION-LEIDA
              PERFORM 0032-INICIO-CARGA-RETENCION THRU
                 0032-CARGA-RETENCION-E
           END-IF

           MOVE SPACES TO WKS-RT-MOTIVO
           EVALUATE TRUE
           WHEN WKS-AU-OPERADOR = SPACES
                MOVE "SIN ID DE OPERADOR" TO WKS-RT-MOTIVO
           WHEN NOT WKS-CON-OPERADORES
                MOVE "SIN OPERMST" TO WKS-RT-MOTIVO
           WHEN OTHER
                MOVE WKS-AU-OPERADOR TO OPERMST-ID
                READ OPERADOR-MASTER
                END-READ
                EVALUATE TRUE
                WHEN FS-OPERMST NOT = "00"
                     MOVE "OPERADOR DESCONOCIDO" TO WKS-RT-MOTIVO
                WHEN OPERMST-ESTADO NOT = "A"
                     MOVE "OPERADOR INACTIVO" TO WKS-RT-MOTIVO
                WHEN OPERMST-ACCION1 NOT = "LIBERAR" AND
                     OPERMST-ACCION2 NOT = "LIBERAR"
                     MOVE "ACCION NO PERMITIDA" TO WKS-RT-MOTIVO
                WHEN OTHER
                     CONTINUE
                END-EVALUATE
           END-EVALUATE

           IF WKS-RT-MOTIVO NOT = SPACES
              ADD 1 TO WKS-CONT-AUTORIZA-RECH
              DISPLAY "AUTORIZACION DE RETENCION RECHAZADA, CODIGO: "
                      WKS-AU-CODIGO " OPERADOR: " WKS-AU-OPERADOR
                      " " WKS-RT-MOTIVO
              MOVE SPACES TO AREA-RECHAZO-FECHA
              STRING "R" WKS-AU-CODIGO
                     " " WKS-AU-OPERADOR
                     " AUTORIZACION RECHAZADA: " WKS-RT-MOTIVO
                 DELIMITED BY SIZE INTO AREA-RECHAZO-FECHA
              END-STRING
              WRITE AREA-RECHAZO-FECHA
              GO TO 0031-CAPTURA-AUTORIZA-E
           END-IF

           MOVE ZEROES TO WKS-RT-POS
           PERFORM VARYING WKS-RT-IDX FROM 1 BY 1
              UNTIL WKS-RT-IDX > WKS-RT-CANT OR WKS-RT-POS > ZEROES
              IF WKS-RT-CODIGO(WKS-RT-IDX) = WKS-AU-CODIGO
                 MOVE WKS-RT-IDX TO WKS-RT-POS
              END-IF
           END-PERFORM
           IF WKS-RT-POS = ZEROES
              DISPLAY "AUTORIZACION PARA ESTUDIANTE SIN RETENCION, "
                      "CODIGO: " WKS-AU-CODIGO
           ELSE
              MOVE "S" TO WKS-RT-AUTORIZADO(WKS-RT-POS)
              MOVE WKS-AU-OPERADOR TO WKS-RT-OPERADOR(WKS-RT-POS)
           END-IF.
       0031-CAPTURA-AUTORIZA-E.
           EXIT.

       0032-INICIO-CARGA-RETENCION SECTION.
      *CARGA LAS RETENCIONES DE RETENMAT Y ABRE OPERMST PARA LAS
      *AUTORIZACIONES; SIN RETENMAT (FILE STATUS 35) NO HAY
      *RETENIDOS Y LAS MATRICULAS SE CAPTURAN COMO ANTES.
           MOVE "S" TO WKS-RT-CARGADO
           OPEN INPUT OPERADOR-MASTER
           IF FS-OPERMST = "00"
              MOVE "S" TO WKS-RT-OPERADORES
           END-IF

           OPEN INPUT RETENCION-MATRICULA
           IF FS-RETENMAT = "35"
              DISPLAY "SIN ARCHIVO DE RETENCIONES RETENMAT"
              GO TO 0032-CARGA-RETENCION-E
           END-IF
           IF FS-RETENMAT NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE RETENCIONES"
              GO TO 0032-CARGA-RETENCION-E
           END-IF

           READ RETENCION-MATRICULA
           PERFORM UNTIL FS-RETENMAT NOT = "00"
                   IF WKS-RT-CANT < 2000
                      ADD 1 TO WKS-RT-CANT
                      MOVE RET-CODIGO TO WKS-RT-CODIGO(WKS-RT-CANT)
                      MOVE RET-MONTO TO WKS-RT-MONTO(WKS-RT-CANT)
                      MOVE RET-FECHA-VENCE TO WKS-RT-FECHA(WKS-RT-CANT)
                      MOVE "N" TO WKS-RT-AUTORIZADO(WKS-RT-CANT)
                      MOVE SPACES TO WKS-RT-OPERADOR(WKS-RT-CANT)
                   ELSE
                      DISPLAY "TABLA DE RETENCIONES LLENA, CODIGO SIN "
                              "RETENER: " RET-CODIGO
                   END-IF
                   READ RETENCION-MATRICULA
           END-PERFORM

           CLOSE RETENCION-MATRICULA
           DISPLAY "ESTUDIANTES RETENIDOS POR MORA: " WKS-RT-CANT.
       0032-CARGA-RETENCION-E.
           EXIT.

       0033-INICIO-VERIFICA-RETENCION SECTION.
      *RECHAZA CON MOTIVO PROPIO LA MATRICULA WKS-MC-IDX SI EL
      *ESTUDIANTE ESTA RETENIDO Y NO TRAE AUTORIZACION; EL ESTADO
      *"P" LA SACA DEL CORTE POR CURSO.
           IF NOT WKS-RETENCION-LEIDA
              PERFORM 0032-INICIO-CARGA-RETENCION THRU
                 0032-CARGA-RETENCION-E
           END-IF

           MOVE ZEROES TO WKS-RT-POS
           PERFORM VARYING WKS-RT-IDX FROM 1 BY 1
              UNTIL WKS-RT-IDX > WKS-RT-CANT OR WKS-RT-POS > ZEROES
              IF WKS-RT-CODIGO(WKS-RT-IDX) = WKS-MC-CODIGO(WKS-MC-IDX)
                 MOVE WKS-RT-IDX TO WKS-RT-POS
              END-IF
           END-PERFORM
           IF WKS-RT-POS = ZEROES
              GO TO 0033-VERIFICA-RETENCION-E
           END-IF

           IF WKS-RT-AUTORIZADO(WKS-RT-POS) = "S"
              ADD 1 TO WKS-CONT-MAT-AUTORIZADA
              DISPLAY "MATRICULA RETENIDA AUTORIZADA, CODIGO: "
                      WKS-MC-CODIGO(WKS-MC-IDX)
                      " CURSO: " WKS-MC-CURSO(WKS-MC-IDX)
                      " OPERADOR: " WKS-RT-OPERADOR(WKS-RT-POS)
              GO TO 0033-VERIFICA-RETENCION-E
           END-IF

           ADD 1 TO WKS-CONT-MAT-RETENIDA
           MOVE WKS-RT-MONTO(WKS-RT-POS) TO WKS-RT-SALDO-EDIT
           DISPLAY "MATRICULA RETENIDA POR MORA, CODIGO: "
                   WKS-MC-CODIGO(WKS-MC-IDX)
                   " CURSO: " WKS-MC-CURSO(WKS-MC-IDX)
           MOVE SPACES TO AREA-RECHAZO-FECHA
           STRING "M" WKS-MC-CODIGO(WKS-MC-IDX)
                  " " WKS-MC-CURSO(WKS-MC-IDX)
                  " " WKS-MC-SECCION(WKS-MC-IDX)
                  " RETENCION POR MORA, SALDO " WKS-RT-SALDO-EDIT
                  " DESDE " WKS-RT-FECHA(WKS-RT-POS)
              DELIMITED BY SIZE INTO AREA-RECHAZO-FECHA
           END-STRING
           WRITE AREA-RECHAZO-FECHA
           MOVE "P" TO WKS-MC-ESTADO(WKS-MC-IDX).
       0033-VERIFICA-RETENCION-E.
           EXIT.

       0009-INICIO-ROSTER-CURSOS SECTION.
      *VALIDA CADA MATRICULA CONTRA LOS ESTUDIANTES DE LA CORRIDA
      *(UNA MATRICULA DE CODIGO DESCONOCIDO ES UNA EXCEPCION, QUE SE
                    MOVE "P" TO WKS-MC-ESTADO(WKS-MC-IDX)
                 END-IF
              END-IF
      *EL ESTUDIANTE RETENIDO POR MORA NO SE MATRICULA SIN UNA
      *AUTORIZACION VALIDA EN LA CORRIDA.
              IF WKS-MC-ESTADO(WKS-MC-IDX) = "V"
                 PERFORM 0033-INICIO-VERIFICA-RETENCION THRU
                    0033-VERIFICA-RETENCION-E
              END-IF
              IF WKS-MC-ESTADO(WKS-MC-IDX) = "X"
                 ADD 1 TO WKS-CONT-MAT-INVALIDAS
                 DISPLAY "MATRICULA SIN ESTUDIANTE, CODIGO: "
                    DELIMITED BY SIZE INTO AREA-RECHAZO-FECHA
                 END-STRING
                 WRITE AREA-RECHAZO-FECHA
              END-IF
              IF WKS-MC-ESTADO(WKS-MC-IDX) = "V"
                 ADD 1 TO WKS-CONT-MAT-VALIDAS
              END-IF
           END-PERFORM
           DISPLAY "MATRICULAS VALIDAS: " WKS-CONT-MAT-VALIDAS
           DISPLAY "MATRICULAS SIN ESTUDIANTE: "
                   WKS-CONT-MAT-INVALIDAS
           DISPLAY "MATRICULAS RECHAZADAS POR RETENCION DE MORA: "
                   WKS-CONT-MAT-RETENIDA
           DISPLAY "MATRICULAS RETENIDAS CON AUTORIZACION: "
                   WKS-CONT-MAT-AUTORIZADA
           DISPLAY "CURSOS CON SOBRECUPO: " WKS-CONT-SOBRECUPO.
       0009-ROSTER-CURSOS-E.
           EXIT.

           MOVE "S" TO WKS-CU-CARGADOS

      *EL NOMBRE DEL DOCENTE SALE DEL MAESTRO DE DOCENTES; SIN ESE
      *MAESTRO EL ROSTER SE TITULA SIN DOCENTE.
           OPEN INPUT DOCENTE-MASTER
           IF FS-DOCMST = "00"
              MOVE "S" TO WKS-CU-DOCENTES
           ELSE
              DISPLAY "SIN MAESTRO DE DOCENTES DOCMST"
           END-IF

           READ CURSO-MASTER
           PERFORM UNTIL FS-CURSMST NOT = "00"
                   IF WKS-CU-CANT < 100
                      ADD 1 TO WKS-CU-CANT
                      MOVE CURSO-CODIGO TO WKS-CU-CODIGO(WKS-CU-CANT)
                      MOVE CURSO-NOMBRE TO WKS-CU-NOMBRE(WKS-CU-CANT)
                      MOVE SPACES TO WKS-CU-DOCENTE(WKS-CU-CANT)
                      IF CURSO-DOCENTE-ID NOT = ZEROES AND
                         WKS-CON-DOCENTES
                         MOVE CURSO-DOCENTE-ID TO DOC-CODIGO
                         READ DOCENTE-MASTER
                         END-READ
                         IF FS-DOCMST = "00"
                            MOVE DOC-NOMBRE TO
                               WKS-CU-DOCENTE(WKS-CU-CANT)
                         END-IF
                      END-IF
                      MOVE CURSO-CAPACIDAD TO
                         WKS-CU-CAPACIDAD(WKS-CU-CANT)
                      MOVE CURSO-ESTADO TO WKS-CU-ESTADO(WKS-CU-CANT)
           END-PERFORM

           CLOSE CURSO-MASTER
           IF WKS-CON-DOCENTES
              CLOSE DOCENTE-MASTER
           END-IF
           DISPLAY "CURSOS CARGADOS DEL MAESTRO: " WKS-CU-CANT.
       0021-CARGA-CURSOS-E.
           EXIT.
                      WKS-GENERO-ESTIDIANT-S
                   MOVE SOR-EDAD-CORTE TO WKS-EDAD-CORTE-S
                   MOVE SOR-DPI-ESTUDIANTE TO WKS-DPI-ESTUDIANT-S
                   MOVE SOR-TIPO-DOCUMENTO TO WKS-TIPO-DOC-ESTUDIANT-S
                   MOVE SOR-FECHA-TIPO-DOC TO WKS-FECHA-TIPO-DOC-S

      *             DISPLAY SOR-DATOS-ESTUDIANTE-SORT "->POSIBLE
                   DISPLAY WKS-DATOS-ESTUDIANTE-SALIDA
           DISPLAY "  FECHA_CORTE: " WKS-FECHA-CORTE.
       0007-PARAMETROS-E.
           EXIT.

       0034-INICIO-BAJA-TRASLADO SECTION.
      *ANTES DE BORRAR AL ESTUDIANTE QUE SE VA A OTRA ESCUELA, DEJA
      *SU REGISTRO DEL MAESTRO, LA FECHA DE LA BAJA Y LA ESCUELA
      *DESTINO EN LOS TRASLADOS PENDIENTES DE ENVIO.
           MOVE ESTUM-REGISTRO TO TPE-ESTUDIANTE
           MOVE WKS-ST-FECHA-INICIO TO TPE-FECHA-BAJA
           MOVE WKS-TM-ESCUELA-DESTINO TO TPE-ESCUELA-DESTINO
           WRITE TPE-REGISTRO
           IF FS-TRASPEND = "00"
              ADD 1 TO WKS-CONT-MAE-TRASLADOS
           ELSE
              DISPLAY "TRASLADO NO REGISTRADO, CODIGO: " ESTUM-CODIGO
                      " FILE STATUS: " FS-TRASPEND
           END-IF.
       0034-BAJA-TRASLADO-E.
           EXIT.
