      * APLICACION  : EDUCACION                                        *
      * PROGRAMA    : EDUC3051                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : REGISTRO DE CALIFICACIONES SOBRE LAS MATRICULAS  *
      *             : DE LOS ROSTERS. EN MODO CAPTURA                  *
      *             : (MODO_NOTAS=CAPTURA) VALIDA LAS TRANSACCIONES DE *
      *             : NOTAS (TRANSNOT: CODIGO + CURSO + TERMINO + NOTA *
      *             : 0-100) CONTRA LAS MATRICULAS DEL ROSTER POR      *
      *             : CURSO Y LAS ACUMULA EN EL MAESTRO DE NOTAS       *
      *             : (NOTASMST); LAS NOTAS EXTERNAS (ORIGEN "E") QUE  *
      *             : GENERA EL CARGADOR DE TRASLADOS DE ENTRADA SE    *
      *             : ACEPTAN SIN MATRICULA EN EL CURSO, Y SE RECHAZA  *
      *             : LA NOTA DE UN ESTUDIANTE CUYA BOLETA DEL TERMINO *
      *             : YA SE PUBLICO. EN MODO BOLETA GENERA EL ARCHIVO  *
      *             : DE IMPRESION DE BOLETAS DEL TERMINO              *
      *             : (TERMINO_NOTAS), UNA POR ESTUDIANTE CON SU       *
      *             : NOMBRE DEL MAESTRO INDEXADO (ESTUMST) Y SU       *
      *             : DIRECCION DE CORREO DEL SUBSISTEMA DE            *
      *             : DIRECCIONES (DIRMAST), DIRIGIDA AL ENCARGADO     *
      *             : PRINCIPAL DEL ESTUDIANTE EN EL MAESTRO DE        *
      *             : ENCARGADOS (ENCMST), MAS EL RESUMEN DE           *
      *             : DISTRIBUCION DE NOTAS POR CURSO PARA LA          *
      *             : COORDINACION ACADEMICA; CADA BOLETA QUEDA EN LA  *
      *             : BITACORA DE BOLETAS PUBLICADAS (BOLETLOG). EN    *
      *             : MODO CORRECCION VALIDA LAS CORRECCIONES DE NOTAS *
      *             : YA PUBLICADAS (TRANSCOR: NOTA ORIGINAL, NOTA     *
      *             : NUEVA, DOCENTE Y MOTIVO) CONTRA EL MAESTRO DE    *
      *             : NOTAS, LA BITACORA DE BOLETAS Y EL MAESTRO DE    *
      *             : DOCENTES (DOCMST) Y RETIENE LAS VALIDAS EN       *
      *             : NOTCORPE PARA LA APROBACION DE COORDINACION      *
      *             : (EDUC3114). EN MODO REEMISION REGENERA LA BOLETA *
      *             : DE LOS ESTUDIANTES Y TERMINOS DE LA LISTA DE     *
      *             : REEMISION (REEMBOL) CON LA LEYENDA "REEMPLAZA    *
      *             : BOLETA DEL" Y LA FECHA DE LA BOLETA ANTERIOR.    *
      * ARCHIVOS    : TRANSNOT (ENTRADA), ROSTCURSO (ENTRADA),         *
      *             : NOTASMST (EXTEND/ENTRADA), ESTUMST (ENTRADA),    *
      *             : DIRMAST (ENTRADA), ENCMST (ENTRADA), TRANSCOR    *
      *             : (ENTRADA), DOCMST (ENTRADA), REEMBOL (ENTRADA),  *
      *             : NOTCORPE (ENTRADA/EXTEND), BOLETLOG              *
      *             : (ENTRADA/EXTEND), RECHNOT (SALIDA), RPTBOLET     *
      *             : (SALIDA), RPTDISTR (SALIDA)                      *
      * PROGRAMA(S) : PARMRD01                                         *
      ******************************************************************

                  ACCESS MODE IS RANDOM
                  RECORD KEY IS DIRM-CODIGO
                  FILE STATUS IS WKS-FS-DIRMAST.
           SELECT MAESTRO-ENCARGADOS ASSIGN TO ENCMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ENC-LLAVE
                  FILE STATUS IS WKS-FS-ENCMST.
           SELECT RECHAZOS-NOTAS ASSIGN TO RECHNOT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-RECHNOT.
           SELECT RPT-DISTRIBUCION ASSIGN TO RPTDISTR
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-RPTDISTR.
      *CORRECCIONES DE NOTAS YA PUBLICADAS: TRANSACCIONES DEL
      *DOCENTE, MAESTRO DE DOCENTES, CORRECCIONES RETENIDAS POR
      *APROBAR (EDUC3114), BITACORA DE BOLETAS PUBLICADAS Y LISTA DE
      *ESTUDIANTES CUYA BOLETA SE REEMITE.
           SELECT TRANS-CORRECCIONES ASSIGN TO TRANSCOR
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-TRANSCOR.
           SELECT DOCENTE-MASTER ASSIGN TO DOCMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS DOC-LLAVE
                  FILE STATUS IS WKS-FS-DOCMST.
           SELECT CORRECCIONES-PENDIENTES ASSIGN TO NOTCORPE
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-NOTCORPE.
           SELECT BITACORA-BOLETAS ASSIGN TO BOLETLOG
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-BOLETLOG.
           SELECT LISTA-REEMISION ASSIGN TO REEMBOL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-REEMBOL.

       DATA DIVISION.

       FILE SECTION.
       FD TRANS-NOTAS.
       01 REG-TRANS-NOTAS               PIC X(27).

       FD ROSTER-CURSO
           RECORDING MODE IS F.
       01 AREA-ROSTER-CURSO             PIC X(80).

       FD NOTAS-MASTER.
       01 REG-NOTA                      PIC X(27).

       FD ESTUDIANTE-MASTER.
           COPY ESTUMST.
       FD MAESTRO-DIRECCIONES.
           COPY DIRMAST.

       FD MAESTRO-ENCARGADOS.
           COPY ENCMST.

       FD RECHAZOS-NOTAS.
       01 REG-RECHAZO-NOTA              PIC X(60).

       FD RPT-DISTRIBUCION.
       01 REG-RPT-DISTRIBUCION          PIC X(90).

       FD TRANS-CORRECCIONES.
       01 REG-TRANS-CORRECCION          PIC X(60).

       FD DOCENTE-MASTER.
           COPY DOCENTE.

       FD CORRECCIONES-PENDIENTES.
       01 REG-CORRECCION-PENDIENTE      PIC X(76).

       FD BITACORA-BOLETAS.
       01 REG-BITACORA-BOLETA           PIC X(19).

       FD LISTA-REEMISION.
       01 REG-LISTA-REEMISION           PIC X(08).

       WORKING-STORAGE SECTION.

       01 WKS-CONTROL-ARCHIVOS.
             88 WKS-FIN-NOTASMST                  VALUE "10".
          02 WKS-FS-ESTUMST             PIC X(02) VALUE SPACES.
          02 WKS-FS-DIRMAST             PIC X(02) VALUE SPACES.
          02 WKS-FS-ENCMST              PIC X(02) VALUE SPACES.
             88 WKS-FIN-ENCMST                    VALUE "10".
          02 WKS-FS-RECHNOT             PIC X(02) VALUE SPACES.
          02 WKS-FS-RPTBOLET            PIC X(02) VALUE SPACES.
          02 WKS-FS-RPTDISTR            PIC X(02) VALUE SPACES.
          02 WKS-FS-TRANSCOR            PIC X(02) VALUE SPACES.
             88 WKS-FIN-TRANSCOR                  VALUE "10".
          02 WKS-FS-DOCMST              PIC X(02) VALUE SPACES.
          02 WKS-FS-NOTCORPE            PIC X(02) VALUE SPACES.
             88 WKS-FIN-NOTCORPE                  VALUE "10".
          02 WKS-FS-BOLETLOG            PIC X(02) VALUE SPACES.
             88 WKS-FIN-BOLETLOG                  VALUE "10".
          02 WKS-FS-REEMBOL             PIC X(02) VALUE SPACES.
             88 WKS-FIN-REEMBOL                   VALUE "10".

       01 WKS-CONTROL-MODO.
          02 WKS-MODO-NOTAS             PIC X(10) VALUE "CAPTURA".
             88 WKS-MODO-CAPTURA                  VALUE "CAPTURA".
             88 WKS-MODO-BOLETA                   VALUE "BOLETA".
             88 WKS-MODO-CORRECCION               VALUE "CORRECCION".
             88 WKS-MODO-REEMISION                VALUE "REEMISION".
          02 WKS-TERMINO-NOTAS          PIC X(02) VALUE SPACES.
          02 WKS-FECHA-ENTERA           PIC X(20) VALUE SPACES.
          02 WKS-FECHA-HOY              PIC 9(08) VALUE ZEROES.

      *FECHA DE LA BOLETA QUE SE REEMPLAZA, EN SUS PARTES PARA LA
      *LEYENDA DD/MM/AAAA.
       01 WKS-FECHA-REEMPLAZA           PIC 9(08) VALUE ZEROES.
       01 WKS-FR-PARTES REDEFINES WKS-FECHA-REEMPLAZA.
          02 WKS-FR-ANIO                PIC 9(04).
          02 WKS-FR-MES                 PIC 9(02).
          02 WKS-FR-DIA                 PIC 9(02).

      *TRANSACCION DE NOTAS (Y LINEA DEL MAESTRO DE NOTAS):
      *CODIGO, CURSO, TERMINO Y NOTA 0-100. EL ORIGEN "E" MARCA LA
      *NOTA EXTERNA, CURSADA EN OTRA ESCUELA Y TRAIDA POR EL
      *CARGADOR DE TRASLADOS DE ENTRADA (EDUC3113); EN BLANCO ES
      *NOTA PROPIA.
       01 WKS-LINEA-NOTA.
          02 WKS-NT-CODIGO              PIC X(05) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-NT-TERMINO             PIC X(02) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-NT-NOTA                PIC X(03) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-NT-ORIGEN              PIC X(01) VALUE SPACES.
             88 WKS-NT-EXTERNA                    VALUE "E".
             88 WKS-NT-CORREGIDA                  VALUE "C".

      *TRANSACCION DE CORRECCION DE UNA NOTA YA PUBLICADA: LLAVE DE
      *LA NOTA, NOTA ORIGINAL (LA QUE SALIO EN LA BOLETA), NOTA
      *NUEVA, CODIGO DEL DOCENTE QUE LA PIDE Y MOTIVO.
       01 WKS-LINEA-CORRECCION.
          02 WKS-LC-CODIGO              PIC X(05) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LC-CURSO               PIC X(06) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LC-TERMINO             PIC X(02) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LC-NOTA-ORIGINAL       PIC X(03) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LC-NOTA-NUEVA          PIC X(03) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LC-DOCENTE             PIC X(05) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LC-MOTIVO              PIC X(30) VALUE SPACES.

      *CORRECCION RETENIDA Y LINEA DE LA BITACORA DE BOLETAS.
           COPY NOTACORR.
           COPY BOLETLOG.

      *LINEA DE LA LISTA DE REEMISION QUE DEJA EDUC3114.
       01 WKS-LINEA-REEMISION.
          02 WKS-LR-CODIGO              PIC X(05) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LR-TERMINO             PIC X(02) VALUE SPACES.

      *VISTA DE LAS LINEAS DEL ROSTER POR CURSO, COMO EN EDUC3050.
       01 WKS-VISTA-ROSTER.
          02 WKS-MT-HALLADO             PIC X(01) VALUE "N".

      *NOTAS DEL TERMINO CARGADAS PARA LAS BOLETAS, ORDENADAS POR
      *ESTUDIANTE Y TERMINO.
       01 WKS-TABLA-NOTAS.
          02 WKS-NO-ENTRADA OCCURS 1000 TIMES.
             03 WKS-NO-CODIGO           PIC X(05).
             03 WKS-NO-TERMINO          PIC X(02).
             03 WKS-NO-CURSO            PIC X(06).
             03 WKS-NO-NOTA             PIC 9(03).
          02 WKS-NO-CANT                PIC 9(04) VALUE ZEROES.
          02 WKS-NO-IDX                 PIC 9(04) VALUE ZEROES.
          02 WKS-NO-IDX2                PIC 9(04) VALUE ZEROES.
          02 WKS-NO-AUXILIAR            PIC X(16) VALUE SPACES.
          02 WKS-NO-CODIGO-CORTE        PIC X(05) VALUE SPACES.
          02 WKS-NO-TERMINO-CORTE       PIC X(02) VALUE SPACES.

      *BOLETAS YA PUBLICADAS SEGUN LA BITACORA: LA FECHA MAS
      *RECIENTE POR ESTUDIANTE Y TERMINO.
       01 WKS-TABLA-PUBLICADAS.
          02 WKS-PU-ENTRADA OCCURS 5000 TIMES.
             03 WKS-PU-CODIGO           PIC X(05).
             03 WKS-PU-TERMINO          PIC X(02).
             03 WKS-PU-FECHA            PIC 9(08).
          02 WKS-PU-CANT                PIC 9(04) VALUE ZEROES.
          02 WKS-PU-IDX                 PIC 9(04) VALUE ZEROES.
          02 WKS-PU-POS                 PIC 9(04) VALUE ZEROES.
          02 WKS-PU-CODIGO-BUSCA        PIC X(05) VALUE SPACES.
          02 WKS-PU-TERMINO-BUSCA       PIC X(02) VALUE SPACES.
          02 WKS-PU-FECHA-HALLADA       PIC 9(08) VALUE ZEROES.
          02 WKS-PU-DESBORDADAS         PIC 9(05) VALUE ZEROES.

      *CORRECCIONES DE LA CORRIDA QUE PASARON LA VALIDACION DE
      *CAMPOS, CON LA NOTA VIGENTE EN EL MAESTRO Y LA MARCA DE
      *CORRECCION YA RETENIDA PARA LA MISMA NOTA.
       01 WKS-TABLA-CORRECCIONES.
          02 WKS-CR-ENTRADA OCCURS 200 TIMES.
             03 WKS-CR-DATOS            PIC X(76).
             03 WKS-CR-NOTA-ACTUAL      PIC X(03).
             03 WKS-CR-HALLADA          PIC X(01).
             03 WKS-CR-PENDIENTE        PIC X(01).
          02 WKS-CR-CANT                PIC 9(03) VALUE ZEROES.
          02 WKS-CR-IDX                 PIC 9(03) VALUE ZEROES.
          02 WKS-CR-MOTIVO-RECHAZO      PIC X(30) VALUE SPACES.
          02 WKS-CON-DOCENTES           PIC X(01) VALUE "N".

      *ESTUDIANTES Y TERMINOS CUYA BOLETA SE REEMITE.
       01 WKS-TABLA-REEMISION.
          02 WKS-RM-ENTRADA OCCURS 200 TIMES.
             03 WKS-RM-CODIGO           PIC X(05).
             03 WKS-RM-TERMINO          PIC X(02).
          02 WKS-RM-CANT                PIC 9(03) VALUE ZEROES.
          02 WKS-RM-IDX                 PIC 9(03) VALUE ZEROES.
          02 WKS-RM-INCLUIDA            PIC X(01) VALUE "N".

      *DISTRIBUCION DE NOTAS POR CURSO EN CINCO CUBETAS.
       01 WKS-TABLA-DISTRIBUCION.
          02 WKS-DI-CUBETA-IDX          PIC 9(01) VALUE ZEROES.
          02 WKS-DI-PROMEDIO            PIC 9(03)V99 VALUE ZEROES.

      *ENCARGADO PRINCIPAL DE CADA ESTUDIANTE, CARGADO DEL MAESTRO
      *DE ENCARGADOS (SOLO ENCARGADOS ACTIVOS) PARA DIRIGIRLE LA
      *BOLETA.
       01 WKS-TABLA-ENCARGADOS.
          02 WKS-EN-ENTRADA OCCURS 2000 TIMES.
             03 WKS-EN-CODIGO           PIC X(05).
             03 WKS-EN-NOMBRE           PIC X(40).
          02 WKS-EN-CANT                PIC 9(04) VALUE ZEROES.
          02 WKS-EN-IDX                 PIC 9(04) VALUE ZEROES.
          02 WKS-EN-VINCULO             PIC 9(02) VALUE ZEROES.
          02 WKS-EN-NOMBRE-BOLETA       PIC X(40) VALUE SPACES.
          02 WKS-EN-DISPONIBLE-SW       PIC X(01) VALUE "N".
             88 WKS-EN-DISPONIBLE                 VALUE "S".

       01 WKS-ITERACIONES.
          02 WKS-I-LEIDAS               PIC 9(05) VALUE ZEROES.
          02 WKS-I-ACEPTADAS            PIC 9(05) VALUE ZEROES.
          02 WKS-I-RECHAZADAS           PIC 9(05) VALUE ZEROES.
          02 WKS-I-EXTERNAS             PIC 9(05) VALUE ZEROES.
          02 WKS-I-BOLETAS              PIC 9(04) VALUE ZEROES.
          02 WKS-I-SIN-ENCARGADO        PIC 9(04) VALUE ZEROES.
          02 WKS-I-CORR-RETENIDAS       PIC 9(05) VALUE ZEROES.

      *AREA PARA EL LECTOR COMUN DEL ARCHIVO CENTRAL DE PARAMETROS.
       01 WKS-CONTROL-PARAMETROS.
       0000-INICIO SECTION.
           PERFORM 0001-INICIO-PARAMETROS THRU 0001-PARAMETROS-E

      *LA CAPTURA, LA CORRECCION Y LA REEMISION CONSULTAN LAS
      *BOLETAS YA PUBLICADAS; LA REEMISION NO REHACE LA
      *DISTRIBUCION DEL TERMINO.
           EVALUATE TRUE
           WHEN WKS-MODO-CAPTURA
                PERFORM 0011-INICIO-CARGA-PUBLICADAS THRU
                   0011-CARGA-PUBLICADAS-E
                PERFORM 0002-INICIO-CARGA-ROSTER THRU
                   0002-CARGA-ROSTER-E
                PERFORM 0003-INICIO-CAPTURA THRU 0003-CAPTURA-E
           WHEN WKS-MODO-CORRECCION
                PERFORM 0011-INICIO-CARGA-PUBLICADAS THRU
                   0011-CARGA-PUBLICADAS-E
                PERFORM 0012-INICIO-CORRECCIONES THRU
                   0012-CORRECCIONES-E
           WHEN WKS-MODO-REEMISION
                PERFORM 0014-INICIO-CARGA-REEMISION THRU
                   0014-CARGA-REEMISION-E
                PERFORM 0011-INICIO-CARGA-PUBLICADAS THRU
                   0011-CARGA-PUBLICADAS-E
                PERFORM 0005-INICIO-CARGA-NOTAS THRU
                   0005-CARGA-NOTAS-E
                PERFORM 0006-INICIO-BOLETAS THRU 0006-BOLETAS-E
           WHEN OTHER
                PERFORM 0005-INICIO-CARGA-NOTAS THRU
                   0005-CARGA-NOTAS-E
                PERFORM 0006-INICIO-BOLETAS THRU 0006-BOLETAS-E
                PERFORM 0008-INICIO-DISTRIBUCION THRU
                   0008-DISTRIBUCION-E
           END-EVALUATE

           DISPLAY "TRANSACCIONES LEIDAS: " WKS-I-LEIDAS
           DISPLAY "ACEPTADAS: " WKS-I-ACEPTADAS
           DISPLAY "RECHAZADAS: " WKS-I-RECHAZADAS
           DISPLAY "NOTAS EXTERNAS DE TRASLADO: " WKS-I-EXTERNAS
           DISPLAY "BOLETAS GENERADAS: " WKS-I-BOLETAS
           DISPLAY "BOLETAS SIN ENCARGADO PRINCIPAL: "
                   WKS-I-SIN-ENCARGADO
           DISPLAY "CORRECCIONES RETENIDAS PARA APROBACION: "
                   WKS-I-CORR-RETENIDAS

           IF WKS-I-RECHAZADAS > ZEROES
              MOVE 4 TO RETURN-CODE
           EXIT.

       0001-INICIO-PARAMETROS SECTION.
           MOVE FUNCTION CURRENT-DATE TO WKS-FECHA-ENTERA
           MOVE WKS-FECHA-ENTERA(1:8) TO WKS-FECHA-HOY

           ACCEPT WKS-MODO-NOTAS FROM ENVIRONMENT "MODO_NOTAS"
           IF NOT WKS-MODO-BOLETA AND NOT WKS-MODO-CORRECCION AND
              NOT WKS-MODO-REEMISION
              MOVE "CAPTURA" TO WKS-MODO-NOTAS
           END-IF
           ACCEPT WKS-TERMINO-NOTAS FROM ENVIRONMENT "TERMINO_NOTAS"
              UNTIL WKS-PARM-IDX > WKS-PARM-CANT
              EVALUATE WKS-PARM-CLAVE(WKS-PARM-IDX)
              WHEN "MODO_NOTAS"
                   MOVE WKS-PARM-VALOR(WKS-PARM-IDX)(1:10) TO
                      WKS-MODO-NOTAS
                   IF NOT WKS-MODO-BOLETA AND
                      NOT WKS-MODO-CORRECCION AND
                      NOT WKS-MODO-REEMISION
                      MOVE "CAPTURA" TO WKS-MODO-NOTAS
                   END-IF
              WHEN "TERMINO_NOTAS"

       0004-INICIO-UNA-NOTA SECTION.
      *VALIDA LA NOTA (0-100) Y LA MATRICULA DEL ESTUDIANTE EN EL
      *CURSO; LA VALIDA SE ACUMULA EN EL MAESTRO. LA NOTA EXTERNA NO
      *TIENE MATRICULA AQUI: EL CURSO SE LLEVO EN LA OTRA ESCUELA.
           IF WKS-NT-NOTA NOT NUMERIC OR WKS-NT-NOTA > "100"
              ADD 1 TO WKS-I-RECHAZADAS
              MOVE SPACES TO REG-RECHAZO-NOTA
              GO TO 0004-UNA-NOTA-E
           END-IF

           IF WKS-NT-EXTERNA
              ADD 1 TO WKS-I-ACEPTADAS
              ADD 1 TO WKS-I-EXTERNAS
              WRITE REG-NOTA FROM WKS-LINEA-NOTA
              GO TO 0004-UNA-NOTA-E
           END-IF

      *PUBLICADA LA BOLETA DEL TERMINO, TODO CAMBIO DEBE ENTRAR
      *COMO CORRECCION CON APROBACION DE COORDINACION.
           MOVE WKS-NT-CODIGO TO WKS-PU-CODIGO-BUSCA
           MOVE WKS-NT-TERMINO TO WKS-PU-TERMINO-BUSCA
           PERFORM 0013-INICIO-BUSCA-PUBLICADA THRU
              0013-BUSCA-PUBLICADA-E
           IF WKS-PU-FECHA-HALLADA NOT = ZEROES
              ADD 1 TO WKS-I-RECHAZADAS
              MOVE SPACES TO REG-RECHAZO-NOTA
              STRING WKS-LINEA-NOTA " BOLETA PUBLICADA, USE CORRECCION"
                 DELIMITED BY SIZE INTO REG-RECHAZO-NOTA
              END-STRING
              WRITE REG-RECHAZO-NOTA
              GO TO 0004-UNA-NOTA-E
           END-IF

           MOVE "N" TO WKS-MT-HALLADO
           PERFORM VARYING WKS-MT-IDX FROM 1 BY 1
              UNTIL WKS-MT-IDX > WKS-MT-CANT
           EXIT.

       0005-INICIO-CARGA-NOTAS SECTION.
      *CARGA LAS NOTAS DEL TERMINO PEDIDO (EN REEMISION, LAS DE LOS
      *ESTUDIANTES Y TERMINOS DE LA LISTA) Y LAS ORDENA POR
      *ESTUDIANTE Y TERMINO PARA EL CORTE DE LAS BOLETAS.
           OPEN INPUT NOTAS-MASTER
           IF WKS-FS-NOTASMST NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE NOTAS"

           PERFORM UNTIL WKS-FIN-NOTASMST
                   ADD 1 TO WKS-I-LEIDAS
                   MOVE "N" TO WKS-RM-INCLUIDA
                   IF WKS-MODO-REEMISION
                      PERFORM VARYING WKS-RM-IDX FROM 1 BY 1
                         UNTIL WKS-RM-IDX > WKS-RM-CANT
                         IF WKS-RM-CODIGO(WKS-RM-IDX) = WKS-NT-CODIGO
                            AND WKS-RM-TERMINO(WKS-RM-IDX) =
                            WKS-NT-TERMINO
                            MOVE "S" TO WKS-RM-INCLUIDA
                            MOVE WKS-RM-CANT TO WKS-RM-IDX
                         END-IF
                      END-PERFORM
                   ELSE
                      IF WKS-TERMINO-NOTAS = SPACES OR
                         WKS-NT-TERMINO = WKS-TERMINO-NOTAS
                         MOVE "S" TO WKS-RM-INCLUIDA
                      END-IF
                   END-IF
                   IF WKS-RM-INCLUIDA = "S" AND
                      WKS-NT-NOTA NUMERIC AND WKS-NO-CANT < 1000
                      ADD 1 TO WKS-NO-CANT
                      MOVE WKS-NT-CODIGO TO WKS-NO-CODIGO(WKS-NO-CANT)
                      MOVE WKS-NT-TERMINO TO
                         WKS-NO-TERMINO(WKS-NO-CANT)
                      MOVE WKS-NT-CURSO TO WKS-NO-CURSO(WKS-NO-CANT)
                      MOVE WKS-NT-NOTA TO WKS-NO-NOTA(WKS-NO-CANT)
                   END-IF
              UNTIL WKS-NO-IDX >= WKS-NO-CANT
              PERFORM VARYING WKS-NO-IDX2 FROM 1 BY 1
                 UNTIL WKS-NO-IDX2 >= WKS-NO-CANT
                 IF WKS-NO-ENTRADA(WKS-NO-IDX2)(1:13) >
                    WKS-NO-ENTRADA(WKS-NO-IDX2 + 1)(1:13)
                    MOVE WKS-NO-ENTRADA(WKS-NO-IDX2) TO
                       WKS-NO-AUXILIAR
                    MOVE WKS-NO-ENTRADA(WKS-NO-IDX2 + 1) TO
           EXIT.

       0006-INICIO-BOLETAS SECTION.
      *UNA BOLETA POR ESTUDIANTE Y TERMINO: ENCABEZADO CON NOMBRE
      *(ESTUMST) Y DIRECCION DE CORREO (DIRMAST), DIRIGIDA AL
      *ENCARGADO PRINCIPAL (ENCMST), UNA LINEA POR CURSO Y NOTA.
      *CADA BOLETA EMITIDA QUEDA EN LA BITACORA DE BOLETAS.
           PERFORM 0010-INICIO-CARGA-ENCARGADOS THRU
              0010-CARGA-ENCARGADOS-E

           OPEN INPUT ESTUDIANTE-MASTER
           IF WKS-FS-ESTUMST NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE ESTUDIANTES"
              DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE BOLETAS"
              STOP RUN
           END-IF
           OPEN EXTEND BITACORA-BOLETAS
           IF WKS-FS-BOLETLOG = "35"
              OPEN OUTPUT BITACORA-BOLETAS
           END-IF
           IF WKS-FS-BOLETLOG NOT = "00"
              DISPLAY "NO SE PUDO ABRIR LA BITACORA DE BOLETAS"
              STOP RUN
           END-IF

           MOVE SPACES TO WKS-NO-CODIGO-CORTE
           MOVE SPACES TO WKS-NO-TERMINO-CORTE
           PERFORM VARYING WKS-NO-IDX FROM 1 BY 1
              UNTIL WKS-NO-IDX > WKS-NO-CANT
              IF WKS-NO-CODIGO(WKS-NO-IDX) NOT = WKS-NO-CODIGO-CORTE
                 OR WKS-NO-TERMINO(WKS-NO-IDX) NOT =
                 WKS-NO-TERMINO-CORTE
                 MOVE WKS-NO-CODIGO(WKS-NO-IDX) TO
                    WKS-NO-CODIGO-CORTE
                 MOVE WKS-NO-TERMINO(WKS-NO-IDX) TO
                    WKS-NO-TERMINO-CORTE
                 PERFORM 0007-INICIO-ENCABEZA-BOLETA THRU
                    0007-ENCABEZA-BOLETA-E
              END-IF
                 0009-ACUMULA-DISTR-E
           END-PERFORM

           CLOSE ESTUDIANTE-MASTER, RPT-BOLETAS, BITACORA-BOLETAS
           IF WKS-FS-DIRMAST = "00"
              CLOSE MAESTRO-DIRECCIONES
           END-IF.
           END-READ
           MOVE SPACES TO REG-RPT-BOLETAS
           IF WKS-FS-ESTUMST = "00"
              STRING "BOLETA TERMINO " WKS-NO-TERMINO-CORTE
                     " ESTUDIANTE " WKS-NO-CODIGO-CORTE
                     " " ESTUM-NOMBRE
                 DELIMITED BY SIZE INTO REG-RPT-BOLETAS
              END-STRING
           ELSE
              STRING "BOLETA TERMINO " WKS-NO-TERMINO-CORTE
                     " ESTUDIANTE " WKS-NO-CODIGO-CORTE
                     " (SIN MAESTRO)"
                 DELIMITED BY SIZE INTO REG-RPT-BOLETAS
           WRITE REG-RPT-BOLETAS
           MOVE SPACES TO WKS-FS-ESTUMST

      *LA BOLETA REEMITIDA LLEVA LA FECHA DE LA QUE REEMPLAZA, LA
      *ULTIMA DE LA BITACORA PARA EL ESTUDIANTE Y TERMINO.
           MOVE SPACES TO BLG-REGISTRO
           MOVE WKS-NO-CODIGO-CORTE TO BLG-CODIGO
           MOVE WKS-NO-TERMINO-CORTE TO BLG-TERMINO
           MOVE WKS-FECHA-HOY TO BLG-FECHA
           IF WKS-MODO-REEMISION
              SET BLG-REEMISION TO TRUE
              MOVE WKS-NO-CODIGO-CORTE TO WKS-PU-CODIGO-BUSCA
              MOVE WKS-NO-TERMINO-CORTE TO WKS-PU-TERMINO-BUSCA
              PERFORM 0013-INICIO-BUSCA-PUBLICADA THRU
                 0013-BUSCA-PUBLICADA-E
              MOVE SPACES TO REG-RPT-BOLETAS
              IF WKS-PU-FECHA-HALLADA NOT = ZEROES
                 MOVE WKS-PU-FECHA-HALLADA TO WKS-FECHA-REEMPLAZA
                 STRING "REEMPLAZA BOLETA DEL " WKS-FR-DIA "/"
                        WKS-FR-MES "/" WKS-FR-ANIO
                    DELIMITED BY SIZE INTO REG-RPT-BOLETAS
                 END-STRING
              ELSE
                 MOVE "REEMPLAZA BOLETA DEL (SIN REGISTRO)" TO
                    REG-RPT-BOLETAS
              END-IF
              WRITE REG-RPT-BOLETAS
           ELSE
              SET BLG-ORIGINAL TO TRUE
           END-IF
           WRITE REG-BITACORA-BOLETA FROM BLG-REGISTRO

           IF WKS-EN-DISPONIBLE
              MOVE SPACES TO WKS-EN-NOMBRE-BOLETA
              PERFORM VARYING WKS-EN-IDX FROM 1 BY 1
                 UNTIL WKS-EN-IDX > WKS-EN-CANT OR
                       WKS-EN-NOMBRE-BOLETA NOT = SPACES
                 IF WKS-EN-CODIGO(WKS-EN-IDX) = WKS-NO-CODIGO-CORTE
                    MOVE WKS-EN-NOMBRE(WKS-EN-IDX) TO
                       WKS-EN-NOMBRE-BOLETA
                 END-IF
              END-PERFORM
              MOVE SPACES TO REG-RPT-BOLETAS
              IF WKS-EN-NOMBRE-BOLETA NOT = SPACES
                 STRING "A LA ATENCION DE: " WKS-EN-NOMBRE-BOLETA
                    DELIMITED BY SIZE INTO REG-RPT-BOLETAS
                 END-STRING
              ELSE
                 MOVE "A LA ATENCION DE: (SIN ENCARGADO PRINCIPAL)"
                    TO REG-RPT-BOLETAS
                 ADD 1 TO WKS-I-SIN-ENCARGADO
              END-IF
              WRITE REG-RPT-BOLETAS
           END-IF

           IF WKS-FS-DIRMAST = "00"
              MOVE WKS-NO-CODIGO-CORTE TO DIRM-CODIGO
              READ MAESTRO-DIRECCIONES
           CLOSE RPT-DISTRIBUCION.
       0008-DISTRIBUCION-E.
           EXIT.

       0010-INICIO-CARGA-ENCARGADOS SECTION.
      *CARGA EL ENCARGADO PRINCIPAL DE CADA ESTUDIANTE. SIN MAESTRO
      *DE ENCARGADOS LAS BOLETAS SALEN COMO ANTES, SIN DESTINATARIO.
           OPEN INPUT MAESTRO-ENCARGADOS
           IF WKS-FS-ENCMST NOT = "00"
              DISPLAY "SIN MAESTRO DE ENCARGADOS; LAS BOLETAS SALEN "
                      "SIN ENCARGADO"
              GO TO 0010-CARGA-ENCARGADOS-E
           END-IF
           SET WKS-EN-DISPONIBLE TO TRUE

           READ MAESTRO-ENCARGADOS
           AT END
              SET WKS-FIN-ENCMST TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-ENCMST
                   IF ENC-ACTIVO
                      PERFORM VARYING WKS-EN-VINCULO FROM 1 BY 1
                         UNTIL WKS-EN-VINCULO > ENC-CANT-ESTUDIANTES
                         IF ENC-EST-ES-PRINCIPAL(WKS-EN-VINCULO) AND
                            WKS-EN-CANT < 2000
                            ADD 1 TO WKS-EN-CANT
                            MOVE ENC-EST-CODIGO(WKS-EN-VINCULO) TO
                               WKS-EN-CODIGO(WKS-EN-CANT)
                            MOVE ENC-NOMBRE TO
                               WKS-EN-NOMBRE(WKS-EN-CANT)
                         END-IF
                      END-PERFORM
                   END-IF
                   READ MAESTRO-ENCARGADOS
                   AT END
                      SET WKS-FIN-ENCMST TO TRUE
                   END-READ
           END-PERFORM

           CLOSE MAESTRO-ENCARGADOS
           DISPLAY "ENCARGADOS PRINCIPALES CARGADOS: " WKS-EN-CANT.
       0010-CARGA-ENCARGADOS-E.
           EXIT.

       0011-INICIO-CARGA-PUBLICADAS SECTION.
      *CARGA DE LA BITACORA DE BOLETAS LA FECHA DE LA BOLETA VIGENTE
      *DE CADA ESTUDIANTE Y TERMINO. SIN BITACORA NINGUNA BOLETA
      *CONSTA COMO PUBLICADA.
           OPEN INPUT BITACORA-BOLETAS
           IF WKS-FS-BOLETLOG NOT = "00"
              DISPLAY "SIN BITACORA DE BOLETAS; NINGUNA BOLETA CONSTA "
                      "COMO PUBLICADA"
              MOVE SPACES TO WKS-FS-BOLETLOG
              GO TO 0011-CARGA-PUBLICADAS-E
           END-IF

           READ BITACORA-BOLETAS INTO BLG-REGISTRO
           AT END
              SET WKS-FIN-BOLETLOG TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-BOLETLOG
                   MOVE BLG-CODIGO TO WKS-PU-CODIGO-BUSCA
                   MOVE BLG-TERMINO TO WKS-PU-TERMINO-BUSCA
                   PERFORM 0013-INICIO-BUSCA-PUBLICADA THRU
                      0013-BUSCA-PUBLICADA-E
                   EVALUATE TRUE
                   WHEN WKS-PU-POS > ZEROES
                        IF BLG-FECHA >= WKS-PU-FECHA(WKS-PU-POS)
                           MOVE BLG-FECHA TO WKS-PU-FECHA(WKS-PU-POS)
                        END-IF
                   WHEN WKS-PU-CANT < 5000
                        ADD 1 TO WKS-PU-CANT
                        MOVE BLG-CODIGO TO WKS-PU-CODIGO(WKS-PU-CANT)
                        MOVE BLG-TERMINO TO
                           WKS-PU-TERMINO(WKS-PU-CANT)
                        MOVE BLG-FECHA TO WKS-PU-FECHA(WKS-PU-CANT)
                   WHEN OTHER
                        ADD 1 TO WKS-PU-DESBORDADAS
                   END-EVALUATE
                   READ BITACORA-BOLETAS INTO BLG-REGISTRO
                   AT END
                      SET WKS-FIN-BOLETLOG TO TRUE
                   END-READ
           END-PERFORM

           CLOSE BITACORA-BOLETAS
           MOVE SPACES TO WKS-FS-BOLETLOG
           DISPLAY "BOLETAS PUBLICADAS CARGADAS: " WKS-PU-CANT
           IF WKS-PU-DESBORDADAS > ZEROES
              DISPLAY "ATENCION: " WKS-PU-DESBORDADAS
                      " BOLETAS DE LA BITACORA NO CABEN EN LA TABLA "
                      "DE 5000 Y NO SE CONSULTAN"
           END-IF.
       0011-CARGA-PUBLICADAS-E.
           EXIT.

       0012-INICIO-CORRECCIONES SECTION.
      *VALIDA LAS CORRECCIONES DE NOTAS YA PUBLICADAS. LA NOTA
      *ORIGINAL DEBE SER LA VIGENTE EN EL MAESTRO Y NO PUEDE HABER
      *OTRA CORRECCION RETENIDA PARA LA MISMA NOTA; LAS VALIDAS SE
      *RETIENEN EN NOTCORPE HASTA QUE COORDINACION LAS DECIDA EN
      *EDUC3114.
           OPEN INPUT TRANS-CORRECCIONES
           IF WKS-FS-TRANSCOR NOT = "00"
              DISPLAY "NO SE PUDO ABRIR LAS CORRECCIONES DE NOTAS"
              STOP RUN
           END-IF
           OPEN OUTPUT RECHAZOS-NOTAS
           IF WKS-FS-RECHNOT NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE RECHAZOS"
              STOP RUN
           END-IF
           OPEN INPUT DOCENTE-MASTER
           IF WKS-FS-DOCMST = "00"
              MOVE "S" TO WKS-CON-DOCENTES
           ELSE
              DISPLAY "SIN MAESTRO DE DOCENTES; NO SE VERIFICA EL "
                      "DOCENTE DE LAS CORRECCIONES"
           END-IF

           READ TRANS-CORRECCIONES INTO WKS-LINEA-CORRECCION
           AT END
              SET WKS-FIN-TRANSCOR TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-TRANSCOR
                   ADD 1 TO WKS-I-LEIDAS
                   PERFORM 0015-INICIO-VALIDA-CORRECCION THRU
                      0015-VALIDA-CORRECCION-E
                   READ TRANS-CORRECCIONES INTO WKS-LINEA-CORRECCION
                   AT END
                      SET WKS-FIN-TRANSCOR TO TRUE
                   END-READ
           END-PERFORM

           CLOSE TRANS-CORRECCIONES
           IF WKS-CON-DOCENTES = "S"
              CLOSE DOCENTE-MASTER
           END-IF

           IF WKS-CR-CANT = ZEROES
              CLOSE RECHAZOS-NOTAS
              GO TO 0012-CORRECCIONES-E
           END-IF

      *NOTA VIGENTE DE CADA CORRECCION: LA ULTIMA LINEA DEL MAESTRO
      *PARA LA MISMA LLAVE.
           OPEN INPUT NOTAS-MASTER
           IF WKS-FS-NOTASMST NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE NOTAS"
              STOP RUN
           END-IF

           READ NOTAS-MASTER INTO WKS-LINEA-NOTA
           AT END
              SET WKS-FIN-NOTASMST TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-NOTASMST
                   PERFORM VARYING WKS-CR-IDX FROM 1 BY 1
                      UNTIL WKS-CR-IDX > WKS-CR-CANT
                      IF WKS-CR-DATOS(WKS-CR-IDX)(1:5) =
                         WKS-NT-CODIGO AND
                         WKS-CR-DATOS(WKS-CR-IDX)(6:6) =
                         WKS-NT-CURSO AND
                         WKS-CR-DATOS(WKS-CR-IDX)(12:2) =
                         WKS-NT-TERMINO
                         MOVE WKS-NT-NOTA TO
                            WKS-CR-NOTA-ACTUAL(WKS-CR-IDX)
                         MOVE "S" TO WKS-CR-HALLADA(WKS-CR-IDX)
                      END-IF
                   END-PERFORM
                   READ NOTAS-MASTER INTO WKS-LINEA-NOTA
                   AT END
                      SET WKS-FIN-NOTASMST TO TRUE
                   END-READ
           END-PERFORM

           CLOSE NOTAS-MASTER

      *CORRECCIONES YA RETENIDAS DE CORRIDAS ANTERIORES.
           OPEN INPUT CORRECCIONES-PENDIENTES
           IF WKS-FS-NOTCORPE = "00"
              READ CORRECCIONES-PENDIENTES INTO NCO-REGISTRO
              AT END
                 SET WKS-FIN-NOTCORPE TO TRUE
              END-READ
              PERFORM UNTIL WKS-FIN-NOTCORPE
                      PERFORM VARYING WKS-CR-IDX FROM 1 BY 1
                         UNTIL WKS-CR-IDX > WKS-CR-CANT
                         IF WKS-CR-DATOS(WKS-CR-IDX)(1:13) = NCO-LLAVE
                            MOVE "S" TO WKS-CR-PENDIENTE(WKS-CR-IDX)
                         END-IF
                      END-PERFORM
                      READ CORRECCIONES-PENDIENTES INTO NCO-REGISTRO
                      AT END
                         SET WKS-FIN-NOTCORPE TO TRUE
                      END-READ
              END-PERFORM
              CLOSE CORRECCIONES-PENDIENTES
           END-IF

           OPEN EXTEND CORRECCIONES-PENDIENTES
           IF WKS-FS-NOTCORPE = "35"
              OPEN OUTPUT CORRECCIONES-PENDIENTES
           END-IF
           IF WKS-FS-NOTCORPE NOT = "00"
              DISPLAY "NO SE PUDO ABRIR LAS CORRECCIONES RETENIDAS"
              STOP RUN
           END-IF

           PERFORM VARYING WKS-CR-IDX FROM 1 BY 1
              UNTIL WKS-CR-IDX > WKS-CR-CANT
              MOVE WKS-CR-DATOS(WKS-CR-IDX) TO NCO-REGISTRO
              MOVE SPACES TO WKS-CR-MOTIVO-RECHAZO
              EVALUATE TRUE
              WHEN WKS-CR-HALLADA(WKS-CR-IDX) NOT = "S"
                   MOVE "SIN NOTA EN EL MAESTRO" TO
                      WKS-CR-MOTIVO-RECHAZO
              WHEN WKS-CR-NOTA-ACTUAL(WKS-CR-IDX) NOT NUMERIC
                   MOVE "NOTA VIGENTE INVALIDA" TO
                      WKS-CR-MOTIVO-RECHAZO
              WHEN WKS-CR-NOTA-ACTUAL(WKS-CR-IDX) NOT =
                   NCO-NOTA-ORIGINAL
                   MOVE "NOTA ORIGINAL NO COINCIDE" TO
                      WKS-CR-MOTIVO-RECHAZO
              WHEN WKS-CR-PENDIENTE(WKS-CR-IDX) = "S"
                   MOVE "YA HAY CORRECCION RETENIDA" TO
                      WKS-CR-MOTIVO-RECHAZO
              WHEN OTHER
                   ADD 1 TO WKS-I-ACEPTADAS
                   ADD 1 TO WKS-I-CORR-RETENIDAS
                   WRITE REG-CORRECCION-PENDIENTE FROM NCO-REGISTRO
              END-EVALUATE
              IF WKS-CR-MOTIVO-RECHAZO NOT = SPACES
                 ADD 1 TO WKS-I-RECHAZADAS
                 MOVE SPACES TO REG-RECHAZO-NOTA
                 STRING NCO-CODIGO " " NCO-CURSO " " NCO-TERMINO
                        " CORRECCION: " WKS-CR-MOTIVO-RECHAZO
                    DELIMITED BY SIZE INTO REG-RECHAZO-NOTA
                 END-STRING
                 WRITE REG-RECHAZO-NOTA
              END-IF
           END-PERFORM

           CLOSE CORRECCIONES-PENDIENTES, RECHAZOS-NOTAS.
       0012-CORRECCIONES-E.
           EXIT.

       0013-INICIO-BUSCA-PUBLICADA SECTION.
      *BUSCA LA BOLETA VIGENTE DEL ESTUDIANTE Y TERMINO PEDIDOS;
      *DEJA SU POSICION Y FECHA, O CEROS SI NO SE HA PUBLICADO.
           MOVE ZEROES TO WKS-PU-POS
           MOVE ZEROES TO WKS-PU-FECHA-HALLADA
           PERFORM VARYING WKS-PU-IDX FROM 1 BY 1
              UNTIL WKS-PU-IDX > WKS-PU-CANT OR WKS-PU-POS > ZEROES
              IF WKS-PU-CODIGO(WKS-PU-IDX) = WKS-PU-CODIGO-BUSCA AND
                 WKS-PU-TERMINO(WKS-PU-IDX) = WKS-PU-TERMINO-BUSCA
                 MOVE WKS-PU-IDX TO WKS-PU-POS
                 MOVE WKS-PU-FECHA(WKS-PU-IDX) TO WKS-PU-FECHA-HALLADA
              END-IF
           END-PERFORM.
       0013-BUSCA-PUBLICADA-E.
           EXIT.

       0014-INICIO-CARGA-REEMISION SECTION.
      *LISTA DE ESTUDIANTES Y TERMINOS CON CORRECCIONES APROBADAS
      *QUE DEJA EDUC3114. SIN LISTA NO HAY BOLETAS QUE REEMITIR.
           OPEN INPUT LISTA-REEMISION
           IF WKS-FS-REEMBOL NOT = "00"
              DISPLAY "SIN LISTA DE REEMISION; NO HAY BOLETAS QUE "
                      "REEMITIR"
              STOP RUN
           END-IF

           READ LISTA-REEMISION INTO WKS-LINEA-REEMISION
           AT END
              SET WKS-FIN-REEMBOL TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-REEMBOL
                   IF WKS-RM-CANT < 200
                      ADD 1 TO WKS-RM-CANT
                      MOVE WKS-LR-CODIGO TO WKS-RM-CODIGO(WKS-RM-CANT)
                      MOVE WKS-LR-TERMINO TO
                         WKS-RM-TERMINO(WKS-RM-CANT)
                   ELSE
                      DISPLAY "REEMISION FUERA DE LA TABLA DE 200: "
                              WKS-LINEA-REEMISION
                      MOVE 4 TO RETURN-CODE
                   END-IF
                   READ LISTA-REEMISION INTO WKS-LINEA-REEMISION
                   AT END
                      SET WKS-FIN-REEMBOL TO TRUE
                   END-READ
           END-PERFORM

           CLOSE LISTA-REEMISION
           DISPLAY "BOLETAS POR REEMITIR: " WKS-RM-CANT.
       0014-CARGA-REEMISION-E.
           EXIT.

       0015-INICIO-VALIDA-CORRECCION SECTION.
      *VALIDA LOS CAMPOS DE UNA CORRECCION: NOTAS 0-100 Y
      *DISTINTAS, MOTIVO, DOCENTE VIGENTE Y BOLETA YA PUBLICADA
      *(ANTES DE PUBLICAR, LA NOTA SE CAPTURA NORMALMENTE).
           EVALUATE TRUE
           WHEN WKS-LC-NOTA-ORIGINAL NOT NUMERIC OR
                WKS-LC-NOTA-ORIGINAL > "100" OR
                WKS-LC-NOTA-NUEVA NOT NUMERIC OR
                WKS-LC-NOTA-NUEVA > "100"
                MOVE "NOTA INVALIDA" TO WKS-CR-MOTIVO-RECHAZO
                GO TO 0015-RECHAZA
           WHEN WKS-LC-NOTA-NUEVA = WKS-LC-NOTA-ORIGINAL
                MOVE "NOTA NUEVA IGUAL A LA ORIGINAL" TO
                   WKS-CR-MOTIVO-RECHAZO
                GO TO 0015-RECHAZA
           WHEN WKS-LC-MOTIVO = SPACES
                MOVE "SIN MOTIVO" TO WKS-CR-MOTIVO-RECHAZO
                GO TO 0015-RECHAZA
           WHEN WKS-LC-DOCENTE NOT NUMERIC OR
                WKS-LC-DOCENTE = "00000"
                MOVE "SIN DOCENTE" TO WKS-CR-MOTIVO-RECHAZO
                GO TO 0015-RECHAZA
           WHEN OTHER
                CONTINUE
           END-EVALUATE

           IF WKS-CON-DOCENTES = "S"
              MOVE WKS-LC-DOCENTE TO DOC-CODIGO
              READ DOCENTE-MASTER
              END-READ
              IF WKS-FS-DOCMST NOT = "00"
                 MOVE SPACES TO WKS-FS-DOCMST
                 MOVE "DOCENTE DESCONOCIDO" TO WKS-CR-MOTIVO-RECHAZO
                 GO TO 0015-RECHAZA
              END-IF
              IF NOT DOC-ACTIVO
                 MOVE "DOCENTE INACTIVO" TO WKS-CR-MOTIVO-RECHAZO
                 GO TO 0015-RECHAZA
              END-IF
           END-IF

           MOVE WKS-LC-CODIGO TO WKS-PU-CODIGO-BUSCA
           MOVE WKS-LC-TERMINO TO WKS-PU-TERMINO-BUSCA
           PERFORM 0013-INICIO-BUSCA-PUBLICADA THRU
              0013-BUSCA-PUBLICADA-E
           IF WKS-PU-FECHA-HALLADA = ZEROES
              MOVE "BOLETA NO PUBLICADA, USE CAPTURA" TO
                 WKS-CR-MOTIVO-RECHAZO
              GO TO 0015-RECHAZA
           END-IF

           MOVE SPACES TO NCO-REGISTRO
           MOVE WKS-LC-CODIGO TO NCO-CODIGO
           MOVE WKS-LC-CURSO TO NCO-CURSO
           MOVE WKS-LC-TERMINO TO NCO-TERMINO
           MOVE WKS-LC-NOTA-ORIGINAL TO NCO-NOTA-ORIGINAL
           MOVE WKS-LC-NOTA-NUEVA TO NCO-NOTA-NUEVA
           MOVE WKS-LC-DOCENTE TO NCO-DOCENTE
           MOVE WKS-LC-MOTIVO TO NCO-MOTIVO
           MOVE WKS-FECHA-HOY TO NCO-FECHA-SOLICITUD
           MOVE WKS-PU-FECHA-HALLADA TO NCO-FECHA-BOLETA

           PERFORM VARYING WKS-CR-IDX FROM 1 BY 1
              UNTIL WKS-CR-IDX > WKS-CR-CANT
              IF WKS-CR-DATOS(WKS-CR-IDX)(1:13) = NCO-LLAVE
                 MOVE "CORRECCION DUPLICADA" TO WKS-CR-MOTIVO-RECHAZO
                 GO TO 0015-RECHAZA
              END-IF
           END-PERFORM

           IF WKS-CR-CANT NOT < 200
              MOVE "FUERA DE LA TABLA DE 200" TO WKS-CR-MOTIVO-RECHAZO
              GO TO 0015-RECHAZA
           END-IF

           ADD 1 TO WKS-CR-CANT
           MOVE NCO-REGISTRO TO WKS-CR-DATOS(WKS-CR-CANT)
           MOVE SPACES TO WKS-CR-NOTA-ACTUAL(WKS-CR-CANT)
           MOVE "N" TO WKS-CR-HALLADA(WKS-CR-CANT)
           MOVE "N" TO WKS-CR-PENDIENTE(WKS-CR-CANT)
           GO TO 0015-VALIDA-CORRECCION-E.

       0015-RECHAZA.
           ADD 1 TO WKS-I-RECHAZADAS
           MOVE SPACES TO REG-RECHAZO-NOTA
           STRING WKS-LC-CODIGO " " WKS-LC-CURSO " " WKS-LC-TERMINO
                  " CORRECCION: " WKS-CR-MOTIVO-RECHAZO
              DELIMITED BY SIZE INTO REG-RECHAZO-NOTA
           END-STRING
           WRITE REG-RECHAZO-NOTA.
       0015-VALIDA-CORRECCION-E.
           EXIT.
