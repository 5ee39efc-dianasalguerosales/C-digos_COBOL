      ******************************************************************
      * FECHA       : 2026                                             *
      * PROGRAMADOR : DIANA STEFFANNY SALGUERO ROSALES                 *
      * APLICACION  : EDUCACION                                        *
      * PROGRAMA    : EDUC3123                                         *
      * TIPO        : BATCH (DIARIO)                                   *
      * DESCRIPCION : REPARTO NOCTURNO DE REPORTES POR DESTINATARIO.   *
      *             : LEE EL RESUMEN POR AGENCIA (RESAGEN, DE          *
      *             : EDUC3011), EL SCORECARD DE OFICINAS (RPTOFIC, DE *
      *             : EDUC3034), EL CUADRE DE CAJA (RPTCAJA, DE        *
      *             : EDUC3071), LAS EXCEPCIONES DE SEGREGACION        *
      *             : (RPTSOD, DE EDUC3074) Y EL REPORTE POR           *
      *             : DEPARTAMENTO (AS-RPTDEPTO, DE EDUC3007), PARTE   *
      *             : CADA UNO EN SECCIONES POR AGENCIA, OFICINA DE    *
      *             : CAPTURA O DEPARTAMENTO Y DEJA A CADA             *
      *             : DESTINATARIO ACTIVO DEL MAESTRO DE DISTRIBUCION  *
      *             : (DISTMST, DE EDUC3122) UN ARCHIVO PROPIO CON     *
      *             : SOLO SUS SECCIONES, PAGINADO. GRABA EL           *
      *             : MANIFIESTO DEL REPARTO CON LAS PAGINAS Y LINEAS  *
      *             : DE CADA DESTINATARIO Y REPORTA LAS SECCIONES     *
      *             : CUYA AGENCIA, OFICINA O DEPARTAMENTO NO TIENE    *
      *             : DESTINATARIO ASIGNADO.                           *
      * ARCHIVOS    : DISTMST, RESAGEN, RPTOFIC, RPTCAJA, RPTSOD,      *
      *             : AS-RPTDEPTO (ENTRADA), REPDEST, REPMANIF,        *
      *             : RPTREPA (SALIDA)                                 *
      * PROGRAMA(S) : PARMRD01                                         *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDUC3123.
       AUTHOR. DIANA SALGUERO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISTRIBUCION-MASTER ASSIGN TO DISTMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS DST-LLAVE
                  FILE STATUS IS WKS-FS-DISTMST.
      *LOS CINCO REPORTES SE LEEN UNO DESPUES DE OTRO, ASI QUE
      *COMPARTEN EL MISMO ESTADO DE ARCHIVO.
           SELECT REPORTE-AGENCIAS ASSIGN TO RESAGEN
                  FILE STATUS IS WKS-FS-REPORTE.
           SELECT REPORTE-OFICINAS ASSIGN TO RPTOFIC
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-REPORTE.
           SELECT REPORTE-CAJA ASSIGN TO RPTCAJA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-REPORTE.
           SELECT REPORTE-SOD ASSIGN TO RPTSOD
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-REPORTE.
           SELECT REPORTE-DEPTO ASSIGN TO AS-RPTDEPTO
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-REPORTE.
      *ARCHIVO DE REPARTO DEL DESTINATARIO EN CURSO. EL NOMBRE
      *FISICO SALE DE DST-ARCHIVO Y SE ASIGNA ANTES DE CADA OPEN.
           SELECT SALIDA-REPARTO ASSIGN TO REPDEST
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-REPDEST.
           SELECT MANIFIESTO-REPARTO ASSIGN TO REPMANIF
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-REPMANIF.
           SELECT RPT-REPARTO ASSIGN TO RPTREPA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-RPTREPA.

       DATA DIVISION.

       FILE SECTION.
       FD DISTRIBUCION-MASTER.
           COPY DISTMST.

       FD REPORTE-AGENCIAS
           RECORDING MODE IS F.
       01 REG-REPORTE-AGENCIAS          PIC X(80).

       FD REPORTE-OFICINAS.
       01 REG-REPORTE-OFICINAS          PIC X(100).

       FD REPORTE-CAJA.
       01 REG-REPORTE-CAJA              PIC X(132).

       FD REPORTE-SOD.
       01 REG-REPORTE-SOD               PIC X(132).

       FD REPORTE-DEPTO.
       01 REG-REPORTE-DEPTO             PIC X(80).

       FD SALIDA-REPARTO.
       01 REG-SALIDA-REPARTO            PIC X(132).

       FD MANIFIESTO-REPARTO.
       01 REG-MANIFIESTO-REPARTO        PIC X(132).

       FD RPT-REPARTO.
       01 REG-RPT-REPARTO               PIC X(132).

       WORKING-STORAGE SECTION.

       01 WKS-CONTROL-ARCHIVOS.
          02 WKS-FS-DISTMST             PIC X(02) VALUE SPACES.
             88 WKS-FIN-DISTMST                   VALUE "10".
          02 WKS-FS-REPORTE             PIC X(02) VALUE SPACES.
             88 WKS-FIN-REPORTE                   VALUE "10".
          02 WKS-FS-REPDEST             PIC X(02) VALUE SPACES.
          02 WKS-FS-REPMANIF            PIC X(02) VALUE SPACES.
          02 WKS-FS-RPTREPA             PIC X(02) VALUE SPACES.

       01 WKS-CONTROL-FECHA.
          02 WKS-FECHA-ENTERA           PIC X(20) VALUE SPACES.
          02 WKS-FECHA-HOY              PIC 9(08) VALUE ZEROES.

      *CATALOGO DE LOS REPORTES QUE SE REPARTEN, EN EL ORDEN EN QUE
      *QUEDAN EN EL ARCHIVO DE CADA DESTINATARIO: NOMBRE DEL
      *ARCHIVO (X8) Y TITULO (X30).
       01 WKS-CATALOGO-REPORTES.
          02 FILLER PIC X(38) VALUE
             "RESAGEN RESUMEN POR AGENCIA           ".
          02 FILLER PIC X(38) VALUE
             "RPTOFIC SCORECARD DE OFICINAS         ".
          02 FILLER PIC X(38) VALUE
             "RPTCAJA CUADRE DE CAJA POR CAJERO     ".
          02 FILLER PIC X(38) VALUE
             "RPTSOD  EXCEPCIONES DE SEGREGACION    ".
          02 FILLER PIC X(38) VALUE
             "RPTDEPTOREPORTE POR DEPARTAMENTO      ".
       01 WKS-TABLA-CATALOGO REDEFINES WKS-CATALOGO-REPORTES.
          02 WKS-CT-ENTRADA OCCURS 5 TIMES.
             03 WKS-CT-REPORTE          PIC X(08).
             03 WKS-CT-TITULO           PIC X(30).

      *ESTADO DE CADA REPORTE EN LA CORRIDA: SI SE ENCONTRO, LAS
      *LINEAS LEIDAS Y LAS SECCIONES QUE TRAE.
       01 WKS-TABLA-REPORTES.
          02 WKS-RP-ENTRADA OCCURS 5 TIMES.
             03 WKS-RP-PRESENTE         PIC X(01).
                88 WKS-RP-ENCONTRADO              VALUE "S".
             03 WKS-RP-LINEAS           PIC 9(07).
             03 WKS-RP-SECCIONES        PIC 9(05).
          02 WKS-RP-IDX                 PIC 9(01) VALUE ZEROES.

      *LINEA LEIDA DEL REPORTE EN CURSO Y SU CLASIFICACION: H=
      *ENCABEZADO DEL REPORTE (ANTES DE LA PRIMERA SECCION),
      *S=DENTRO DE UNA SECCION (CON SU TIPO Y CODIGO), G=TOTALES
      *GENERALES DEL REPORTE (DESPUES DE LAS SECCIONES).
       01 WKS-LINEA-REPORTE             PIC X(132) VALUE SPACES.
       01 WKS-CLASIFICACION.
          02 WKS-CL-ESTADO              PIC X(01) VALUE "H".
             88 WKS-CL-ENCABEZADO                 VALUE "H".
             88 WKS-CL-SECCION                    VALUE "S".
             88 WKS-CL-GENERAL                    VALUE "G".
          02 WKS-CL-TIPO                PIC X(01) VALUE SPACES.
          02 WKS-CL-CODIGO              PIC X(04) VALUE SPACES.
          02 WKS-CL-NUEVA               PIC X(01) VALUE "N".
             88 WKS-CL-SECCION-NUEVA              VALUE "S".
          02 WKS-CL-TIPO-ANT            PIC X(01) VALUE SPACES.
          02 WKS-CL-CODIGO-ANT          PIC X(04) VALUE SPACES.

      *DESTINATARIOS ACTIVOS DEL MAESTRO, CON SUS COBERTURAS, LOS
      *REPORTES DE LOS QUE RECIBE ALGUNA SECCION Y LOS CONTEOS DEL
      *REPARTO PARA EL MANIFIESTO.
       01 WKS-TABLA-DESTINATARIOS.
          02 WKS-DS-ENTRADA OCCURS 100 TIMES.
             03 WKS-DS-ID               PIC X(08).
             03 WKS-DS-NOMBRE           PIC X(30).
             03 WKS-DS-CANAL            PIC X(01).
             03 WKS-DS-DIRECCION        PIC X(40).
             03 WKS-DS-ARCHIVO          PIC X(40).
             03 WKS-DS-TODO             PIC X(01).
                88 WKS-DS-RECIBE-TODO             VALUE "S".
             03 WKS-DS-CANT-COB         PIC 9(02).
             03 WKS-DS-COBERTURA OCCURS 20 TIMES.
                04 WKS-DS-CO-TIPO       PIC X(01).
                04 WKS-DS-CO-CODIGO     PIC X(04).
             03 WKS-DS-RECIBE           PIC X(01) OCCURS 5 TIMES.
             03 WKS-DS-SECCIONES        PIC 9(05).
             03 WKS-DS-PAGINAS          PIC 9(05).
             03 WKS-DS-LINEAS           PIC 9(07).
             03 WKS-DS-ESTADO           PIC X(01).
                88 WKS-DS-ENTREGADO               VALUE "E".
                88 WKS-DS-SIN-ARCHIVO             VALUE "X".
          02 WKS-DS-CANT                PIC 9(03) VALUE ZEROES.
          02 WKS-DS-IDX                 PIC 9(03) VALUE ZEROES.
          02 WKS-DS-COB-IDX             PIC 9(02) VALUE ZEROES.
          02 WKS-DS-EXCEDIDOS           PIC 9(05) VALUE ZEROES.
          02 WKS-DS-CUBRE               PIC X(01) VALUE "N".
             88 WKS-DESTINATARIO-CUBRE            VALUE "S".
          02 WKS-DS-ASIGNADOS           PIC 9(03) VALUE ZEROES.

      *SECCIONES SIN DESTINATARIO ASIGNADO, CON LAS LINEAS QUE
      *QUEDARON SIN REPARTIR. UNA COBERTURA T (TODO EL REPORTE) NO
      *CUENTA COMO ASIGNACION: ESA ES LA COPIA DE CONTROL DE
      *OPERACIONES, NO EL DUEÑO DE LA SECCION.
       01 WKS-TABLA-SIN-DESTINO.
          02 WKS-SD-ENTRADA OCCURS 500 TIMES.
             03 WKS-SD-REPORTE          PIC 9(01).
             03 WKS-SD-TIPO             PIC X(01).
             03 WKS-SD-CODIGO           PIC X(04).
             03 WKS-SD-LINEAS           PIC 9(06).
          02 WKS-SD-CANT                PIC 9(03) VALUE ZEROES.
          02 WKS-SD-IDX                 PIC 9(03) VALUE ZEROES.
          02 WKS-SD-ACTUAL              PIC 9(03) VALUE ZEROES.
          02 WKS-SD-EXCEDIDAS           PIC 9(05) VALUE ZEROES.

      *CONTROL DE LA PAGINACION DEL ARCHIVO DE REPARTO. CADA
      *REPORTE EMPIEZA EN PAGINA NUEVA; LAS PAGINAS SE CORTAN CADA
      *LINEAS_PAGINA LINEAS DEL REPORTE (PARAMETRO, POR OMISION 60).
       01 WKS-CONTROL-PAGINAS.
          02 WKS-LINEAS-PAGINA          PIC 9(03) VALUE 60.
          02 WKS-PG-LINEAS              PIC 9(03) VALUE ZEROES.
          02 WKS-PG-PAGINA              PIC 9(05) VALUE ZEROES.
          02 WKS-PG-ENTREGAR            PIC X(01) VALUE "N".
             88 WKS-PG-SE-ENTREGA                 VALUE "S".

       01 WKS-ITERACIONES.
          02 WKS-I-SECCIONES            PIC 9(05) VALUE ZEROES.
          02 WKS-I-SIN-DESTINO          PIC 9(05) VALUE ZEROES.
          02 WKS-I-LINEAS-SIN-DESTINO   PIC 9(07) VALUE ZEROES.
          02 WKS-I-ENTREGADOS           PIC 9(03) VALUE ZEROES.
          02 WKS-I-SIN-ARCHIVO          PIC 9(03) VALUE ZEROES.
          02 WKS-I-REPORTES-AUSENTES    PIC 9(01) VALUE ZEROES.

      *ENCABEZADO DE PAGINA DEL ARCHIVO DE REPARTO.
       01 WKS-LINEA-PAGINA.
          02 FILLER                     PIC X(08) VALUE "REPARTO ".
          02 WKS-LP-FECHA               PIC 9(08) VALUE ZEROES.
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 WKS-LP-DESTINATARIO        PIC X(08) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LP-NOMBRE              PIC X(30) VALUE SPACES.
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 WKS-LP-TITULO              PIC X(30) VALUE SPACES.
          02 FILLER                     PIC X(09) VALUE "  PAGINA ".
          02 WKS-LP-PAGINA              PIC ZZZZ9 VALUE ZEROES.

      *LINEA DEL MANIFIESTO: FECHA, DESTINATARIO, CANAL, DIRECCION
      *DEL CANAL, ARCHIVO DE REPARTO, SECCIONES, PAGINAS, LINEAS Y
      *ESTADO (E=ENTREGADO, X=NO SE PUDO GRABAR EL ARCHIVO).
       01 WKS-LINEA-MANIFIESTO.
          02 WKS-LM-FECHA               PIC 9(08) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE "|".
          02 WKS-LM-DESTINATARIO        PIC X(08) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE "|".
          02 WKS-LM-CANAL               PIC X(01) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE "|".
          02 WKS-LM-DIRECCION           PIC X(40) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE "|".
          02 WKS-LM-ARCHIVO             PIC X(40) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE "|".
          02 WKS-LM-SECCIONES           PIC 9(05) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE "|".
          02 WKS-LM-PAGINAS             PIC 9(05) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE "|".
          02 WKS-LM-LINEAS              PIC 9(07) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE "|".
          02 WKS-LM-ESTADO              PIC X(01) VALUE SPACES.

      *LINEAS DEL REPORTE DE CONTROL DEL REPARTO.
       01 WKS-LINEA-INVENTARIO.
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 WKS-LI-REPORTE             PIC X(08) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LI-TITULO              PIC X(30) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LI-LINEAS              PIC ZZZZZZ9 VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LI-SECCIONES           PIC ZZZZ9 VALUE ZEROES.
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 WKS-LI-NOTA                PIC X(20) VALUE SPACES.

       01 WKS-LINEA-SIN-DESTINO.
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 WKS-LN-REPORTE             PIC X(08) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LN-TIPO                PIC X(12) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LN-CODIGO              PIC X(04) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LN-LINEAS              PIC ZZZZZ9 VALUE ZEROES.
          02 FILLER                     PIC X(24) VALUE
             " LINEAS SIN DESTINATARIO".

       01 WKS-LINEA-DESTINATARIO.
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 WKS-LD-DESTINATARIO        PIC X(08) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LD-NOMBRE              PIC X(30) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LD-CANAL               PIC X(01) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LD-SECCIONES           PIC ZZZZ9 VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LD-PAGINAS             PIC ZZZZ9 VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LD-LINEAS              PIC ZZZZZZ9 VALUE ZEROES.
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 WKS-LD-NOTA                PIC X(30) VALUE SPACES.

      *AREA PARA EL LECTOR COMUN DEL ARCHIVO CENTRAL DE PARAMETROS.
       01 WKS-CONTROL-PARAMETROS.
          02 WKS-PARM-SECCION           PIC X(08) VALUE "EDUC3123".
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
           INITIALIZE WKS-TABLA-REPORTES

           PERFORM 0001-INICIO-PARAMETROS THRU 0001-PARAMETROS-E
           PERFORM 0002-INICIO-CARGA-DESTINATARIOS THRU
              0002-CARGA-DESTINATARIOS-E
           PERFORM 0003-INICIO-ABRE-SALIDAS THRU 0003-ABRE-SALIDAS-E

           PERFORM VARYING WKS-RP-IDX FROM 1 BY 1
              UNTIL WKS-RP-IDX > 5
              PERFORM 0004-INICIO-INVENTARIO THRU 0004-INVENTARIO-E
           END-PERFORM

           PERFORM VARYING WKS-DS-IDX FROM 1 BY 1
              UNTIL WKS-DS-IDX > WKS-DS-CANT
              PERFORM 0005-INICIO-REPARTE THRU 0005-REPARTE-E
           END-PERFORM

           PERFORM 0006-INICIO-REPORTE-CONTROL THRU
              0006-REPORTE-CONTROL-E

           CLOSE MANIFIESTO-REPARTO, RPT-REPARTO

           IF WKS-I-SIN-ARCHIVO > ZEROES
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WKS-I-SIN-DESTINO > ZEROES OR
                 WKS-SD-EXCEDIDAS > ZEROES
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF

           STOP RUN.
       0000-INICIO-E.
           EXIT.

       0001-INICIO-PARAMETROS SECTION.
      *SECCION EDUC3123 DEL ARCHIVO CENTRAL DE PARAMETROS: LAS
      *LINEAS DEL REPORTE POR PAGINA DEL ARCHIVO DE REPARTO.
           CALL 'PARMRD01' USING WKS-PARM-SECCION
                                 WKS-PARM-CANT
                                 WKS-PARM-TABLA
                                 WKS-PARM-SIN-SECCION

           PERFORM VARYING WKS-PARM-IDX FROM 1 BY 1
              UNTIL WKS-PARM-IDX > WKS-PARM-CANT
              EVALUATE WKS-PARM-CLAVE(WKS-PARM-IDX)
              WHEN "LINEAS_PAGINA"
                   IF WKS-PARM-VALOR(WKS-PARM-IDX)(1:3) NUMERIC AND
                      WKS-PARM-VALOR(WKS-PARM-IDX)(1:3) > "009"
                      MOVE WKS-PARM-VALOR(WKS-PARM-IDX)(1:3) TO
                         WKS-LINEAS-PAGINA
                   END-IF
              WHEN OTHER
                   DISPLAY "PARAMETRO DESCONOCIDO EN PARAMET: "
                           WKS-PARM-CLAVE(WKS-PARM-IDX)
              END-EVALUATE
           END-PERFORM

           DISPLAY "LINEAS POR PAGINA DEL REPARTO: " WKS-LINEAS-PAGINA.
       0001-PARAMETROS-E.
           EXIT.

       0002-INICIO-CARGA-DESTINATARIOS SECTION.
      *SOLO ENTRAN AL REPARTO LOS DESTINATARIOS ACTIVOS. SIN EL
      *MAESTRO NO HAY A QUIEN REPARTIR Y LA CORRIDA SE DETIENE.
           OPEN INPUT DISTRIBUCION-MASTER
           IF WKS-FS-DISTMST NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE DISTRIBUCION"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           READ DISTRIBUCION-MASTER NEXT RECORD
           AT END
              SET WKS-FIN-DISTMST TO TRUE
           END-READ
           PERFORM UNTIL WKS-FIN-DISTMST
              IF DST-ACTIVO
                 IF WKS-DS-CANT < 100
                    ADD 1 TO WKS-DS-CANT
                    INITIALIZE WKS-DS-ENTRADA(WKS-DS-CANT)
                    MOVE DST-DESTINATARIO TO WKS-DS-ID(WKS-DS-CANT)
                    MOVE DST-NOMBRE TO WKS-DS-NOMBRE(WKS-DS-CANT)
                    MOVE DST-CANAL TO WKS-DS-CANAL(WKS-DS-CANT)
                    MOVE DST-DIRECCION TO WKS-DS-DIRECCION(WKS-DS-CANT)
                    MOVE DST-ARCHIVO TO WKS-DS-ARCHIVO(WKS-DS-CANT)
                    MOVE "N" TO WKS-DS-TODO(WKS-DS-CANT)
                    MOVE DST-CANT-COBERTURAS TO
                       WKS-DS-CANT-COB(WKS-DS-CANT)
                    PERFORM VARYING WKS-DS-COB-IDX FROM 1 BY 1
                       UNTIL WKS-DS-COB-IDX > DST-CANT-COBERTURAS
                       MOVE DST-COBERTURA(WKS-DS-COB-IDX) TO
                          WKS-DS-COBERTURA(WKS-DS-CANT, WKS-DS-COB-IDX)
                       IF DST-CO-TODO(WKS-DS-COB-IDX)
                          MOVE "S" TO WKS-DS-TODO(WKS-DS-CANT)
                       END-IF
                    END-PERFORM
                    PERFORM VARYING WKS-RP-IDX FROM 1 BY 1
                       UNTIL WKS-RP-IDX > 5
                       MOVE WKS-DS-TODO(WKS-DS-CANT) TO
                          WKS-DS-RECIBE(WKS-DS-CANT, WKS-RP-IDX)
                    END-PERFORM
                 ELSE
                    ADD 1 TO WKS-DS-EXCEDIDOS
                 END-IF
              END-IF
              READ DISTRIBUCION-MASTER NEXT RECORD
              AT END
                 SET WKS-FIN-DISTMST TO TRUE
              END-READ
           END-PERFORM

           CLOSE DISTRIBUCION-MASTER

           IF WKS-DS-EXCEDIDOS > ZEROES
              DISPLAY "DESTINATARIOS FUERA DE LA TABLA: "
                      WKS-DS-EXCEDIDOS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           DISPLAY "DESTINATARIOS ACTIVOS: " WKS-DS-CANT.
       0002-CARGA-DESTINATARIOS-E.
           EXIT.

       0003-INICIO-ABRE-SALIDAS SECTION.
           OPEN OUTPUT MANIFIESTO-REPARTO
           IF WKS-FS-REPMANIF NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL MANIFIESTO DEL REPARTO"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT RPT-REPARTO
           IF WKS-FS-RPTREPA NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL REPORTE DEL REPARTO"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
       0003-ABRE-SALIDAS-E.
           EXIT.

       0004-INICIO-INVENTARIO SECTION.
      *PRIMERA PASADA SOBRE EL REPORTE: CUENTA SUS LINEAS Y
      *SECCIONES, MARCA A LOS DESTINATARIOS QUE RECIBEN ALGUNA
      *SECCION DE EL Y ANOTA LAS SECCIONES QUE NADIE TIENE
      *ASIGNADAS. UN REPORTE QUE NO SE PRODUJO EN LA CORRIDA (LOS
      *MENSUALES, POR EJEMPLO) SOLO SE ANOTA.
           PERFORM 0010-INICIO-ABRE-REPORTE THRU 0010-ABRE-REPORTE-E
           IF NOT WKS-RP-ENCONTRADO(WKS-RP-IDX)
              ADD 1 TO WKS-I-REPORTES-AUSENTES
              GO TO 0004-INVENTARIO-E
           END-IF

           PERFORM 0011-INICIO-LEE-REPORTE THRU 0011-LEE-REPORTE-E
           PERFORM UNTIL WKS-FIN-REPORTE
              ADD 1 TO WKS-RP-LINEAS(WKS-RP-IDX)
              PERFORM 0013-INICIO-CLASIFICA THRU 0013-CLASIFICA-E
              IF WKS-CL-SECCION-NUEVA
                 ADD 1 TO WKS-RP-SECCIONES(WKS-RP-IDX)
                 ADD 1 TO WKS-I-SECCIONES
                 PERFORM 0014-INICIO-ASIGNA-SECCION THRU
                    0014-ASIGNA-SECCION-E
              END-IF
              IF WKS-CL-SECCION AND WKS-SD-ACTUAL > ZEROES
                 ADD 1 TO WKS-SD-LINEAS(WKS-SD-ACTUAL)
                 ADD 1 TO WKS-I-LINEAS-SIN-DESTINO
              END-IF
              PERFORM 0011-INICIO-LEE-REPORTE THRU 0011-LEE-REPORTE-E
           END-PERFORM

           PERFORM 0012-INICIO-CIERRA-REPORTE THRU
              0012-CIERRA-REPORTE-E.
       0004-INVENTARIO-E.
           EXIT.

       0005-INICIO-REPARTE SECTION.
      *SEGUNDA PASADA, UNA POR DESTINATARIO: ASIGNA SU ARCHIVO DE
      *REPARTO, LE COPIA DE CADA REPORTE DEL QUE RECIBE ALGO EL
      *ENCABEZADO Y SUS SECCIONES (Y LOS TOTALES GENERALES SI TIENE
      *COBERTURA T), Y GRABA SU LINEA DEL MANIFIESTO.
           DISPLAY "DD_REPDEST" UPON ENVIRONMENT-NAME
           DISPLAY WKS-DS-ARCHIVO(WKS-DS-IDX) UPON ENVIRONMENT-VALUE
           OPEN OUTPUT SALIDA-REPARTO
           IF WKS-FS-REPDEST NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE REPARTO DE "
                      WKS-DS-ID(WKS-DS-IDX) ": "
                      WKS-DS-ARCHIVO(WKS-DS-IDX)
              MOVE "X" TO WKS-DS-ESTADO(WKS-DS-IDX)
              ADD 1 TO WKS-I-SIN-ARCHIVO
              GO TO 0005-GRABA-MANIFIESTO
           END-IF

           PERFORM VARYING WKS-RP-IDX FROM 1 BY 1
              UNTIL WKS-RP-IDX > 5
              IF WKS-RP-ENCONTRADO(WKS-RP-IDX) AND
                 WKS-DS-RECIBE(WKS-DS-IDX, WKS-RP-IDX) = "S"
                 PERFORM 0015-INICIO-COPIA-REPORTE THRU
                    0015-COPIA-REPORTE-E
              END-IF
           END-PERFORM

           CLOSE SALIDA-REPARTO
           MOVE "E" TO WKS-DS-ESTADO(WKS-DS-IDX)
           ADD 1 TO WKS-I-ENTREGADOS.
       0005-GRABA-MANIFIESTO.
           MOVE WKS-FECHA-HOY TO WKS-LM-FECHA
           MOVE WKS-DS-ID(WKS-DS-IDX) TO WKS-LM-DESTINATARIO
           MOVE WKS-DS-CANAL(WKS-DS-IDX) TO WKS-LM-CANAL
           MOVE WKS-DS-DIRECCION(WKS-DS-IDX) TO WKS-LM-DIRECCION
           MOVE WKS-DS-ARCHIVO(WKS-DS-IDX) TO WKS-LM-ARCHIVO
           MOVE WKS-DS-SECCIONES(WKS-DS-IDX) TO WKS-LM-SECCIONES
           MOVE WKS-DS-PAGINAS(WKS-DS-IDX) TO WKS-LM-PAGINAS
           MOVE WKS-DS-LINEAS(WKS-DS-IDX) TO WKS-LM-LINEAS
           MOVE WKS-DS-ESTADO(WKS-DS-IDX) TO WKS-LM-ESTADO
           WRITE REG-MANIFIESTO-REPARTO FROM WKS-LINEA-MANIFIESTO.
       0005-REPARTE-E.
           EXIT.

       0006-INICIO-REPORTE-CONTROL SECTION.
      *REPORTE DE CONTROL DEL REPARTO PARA OPERACIONES: LOS
      *REPORTES LEIDOS, LAS SECCIONES SIN DESTINATARIO Y LO QUE SE
      *LE ENTREGO A CADA DESTINATARIO.
           MOVE SPACES TO REG-RPT-REPARTO
           STRING "REPARTO DE REPORTES POR DESTINATARIO DEL "
                  WKS-FECHA-HOY
              DELIMITED BY SIZE INTO REG-RPT-REPARTO
           END-STRING
           WRITE REG-RPT-REPARTO
           MOVE SPACES TO REG-RPT-REPARTO
           WRITE REG-RPT-REPARTO
           MOVE "REPORTES LEIDOS:" TO REG-RPT-REPARTO
           WRITE REG-RPT-REPARTO
           MOVE SPACES TO REG-RPT-REPARTO
           MOVE "  REPORTE  TITULO" TO REG-RPT-REPARTO(1:17)
           MOVE " LINEAS SECC." TO REG-RPT-REPARTO(42:13)
           WRITE REG-RPT-REPARTO

           PERFORM VARYING WKS-RP-IDX FROM 1 BY 1
              UNTIL WKS-RP-IDX > 5
              MOVE WKS-CT-REPORTE(WKS-RP-IDX) TO WKS-LI-REPORTE
              MOVE WKS-CT-TITULO(WKS-RP-IDX) TO WKS-LI-TITULO
              MOVE WKS-RP-LINEAS(WKS-RP-IDX) TO WKS-LI-LINEAS
              MOVE WKS-RP-SECCIONES(WKS-RP-IDX) TO WKS-LI-SECCIONES
              IF WKS-RP-ENCONTRADO(WKS-RP-IDX)
                 MOVE SPACES TO WKS-LI-NOTA
              ELSE
                 MOVE "NO SE PRODUJO" TO WKS-LI-NOTA
              END-IF
              WRITE REG-RPT-REPARTO FROM WKS-LINEA-INVENTARIO
           END-PERFORM

           MOVE SPACES TO REG-RPT-REPARTO
           WRITE REG-RPT-REPARTO
           MOVE "SECCIONES SIN DESTINATARIO ASIGNADO:" TO
              REG-RPT-REPARTO
           WRITE REG-RPT-REPARTO
           PERFORM VARYING WKS-SD-IDX FROM 1 BY 1
              UNTIL WKS-SD-IDX > WKS-SD-CANT
              MOVE WKS-CT-REPORTE(WKS-SD-REPORTE(WKS-SD-IDX)) TO
                 WKS-LN-REPORTE
              EVALUATE WKS-SD-TIPO(WKS-SD-IDX)
              WHEN "A"
                   MOVE "AGENCIA" TO WKS-LN-TIPO
              WHEN "O"
                   MOVE "OFICINA" TO WKS-LN-TIPO
              WHEN OTHER
                   MOVE "DEPARTAMENTO" TO WKS-LN-TIPO
              END-EVALUATE
              MOVE WKS-SD-CODIGO(WKS-SD-IDX) TO WKS-LN-CODIGO
              MOVE WKS-SD-LINEAS(WKS-SD-IDX) TO WKS-LN-LINEAS
              WRITE REG-RPT-REPARTO FROM WKS-LINEA-SIN-DESTINO
           END-PERFORM
           IF WKS-SD-CANT = ZEROES
              MOVE "  NINGUNA" TO REG-RPT-REPARTO
              WRITE REG-RPT-REPARTO
           END-IF
           IF WKS-SD-EXCEDIDAS > ZEROES
              MOVE SPACES TO REG-RPT-REPARTO
              STRING "  ATENCION: " WKS-SD-EXCEDIDAS
                     " SECCIONES MAS SIN DESTINATARIO NO CABEN EN LA"
                     " TABLA"
                 DELIMITED BY SIZE INTO REG-RPT-REPARTO
              END-STRING
              WRITE REG-RPT-REPARTO
           END-IF

           MOVE SPACES TO REG-RPT-REPARTO
           WRITE REG-RPT-REPARTO
           MOVE "ENTREGA POR DESTINATARIO:" TO REG-RPT-REPARTO
           WRITE REG-RPT-REPARTO
           MOVE SPACES TO REG-RPT-REPARTO
           MOVE "  DESTINAT NOMBRE" TO REG-RPT-REPARTO(1:17)
           MOVE "C SECC. PAGS.  LINEAS" TO REG-RPT-REPARTO(43:21)
           WRITE REG-RPT-REPARTO
           PERFORM VARYING WKS-DS-IDX FROM 1 BY 1
              UNTIL WKS-DS-IDX > WKS-DS-CANT
              MOVE WKS-DS-ID(WKS-DS-IDX) TO WKS-LD-DESTINATARIO
              MOVE WKS-DS-NOMBRE(WKS-DS-IDX) TO WKS-LD-NOMBRE
              MOVE WKS-DS-CANAL(WKS-DS-IDX) TO WKS-LD-CANAL
              MOVE WKS-DS-SECCIONES(WKS-DS-IDX) TO WKS-LD-SECCIONES
              MOVE WKS-DS-PAGINAS(WKS-DS-IDX) TO WKS-LD-PAGINAS
              MOVE WKS-DS-LINEAS(WKS-DS-IDX) TO WKS-LD-LINEAS
              EVALUATE TRUE
              WHEN WKS-DS-SIN-ARCHIVO(WKS-DS-IDX)
                   MOVE "NO SE PUDO GRABAR EL ARCHIVO" TO WKS-LD-NOTA
              WHEN WKS-DS-LINEAS(WKS-DS-IDX) = ZEROES
                   MOVE "SIN SECCIONES EN LA CORRIDA" TO WKS-LD-NOTA
              WHEN OTHER
                   MOVE SPACES TO WKS-LD-NOTA
              END-EVALUATE
              WRITE REG-RPT-REPARTO FROM WKS-LINEA-DESTINATARIO
           END-PERFORM

           MOVE SPACES TO REG-RPT-REPARTO
           WRITE REG-RPT-REPARTO
           MOVE SPACES TO REG-RPT-REPARTO
           STRING "SECCIONES: " WKS-I-SECCIONES
                  "  SIN DESTINATARIO: " WKS-I-SIN-DESTINO
                  "  LINEAS SIN REPARTIR: " WKS-I-LINEAS-SIN-DESTINO
                  "  DESTINATARIOS ENTREGADOS: " WKS-I-ENTREGADOS
                  "  SIN ARCHIVO: " WKS-I-SIN-ARCHIVO
              DELIMITED BY SIZE INTO REG-RPT-REPARTO
           END-STRING
           WRITE REG-RPT-REPARTO

           DISPLAY "SECCIONES REPARTIBLES: " WKS-I-SECCIONES
           DISPLAY "SECCIONES SIN DESTINATARIO: " WKS-I-SIN-DESTINO
           DISPLAY "DESTINATARIOS ENTREGADOS: " WKS-I-ENTREGADOS
           DISPLAY "DESTINATARIOS SIN ARCHIVO: " WKS-I-SIN-ARCHIVO
           DISPLAY "REPORTES NO PRODUCIDOS: " WKS-I-REPORTES-AUSENTES.
       0006-REPORTE-CONTROL-E.
           EXIT.

       0010-INICIO-ABRE-REPORTE SECTION.
      *ABRE EL REPORTE WKS-RP-IDX Y REINICIA SU CLASIFICACION.
           EVALUATE WKS-RP-IDX
           WHEN 1
                OPEN INPUT REPORTE-AGENCIAS
           WHEN 2
                OPEN INPUT REPORTE-OFICINAS
           WHEN 3
                OPEN INPUT REPORTE-CAJA
           WHEN 4
                OPEN INPUT REPORTE-SOD
           WHEN OTHER
                OPEN INPUT REPORTE-DEPTO
           END-EVALUATE

           IF WKS-FS-REPORTE = "00"
              MOVE "S" TO WKS-RP-PRESENTE(WKS-RP-IDX)
           ELSE
              MOVE "N" TO WKS-RP-PRESENTE(WKS-RP-IDX)
              DISPLAY "REPORTE NO PRODUCIDO EN LA CORRIDA: "
                      WKS-CT-REPORTE(WKS-RP-IDX) " (FS "
                      WKS-FS-REPORTE ")"
           END-IF

           SET WKS-CL-ENCABEZADO TO TRUE
           MOVE SPACES TO WKS-CL-TIPO, WKS-CL-CODIGO
           MOVE SPACES TO WKS-CL-TIPO-ANT, WKS-CL-CODIGO-ANT
           MOVE ZEROES TO WKS-SD-ACTUAL.
       0010-ABRE-REPORTE-E.
           EXIT.

       0011-INICIO-LEE-REPORTE SECTION.
           MOVE SPACES TO WKS-LINEA-REPORTE
           EVALUATE WKS-RP-IDX
           WHEN 1
                READ REPORTE-AGENCIAS INTO WKS-LINEA-REPORTE
                AT END
                   SET WKS-FIN-REPORTE TO TRUE
                END-READ
           WHEN 2
                READ REPORTE-OFICINAS INTO WKS-LINEA-REPORTE
                AT END
                   SET WKS-FIN-REPORTE TO TRUE
                END-READ
           WHEN 3
                READ REPORTE-CAJA INTO WKS-LINEA-REPORTE
                AT END
                   SET WKS-FIN-REPORTE TO TRUE
                END-READ
           WHEN 4
                READ REPORTE-SOD INTO WKS-LINEA-REPORTE
                AT END
                   SET WKS-FIN-REPORTE TO TRUE
                END-READ
           WHEN OTHER
                READ REPORTE-DEPTO INTO WKS-LINEA-REPORTE
                AT END
                   SET WKS-FIN-REPORTE TO TRUE
                END-READ
           END-EVALUATE.
       0011-LEE-REPORTE-E.
           EXIT.

       0012-INICIO-CIERRA-REPORTE SECTION.
           EVALUATE WKS-RP-IDX
           WHEN 1
                CLOSE REPORTE-AGENCIAS
           WHEN 2
                CLOSE REPORTE-OFICINAS
           WHEN 3
                CLOSE REPORTE-CAJA
           WHEN 4
                CLOSE REPORTE-SOD
           WHEN OTHER
                CLOSE REPORTE-DEPTO
           END-EVALUATE.
       0012-CIERRA-REPORTE-E.
           EXIT.

       0013-INICIO-CLASIFICA SECTION.
      *RECONOCE EL CORTE DE SECCION SEGUN EL MOLDE DE CADA REPORTE:
      *  RESAGEN : AGENCIA EN LAS COLUMNAS 1-3 DE CADA LINEA DE
      *            DETALLE Y SUBTOTAL (LA AGENCIA 000 ES EL GRAN
      *            TOTAL).
      *  RPTOFIC : OFICINA EN LAS COLUMNAS 4-7 DE CADA LINEA DEL
      *            RANKING.
      *  RPTCAJA : LA LINEA "AGENCIA NNN" ABRE LA SECCION, QUE
      *  RPTSOD    SIGUE HASTA LA SIGUIENTE AGENCIA O HASTA LA LINEA
      *            DE TOTALES GENERALES.
      *  RPTDEPTO: DEPARTAMENTO EN LAS COLUMNAS 1-2.
      *LAS LINEAS QUE NO ABREN SECCION QUEDAN EN EL ENCABEZADO SI
      *AUN NO HUBO NINGUNA, Y EN LOS TOTALES GENERALES SI YA HUBO.
           MOVE "N" TO WKS-CL-NUEVA
           EVALUATE WKS-RP-IDX
           WHEN 1
                IF WKS-LINEA-REPORTE(1:3) NUMERIC AND
                   WKS-LINEA-REPORTE(1:3) NOT = "000"
                   MOVE "A" TO WKS-CL-TIPO
                   MOVE WKS-LINEA-REPORTE(1:3) TO WKS-CL-CODIGO
                   SET WKS-CL-SECCION TO TRUE
                ELSE
                   IF NOT WKS-CL-ENCABEZADO
                      SET WKS-CL-GENERAL TO TRUE
                   END-IF
                END-IF
           WHEN 2
                IF WKS-LINEA-REPORTE(8:7) = " EVAL: " AND
                   WKS-LINEA-REPORTE(4:4) NOT = SPACES
                   MOVE "O" TO WKS-CL-TIPO
                   MOVE WKS-LINEA-REPORTE(4:4) TO WKS-CL-CODIGO
                   SET WKS-CL-SECCION TO TRUE
                ELSE
                   IF NOT WKS-CL-ENCABEZADO
                      SET WKS-CL-GENERAL TO TRUE
                   END-IF
                END-IF
           WHEN 3
                EVALUATE TRUE
                WHEN WKS-LINEA-REPORTE(1:8) = "AGENCIA " AND
                     WKS-LINEA-REPORTE(9:3) NUMERIC
                     MOVE "A" TO WKS-CL-TIPO
                     MOVE WKS-LINEA-REPORTE(9:3) TO WKS-CL-CODIGO
                     SET WKS-CL-SECCION TO TRUE
                WHEN WKS-LINEA-REPORTE(1:14) = "TOTAL GENERAL "
                     SET WKS-CL-GENERAL TO TRUE
                END-EVALUATE
           WHEN 4
                EVALUATE TRUE
                WHEN WKS-LINEA-REPORTE(1:8) = "AGENCIA " AND
                     WKS-LINEA-REPORTE(9:3) NUMERIC
                     MOVE "A" TO WKS-CL-TIPO
                     MOVE WKS-LINEA-REPORTE(9:3) TO WKS-CL-CODIGO
                     SET WKS-CL-SECCION TO TRUE
                WHEN WKS-LINEA-REPORTE(1:8) = "TOTALES "
                     SET WKS-CL-GENERAL TO TRUE
                END-EVALUATE
           WHEN OTHER
                IF WKS-LINEA-REPORTE(1:2) NUMERIC AND
                   WKS-LINEA-REPORTE(3:1) = SPACE
                   MOVE "D" TO WKS-CL-TIPO
                   MOVE WKS-LINEA-REPORTE(1:2) TO WKS-CL-CODIGO
                   SET WKS-CL-SECCION TO TRUE
                ELSE
                   IF NOT WKS-CL-ENCABEZADO
                      SET WKS-CL-GENERAL TO TRUE
                   END-IF
                END-IF
           END-EVALUATE

           IF WKS-CL-SECCION AND
              (WKS-CL-TIPO NOT = WKS-CL-TIPO-ANT OR
               WKS-CL-CODIGO NOT = WKS-CL-CODIGO-ANT)
              SET WKS-CL-SECCION-NUEVA TO TRUE
              MOVE WKS-CL-TIPO TO WKS-CL-TIPO-ANT
              MOVE WKS-CL-CODIGO TO WKS-CL-CODIGO-ANT
           END-IF
           IF NOT WKS-CL-SECCION
              MOVE SPACES TO WKS-CL-TIPO-ANT, WKS-CL-CODIGO-ANT
           END-IF.
       0013-CLASIFICA-E.
           EXIT.

       0014-INICIO-ASIGNA-SECCION SECTION.
      *MARCA EL REPORTE EN CADA DESTINATARIO QUE CUBRE LA SECCION
      *NUEVA Y, SI NADIE LA TIENE ASIGNADA, LA ANOTA (UNA SOLA VEZ
      *POR REPORTE) EN LA TABLA DE SECCIONES SIN DESTINATARIO.
           MOVE ZEROES TO WKS-DS-ASIGNADOS
           MOVE ZEROES TO WKS-SD-ACTUAL
           PERFORM VARYING WKS-DS-IDX FROM 1 BY 1
              UNTIL WKS-DS-IDX > WKS-DS-CANT
              PERFORM 0016-INICIO-CUBRE THRU 0016-CUBRE-E
              IF WKS-DESTINATARIO-CUBRE
                 ADD 1 TO WKS-DS-ASIGNADOS
                 MOVE "S" TO WKS-DS-RECIBE(WKS-DS-IDX, WKS-RP-IDX)
              END-IF
           END-PERFORM
           IF WKS-DS-ASIGNADOS > ZEROES
              GO TO 0014-ASIGNA-SECCION-E
           END-IF

           PERFORM VARYING WKS-SD-IDX FROM 1 BY 1
              UNTIL WKS-SD-IDX > WKS-SD-CANT
              OR WKS-SD-ACTUAL > ZEROES
              IF WKS-SD-REPORTE(WKS-SD-IDX) = WKS-RP-IDX AND
                 WKS-SD-TIPO(WKS-SD-IDX) = WKS-CL-TIPO AND
                 WKS-SD-CODIGO(WKS-SD-IDX) = WKS-CL-CODIGO
                 MOVE WKS-SD-IDX TO WKS-SD-ACTUAL
              END-IF
           END-PERFORM
           IF WKS-SD-ACTUAL > ZEROES
              GO TO 0014-ASIGNA-SECCION-E
           END-IF

           ADD 1 TO WKS-I-SIN-DESTINO
           IF WKS-SD-CANT < 500
              ADD 1 TO WKS-SD-CANT
              MOVE WKS-RP-IDX TO WKS-SD-REPORTE(WKS-SD-CANT)
              MOVE WKS-CL-TIPO TO WKS-SD-TIPO(WKS-SD-CANT)
              MOVE WKS-CL-CODIGO TO WKS-SD-CODIGO(WKS-SD-CANT)
              MOVE ZEROES TO WKS-SD-LINEAS(WKS-SD-CANT)
              MOVE WKS-SD-CANT TO WKS-SD-ACTUAL
           ELSE
              ADD 1 TO WKS-SD-EXCEDIDAS
           END-IF.
       0014-ASIGNA-SECCION-E.
           EXIT.

       0015-INICIO-COPIA-REPORTE SECTION.
      *COPIA AL ARCHIVO DEL DESTINATARIO LAS LINEAS DEL REPORTE QUE
      *LE TOCAN. EL REPORTE EMPIEZA EN PAGINA NUEVA.
           PERFORM 0010-INICIO-ABRE-REPORTE THRU 0010-ABRE-REPORTE-E
           IF NOT WKS-RP-ENCONTRADO(WKS-RP-IDX)
              GO TO 0015-COPIA-REPORTE-E
           END-IF
           MOVE ZEROES TO WKS-PG-LINEAS
           MOVE ZEROES TO WKS-PG-PAGINA

           PERFORM 0011-INICIO-LEE-REPORTE THRU 0011-LEE-REPORTE-E
           PERFORM UNTIL WKS-FIN-REPORTE
              PERFORM 0013-INICIO-CLASIFICA THRU 0013-CLASIFICA-E
              EVALUATE TRUE
              WHEN WKS-DS-RECIBE-TODO(WKS-DS-IDX)
                   MOVE "S" TO WKS-PG-ENTREGAR
              WHEN WKS-CL-ENCABEZADO
                   MOVE "S" TO WKS-PG-ENTREGAR
              WHEN WKS-CL-GENERAL
                   MOVE "N" TO WKS-PG-ENTREGAR
              WHEN OTHER
                   PERFORM 0016-INICIO-CUBRE THRU 0016-CUBRE-E
                   MOVE WKS-DS-CUBRE TO WKS-PG-ENTREGAR
              END-EVALUATE
              IF WKS-PG-SE-ENTREGA
                 IF WKS-CL-SECCION-NUEVA
                    ADD 1 TO WKS-DS-SECCIONES(WKS-DS-IDX)
                 END-IF
                 PERFORM 0017-INICIO-GRABA-LINEA THRU
                    0017-GRABA-LINEA-E
              END-IF
              PERFORM 0011-INICIO-LEE-REPORTE THRU 0011-LEE-REPORTE-E
           END-PERFORM

           PERFORM 0012-INICIO-CIERRA-REPORTE THRU
              0012-CIERRA-REPORTE-E.
       0015-COPIA-REPORTE-E.
           EXIT.

       0016-INICIO-CUBRE SECTION.
      *INDICA SI EL DESTINATARIO WKS-DS-IDX TIENE ASIGNADA LA
      *SECCION EN CURSO (MISMO TIPO Y CODIGO EN SUS COBERTURAS).
           MOVE "N" TO WKS-DS-CUBRE
           PERFORM VARYING WKS-DS-COB-IDX FROM 1 BY 1
              UNTIL WKS-DS-COB-IDX > WKS-DS-CANT-COB(WKS-DS-IDX)
              OR WKS-DESTINATARIO-CUBRE
              IF WKS-DS-CO-TIPO(WKS-DS-IDX, WKS-DS-COB-IDX) =
                 WKS-CL-TIPO AND
                 WKS-DS-CO-CODIGO(WKS-DS-IDX, WKS-DS-COB-IDX) =
                 WKS-CL-CODIGO
                 MOVE "S" TO WKS-DS-CUBRE
              END-IF
           END-PERFORM.
       0016-CUBRE-E.
           EXIT.

       0017-INICIO-GRABA-LINEA SECTION.
      *ABRE PAGINA CUANDO EMPIEZA EL REPORTE O SE LLENA LA ANTERIOR
      *Y GRABA LA LINEA DEL REPORTE EN EL ARCHIVO DEL DESTINATARIO.
           IF WKS-PG-PAGINA = ZEROES OR
              WKS-PG-LINEAS >= WKS-LINEAS-PAGINA
              ADD 1 TO WKS-PG-PAGINA
              ADD 1 TO WKS-DS-PAGINAS(WKS-DS-IDX)
              MOVE ZEROES TO WKS-PG-LINEAS
              MOVE WKS-FECHA-HOY TO WKS-LP-FECHA
              MOVE WKS-DS-ID(WKS-DS-IDX) TO WKS-LP-DESTINATARIO
              MOVE WKS-DS-NOMBRE(WKS-DS-IDX) TO WKS-LP-NOMBRE
              MOVE WKS-CT-TITULO(WKS-RP-IDX) TO WKS-LP-TITULO
              MOVE WKS-PG-PAGINA TO WKS-LP-PAGINA
              IF WKS-DS-PAGINAS(WKS-DS-IDX) > 1
                 MOVE SPACES TO REG-SALIDA-REPARTO
                 WRITE REG-SALIDA-REPARTO
              END-IF
              WRITE REG-SALIDA-REPARTO FROM WKS-LINEA-PAGINA
              MOVE SPACES TO REG-SALIDA-REPARTO
              WRITE REG-SALIDA-REPARTO
           END-IF

           WRITE REG-SALIDA-REPARTO FROM WKS-LINEA-REPORTE
           ADD 1 TO WKS-PG-LINEAS
           ADD 1 TO WKS-DS-LINEAS(WKS-DS-IDX).
       0017-GRABA-LINEA-E.
           EXIT.
