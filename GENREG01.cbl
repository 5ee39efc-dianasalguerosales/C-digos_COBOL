      * PROGRAMA    : GENREG01                                         *
      * TIPO        : SUBPROGRAMA (CALLED)                             *
      * DESCRIPCION : REGISTRO CENTRAL DE GENERACIONES DE DATASETS     *
      *             : (MISMO PATRON QUE RUNSTAT1). FUNCION "R": EL     *
      *             : PROGRAMA PRODUCTOR REGISTRA LO QUE ESCRIBIO      *
      *             : (NOMBRE LOGICO, FECHA DE NEGOCIO, CANTIDAD DE    *
      *             : REGISTROS, SELLO DE FECHA/HORA) EN EL ARCHIVO    *
      *             : COMPARTIDO GENREGIS. FUNCION "V": EL PROGRAMA    *
      *             : CONSUMIDOR VERIFICA AL ABRIR QUE LA ULTIMA       *
      *             : GENERACION REGISTRADA DEL NOMBRE LOGICO SEA DE   *
      *             : LA FECHA DE NEGOCIO QUE LE PIDIERON PROCESAR; EL *
      *             : SWITCH REGRESA "N" EN DESCUADRE Y EL PASO SE     *
      *             : DETIENE CON SU PROPIO CODIGO DE RETORNO. LOS     *
      *             : PEORES INCIDENTES DE LA CASA SON DE ARCHIVO      *
      *             : VIEJO: ESTO LOS VUELVE UN MENSAJE DE ARRANQUE.   *
      *             : CADA LLAMADA PASA SU PROGRAM-ID: EL PRODUCTOR    *
      *             : QUEDA EN GENREGIS Y CADA VERIFICACION (Y CADA    *
      *             : FUNCION "C", QUE SOLO REGISTRA EL CONSUMO SIN    *
      *             : VERIFICAR) QUEDA EN LA BITACORA GENCONS, DE      *
      *             : DONDE SE ARMA EL LINAJE PARA PLANEAR REPROCESOS. *
      * ARCHIVOS    : GENREGIS (EXTEND/ENTRADA), GENCONS (EXTEND)      *
      * PROGRAMA(S) : NO APLICA PARA ESTE CASO                         *
      ******************************************************************

           SELECT REGISTRO-GENERACIONES ASSIGN TO GENREGIS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-GENREGIS.
      *BITACORA DE CONSUMOS: QUIEN LEYO QUE GENERACION.
           SELECT REGISTRO-CONSUMOS ASSIGN TO GENCONS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-GENCONS.

       DATA DIVISION.

       FILE SECTION.
       FD REGISTRO-GENERACIONES.
       01 REG-GENERACION                PIC X(60).

       FD REGISTRO-CONSUMOS.
       01 REG-CONSUMO                   PIC X(50).

       WORKING-STORAGE SECTION.
       01 WKS-FS-GENREGIS            PIC X(02) VALUE SPACES.
          88 WKS-FIN-GENREGIS                  VALUE "10".
       01 WKS-FS-GENCONS             PIC X(02) VALUE SPACES.

       01 WKS-FECHA-HORA-ACTUAL.
          02 WKS-FH-FECHA             PIC 9(08).
          02 FILLER                   PIC X(07).

      *LINEA DEL REGISTRO DE GENERACIONES: NOMBRE LOGICO, FECHA DE
      *NEGOCIO, CANTIDAD, SELLO DE TERMINACION Y PROGRAMA PRODUCTOR.
       01 WKS-LINEA-GENERACION.
          02 WKS-GN-ARCHIVO           PIC X(08) VALUE SPACES.
          02 FILLER                   PIC X(01) VALUE SPACES.
          02 WKS-GN-SELLO-FECHA       PIC 9(08) VALUE ZEROES.
          02 FILLER                   PIC X(01) VALUE SPACES.
          02 WKS-GN-SELLO-HORA        PIC 9(06) VALUE ZEROES.
          02 FILLER                   PIC X(01) VALUE SPACES.
          02 WKS-GN-PROGRAMA          PIC X(08) VALUE SPACES.

      *LINEA DE LA BITACORA DE CONSUMOS: NOMBRE LOGICO, FECHA DE
      *NEGOCIO PEDIDA, PROGRAMA CONSUMIDOR, SELLO, FUNCION ("V" O
      *"C") Y SI LA GENERACION CUADRO.
       01 WKS-LINEA-CONSUMO.
          02 WKS-CN-ARCHIVO           PIC X(08) VALUE SPACES.
          02 FILLER                   PIC X(01) VALUE SPACES.
          02 WKS-CN-FECHA-NEGOCIO     PIC 9(08) VALUE ZEROES.
          02 FILLER                   PIC X(01) VALUE SPACES.
          02 WKS-CN-PROGRAMA          PIC X(08) VALUE SPACES.
          02 FILLER                   PIC X(01) VALUE SPACES.
          02 WKS-CN-SELLO-FECHA       PIC 9(08) VALUE ZEROES.
          02 FILLER                   PIC X(01) VALUE SPACES.
          02 WKS-CN-SELLO-HORA        PIC 9(06) VALUE ZEROES.
          02 FILLER                   PIC X(01) VALUE SPACES.
          02 WKS-CN-FUNCION           PIC X(01) VALUE SPACES.
          02 FILLER                   PIC X(01) VALUE SPACES.
          02 WKS-CN-CONFORME          PIC X(01) VALUE SPACES.

      *ULTIMA GENERACION HALLADA DEL NOMBRE PEDIDO.
       01 WKS-CONTROL-BUSQUEDA.
          02 WKS-BU-REGISTROS         PIC 9(08) VALUE ZEROES.

       LINKAGE SECTION.
      *"R" = REGISTRA UNA GENERACION; "V" = VERIFICA LA ULTIMA;
      *"C" = SOLO REGISTRA EL CONSUMO (ENTRADAS QUE NO SE VERIFICAN,
      *COMO LOS ARCHIVOS QUE LLEGAN DE FUERA Y LOS CATALOGOS).
       01 LK-FUNCION                  PIC X(01).
       01 LK-ARCHIVO                  PIC X(08).
       01 LK-FECHA-NEGOCIO            PIC 9(08).
      *"S" = LA GENERACION CUADRA (O QUEDO REGISTRADA); "N" = LA
      *ULTIMA GENERACION NO ES DE LA FECHA PEDIDA O NO EXISTE.
       01 LK-SWITCH-CONFORME          PIC X(01).
      *PROGRAMA QUE LLAMA (SU PROGRAM-ID): PRODUCTOR EN "R",
      *CONSUMIDOR EN "V" Y "C".
       01 LK-PROGRAMA                 PIC X(08).

       PROCEDURE DIVISION USING LK-FUNCION
                                 LK-ARCHIVO
                                 LK-FECHA-NEGOCIO
                                 LK-REGISTROS
                                 LK-SWITCH-CONFORME
                                 LK-PROGRAMA.

       0000-INICIO SECTION.
           MOVE "S" TO LK-SWITCH-CONFORME
                PERFORM 0001-INICIO-REGISTRA THRU 0001-REGISTRA-E
           WHEN "V"
                PERFORM 0002-INICIO-VERIFICA THRU 0002-VERIFICA-E
                PERFORM 0003-INICIO-CONSUMO THRU 0003-CONSUMO-E
           WHEN "C"
                PERFORM 0003-INICIO-CONSUMO THRU 0003-CONSUMO-E
           WHEN OTHER
                DISPLAY "GENREG01: FUNCION DESCONOCIDA " LK-FUNCION
                MOVE "N" TO LK-SWITCH-CONFORME
           MOVE LK-REGISTROS TO WKS-GN-REGISTROS
           MOVE WKS-FH-FECHA TO WKS-GN-SELLO-FECHA
           MOVE WKS-FH-HORA TO WKS-GN-SELLO-HORA
           MOVE LK-PROGRAMA TO WKS-GN-PROGRAMA
           WRITE REG-GENERACION FROM WKS-LINEA-GENERACION

           CLOSE REGISTRO-GENERACIONES.
           END-IF.
       0002-VERIFICA-E.
           EXIT.

       0003-INICIO-CONSUMO SECTION.
      *DEJA CONSTANCIA DE QUE EL PROGRAMA LEYO LA GENERACION DE LA
      *FECHA DE NEGOCIO: CON ESTO Y CON LOS PRODUCTORES DE GENREGIS
      *EL PLANIFICADOR DE REPROCESOS (EDUC3121) ARMA EL LINAJE. UNA
      *FALLA AL GRABAR LA BITACORA NO DETIENE AL CONSUMIDOR.
           OPEN EXTEND REGISTRO-CONSUMOS
           IF WKS-FS-GENCONS = "35"
               OPEN OUTPUT REGISTRO-CONSUMOS
           END-IF
           IF WKS-FS-GENCONS NOT = "00"
               DISPLAY "GENREG01: NO SE PUDO ABRIR GENCONS"
               GO TO 0003-CONSUMO-E
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WKS-FECHA-HORA-ACTUAL
           MOVE LK-ARCHIVO TO WKS-CN-ARCHIVO
           MOVE LK-FECHA-NEGOCIO TO WKS-CN-FECHA-NEGOCIO
           MOVE LK-PROGRAMA TO WKS-CN-PROGRAMA
           MOVE WKS-FH-FECHA TO WKS-CN-SELLO-FECHA
           MOVE WKS-FH-HORA TO WKS-CN-SELLO-HORA
           MOVE LK-FUNCION TO WKS-CN-FUNCION
           MOVE LK-SWITCH-CONFORME TO WKS-CN-CONFORME
           WRITE REG-CONSUMO FROM WKS-LINEA-CONSUMO

           CLOSE REGISTRO-CONSUMOS.
       0003-CONSUMO-E.
           EXIT.
