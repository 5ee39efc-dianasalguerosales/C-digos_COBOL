      ******************************************************************
      * FECHA       : 2026                                             *
      * PROGRAMADOR : DIANA STEFFANNY SALGUERO ROSALES                 *
      * APLICACION  : EDUCACION                                        *
      * PROGRAMA    : EDUC3116                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : ASIGNACION DE RUTAS DE TRANSPORTE ESCOLAR: TOMA  *
      *             : LOS ESTUDIANTES INSCRITOS EN TRANSPORTE          *
      *             : (INSCTRAN), BUSCA SU DIRECCION NORMALIZADA EN    *
      *             : DIRMAST (LA MISMA QUE CAPTURA EDUC3023, PARTIDA  *
      *             : CON ADDRPARS), SACA LA ZONA Y LOS COLOCA EN LA   *
      *             : PRIMERA RUTA ACTIVA DEL MAESTRO DE RUTAS         *
      *             : (RUTAMST) CON UNA PARADA QUE ATIENDA ESA ZONA Y  *
      *             : MUNICIPIO Y QUE TODAVIA TENGA CUPO. REGENERA EL  *
      *             : ARCHIVO DE ASIGNACIONES RUTASIG (DEL QUE EL      *
      *             : COBRO DE CUOTAS TOMA LA TARIFA DE TRANSPORTE) Y  *
      *             : EMITE EL LISTADO DE PASAJEROS POR RUTA EN ORDEN  *
      *             : DE PARADA, LOS ESTUDIANTES CUYA ZONA NO TIENE    *
      *             : RUTA Y LAS RUTAS EXCEDIDAS EN SU CAPACIDAD.      *
      * ARCHIVOS    : RUTAMST (ENTRADA), INSCTRAN (ENTRADA), DIRMAST   *
      *             : (ENTRADA), ESTUMST (ENTRADA, OPCIONAL), RUTASIG  *
      *             : (SALIDA), RPTRUTA (SALIDA)                       *
      * PROGRAMA(S) : ADDRPARS                                         *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDUC3116.
       AUTHOR. DIANA SALGUERO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUTA-MASTER ASSIGN TO RUTAMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS RUT-LLAVE
                  FILE STATUS IS WKS-FS-RUTAMST.
           SELECT INSCRIPCION-TRANSPORTE ASSIGN TO INSCTRAN
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-INSCTRAN.
           SELECT MAESTRO-DIRECCIONES ASSIGN TO DIRMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS DIRM-CODIGO
                  FILE STATUS IS WKS-FS-DIRMAST.
           SELECT MAESTRO-ESTUDIANTES ASSIGN TO ESTUMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS ESTUM-LLAVE
                  FILE STATUS IS WKS-FS-ESTUMST.
           SELECT ASIGNACION-RUTAS ASSIGN TO RUTASIG
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-RUTASIG.
           SELECT RPT-RUTAS ASSIGN TO RPTRUTA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-RPTRUTA.

       DATA DIVISION.

       FILE SECTION.
       FD RUTA-MASTER.
           COPY RUTAMST.

       FD INSCRIPCION-TRANSPORTE.
       01 REG-INSCRIPCION-TRANSPORTE    PIC X(16).

       FD MAESTRO-DIRECCIONES.
           COPY DIRMAST.

       FD MAESTRO-ESTUDIANTES.
           COPY ESTUMST.

       FD ASIGNACION-RUTAS.
           COPY RUTASIG.

       FD RPT-RUTAS.
       01 REG-RPT-RUTAS                 PIC X(110).

       WORKING-STORAGE SECTION.

       01 WKS-CONTROL-ARCHIVOS.
          02 WKS-FS-RUTAMST             PIC X(02) VALUE SPACES.
          02 WKS-FS-INSCTRAN            PIC X(02) VALUE SPACES.
             88 WKS-FIN-INSCTRAN                  VALUE "10".
          02 WKS-FS-DIRMAST             PIC X(02) VALUE SPACES.
          02 WKS-FS-ESTUMST             PIC X(02) VALUE SPACES.
          02 WKS-FS-RUTASIG             PIC X(02) VALUE SPACES.
          02 WKS-FS-RPTRUTA             PIC X(02) VALUE SPACES.
          02 WKS-ESTUMST-SW             PIC X(01) VALUE "N".
             88 WKS-HAY-ESTUMST                   VALUE "S".

      *LINEA DE INSCRIPCION: CODIGO, FECHA DEL MOVIMIENTO Y ESTADO
      *(A=INSCRITO, B=BAJA DEL SERVICIO). SI UN ESTUDIANTE TRAE
      *VARIAS LINEAS, LA ULTIMA ES LA QUE VALE.
       01 WKS-REG-INSCRIPCION.
          02 WKS-IN-CODIGO              PIC 9(05) VALUE ZEROES.
          02 FILLER                     PIC X(01).
          02 WKS-IN-FECHA               PIC 9(08) VALUE ZEROES.
          02 FILLER                     PIC X(01).
          02 WKS-IN-ESTADO              PIC X(01) VALUE SPACES.
             88 WKS-IN-INSCRITO                   VALUE "A".

      *RUTAS ACTIVAS DEL MAESTRO, EN ORDEN DE ID, CON LA OCUPACION
      *QUE VA TOMANDO LA CORRIDA Y EL LARGO UTIL DEL MUNICIPIO DE
      *CADA PARADA PARA BUSCARLO DENTRO DE LA DIRECCION.
       01 WKS-TABLA-RUTAS.
          02 WKS-RU-ENTRADA OCCURS 100 TIMES.
             03 WKS-RU-ID               PIC X(06).
             03 WKS-RU-DESCRIPCION      PIC X(20).
             03 WKS-RU-CAPACIDAD        PIC 9(03).
             03 WKS-RU-OCUPACION        PIC 9(04).
             03 WKS-RU-CANT-PARADAS     PIC 9(02).
             03 WKS-RU-PARADA OCCURS 10 TIMES.
                04 WKS-RU-PAR-ZONA      PIC 9(02).
                04 WKS-RU-PAR-MUNICIPIO PIC X(20).
                04 WKS-RU-PAR-LARGO     PIC 9(02).
                04 WKS-RU-PAR-HORA      PIC 9(04).
          02 WKS-RU-CANT                PIC 9(03) VALUE ZEROES.
          02 WKS-RU-I                   PIC 9(03) VALUE ZEROES.
          02 WKS-RU-P                   PIC 9(02) VALUE ZEROES.

      *ESTUDIANTES INSCRITOS (UNA ENTRADA POR CODIGO).
       01 WKS-TABLA-INSCRITOS.
          02 WKS-IS-ENTRADA OCCURS 2000 TIMES.
             03 WKS-IS-CODIGO           PIC 9(05).
             03 WKS-IS-ESTADO           PIC X(01).
          02 WKS-IS-CANT                PIC 9(04) VALUE ZEROES.
          02 WKS-IS-I                   PIC 9(04) VALUE ZEROES.
          02 WKS-IS-POS                 PIC 9(04) VALUE ZEROES.

      *PASAJEROS ASIGNADOS. LA LLAVE DE ORDEN (RUTA, PARADA, CODIGO)
      *ES CONTIGUA PARA ORDENAR LA TABLA COMPLETA DE UNA VEZ.
       01 WKS-TABLA-PASAJEROS.
          02 WKS-PS-ENTRADA OCCURS 2000 TIMES.
             03 WKS-PS-LLAVE.
                04 WKS-PS-RUTA          PIC 9(03).
                04 WKS-PS-PARADA        PIC 9(02).
                04 WKS-PS-CODIGO        PIC 9(05).
             03 WKS-PS-NOMBRE           PIC X(30).
          02 WKS-PS-CANT                PIC 9(04) VALUE ZEROES.
          02 WKS-PS-I                   PIC 9(04) VALUE ZEROES.
          02 WKS-PS-J                   PIC 9(04) VALUE ZEROES.
          02 WKS-PS-TEMPORAL            PIC X(40) VALUE SPACES.

      *ESTUDIANTES QUE NO SE PUDIERON COLOCAR, CON EL MOTIVO.
       01 WKS-TABLA-SIN-RUTA.
          02 WKS-SR-ENTRADA OCCURS 2000 TIMES.
             03 WKS-SR-CODIGO           PIC 9(05).
             03 WKS-SR-NOMBRE           PIC X(30).
             03 WKS-SR-ZONA             PIC X(02).
             03 WKS-SR-MOTIVO           PIC X(25).
          02 WKS-SR-CANT                PIC 9(04) VALUE ZEROES.

      *AREA DE INTERCAMBIO CON ADDRPARS.
       01 WKS-DIRECCION-PARSE           PIC X(60) VALUE SPACES.
       01 WKS-MAX-SEGMENTOS             PIC 9(02) VALUE 20.
       01 WKS-CANT-SEGMENTOS            PIC 9(02) VALUE ZEROES.
       01 WKS-TABLA-SEGMENTOS.
          02 WKS-SEGMENTO               PIC X(20) OCCURS 20 TIMES.

       01 WKS-CONTROL-ASIGNACION.
          02 WKS-IDX-SEG                PIC 9(02) VALUE ZEROES.
          02 WKS-AS-NOMBRE              PIC X(30) VALUE SPACES.
          02 WKS-AS-ZONA                PIC 9(02) VALUE ZEROES.
          02 WKS-AS-ZONA-SW             PIC X(01) VALUE "N".
             88 WKS-AS-TIENE-ZONA                 VALUE "S".
          02 WKS-AS-MOTIVO              PIC X(25) VALUE SPACES.
          02 WKS-AS-RUTA                PIC 9(03) VALUE ZEROES.
          02 WKS-AS-PARADA              PIC 9(02) VALUE ZEROES.
          02 WKS-AS-PRIMERA-RUTA        PIC 9(03) VALUE ZEROES.
          02 WKS-AS-PRIMERA-PARADA      PIC 9(02) VALUE ZEROES.
          02 WKS-AS-PARADA-RUTA         PIC 9(02) VALUE ZEROES.
          02 WKS-AS-COINCIDE            PIC 9(03) VALUE ZEROES.

       01 WKS-HORA-EDICION.
          02 WKS-HE-HORA                PIC 9(04) VALUE ZEROES.
          02 WKS-HE-PARTES REDEFINES WKS-HE-HORA.
             03 WKS-HE-HH               PIC 9(02).
             03 WKS-HE-MM               PIC 9(02).
          02 WKS-HE-TEXTO.
             03 WKS-HE-TX-HH            PIC 9(02).
             03 FILLER                  PIC X(01) VALUE ":".
             03 WKS-HE-TX-MM            PIC 9(02).

       01 WKS-ITERACIONES.
          02 WKS-I-LINEAS               PIC 9(05) VALUE ZEROES.
          02 WKS-I-INSCRITOS            PIC 9(05) VALUE ZEROES.
          02 WKS-I-ASIGNADOS            PIC 9(05) VALUE ZEROES.
          02 WKS-I-SIN-RUTA             PIC 9(05) VALUE ZEROES.
          02 WKS-I-SOBRECUPO            PIC 9(05) VALUE ZEROES.
          02 WKS-I-RUTAS-EXCEDIDAS      PIC 9(03) VALUE ZEROES.

       01 WKS-LINEA-RUTA.
          02 FILLER                     PIC X(05) VALUE "RUTA ".
          02 WKS-LR-ID                  PIC X(06) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LR-DESCRIPCION         PIC X(20) VALUE SPACES.
          02 FILLER                     PIC X(12) VALUE
             " CAPACIDAD: ".
          02 WKS-LR-CAPACIDAD           PIC ZZ9 VALUE ZEROES.
          02 FILLER                     PIC X(13) VALUE
             " PASAJEROS: ".
          02 WKS-LR-OCUPACION           PIC ZZZ9 VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LR-MARCA               PIC X(11) VALUE SPACES.

       01 WKS-LINEA-PARADA.
          02 FILLER                     PIC X(09) VALUE
             "  PARADA ".
          02 WKS-LP-ORDEN               PIC Z9 VALUE ZEROES.
          02 FILLER                     PIC X(06) VALUE " ZONA ".
          02 WKS-LP-ZONA                PIC 99 VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LP-MUNICIPIO           PIC X(20) VALUE SPACES.
          02 FILLER                     PIC X(08) VALUE " HORA ".
          02 WKS-LP-HORA                PIC X(05) VALUE SPACES.

       01 WKS-LINEA-PASAJERO.
          02 FILLER                     PIC X(06) VALUE SPACES.
          02 WKS-LQ-CODIGO              PIC 9(05) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LQ-NOMBRE              PIC X(30) VALUE SPACES.

       01 WKS-LINEA-SIN-RUTA.
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 WKS-LS-CODIGO              PIC 9(05) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LS-NOMBRE              PIC X(30) VALUE SPACES.
          02 FILLER                     PIC X(06) VALUE " ZONA ".
          02 WKS-LS-ZONA                PIC X(02) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LS-MOTIVO              PIC X(25) VALUE SPACES.

       01 WKS-LINEA-EXCEDIDA.
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 WKS-LX-ID                  PIC X(06) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LX-DESCRIPCION         PIC X(20) VALUE SPACES.
          02 FILLER                     PIC X(12) VALUE
             " CAPACIDAD: ".
          02 WKS-LX-CAPACIDAD           PIC ZZ9 VALUE ZEROES.
          02 FILLER                     PIC X(13) VALUE
             " PASAJEROS: ".
          02 WKS-LX-OCUPACION           PIC ZZZ9 VALUE ZEROES.
          02 FILLER                     PIC X(10) VALUE
             " EXCESO: ".
          02 WKS-LX-EXCESO              PIC ZZZ9 VALUE ZEROES.

       PROCEDURE DIVISION.

       0000-INICIO SECTION.
           PERFORM 0001-INICIO-CARGA-RUTAS THRU 0001-CARGA-RUTAS-E
           PERFORM 0002-INICIO-CARGA-INSCRITOS THRU
              0002-CARGA-INSCRITOS-E
           PERFORM 0003-INICIO-ASIGNA THRU 0003-ASIGNA-E
           PERFORM 0007-INICIO-ORDENA THRU 0007-ORDENA-E
           PERFORM 0008-INICIO-SALIDAS THRU 0008-SALIDAS-E

           DISPLAY "LINEAS DE INSCRIPCION LEIDAS: " WKS-I-LINEAS
           DISPLAY "ESTUDIANTES INSCRITOS EN TRANSPORTE: "
                   WKS-I-INSCRITOS
           DISPLAY "ESTUDIANTES ASIGNADOS A RUTA: " WKS-I-ASIGNADOS
           DISPLAY "ESTUDIANTES SIN RUTA: " WKS-I-SIN-RUTA
           DISPLAY "ASIGNADOS SOBRE LA CAPACIDAD: " WKS-I-SOBRECUPO
           DISPLAY "RUTAS EXCEDIDAS EN CAPACIDAD: "
                   WKS-I-RUTAS-EXCEDIDAS

           IF WKS-I-SIN-RUTA > ZEROES OR
              WKS-I-RUTAS-EXCEDIDAS > ZEROES
              MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.
       0000-INICIO-E.
           EXIT.

       0001-INICIO-CARGA-RUTAS SECTION.
      *CARGA LAS RUTAS ACTIVAS CON SUS PARADAS. LA INACTIVACION
      *DEL MANTENIMIENTO (EDUC3115) SACA LA RUTA DE LA ASIGNACION.
           OPEN INPUT RUTA-MASTER
           IF WKS-FS-RUTAMST NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE RUTAS"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           READ RUTA-MASTER
           PERFORM UNTIL WKS-FS-RUTAMST NOT = "00"
                   IF RUT-ACTIVA
                      IF WKS-RU-CANT < 100
                         PERFORM 0004-INICIO-GUARDA-RUTA THRU
                            0004-GUARDA-RUTA-E
                      ELSE
                         DISPLAY "RUTA FUERA DE LA TABLA DE 100: "
                                 RUT-ID
                      END-IF
                   END-IF
                   READ RUTA-MASTER
           END-PERFORM

           CLOSE RUTA-MASTER.
       0001-CARGA-RUTAS-E.
           EXIT.

       0004-INICIO-GUARDA-RUTA SECTION.
           ADD 1 TO WKS-RU-CANT
           MOVE RUT-ID TO WKS-RU-ID(WKS-RU-CANT)
           MOVE RUT-DESCRIPCION TO WKS-RU-DESCRIPCION(WKS-RU-CANT)
           MOVE RUT-CAPACIDAD TO WKS-RU-CAPACIDAD(WKS-RU-CANT)
           MOVE ZEROES TO WKS-RU-OCUPACION(WKS-RU-CANT)
           MOVE RUT-CANT-PARADAS TO WKS-RU-CANT-PARADAS(WKS-RU-CANT)

           PERFORM VARYING WKS-RU-P FROM 1 BY 1
              UNTIL WKS-RU-P > RUT-CANT-PARADAS
              MOVE RUT-PAR-ZONA(WKS-RU-P) TO
                 WKS-RU-PAR-ZONA(WKS-RU-CANT, WKS-RU-P)
              MOVE RUT-PAR-MUNICIPIO(WKS-RU-P) TO
                 WKS-RU-PAR-MUNICIPIO(WKS-RU-CANT, WKS-RU-P)
              MOVE RUT-PAR-HORA(WKS-RU-P) TO
                 WKS-RU-PAR-HORA(WKS-RU-CANT, WKS-RU-P)
      *LARGO UTIL DEL MUNICIPIO: ULTIMO CARACTER NO EN BLANCO.
              MOVE 20 TO WKS-RU-PAR-LARGO(WKS-RU-CANT, WKS-RU-P)
              PERFORM UNTIL
                 WKS-RU-PAR-LARGO(WKS-RU-CANT, WKS-RU-P) = ZEROES
                 OR RUT-PAR-MUNICIPIO(WKS-RU-P)
                    (WKS-RU-PAR-LARGO(WKS-RU-CANT, WKS-RU-P):1)
                    NOT = SPACE
                 SUBTRACT 1 FROM
                    WKS-RU-PAR-LARGO(WKS-RU-CANT, WKS-RU-P)
              END-PERFORM
           END-PERFORM.
       0004-GUARDA-RUTA-E.
           EXIT.

       0002-INICIO-CARGA-INSCRITOS SECTION.
      *UNA ENTRADA POR ESTUDIANTE; UNA LINEA POSTERIOR DEL MISMO
      *CODIGO REEMPLAZA EL ESTADO DE LA ANTERIOR.
           OPEN INPUT INSCRIPCION-TRANSPORTE
           IF WKS-FS-INSCTRAN NOT = "00"
              DISPLAY "NO SE PUDO ABRIR LAS INSCRIPCIONES DE TRANSPORTE"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           READ INSCRIPCION-TRANSPORTE INTO WKS-REG-INSCRIPCION
           AT END
              SET WKS-FIN-INSCTRAN TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-INSCTRAN
                   ADD 1 TO WKS-I-LINEAS
                   MOVE ZEROES TO WKS-IS-POS
                   PERFORM VARYING WKS-IS-I FROM 1 BY 1
                      UNTIL WKS-IS-I > WKS-IS-CANT
                      OR WKS-IS-POS > ZEROES
                      IF WKS-IS-CODIGO(WKS-IS-I) = WKS-IN-CODIGO
                         MOVE WKS-IS-I TO WKS-IS-POS
                      END-IF
                   END-PERFORM
                   IF WKS-IS-POS = ZEROES
                      IF WKS-IS-CANT < 2000
                         ADD 1 TO WKS-IS-CANT
                         MOVE WKS-IN-CODIGO TO
                            WKS-IS-CODIGO(WKS-IS-CANT)
                         MOVE WKS-IN-ESTADO TO
                            WKS-IS-ESTADO(WKS-IS-CANT)
                      ELSE
                         DISPLAY "INSCRIPCION FUERA DE LA TABLA DE "
                                 "2000: " WKS-IN-CODIGO
                      END-IF
                   ELSE
                      MOVE WKS-IN-ESTADO TO WKS-IS-ESTADO(WKS-IS-POS)
                   END-IF
                   READ INSCRIPCION-TRANSPORTE INTO WKS-REG-INSCRIPCION
                   AT END
                      SET WKS-FIN-INSCTRAN TO TRUE
                   END-READ
           END-PERFORM

           CLOSE INSCRIPCION-TRANSPORTE.
       0002-CARGA-INSCRITOS-E.
           EXIT.

       0003-INICIO-ASIGNA SECTION.
      *RECORRE LOS INSCRITOS EN EL ORDEN DEL ARCHIVO, DE MODO QUE
      *EL CUPO DE CADA RUTA SE LLENA POR ORDEN DE INSCRIPCION.
           OPEN INPUT MAESTRO-DIRECCIONES
           IF WKS-FS-DIRMAST NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE DIRECCIONES"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT MAESTRO-ESTUDIANTES
           IF WKS-FS-ESTUMST = "00"
              SET WKS-HAY-ESTUMST TO TRUE
           ELSE
              DISPLAY "SIN MAESTRO DE ESTUDIANTES, LISTADO SIN NOMBRES"
           END-IF

           PERFORM VARYING WKS-IS-I FROM 1 BY 1
              UNTIL WKS-IS-I > WKS-IS-CANT
              IF WKS-IS-ESTADO(WKS-IS-I) = "A"
                 ADD 1 TO WKS-I-INSCRITOS
                 PERFORM 0005-INICIO-UBICA-ESTUDIANTE THRU
                    0005-UBICA-ESTUDIANTE-E
              END-IF
           END-PERFORM

           CLOSE MAESTRO-DIRECCIONES
           IF WKS-HAY-ESTUMST
              CLOSE MAESTRO-ESTUDIANTES
           END-IF.
       0003-ASIGNA-E.
           EXIT.

       0005-INICIO-UBICA-ESTUDIANTE SECTION.
           MOVE SPACES TO WKS-AS-NOMBRE
           MOVE SPACES TO WKS-AS-MOTIVO
           MOVE ZEROES TO WKS-AS-ZONA
           MOVE "N" TO WKS-AS-ZONA-SW

           IF WKS-HAY-ESTUMST
              MOVE WKS-IS-CODIGO(WKS-IS-I) TO ESTUM-CODIGO
              READ MAESTRO-ESTUDIANTES
              END-READ
              IF WKS-FS-ESTUMST = "00"
                 MOVE ESTUM-NOMBRE(1:30) TO WKS-AS-NOMBRE
              END-IF
           END-IF

           MOVE WKS-IS-CODIGO(WKS-IS-I) TO DIRM-CODIGO
           READ MAESTRO-DIRECCIONES
           END-READ
           IF WKS-FS-DIRMAST NOT = "00" OR DIRM-DIRECCION = SPACES
              MOVE "SIN DIRECCION CAPTURADA" TO WKS-AS-MOTIVO
              GO TO 0005-RECHAZA
           END-IF
           IF DIRM-ESTADO = "E"
              MOVE "DIRECCION NO INTERPRETABLE" TO WKS-AS-MOTIVO
              GO TO 0005-RECHAZA
           END-IF

      *LA ZONA SE RECONOCE IGUAL QUE EN LA CAPTURA DE DIRECCIONES:
      *EL TOKEN "ZONA" SEGUIDO DE UN NUMERO.
           MOVE DIRM-DIRECCION TO WKS-DIRECCION-PARSE
           MOVE ZEROES TO WKS-CANT-SEGMENTOS
           CALL 'ADDRPARS' USING WKS-DIRECCION-PARSE
                                 WKS-MAX-SEGMENTOS
                                 WKS-CANT-SEGMENTOS
                                 WKS-TABLA-SEGMENTOS
           PERFORM VARYING WKS-IDX-SEG FROM 1 BY 1
              UNTIL WKS-IDX-SEG >= WKS-CANT-SEGMENTOS
              OR WKS-AS-TIENE-ZONA
              IF WKS-SEGMENTO(WKS-IDX-SEG) = "ZONA"
                 IF WKS-SEGMENTO(WKS-IDX-SEG + 1)(1:2) NUMERIC
                    MOVE WKS-SEGMENTO(WKS-IDX-SEG + 1)(1:2) TO
                       WKS-AS-ZONA
                    SET WKS-AS-TIENE-ZONA TO TRUE
                 END-IF
              END-IF
           END-PERFORM
           IF NOT WKS-AS-TIENE-ZONA
              MOVE "DIRECCION SIN ZONA" TO WKS-AS-MOTIVO
              GO TO 0005-RECHAZA
           END-IF

           PERFORM 0006-INICIO-BUSCA-RUTA THRU 0006-BUSCA-RUTA-E
           IF WKS-AS-PRIMERA-RUTA = ZEROES
              MOVE "ZONA SIN RUTA" TO WKS-AS-MOTIVO
              GO TO 0005-RECHAZA
           END-IF

      *SIN UNA RUTA CON CUPO, EL ESTUDIANTE QUEDA EN LA PRIMERA
      *RUTA QUE ATIENDE SU ZONA Y ESA RUTA SALE COMO EXCEDIDA.
           IF WKS-AS-RUTA = ZEROES
              MOVE WKS-AS-PRIMERA-RUTA TO WKS-AS-RUTA
              MOVE WKS-AS-PRIMERA-PARADA TO WKS-AS-PARADA
              ADD 1 TO WKS-I-SOBRECUPO
           END-IF

           IF WKS-PS-CANT >= 2000
              MOVE "FUERA DE LA TABLA DE 2000" TO WKS-AS-MOTIVO
              GO TO 0005-RECHAZA
           END-IF
           ADD 1 TO WKS-RU-OCUPACION(WKS-AS-RUTA)
           ADD 1 TO WKS-PS-CANT
           MOVE WKS-AS-RUTA TO WKS-PS-RUTA(WKS-PS-CANT)
           MOVE WKS-AS-PARADA TO WKS-PS-PARADA(WKS-PS-CANT)
           MOVE WKS-IS-CODIGO(WKS-IS-I) TO WKS-PS-CODIGO(WKS-PS-CANT)
           MOVE WKS-AS-NOMBRE TO WKS-PS-NOMBRE(WKS-PS-CANT)
           ADD 1 TO WKS-I-ASIGNADOS
           GO TO 0005-UBICA-ESTUDIANTE-E.

       0005-RECHAZA.
           ADD 1 TO WKS-I-SIN-RUTA
           IF WKS-SR-CANT < 2000
              ADD 1 TO WKS-SR-CANT
              MOVE WKS-IS-CODIGO(WKS-IS-I) TO WKS-SR-CODIGO(WKS-SR-CANT)
              MOVE WKS-AS-NOMBRE TO WKS-SR-NOMBRE(WKS-SR-CANT)
              IF WKS-AS-TIENE-ZONA
                 MOVE WKS-AS-ZONA TO WKS-SR-ZONA(WKS-SR-CANT)
              ELSE
                 MOVE SPACES TO WKS-SR-ZONA(WKS-SR-CANT)
              END-IF
              MOVE WKS-AS-MOTIVO TO WKS-SR-MOTIVO(WKS-SR-CANT)
           END-IF.
       0005-UBICA-ESTUDIANTE-E.
           EXIT.

       0006-INICIO-BUSCA-RUTA SECTION.
      *UNA PARADA ATIENDE AL ESTUDIANTE SI ES DE SU ZONA Y SU
      *MUNICIPIO ESTA EN BLANCO O APARECE EN LA DIRECCION
      *NORMALIZADA. DE CADA RUTA VALE LA PRIMERA PARADA QUE LO
      *ATIENDE; SE TOMA LA PRIMERA RUTA QUE TODAVIA TENGA CUPO Y SE
      *RECUERDA LA PRIMERA QUE LO ATIENDE AUNQUE ESTE LLENA.
           MOVE ZEROES TO WKS-AS-RUTA
           MOVE ZEROES TO WKS-AS-PARADA
           MOVE ZEROES TO WKS-AS-PRIMERA-RUTA
           MOVE ZEROES TO WKS-AS-PRIMERA-PARADA

           PERFORM VARYING WKS-RU-I FROM 1 BY 1
              UNTIL WKS-RU-I > WKS-RU-CANT OR WKS-AS-RUTA > ZEROES
              MOVE ZEROES TO WKS-AS-PARADA-RUTA
              PERFORM VARYING WKS-RU-P FROM 1 BY 1
                 UNTIL WKS-RU-P > WKS-RU-CANT-PARADAS(WKS-RU-I)
                 OR WKS-AS-PARADA-RUTA > ZEROES
                 IF WKS-RU-PAR-ZONA(WKS-RU-I, WKS-RU-P) = WKS-AS-ZONA
                    IF WKS-RU-PAR-LARGO(WKS-RU-I, WKS-RU-P) = ZEROES
                       MOVE WKS-RU-P TO WKS-AS-PARADA-RUTA
                    ELSE
                       MOVE ZEROES TO WKS-AS-COINCIDE
                       INSPECT DIRM-DIRECCION TALLYING WKS-AS-COINCIDE
                          FOR ALL WKS-RU-PAR-MUNICIPIO(WKS-RU-I,
                             WKS-RU-P)
                             (1:WKS-RU-PAR-LARGO(WKS-RU-I, WKS-RU-P))
                       IF WKS-AS-COINCIDE > ZEROES
                          MOVE WKS-RU-P TO WKS-AS-PARADA-RUTA
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              IF WKS-AS-PARADA-RUTA > ZEROES
                 IF WKS-AS-PRIMERA-RUTA = ZEROES
                    MOVE WKS-RU-I TO WKS-AS-PRIMERA-RUTA
                    MOVE WKS-AS-PARADA-RUTA TO WKS-AS-PRIMERA-PARADA
                 END-IF
                 IF WKS-RU-OCUPACION(WKS-RU-I) <
                    WKS-RU-CAPACIDAD(WKS-RU-I)
                    MOVE WKS-RU-I TO WKS-AS-RUTA
                    MOVE WKS-AS-PARADA-RUTA TO WKS-AS-PARADA
                 END-IF
              END-IF
           END-PERFORM.
       0006-BUSCA-RUTA-E.
           EXIT.

       0007-INICIO-ORDENA SECTION.
      *ORDENA LOS PASAJEROS POR RUTA, PARADA Y CODIGO.
           PERFORM VARYING WKS-PS-I FROM 1 BY 1
              UNTIL WKS-PS-I >= WKS-PS-CANT
              PERFORM VARYING WKS-PS-J FROM 1 BY 1
                 UNTIL WKS-PS-J > WKS-PS-CANT - WKS-PS-I
                 IF WKS-PS-LLAVE(WKS-PS-J) >
                    WKS-PS-LLAVE(WKS-PS-J + 1)
                    MOVE WKS-PS-ENTRADA(WKS-PS-J) TO WKS-PS-TEMPORAL
                    MOVE WKS-PS-ENTRADA(WKS-PS-J + 1) TO
                       WKS-PS-ENTRADA(WKS-PS-J)
                    MOVE WKS-PS-TEMPORAL TO
                       WKS-PS-ENTRADA(WKS-PS-J + 1)
                 END-IF
              END-PERFORM
           END-PERFORM.
       0007-ORDENA-E.
           EXIT.

       0008-INICIO-SALIDAS SECTION.
      *REGENERA LAS ASIGNACIONES Y ESCRIBE EL LISTADO: CADA RUTA
      *CON SUS PARADAS EN ORDEN DEL RECORRIDO Y LOS PASAJEROS DE
      *CADA PARADA, LUEGO LOS ESTUDIANTES SIN RUTA Y LAS RUTAS
      *EXCEDIDAS EN SU CAPACIDAD.
           OPEN OUTPUT ASIGNACION-RUTAS
           IF WKS-FS-RUTASIG NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE ASIGNACIONES"
              STOP RUN
           END-IF
           OPEN OUTPUT RPT-RUTAS
           IF WKS-FS-RPTRUTA NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL REPORTE DE RUTAS"
              STOP RUN
           END-IF

           PERFORM VARYING WKS-PS-I FROM 1 BY 1
              UNTIL WKS-PS-I > WKS-PS-CANT
              MOVE SPACES TO RAS-REGISTRO
              MOVE WKS-PS-CODIGO(WKS-PS-I) TO RAS-CODIGO
              MOVE WKS-RU-ID(WKS-PS-RUTA(WKS-PS-I)) TO RAS-RUTA
              MOVE WKS-PS-PARADA(WKS-PS-I) TO RAS-PARADA
              MOVE WKS-RU-PAR-HORA(WKS-PS-RUTA(WKS-PS-I),
                 WKS-PS-PARADA(WKS-PS-I)) TO RAS-HORA
              WRITE RAS-REGISTRO
           END-PERFORM

           MOVE "PASAJEROS POR RUTA EN ORDEN DE PARADA:" TO
              REG-RPT-RUTAS
           WRITE REG-RPT-RUTAS

           MOVE 1 TO WKS-PS-I
           PERFORM VARYING WKS-RU-I FROM 1 BY 1
              UNTIL WKS-RU-I > WKS-RU-CANT
              PERFORM 0009-INICIO-LISTA-RUTA THRU 0009-LISTA-RUTA-E
           END-PERFORM

           MOVE SPACES TO REG-RPT-RUTAS
           WRITE REG-RPT-RUTAS
           MOVE "ESTUDIANTES INSCRITOS SIN RUTA:" TO REG-RPT-RUTAS
           WRITE REG-RPT-RUTAS
           PERFORM VARYING WKS-IS-I FROM 1 BY 1
              UNTIL WKS-IS-I > WKS-SR-CANT
              MOVE WKS-SR-CODIGO(WKS-IS-I) TO WKS-LS-CODIGO
              MOVE WKS-SR-NOMBRE(WKS-IS-I) TO WKS-LS-NOMBRE
              MOVE WKS-SR-ZONA(WKS-IS-I) TO WKS-LS-ZONA
              MOVE WKS-SR-MOTIVO(WKS-IS-I) TO WKS-LS-MOTIVO
              WRITE REG-RPT-RUTAS FROM WKS-LINEA-SIN-RUTA
           END-PERFORM

           MOVE SPACES TO REG-RPT-RUTAS
           WRITE REG-RPT-RUTAS
           MOVE "RUTAS EXCEDIDAS EN SU CAPACIDAD:" TO REG-RPT-RUTAS
           WRITE REG-RPT-RUTAS
           PERFORM VARYING WKS-RU-I FROM 1 BY 1
              UNTIL WKS-RU-I > WKS-RU-CANT
              IF WKS-RU-OCUPACION(WKS-RU-I) >
                 WKS-RU-CAPACIDAD(WKS-RU-I)
                 ADD 1 TO WKS-I-RUTAS-EXCEDIDAS
                 MOVE WKS-RU-ID(WKS-RU-I) TO WKS-LX-ID
                 MOVE WKS-RU-DESCRIPCION(WKS-RU-I) TO
                    WKS-LX-DESCRIPCION
                 MOVE WKS-RU-CAPACIDAD(WKS-RU-I) TO WKS-LX-CAPACIDAD
                 MOVE WKS-RU-OCUPACION(WKS-RU-I) TO WKS-LX-OCUPACION
                 COMPUTE WKS-LX-EXCESO = WKS-RU-OCUPACION(WKS-RU-I) -
                    WKS-RU-CAPACIDAD(WKS-RU-I)
                 WRITE REG-RPT-RUTAS FROM WKS-LINEA-EXCEDIDA
              END-IF
           END-PERFORM

           CLOSE ASIGNACION-RUTAS, RPT-RUTAS.
       0008-SALIDAS-E.
           EXIT.

       0009-INICIO-LISTA-RUTA SECTION.
      *LA TABLA DE PASAJEROS YA VIENE EN ORDEN DE RUTA Y PARADA;
      *WKS-PS-I AVANZA SOBRE ELLA A MEDIDA QUE SE IMPRIMEN.
           MOVE SPACES TO REG-RPT-RUTAS
           WRITE REG-RPT-RUTAS
           MOVE WKS-RU-ID(WKS-RU-I) TO WKS-LR-ID
           MOVE WKS-RU-DESCRIPCION(WKS-RU-I) TO WKS-LR-DESCRIPCION
           MOVE WKS-RU-CAPACIDAD(WKS-RU-I) TO WKS-LR-CAPACIDAD
           MOVE WKS-RU-OCUPACION(WKS-RU-I) TO WKS-LR-OCUPACION
           IF WKS-RU-OCUPACION(WKS-RU-I) > WKS-RU-CAPACIDAD(WKS-RU-I)
              MOVE "<SOBRECUPO>" TO WKS-LR-MARCA
           ELSE
              MOVE SPACES TO WKS-LR-MARCA
           END-IF
           WRITE REG-RPT-RUTAS FROM WKS-LINEA-RUTA

           PERFORM VARYING WKS-RU-P FROM 1 BY 1
              UNTIL WKS-RU-P > WKS-RU-CANT-PARADAS(WKS-RU-I)
              MOVE WKS-RU-P TO WKS-LP-ORDEN
              MOVE WKS-RU-PAR-ZONA(WKS-RU-I, WKS-RU-P) TO WKS-LP-ZONA
              MOVE WKS-RU-PAR-MUNICIPIO(WKS-RU-I, WKS-RU-P) TO
                 WKS-LP-MUNICIPIO
              MOVE WKS-RU-PAR-HORA(WKS-RU-I, WKS-RU-P) TO WKS-HE-HORA
              MOVE WKS-HE-HH TO WKS-HE-TX-HH
              MOVE WKS-HE-MM TO WKS-HE-TX-MM
              MOVE WKS-HE-TEXTO TO WKS-LP-HORA
              WRITE REG-RPT-RUTAS FROM WKS-LINEA-PARADA
              PERFORM UNTIL WKS-PS-I > WKS-PS-CANT
                 OR WKS-PS-RUTA(WKS-PS-I) NOT = WKS-RU-I
                 OR WKS-PS-PARADA(WKS-PS-I) NOT = WKS-RU-P
                 MOVE WKS-PS-CODIGO(WKS-PS-I) TO WKS-LQ-CODIGO
                 MOVE WKS-PS-NOMBRE(WKS-PS-I) TO WKS-LQ-NOMBRE
                 WRITE REG-RPT-RUTAS FROM WKS-LINEA-PASAJERO
                 ADD 1 TO WKS-PS-I
              END-PERFORM
           END-PERFORM.
       0009-LISTA-RUTA-E.
           EXIT.
