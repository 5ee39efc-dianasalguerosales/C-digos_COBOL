      ******************************************************************
      * FECHA       : 2026                                             *
      * PROGRAMADOR : DIANA STEFFANNY SALGUERO ROSALES                 *
      * APLICACION  : EDUCACION                                        *
      * PROGRAMA    : EDUC3093                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : MANTENIMIENTO DEL MAESTRO DE ENCARGADOS          *
      *             : (ENCMST), LLAVE = DPI DEL ENCARGADO. APLICA      *
      *             : TRANSACCIONES DE ALTA (A), MODIFICACION (M) Y    *
      *             : BAJA (B) DEL ENCARGADO, Y DE VINCULO (V) Y       *
      *             : DESVINCULO (D) DE LOS ESTUDIANTES A SU CARGO,    *
      *             : LEIDAS DEL ARCHIVO TRANSENC. EL DPI SE VALIDA    *
      *             : CON DPICHK01 Y EL NIT CON NITCHK01 (LA MISMA     *
      *             : REGLA DE EDUC3007); SIN NIT EL ENCARGADO QUEDA   *
      *             : COMO CONSUMIDOR FINAL (CF). CADA ESTUDIANTE      *
      *             : TIENE A LO SUMO UN ENCARGADO PRINCIPAL (BOLETAS  *
      *             : DE EDUC3051) Y UNO DE FACTURACION (FACTURAS DE   *
      *             : EDUC3056). EMITE EL REPORTE DE CAMBIOS           *
      *             : ANTES/DESPUES EN EL MOLDE DE EDUC3075 Y, AL      *
      *             : FINAL, EL REPORTE DE EXCEPCION DE ESTUDIANTES    *
      *             : DEL MAESTRO SIN ENCARGADO, SIN ENCARGADO         *
      *             : PRINCIPAL O SIN ENCARGADO DE FACTURACION.        *
      * ARCHIVOS    : ENCMST (I-O), TRANSENC (ENTRADA), ESTUMST        *
      *             : (ENTRADA), RPTENCM (SALIDA), RPTSINEN (SALIDA)   *
      * PROGRAMA(S) : DPICHK01, NITCHK01                               *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDUC3093.
       AUTHOR. DIANA SALGUERO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENCARGADO-MASTER ASSIGN TO ENCMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ENC-LLAVE
                  FILE STATUS IS WKS-FS-ENCMST.
           SELECT TRANS-ENCARGADOS ASSIGN TO TRANSENC
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-TRANSENC.
           SELECT ESTUDIANTE-MASTER ASSIGN TO ESTUMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ESTUM-LLAVE
                  FILE STATUS IS WKS-FS-ESTUMST.
           SELECT RPT-CAMBIOS ASSIGN TO RPTENCM
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-RPTENCM.
           SELECT RPT-SIN-ENCARGADO ASSIGN TO RPTSINEN
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-RPTSINEN.

       DATA DIVISION.

       FILE SECTION.
       FD ENCARGADO-MASTER.
           COPY ENCMST.

       FD TRANS-ENCARGADOS.
       01 REG-TRANS-ENCARGADOS          PIC X(100).

       FD ESTUDIANTE-MASTER.
           COPY ESTUMST.

       FD RPT-CAMBIOS.
       01 REG-RPT-CAMBIOS               PIC X(132).

       FD RPT-SIN-ENCARGADO.
       01 REG-RPT-SIN-ENCARGADO         PIC X(132).

       WORKING-STORAGE SECTION.

       01 WKS-CONTROL-ARCHIVOS.
          02 WKS-FS-ENCMST              PIC X(02) VALUE SPACES.
             88 WKS-FIN-ENCMST                    VALUE "10".
          02 WKS-FS-TRANSENC            PIC X(02) VALUE SPACES.
             88 WKS-FIN-TRANSENC                  VALUE "10".
          02 WKS-FS-ESTUMST             PIC X(02) VALUE SPACES.
             88 WKS-FIN-ESTUMST                   VALUE "10".
          02 WKS-FS-RPTENCM             PIC X(02) VALUE SPACES.
          02 WKS-FS-RPTSINEN            PIC X(02) VALUE SPACES.

       01 WKS-CONTROL-FECHA.
          02 WKS-FECHA-ENTERA           PIC X(20) VALUE SPACES.
          02 WKS-FECHA-HOY              PIC 9(08) VALUE ZEROES.

       01 WKS-ITERACIONES.
          02 WKS-I-LEIDAS               PIC 9(05) VALUE ZEROES.
          02 WKS-I-APLICADAS            PIC 9(05) VALUE ZEROES.
          02 WKS-I-RECHAZADAS           PIC 9(05) VALUE ZEROES.
          02 WKS-I-ENCARGADOS           PIC 9(05) VALUE ZEROES.
          02 WKS-I-ESTUDIANTES          PIC 9(07) VALUE ZEROES.
          02 WKS-I-SIN-ENCARGADO        PIC 9(05) VALUE ZEROES.
          02 WKS-I-SIN-PRINCIPAL        PIC 9(05) VALUE ZEROES.
          02 WKS-I-SIN-FACTURA          PIC 9(05) VALUE ZEROES.

      *TRANSACCION DE ENCARGADOS: A=ALTA, M=MODIFICACION DE NOMBRE,
      *PARENTESCO, TELEFONO Y NIT, B=BAJA, V=VINCULA UN ESTUDIANTE
      *AL ENCARGADO (CON LAS MARCAS DE PRINCIPAL Y DE FACTURACION),
      *D=DESVINCULA UN ESTUDIANTE. EL PARENTESCO ES P=PADRE,
      *M=MADRE, A=ABUELO(A), H=HERMANO(A), T=TUTOR, O=OTRO. EL NIT
      *LLEGA COMO SE TECLEA (CON O SIN GUION); EN BLANCO O "CF"
      *DEJA AL ENCARGADO COMO CONSUMIDOR FINAL.
       01 WKS-REG-TRANS.
          02 WKS-TE-ACCION              PIC X(01) VALUE SPACES.
             88 WKS-TE-ALTA                       VALUE "A".
             88 WKS-TE-MODIFICACION               VALUE "M".
             88 WKS-TE-BAJA                       VALUE "B".
             88 WKS-TE-VINCULA                    VALUE "V".
             88 WKS-TE-DESVINCULA                 VALUE "D".
          02 WKS-TE-DPI                 PIC X(13) VALUE SPACES.
          02 WKS-TE-NOMBRE              PIC X(40) VALUE SPACES.
          02 WKS-TE-PARENTESCO          PIC X(01) VALUE SPACES.
             88 WKS-TE-PARENTESCO-VALIDO          VALUE "P" "M" "A"
                                                        "H" "T" "O".
          02 WKS-TE-TELEFONO            PIC X(12) VALUE SPACES.
          02 WKS-TE-NIT                 PIC X(14) VALUE SPACES.
          02 WKS-TE-ESTUDIANTE          PIC X(05) VALUE SPACES.
          02 WKS-TE-PRINCIPAL           PIC X(01) VALUE SPACES.
             88 WKS-TE-ES-PRINCIPAL               VALUE "S".
             88 WKS-TE-PRINCIPAL-VALIDO           VALUE "S" "N" " ".
          02 WKS-TE-FACTURA             PIC X(01) VALUE SPACES.
             88 WKS-TE-ES-FACTURA                 VALUE "S".
             88 WKS-TE-FACTURA-VALIDO             VALUE "S" "N" " ".
          02 FILLER                     PIC X(12).

      *IMAGEN DEL ENCARGADO ANTES DEL CAMBIO.
       01 WKS-IMAGEN-ANTES.
          02 WKS-AN-NOMBRE              PIC X(40) VALUE SPACES.
          02 WKS-AN-PARENTESCO          PIC X(01) VALUE SPACES.
          02 WKS-AN-NIT                 PIC X(10) VALUE SPACES.
          02 WKS-AN-ESTADO              PIC X(01) VALUE SPACES.
          02 WKS-AN-CANT                PIC X(02) VALUE SPACES.

       01 WKS-RESULTADO-TRANS.
          02 WKS-RT-APLICADA            PIC X(01) VALUE "N".
             88 WKS-TRANS-APLICADA                VALUE "S".
          02 WKS-RT-MOTIVO              PIC X(20) VALUE SPACES.

      *AREAS DE LLAMADA A LOS SUBPROGRAMAS COMUNES DE DPI (DPICHK01)
      *Y DE NIT (NITCHK01).
       01 WKS-CONTROL-CHEQUEO.
          02 WKS-CHK-DPI                PIC 9(13) VALUE ZEROES.
          02 WKS-CHK-DIGITO             PIC 9(02) VALUE ZEROES.
          02 WKS-CHK-VEREDICTO          PIC X(20) VALUE SPACES.
          02 WKS-CHK-ERROR              PIC X(01) VALUE "N".
          02 WKS-NK-CRUDO               PIC X(14) VALUE SPACES.
          02 WKS-NK-NORMALIZADO         PIC X(10) VALUE SPACES.
          02 WKS-NK-VEREDICTO           PIC X(20) VALUE SPACES.
          02 WKS-NK-ERROR               PIC X(01) VALUE "N".
          02 WKS-NIT-FINAL              PIC X(10) VALUE SPACES.

      *VINCULOS VIGENTES POR ESTUDIANTE, CARGADOS DEL MAESTRO AL
      *INICIO Y AL DIA CON CADA TRANSACCION APLICADA: CUANTOS
      *ENCARGADOS ACTIVOS TIENE, Y EL DPI DE SU ENCARGADO PRINCIPAL
      *Y DE SU ENCARGADO DE FACTURACION (CERO SI NO TIENE).
       01 WKS-TABLA-VINCULOS.
          02 WKS-TV-ENTRADA OCCURS 5000 TIMES.
             03 WKS-TV-CODIGO           PIC 9(05).
             03 WKS-TV-CANT             PIC 9(02).
             03 WKS-TV-PRINCIPAL        PIC 9(13).
             03 WKS-TV-FACTURA          PIC 9(13).
          02 WKS-TV-TOTAL               PIC 9(04) VALUE ZEROES.
          02 WKS-TV-IDX                 PIC 9(04) VALUE ZEROES.
          02 WKS-TV-POS                 PIC 9(04) VALUE ZEROES.
          02 WKS-TV-CODIGO-BUSCA        PIC 9(05) VALUE ZEROES.
          02 WKS-TV-HALLADO-SW          PIC X(01) VALUE "N".
             88 WKS-TV-HALLADO                    VALUE "S".

      *VINCULO EN PROCESO Y COPIA DE LA LISTA DE ESTUDIANTES DEL
      *ENCARGADO PARA LIBERAR SUS VINCULOS EN LA BAJA.
       01 WKS-CONTROL-VINCULO.
          02 WKS-VI-IDX                 PIC 9(02) VALUE ZEROES.
          02 WKS-VI-POS                 PIC 9(02) VALUE ZEROES.
          02 WKS-VI-CODIGO              PIC 9(05) VALUE ZEROES.
          02 WKS-VI-PRINCIPAL           PIC X(01) VALUE "N".
          02 WKS-VI-FACTURA             PIC X(01) VALUE "N".
          02 WKS-VG-CANT                PIC 9(02) VALUE ZEROES.
          02 WKS-VG-ENTRADA OCCURS 10 TIMES.
             03 WKS-VG-CODIGO           PIC 9(05).
             03 WKS-VG-PRINCIPAL        PIC X(01).
             03 WKS-VG-FACTURA          PIC X(01).

       01 WKS-LINEA-CAMBIO.
          02 WKS-LC-ACCION              PIC X(01) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LC-DPI                 PIC X(13) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LC-ANTES-NOMBRE        PIC X(19) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LC-ANTES-PARENTESCO    PIC X(01) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LC-ANTES-NIT           PIC X(10) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LC-ANTES-ESTADO        PIC X(01) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LC-ANTES-CANT          PIC X(02) VALUE SPACES.
          02 FILLER                     PIC X(03) VALUE " ->".
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LC-DESPUES-NOMBRE      PIC X(19) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LC-DESPUES-PARENTESCO  PIC X(01) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LC-DESPUES-NIT         PIC X(10) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LC-DESPUES-ESTADO      PIC X(01) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LC-DESPUES-CANT        PIC X(02) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LC-ESTUDIANTE          PIC X(05) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LC-RESULTADO           PIC X(09) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LC-MOTIVO              PIC X(20) VALUE SPACES.

       01 WKS-LINEA-SIN-ENCARGADO.
          02 WKS-LS-CODIGO              PIC 9(05) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LS-NOMBRE              PIC X(50) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LS-MOTIVO              PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-INICIO SECTION.
           MOVE FUNCTION CURRENT-DATE TO WKS-FECHA-ENTERA
           MOVE WKS-FECHA-ENTERA(1:8) TO WKS-FECHA-HOY

           PERFORM 0001-INICIO-ABRE-ARCHIVOS THRU 0001-ABRE-ARCHIVOS-E
           PERFORM 0012-INICIO-CARGA-VINCULOS THRU
              0012-CARGA-VINCULOS-E

           READ TRANS-ENCARGADOS INTO WKS-REG-TRANS
           AT END
              SET WKS-FIN-TRANSENC TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-TRANSENC
                   ADD 1 TO WKS-I-LEIDAS
                   PERFORM 0002-INICIO-APLICA-TRANS THRU
                      0002-APLICA-TRANS-E
                   PERFORM 0006-INICIO-LINEA-REPORTE THRU
                      0006-LINEA-REPORTE-E
                   READ TRANS-ENCARGADOS INTO WKS-REG-TRANS
                   AT END
                      SET WKS-FIN-TRANSENC TO TRUE
                   END-READ
           END-PERFORM

           PERFORM 0007-INICIO-TOTALES THRU 0007-TOTALES-E
           PERFORM 0016-INICIO-SIN-ENCARGADO THRU
              0016-SIN-ENCARGADO-E

           CLOSE ENCARGADO-MASTER, TRANS-ENCARGADOS, ESTUDIANTE-MASTER,
                 RPT-CAMBIOS, RPT-SIN-ENCARGADO

           IF WKS-I-RECHAZADAS > ZEROES
              MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.
       0000-INICIO-E.
           EXIT.

       0001-INICIO-ABRE-ARCHIVOS SECTION.
      *EL MAESTRO DE ENCARGADOS SE ABRE I-O; SI TODAVIA NO EXISTE
      *(FILE STATUS 35) SE CREA VACIO Y SE REABRE, PARA QUE LA CARGA
      *INICIAL SE HAGA CON ESTE MISMO PROGRAMA.
           OPEN I-O ENCARGADO-MASTER
           IF WKS-FS-ENCMST = "35"
              OPEN OUTPUT ENCARGADO-MASTER
              CLOSE ENCARGADO-MASTER
              OPEN I-O ENCARGADO-MASTER
           END-IF
           IF WKS-FS-ENCMST NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE ENCARGADOS"
              STOP RUN
           END-IF

           OPEN INPUT TRANS-ENCARGADOS
           IF WKS-FS-TRANSENC NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE TRANSACCIONES"
              STOP RUN
           END-IF

           OPEN INPUT ESTUDIANTE-MASTER
           IF WKS-FS-ESTUMST NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE ESTUDIANTES"
              STOP RUN
           END-IF

           OPEN OUTPUT RPT-CAMBIOS
           IF WKS-FS-RPTENCM NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL REPORTE DE CAMBIOS"
              STOP RUN
           END-IF

           OPEN OUTPUT RPT-SIN-ENCARGADO
           IF WKS-FS-RPTSINEN NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL REPORTE DE ESTUDIANTES SIN "
                      "ENCARGADO"
              STOP RUN
           END-IF

           MOVE SPACES TO REG-RPT-CAMBIOS
           MOVE "A DPI           ANTES (NOMBRE/PAR/NIT/EST/CANT)"
              TO REG-RPT-CAMBIOS(1:47)
           MOVE "-> DESPUES" TO REG-RPT-CAMBIOS(54:10)
           MOVE "ESTUD" TO REG-RPT-CAMBIOS(96:5)
           MOVE "RESULTADO" TO REG-RPT-CAMBIOS(102:9)
           MOVE "MOTIVO" TO REG-RPT-CAMBIOS(112:6)
           WRITE REG-RPT-CAMBIOS.
       0001-ABRE-ARCHIVOS-E.
           EXIT.

       0002-INICIO-APLICA-TRANS SECTION.
           MOVE "N" TO WKS-RT-APLICADA
           MOVE SPACES TO WKS-RT-MOTIVO
           MOVE SPACES TO WKS-IMAGEN-ANTES

           IF WKS-TE-DPI NOT NUMERIC OR WKS-TE-DPI = ZEROES
              MOVE "DPI NO NUMERICO" TO WKS-RT-MOTIVO
              ADD 1 TO WKS-I-RECHAZADAS
              GO TO 0002-APLICA-TRANS-E
           END-IF

           MOVE WKS-TE-DPI TO ENC-DPI
           READ ENCARGADO-MASTER
           END-READ
           IF WKS-FS-ENCMST = "00"
              MOVE ENC-NOMBRE TO WKS-AN-NOMBRE
              MOVE ENC-PARENTESCO TO WKS-AN-PARENTESCO
              MOVE ENC-NIT TO WKS-AN-NIT
              MOVE ENC-ESTADO TO WKS-AN-ESTADO
              MOVE ENC-CANT-ESTUDIANTES TO WKS-AN-CANT
           END-IF

           EVALUATE TRUE
           WHEN WKS-TE-ALTA
                PERFORM 0003-INICIO-ALTA THRU 0003-ALTA-E
           WHEN WKS-TE-MODIFICACION
                PERFORM 0004-INICIO-MODIFICACION THRU
                   0004-MODIFICACION-E
           WHEN WKS-TE-BAJA
                PERFORM 0005-INICIO-BAJA THRU 0005-BAJA-E
           WHEN WKS-TE-VINCULA
                PERFORM 0010-INICIO-VINCULA THRU 0010-VINCULA-E
           WHEN WKS-TE-DESVINCULA
                PERFORM 0011-INICIO-DESVINCULA THRU
                   0011-DESVINCULA-E
           WHEN OTHER
                MOVE "ACCION INVALIDA" TO WKS-RT-MOTIVO
           END-EVALUATE

           IF WKS-TRANS-APLICADA
              ADD 1 TO WKS-I-APLICADAS
           ELSE
              ADD 1 TO WKS-I-RECHAZADAS
           END-IF.
       0002-APLICA-TRANS-E.
           EXIT.

       0003-INICIO-ALTA SECTION.
      *UN ENCARGADO DADO DE BAJA PUEDE VOLVER A DARSE DE ALTA; SE
      *REACTIVA LA MISMA FILA, SIN ESTUDIANTES (LA BAJA LIBERO SUS
      *VINCULOS) Y CON LA FECHA DE ALTA NUEVA.
           IF WKS-AN-ESTADO = "A"
              MOVE "LLAVE YA EXISTE" TO WKS-RT-MOTIVO
              GO TO 0003-ALTA-E
           END-IF

      *EL DPI DEL ENCARGADO ES LA LLAVE; SOLO SE ACEPTA EL QUE PASA
      *EL DIGITO VERIFICADOR COMUN. UN DPI "EN REVISION" TAMPOCO
      *ENTRA HASTA QUE SE ACLARE.
           MOVE WKS-TE-DPI TO WKS-CHK-DPI
           CALL 'DPICHK01' USING WKS-CHK-DPI
                                 WKS-CHK-DIGITO
                                 WKS-CHK-VEREDICTO
                                 WKS-CHK-ERROR
           IF WKS-CHK-VEREDICTO NOT = "ACEPTADO"
              STRING "DPI " WKS-CHK-VEREDICTO
                 DELIMITED BY SIZE INTO WKS-RT-MOTIVO
              END-STRING
              GO TO 0003-ALTA-E
           END-IF

           PERFORM 0008-INICIO-VALIDA-DATOS THRU 0008-VALIDA-DATOS-E
           IF WKS-RT-MOTIVO NOT = SPACES
              GO TO 0003-ALTA-E
           END-IF

           MOVE WKS-TE-DPI TO ENC-DPI
           PERFORM 0009-INICIO-MUEVE-DATOS THRU 0009-MUEVE-DATOS-E
           MOVE "A" TO ENC-ESTADO
           MOVE WKS-FECHA-HOY TO ENC-FECHA-ALTA
           MOVE WKS-FECHA-HOY TO ENC-FECHA-ULT-CAMBIO
           MOVE ZEROES TO ENC-CANT-ESTUDIANTES
           PERFORM VARYING WKS-VI-IDX FROM 1 BY 1
              UNTIL WKS-VI-IDX > 10
              MOVE ZEROES TO ENC-EST-CODIGO(WKS-VI-IDX)
              MOVE "N" TO ENC-EST-PRINCIPAL(WKS-VI-IDX)
              MOVE "N" TO ENC-EST-FACTURA(WKS-VI-IDX)
           END-PERFORM
           IF WKS-AN-ESTADO = SPACES
              WRITE ENC-REGISTRO
           ELSE
              REWRITE ENC-REGISTRO
           END-IF
           IF WKS-FS-ENCMST = "00"
              SET WKS-TRANS-APLICADA TO TRUE
           ELSE
              MOVE "ERROR DE GRABACION" TO WKS-RT-MOTIVO
           END-IF.
       0003-ALTA-E.
           EXIT.

       0004-INICIO-MODIFICACION SECTION.
      *LA MODIFICACION CORRIGE NOMBRE, PARENTESCO, TELEFONO Y NIT;
      *NO CAMBIA EL ESTADO NI LOS VINCULOS, Y NO APLICA A UN
      *ENCARGADO DADO DE BAJA.
           EVALUATE TRUE
           WHEN WKS-AN-ESTADO = SPACES
                MOVE "LLAVE NO EXISTE" TO WKS-RT-MOTIVO
           WHEN WKS-AN-ESTADO = "B"
                MOVE "ENCARGADO DE BAJA" TO WKS-RT-MOTIVO
           WHEN OTHER
                PERFORM 0008-INICIO-VALIDA-DATOS THRU
                   0008-VALIDA-DATOS-E
           END-EVALUATE
           IF WKS-RT-MOTIVO NOT = SPACES
              GO TO 0004-MODIFICACION-E
           END-IF

           PERFORM 0009-INICIO-MUEVE-DATOS THRU 0009-MUEVE-DATOS-E
           MOVE WKS-FECHA-HOY TO ENC-FECHA-ULT-CAMBIO
           REWRITE ENC-REGISTRO
           IF WKS-FS-ENCMST = "00"
              SET WKS-TRANS-APLICADA TO TRUE
           ELSE
              MOVE "ERROR DE GRABACION" TO WKS-RT-MOTIVO
           END-IF.
       0004-MODIFICACION-E.
           EXIT.

       0005-INICIO-BAJA SECTION.
      *LA BAJA NO BORRA AL ENCARGADO: LO MARCA "B" Y LIBERA TODOS SUS
      *VINCULOS, PARA QUE SUS ESTUDIANTES SALGAN EN EL REPORTE DE
      *EXCEPCION HASTA QUE SE LES ASIGNE OTRO ENCARGADO.
           EVALUATE TRUE
           WHEN WKS-AN-ESTADO = SPACES
                MOVE "LLAVE NO EXISTE" TO WKS-RT-MOTIVO
           WHEN WKS-AN-ESTADO = "B"
                MOVE "ENCARGADO YA DE BAJA" TO WKS-RT-MOTIVO
           END-EVALUATE
           IF WKS-RT-MOTIVO NOT = SPACES
              GO TO 0005-BAJA-E
           END-IF

           MOVE ENC-CANT-ESTUDIANTES TO WKS-VG-CANT
           PERFORM VARYING WKS-VI-IDX FROM 1 BY 1
              UNTIL WKS-VI-IDX > 10
              MOVE ENC-EST-CODIGO(WKS-VI-IDX) TO
                 WKS-VG-CODIGO(WKS-VI-IDX)
              MOVE ENC-EST-PRINCIPAL(WKS-VI-IDX) TO
                 WKS-VG-PRINCIPAL(WKS-VI-IDX)
              MOVE ENC-EST-FACTURA(WKS-VI-IDX) TO
                 WKS-VG-FACTURA(WKS-VI-IDX)
              MOVE ZEROES TO ENC-EST-CODIGO(WKS-VI-IDX)
              MOVE "N" TO ENC-EST-PRINCIPAL(WKS-VI-IDX)
              MOVE "N" TO ENC-EST-FACTURA(WKS-VI-IDX)
           END-PERFORM

           MOVE "B" TO ENC-ESTADO
           MOVE ZEROES TO ENC-CANT-ESTUDIANTES
           MOVE WKS-FECHA-HOY TO ENC-FECHA-ULT-CAMBIO
           REWRITE ENC-REGISTRO
           IF WKS-FS-ENCMST NOT = "00"
              MOVE "ERROR DE GRABACION" TO WKS-RT-MOTIVO
              GO TO 0005-BAJA-E
           END-IF
           SET WKS-TRANS-APLICADA TO TRUE

           PERFORM VARYING WKS-VI-IDX FROM 1 BY 1
              UNTIL WKS-VI-IDX > WKS-VG-CANT
              MOVE WKS-VG-CODIGO(WKS-VI-IDX) TO WKS-VI-CODIGO
              MOVE WKS-VG-PRINCIPAL(WKS-VI-IDX) TO WKS-VI-PRINCIPAL
              MOVE WKS-VG-FACTURA(WKS-VI-IDX) TO WKS-VI-FACTURA
              PERFORM 0015-INICIO-QUITA-VINCULO THRU
                 0015-QUITA-VINCULO-E
           END-PERFORM.
       0005-BAJA-E.
           EXIT.

       0006-INICIO-LINEA-REPORTE SECTION.
      *UNA LINEA ANTES/DESPUES POR TRANSACCION. CUANDO FUE
      *RECHAZADA, EL "DESPUES" REPITE LA IMAGEN ANTERIOR PORQUE EL
      *MAESTRO NO CAMBIO.
           MOVE WKS-TE-ACCION TO WKS-LC-ACCION
           MOVE WKS-TE-DPI TO WKS-LC-DPI
           MOVE WKS-AN-NOMBRE TO WKS-LC-ANTES-NOMBRE
           MOVE WKS-AN-PARENTESCO TO WKS-LC-ANTES-PARENTESCO
           MOVE WKS-AN-NIT TO WKS-LC-ANTES-NIT
           MOVE WKS-AN-ESTADO TO WKS-LC-ANTES-ESTADO
           MOVE WKS-AN-CANT TO WKS-LC-ANTES-CANT
           MOVE WKS-TE-ESTUDIANTE TO WKS-LC-ESTUDIANTE

           IF WKS-TRANS-APLICADA
              MOVE ENC-NOMBRE TO WKS-LC-DESPUES-NOMBRE
              MOVE ENC-PARENTESCO TO WKS-LC-DESPUES-PARENTESCO
              MOVE ENC-NIT TO WKS-LC-DESPUES-NIT
              MOVE ENC-ESTADO TO WKS-LC-DESPUES-ESTADO
              MOVE ENC-CANT-ESTUDIANTES TO WKS-LC-DESPUES-CANT
              MOVE "APLICADA" TO WKS-LC-RESULTADO
           ELSE
              MOVE WKS-AN-NOMBRE TO WKS-LC-DESPUES-NOMBRE
              MOVE WKS-AN-PARENTESCO TO WKS-LC-DESPUES-PARENTESCO
              MOVE WKS-AN-NIT TO WKS-LC-DESPUES-NIT
              MOVE WKS-AN-ESTADO TO WKS-LC-DESPUES-ESTADO
              MOVE WKS-AN-CANT TO WKS-LC-DESPUES-CANT
              MOVE "RECHAZADA" TO WKS-LC-RESULTADO
           END-IF
           MOVE WKS-RT-MOTIVO TO WKS-LC-MOTIVO

           WRITE REG-RPT-CAMBIOS FROM WKS-LINEA-CAMBIO.
       0006-LINEA-REPORTE-E.
           EXIT.

       0007-INICIO-TOTALES SECTION.
           MOVE SPACES TO REG-RPT-CAMBIOS
           WRITE REG-RPT-CAMBIOS
           MOVE SPACES TO REG-RPT-CAMBIOS
           STRING "TRANSACCIONES LEIDAS: " WKS-I-LEIDAS
                  "  APLICADAS: " WKS-I-APLICADAS
                  "  RECHAZADAS: " WKS-I-RECHAZADAS
              DELIMITED BY SIZE INTO REG-RPT-CAMBIOS
           END-STRING
           WRITE REG-RPT-CAMBIOS

           DISPLAY "ENCARGADOS ACTIVOS AL INICIO: " WKS-I-ENCARGADOS
           DISPLAY "TRANSACCIONES LEIDAS AL MAESTRO: " WKS-I-LEIDAS
           DISPLAY "TRANSACCIONES APLICADAS: " WKS-I-APLICADAS
           DISPLAY "TRANSACCIONES RECHAZADAS: " WKS-I-RECHAZADAS.
       0007-TOTALES-E.
           EXIT.

       0008-INICIO-VALIDA-DATOS SECTION.
      *NOMBRE PRESENTE, PARENTESCO VALIDO Y NIT ACEPTADO POR EL
      *SUBPROGRAMA COMUN; SIN NIT (O CON "CF") EL ENCARGADO QUEDA
      *COMO CONSUMIDOR FINAL. EL TELEFONO ES LIBRE.
           IF WKS-TE-NOMBRE = SPACES
              MOVE "NOMBRE EN BLANCO" TO WKS-RT-MOTIVO
              GO TO 0008-VALIDA-DATOS-E
           END-IF
           IF NOT WKS-TE-PARENTESCO-VALIDO
              MOVE "PARENTESCO INVALIDO" TO WKS-RT-MOTIVO
              GO TO 0008-VALIDA-DATOS-E
           END-IF

           IF WKS-TE-NIT = SPACES OR WKS-TE-NIT = "CF"
              MOVE "CF" TO WKS-NIT-FINAL
              GO TO 0008-VALIDA-DATOS-E
           END-IF

           MOVE WKS-TE-NIT TO WKS-NK-CRUDO
           CALL 'NITCHK01' USING WKS-NK-CRUDO
                                 WKS-NK-NORMALIZADO
                                 WKS-NK-VEREDICTO
                                 WKS-NK-ERROR
           EVALUATE TRUE
           WHEN WKS-NK-ERROR = "S"
                MOVE "NIT INVALIDO" TO WKS-RT-MOTIVO
           WHEN WKS-NK-VEREDICTO NOT = "ACEPTADO"
                MOVE "NIT DENEGADO" TO WKS-RT-MOTIVO
           WHEN OTHER
                MOVE WKS-NK-NORMALIZADO TO WKS-NIT-FINAL
           END-EVALUATE.
       0008-VALIDA-DATOS-E.
           EXIT.

       0009-INICIO-MUEVE-DATOS SECTION.
           MOVE WKS-TE-NOMBRE TO ENC-NOMBRE
           MOVE WKS-TE-PARENTESCO TO ENC-PARENTESCO
           MOVE WKS-TE-TELEFONO TO ENC-TELEFONO
           MOVE WKS-NIT-FINAL TO ENC-NIT.
       0009-MUEVE-DATOS-E.
           EXIT.

       0010-INICIO-VINCULA SECTION.
      *VINCULA UN ESTUDIANTE DEL MAESTRO A UN ENCARGADO ACTIVO. UN
      *ESTUDIANTE PUEDE TENER VARIOS ENCARGADOS, PERO SOLO UNO
      *PRINCIPAL Y SOLO UNO DE FACTURACION; PARA CAMBIARLOS PRIMERO
      *SE DESVINCULA AL ANTERIOR.
           EVALUATE TRUE
           WHEN WKS-AN-ESTADO = SPACES
                MOVE "LLAVE NO EXISTE" TO WKS-RT-MOTIVO
           WHEN WKS-AN-ESTADO = "B"
                MOVE "ENCARGADO DE BAJA" TO WKS-RT-MOTIVO
           WHEN WKS-TE-ESTUDIANTE NOT NUMERIC OR
                WKS-TE-ESTUDIANTE = ZEROES
                MOVE "ESTUDIANTE INVALIDO" TO WKS-RT-MOTIVO
           WHEN NOT WKS-TE-PRINCIPAL-VALIDO
                MOVE "MARCA PRINCIPAL MALA" TO WKS-RT-MOTIVO
           WHEN NOT WKS-TE-FACTURA-VALIDO
                MOVE "MARCA FACTURA MALA" TO WKS-RT-MOTIVO
           WHEN ENC-CANT-ESTUDIANTES NOT < 10
                MOVE "MAXIMO DE ESTUDIANTES" TO WKS-RT-MOTIVO
           END-EVALUATE
           IF WKS-RT-MOTIVO NOT = SPACES
              GO TO 0010-VINCULA-E
           END-IF

           MOVE WKS-TE-ESTUDIANTE TO ESTUM-CODIGO
           READ ESTUDIANTE-MASTER
           END-READ
           IF WKS-FS-ESTUMST NOT = "00"
              MOVE "ESTUDIANTE NO EXISTE" TO WKS-RT-MOTIVO
              GO TO 0010-VINCULA-E
           END-IF

           MOVE WKS-TE-ESTUDIANTE TO WKS-VI-CODIGO
           MOVE ZEROES TO WKS-VI-POS
           PERFORM VARYING WKS-VI-IDX FROM 1 BY 1
              UNTIL WKS-VI-IDX > ENC-CANT-ESTUDIANTES
              IF ENC-EST-CODIGO(WKS-VI-IDX) = WKS-VI-CODIGO
                 MOVE WKS-VI-IDX TO WKS-VI-POS
              END-IF
           END-PERFORM
           IF WKS-VI-POS > ZEROES
              MOVE "VINCULO YA EXISTE" TO WKS-RT-MOTIVO
              GO TO 0010-VINCULA-E
           END-IF

           MOVE WKS-VI-CODIGO TO WKS-TV-CODIGO-BUSCA
           PERFORM 0013-INICIO-BUSCA-VINCULO THRU 0013-BUSCA-VINCULO-E
           EVALUATE TRUE
           WHEN NOT WKS-TV-HALLADO AND WKS-TV-TOTAL NOT < 5000
                MOVE "TABLA VINCULOS LLENA" TO WKS-RT-MOTIVO
           WHEN NOT WKS-TV-HALLADO
                CONTINUE
           WHEN WKS-TE-ES-PRINCIPAL AND
                WKS-TV-PRINCIPAL(WKS-TV-POS) NOT = ZEROES
                MOVE "YA TIENE PRINCIPAL" TO WKS-RT-MOTIVO
           WHEN WKS-TE-ES-FACTURA AND
                WKS-TV-FACTURA(WKS-TV-POS) NOT = ZEROES
                MOVE "YA TIENE FACTURACION" TO WKS-RT-MOTIVO
           END-EVALUATE
           IF WKS-RT-MOTIVO NOT = SPACES
              GO TO 0010-VINCULA-E
           END-IF

           MOVE "N" TO WKS-VI-PRINCIPAL, WKS-VI-FACTURA
           IF WKS-TE-ES-PRINCIPAL
              MOVE "S" TO WKS-VI-PRINCIPAL
           END-IF
           IF WKS-TE-ES-FACTURA
              MOVE "S" TO WKS-VI-FACTURA
           END-IF

           ADD 1 TO ENC-CANT-ESTUDIANTES
           MOVE WKS-VI-CODIGO TO
              ENC-EST-CODIGO(ENC-CANT-ESTUDIANTES)
           MOVE WKS-VI-PRINCIPAL TO
              ENC-EST-PRINCIPAL(ENC-CANT-ESTUDIANTES)
           MOVE WKS-VI-FACTURA TO
              ENC-EST-FACTURA(ENC-CANT-ESTUDIANTES)
           MOVE WKS-FECHA-HOY TO ENC-FECHA-ULT-CAMBIO
           REWRITE ENC-REGISTRO
           IF WKS-FS-ENCMST NOT = "00"
              MOVE "ERROR DE GRABACION" TO WKS-RT-MOTIVO
              GO TO 0010-VINCULA-E
           END-IF
           SET WKS-TRANS-APLICADA TO TRUE
           PERFORM 0014-INICIO-AGREGA-VINCULO THRU
              0014-AGREGA-VINCULO-E.
       0010-VINCULA-E.
           EXIT.

       0011-INICIO-DESVINCULA SECTION.
      *QUITA UN ESTUDIANTE DE LA LISTA DEL ENCARGADO, CORRIENDO LOS
      *SIGUIENTES UNA POSICION PARA NO DEJAR HUECOS.
           EVALUATE TRUE
           WHEN WKS-AN-ESTADO = SPACES
                MOVE "LLAVE NO EXISTE" TO WKS-RT-MOTIVO
           WHEN WKS-TE-ESTUDIANTE NOT NUMERIC OR
                WKS-TE-ESTUDIANTE = ZEROES
                MOVE "ESTUDIANTE INVALIDO" TO WKS-RT-MOTIVO
           END-EVALUATE
           IF WKS-RT-MOTIVO NOT = SPACES
              GO TO 0011-DESVINCULA-E
           END-IF

           MOVE WKS-TE-ESTUDIANTE TO WKS-VI-CODIGO
           MOVE ZEROES TO WKS-VI-POS
           PERFORM VARYING WKS-VI-IDX FROM 1 BY 1
              UNTIL WKS-VI-IDX > ENC-CANT-ESTUDIANTES
              IF ENC-EST-CODIGO(WKS-VI-IDX) = WKS-VI-CODIGO
                 MOVE WKS-VI-IDX TO WKS-VI-POS
              END-IF
           END-PERFORM
           IF WKS-VI-POS = ZEROES
              MOVE "VINCULO NO EXISTE" TO WKS-RT-MOTIVO
              GO TO 0011-DESVINCULA-E
           END-IF

           MOVE ENC-EST-PRINCIPAL(WKS-VI-POS) TO WKS-VI-PRINCIPAL
           MOVE ENC-EST-FACTURA(WKS-VI-POS) TO WKS-VI-FACTURA
           PERFORM VARYING WKS-VI-IDX FROM WKS-VI-POS BY 1
              UNTIL WKS-VI-IDX NOT < ENC-CANT-ESTUDIANTES
              MOVE ENC-ESTUDIANTE(WKS-VI-IDX + 1) TO
                 ENC-ESTUDIANTE(WKS-VI-IDX)
           END-PERFORM
           MOVE ZEROES TO ENC-EST-CODIGO(ENC-CANT-ESTUDIANTES)
           MOVE "N" TO ENC-EST-PRINCIPAL(ENC-CANT-ESTUDIANTES)
           MOVE "N" TO ENC-EST-FACTURA(ENC-CANT-ESTUDIANTES)
           SUBTRACT 1 FROM ENC-CANT-ESTUDIANTES
           MOVE WKS-FECHA-HOY TO ENC-FECHA-ULT-CAMBIO
           REWRITE ENC-REGISTRO
           IF WKS-FS-ENCMST NOT = "00"
              MOVE "ERROR DE GRABACION" TO WKS-RT-MOTIVO
              GO TO 0011-DESVINCULA-E
           END-IF
           SET WKS-TRANS-APLICADA TO TRUE
           PERFORM 0015-INICIO-QUITA-VINCULO THRU
              0015-QUITA-VINCULO-E.
       0011-DESVINCULA-E.
           EXIT.

       0012-INICIO-CARGA-VINCULOS SECTION.
      *RECORRE EL MAESTRO DE ENCARGADOS UNA VEZ AL INICIO Y ARMA LA
      *TABLA DE VINCULOS POR ESTUDIANTE CON LOS ENCARGADOS ACTIVOS.
           READ ENCARGADO-MASTER NEXT
           AT END
              SET WKS-FIN-ENCMST TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-ENCMST
                   IF ENC-ACTIVO
                      ADD 1 TO WKS-I-ENCARGADOS
                      PERFORM VARYING WKS-VI-IDX FROM 1 BY 1
                         UNTIL WKS-VI-IDX > ENC-CANT-ESTUDIANTES
                         MOVE ENC-EST-CODIGO(WKS-VI-IDX) TO
                            WKS-VI-CODIGO
                         MOVE ENC-EST-PRINCIPAL(WKS-VI-IDX) TO
                            WKS-VI-PRINCIPAL
                         MOVE ENC-EST-FACTURA(WKS-VI-IDX) TO
                            WKS-VI-FACTURA
                         PERFORM 0014-INICIO-AGREGA-VINCULO THRU
                            0014-AGREGA-VINCULO-E
                      END-PERFORM
                   END-IF
                   READ ENCARGADO-MASTER NEXT
                   AT END
                      SET WKS-FIN-ENCMST TO TRUE
                   END-READ
           END-PERFORM

           MOVE SPACES TO WKS-FS-ENCMST.
       0012-CARGA-VINCULOS-E.
           EXIT.

       0013-INICIO-BUSCA-VINCULO SECTION.
      *BUSCA EL ESTUDIANTE WKS-TV-CODIGO-BUSCA EN LA TABLA DE
      *VINCULOS; DEJA SU POSICION EN WKS-TV-POS.
           MOVE "N" TO WKS-TV-HALLADO-SW
           MOVE ZEROES TO WKS-TV-POS
           PERFORM VARYING WKS-TV-IDX FROM 1 BY 1
              UNTIL WKS-TV-IDX > WKS-TV-TOTAL OR WKS-TV-HALLADO
              IF WKS-TV-CODIGO(WKS-TV-IDX) = WKS-TV-CODIGO-BUSCA
                 SET WKS-TV-HALLADO TO TRUE
                 MOVE WKS-TV-IDX TO WKS-TV-POS
              END-IF
           END-PERFORM.
       0013-BUSCA-VINCULO-E.
           EXIT.

       0014-INICIO-AGREGA-VINCULO SECTION.
      *SUMA EL VINCULO WKS-VI-CODIGO DEL ENCARGADO ENC-DPI A LA
      *TABLA, CON SUS MARCAS DE PRINCIPAL Y DE FACTURACION.
           MOVE WKS-VI-CODIGO TO WKS-TV-CODIGO-BUSCA
           PERFORM 0013-INICIO-BUSCA-VINCULO THRU 0013-BUSCA-VINCULO-E
           IF NOT WKS-TV-HALLADO
              IF WKS-TV-TOTAL NOT < 5000
                 DISPLAY "TABLA DE VINCULOS LLENA, ESTUDIANTE: "
                         WKS-VI-CODIGO
                 GO TO 0014-AGREGA-VINCULO-E
              END-IF
              ADD 1 TO WKS-TV-TOTAL
              MOVE WKS-TV-TOTAL TO WKS-TV-POS
              MOVE WKS-VI-CODIGO TO WKS-TV-CODIGO(WKS-TV-POS)
              MOVE ZEROES TO WKS-TV-CANT(WKS-TV-POS)
              MOVE ZEROES TO WKS-TV-PRINCIPAL(WKS-TV-POS)
              MOVE ZEROES TO WKS-TV-FACTURA(WKS-TV-POS)
           END-IF

           ADD 1 TO WKS-TV-CANT(WKS-TV-POS)
           IF WKS-VI-PRINCIPAL = "S"
              MOVE ENC-DPI TO WKS-TV-PRINCIPAL(WKS-TV-POS)
           END-IF
           IF WKS-VI-FACTURA = "S"
              MOVE ENC-DPI TO WKS-TV-FACTURA(WKS-TV-POS)
           END-IF.
       0014-AGREGA-VINCULO-E.
           EXIT.

       0015-INICIO-QUITA-VINCULO SECTION.
      *RESTA EL VINCULO WKS-VI-CODIGO DEL ENCARGADO ENC-DPI DE LA
      *TABLA Y LIBERA LAS MARCAS QUE ESE ENCARGADO TENIA.
           MOVE WKS-VI-CODIGO TO WKS-TV-CODIGO-BUSCA
           PERFORM 0013-INICIO-BUSCA-VINCULO THRU 0013-BUSCA-VINCULO-E
           IF NOT WKS-TV-HALLADO
              GO TO 0015-QUITA-VINCULO-E
           END-IF

           IF WKS-TV-CANT(WKS-TV-POS) > ZEROES
              SUBTRACT 1 FROM WKS-TV-CANT(WKS-TV-POS)
           END-IF
           IF WKS-TV-PRINCIPAL(WKS-TV-POS) = ENC-DPI
              MOVE ZEROES TO WKS-TV-PRINCIPAL(WKS-TV-POS)
           END-IF
           IF WKS-TV-FACTURA(WKS-TV-POS) = ENC-DPI
              MOVE ZEROES TO WKS-TV-FACTURA(WKS-TV-POS)
           END-IF.
       0015-QUITA-VINCULO-E.
           EXIT.

       0016-INICIO-SIN-ENCARGADO SECTION.
      *REPORTE DE EXCEPCION: RECORRE EL MAESTRO DE ESTUDIANTES Y
      *LISTA A QUIEN NO TIENE NINGUN ENCARGADO ACTIVO, O LO TIENE
      *PERO SIN ENCARGADO PRINCIPAL O SIN ENCARGADO DE FACTURACION.
           MOVE SPACES TO REG-RPT-SIN-ENCARGADO
           STRING "ESTUDIANTES SIN ENCARGADO COMPLETO AL "
                  WKS-FECHA-HOY
              DELIMITED BY SIZE INTO REG-RPT-SIN-ENCARGADO
           END-STRING
           WRITE REG-RPT-SIN-ENCARGADO
           MOVE SPACES TO REG-RPT-SIN-ENCARGADO
           MOVE "CODIG NOMBRE" TO REG-RPT-SIN-ENCARGADO(1:12)
           MOVE "MOTIVO" TO REG-RPT-SIN-ENCARGADO(58:6)
           WRITE REG-RPT-SIN-ENCARGADO

           MOVE ZEROES TO ESTUM-CODIGO
           START ESTUDIANTE-MASTER KEY NOT < ESTUM-LLAVE
           END-START
           IF WKS-FS-ESTUMST = "00"
              READ ESTUDIANTE-MASTER NEXT
              AT END
                 SET WKS-FIN-ESTUMST TO TRUE
              END-READ
           ELSE
              SET WKS-FIN-ESTUMST TO TRUE
           END-IF

           PERFORM UNTIL WKS-FIN-ESTUMST
                   ADD 1 TO WKS-I-ESTUDIANTES
                   MOVE ESTUM-CODIGO TO WKS-TV-CODIGO-BUSCA
                   PERFORM 0013-INICIO-BUSCA-VINCULO THRU
                      0013-BUSCA-VINCULO-E
                   MOVE SPACES TO WKS-LS-MOTIVO
                   EVALUATE TRUE
                   WHEN NOT WKS-TV-HALLADO
                        MOVE "SIN ENCARGADO" TO WKS-LS-MOTIVO
                        ADD 1 TO WKS-I-SIN-ENCARGADO
                   WHEN WKS-TV-CANT(WKS-TV-POS) = ZEROES
                        MOVE "SIN ENCARGADO" TO WKS-LS-MOTIVO
                        ADD 1 TO WKS-I-SIN-ENCARGADO
                   WHEN WKS-TV-PRINCIPAL(WKS-TV-POS) = ZEROES
                        MOVE "SIN ENCARGADO PRINCIPAL" TO
                           WKS-LS-MOTIVO
                        ADD 1 TO WKS-I-SIN-PRINCIPAL
                   WHEN WKS-TV-FACTURA(WKS-TV-POS) = ZEROES
                        MOVE "SIN ENCARGADO DE FACTURACION" TO
                           WKS-LS-MOTIVO
                        ADD 1 TO WKS-I-SIN-FACTURA
                   END-EVALUATE
                   IF WKS-LS-MOTIVO NOT = SPACES
                      MOVE ESTUM-CODIGO TO WKS-LS-CODIGO
                      MOVE ESTUM-NOMBRE TO WKS-LS-NOMBRE
                      WRITE REG-RPT-SIN-ENCARGADO FROM
                         WKS-LINEA-SIN-ENCARGADO
                   END-IF
                   READ ESTUDIANTE-MASTER NEXT
                   AT END
                      SET WKS-FIN-ESTUMST TO TRUE
                   END-READ
           END-PERFORM

           MOVE SPACES TO REG-RPT-SIN-ENCARGADO
           WRITE REG-RPT-SIN-ENCARGADO
           MOVE SPACES TO REG-RPT-SIN-ENCARGADO
           STRING "ESTUDIANTES LEIDOS: " WKS-I-ESTUDIANTES
                  "  SIN ENCARGADO: " WKS-I-SIN-ENCARGADO
                  "  SIN PRINCIPAL: " WKS-I-SIN-PRINCIPAL
                  "  SIN FACTURACION: " WKS-I-SIN-FACTURA
              DELIMITED BY SIZE INTO REG-RPT-SIN-ENCARGADO
           END-STRING
           WRITE REG-RPT-SIN-ENCARGADO

           DISPLAY "ESTUDIANTES SIN ENCARGADO: " WKS-I-SIN-ENCARGADO
           DISPLAY "ESTUDIANTES SIN ENCARGADO PRINCIPAL: "
                   WKS-I-SIN-PRINCIPAL
           DISPLAY "ESTUDIANTES SIN ENCARGADO DE FACTURACION: "
                   WKS-I-SIN-FACTURA.
       0016-SIN-ENCARGADO-E.
           EXIT.
