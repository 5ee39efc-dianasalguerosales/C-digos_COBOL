      ******************************************************************
      * FECHA       : 2026                                             *
      * PROGRAMADOR : DIANA STEFFANNY SALGUERO ROSALES                 *
      * APLICACION  : EDUCACION                                        *
      * PROGRAMA    : EDUC3094                                         *
      * TIPO        : BATCH (CONVERSION, UNA SOLA VEZ)                 *
      * DESCRIPCION : CONVERSION UNICA DEL REGISTRO HISTORICO DE DPI   *
      *             : AL LAYOUT CON FECHA DE VENCIMIENTO DEL           *
      *             : DOCUMENTO: EL REGISTRO EXISTENTE (RENOMBRADO POR *
      *             : EL PLANIFICADOR A REGDPIANT) SE LEE CON SU       *
      *             : LAYOUT ANTERIOR DE 49 BYTES Y SE REESCRIBE       *
      *             : COMPLETO EN EL REGDPI NUEVO DE 57 BYTES (COPY    *
      *             : REGDPI), CON REGDPI-FECHA-VENCIMIENTO EN CERO    *
      *             : (NO CAPTURADA). SIN ESTA CONVERSION, EDUC3007 Y  *
      *             : LOS DEMAS LECTORES DEL REGISTRO ABRIRIAN EL      *
      *             : ARCHIVO VIEJO CON EL LAYOUT NUEVO Y MORIRIAN CON *
      *             : FILE STATUS 39. SE CORRE UNA VEZ, ANTES DE LA    *
      *             : PRIMERA CORRIDA CON EL LAYOUT NUEVO.             *
      * ARCHIVOS    : REGDPIANT (ENTRADA), REGDPI (SALIDA)             *
      * PROGRAMA(S) : NO APLICA PARA ESTE CASO                         *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDUC3094.
       AUTHOR. DIANA SALGUERO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTRO-ANTERIOR ASSIGN TO REGDPIANT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ANT-LLAVE
                  FILE STATUS IS WKS-FS-REGDPIANT.
           SELECT REGISTRO-DPI ASSIGN TO REGDPI
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS REGDPI-LLAVE
                  FILE STATUS IS WKS-FS-REGDPI.

       DATA DIVISION.

       FILE SECTION.
      *LAYOUT ANTERIOR DEL REGISTRO HISTORICO, SIN LA FECHA DE
      *VENCIMIENTO DEL DOCUMENTO.
       FD REGISTRO-ANTERIOR.
       01 ANT-REGISTRO.
          05 ANT-LLAVE                  PIC 9(13).
          05 ANT-VECES                  PIC 9(05).
          05 ANT-ULTIMA-FECHA           PIC 9(08).
          05 ANT-ULTIMO-VEREDICTO       PIC X(20).
          05 ANT-CAMBIOS                PIC 9(03).

       FD REGISTRO-DPI.
           COPY REGDPI.

       WORKING-STORAGE SECTION.

       01 WKS-CONTROL-ARCHIVOS.
          02 WKS-FS-REGDPIANT           PIC X(02) VALUE SPACES.
             88 WKS-FIN-REGDPIANT                 VALUE "10".
          02 WKS-FS-REGDPI              PIC X(02) VALUE SPACES.

       01 WKS-ITERACIONES.
          02 WKS-I-LEIDOS               PIC 9(07) VALUE ZEROES.
          02 WKS-I-CONVERTIDOS          PIC 9(07) VALUE ZEROES.
          02 WKS-I-ERRORES              PIC 9(05) VALUE ZEROES.

       PROCEDURE DIVISION.

       0000-INICIO SECTION.
           OPEN INPUT REGISTRO-ANTERIOR
           IF WKS-FS-REGDPIANT NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL REGISTRO ANTERIOR "
                      "REGDPIANT"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT REGISTRO-DPI
           IF WKS-FS-REGDPI NOT = "00"
              DISPLAY "NO SE PUDO CREAR EL REGISTRO NUEVO REGDPI"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           READ REGISTRO-ANTERIOR
           AT END
              SET WKS-FIN-REGDPIANT TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-REGDPIANT
                   ADD 1 TO WKS-I-LEIDOS
                   MOVE ANT-LLAVE TO REGDPI-LLAVE
                   MOVE ANT-VECES TO REGDPI-VECES
                   MOVE ANT-ULTIMA-FECHA TO REGDPI-ULTIMA-FECHA
                   MOVE ANT-ULTIMO-VEREDICTO TO
                      REGDPI-ULTIMO-VEREDICTO
                   MOVE ANT-CAMBIOS TO REGDPI-CAMBIOS
                   MOVE ZEROES TO REGDPI-FECHA-VENCIMIENTO
                   WRITE REGDPI-REGISTRO
                   IF WKS-FS-REGDPI = "00"
                      ADD 1 TO WKS-I-CONVERTIDOS
                   ELSE
                      ADD 1 TO WKS-I-ERRORES
                      DISPLAY "REGISTRO NO CONVERTIDO, DPI: "
                              ANT-LLAVE " FILE STATUS: "
                              WKS-FS-REGDPI
                   END-IF
                   READ REGISTRO-ANTERIOR
                   AT END
                      SET WKS-FIN-REGDPIANT TO TRUE
                   END-READ
           END-PERFORM

           CLOSE REGISTRO-ANTERIOR, REGISTRO-DPI

           DISPLAY "REGISTROS LEIDOS DEL LAYOUT ANTERIOR: "
                   WKS-I-LEIDOS
           DISPLAY "REGISTROS CONVERTIDOS: " WKS-I-CONVERTIDOS
           DISPLAY "REGISTROS CON ERROR: " WKS-I-ERRORES

           IF WKS-I-ERRORES > ZEROES OR
              WKS-I-CONVERTIDOS NOT = WKS-I-LEIDOS
              DISPLAY "LA CONVERSION NO CUADRA; NO LIBERAR EL "
                      "REGISTRO NUEVO"
              MOVE 8 TO RETURN-CODE
           END-IF

           STOP RUN.
       0000-INICIO-E.
           EXIT.
