      ******************************************************************
      * FECHA       : 2026                                             *
      * PROGRAMADOR : DIANA STEFFANNY SALGUERO ROSALES                 *
      * APLICACION  : EDUCACION                                        *
      * PROGRAMA    : EDUC3091                                         *
      * TIPO        : BATCH (CONVERSION, UNA SOLA VEZ)                 *
      * DESCRIPCION : CONVERSION UNICA DEL MAESTRO INDEXADO DE         *
      *             : ESTUDIANTES AL LAYOUT CON TIPO DE DOCUMENTO: EL  *
      *             : MAESTRO EXISTENTE (RENOMBRADO POR EL             *
      *             : PLANIFICADOR A ESTUMANT) SE LEE CON SU LAYOUT    *
      *             : ANTERIOR DE 81 BYTES Y SE REESCRIBE COMPLETO EN  *
      *             : EL ESTUMST NUEVO DE 90 BYTES (COPY ESTUMST). EL  *
      *             : TIPO DE DOCUMENTO SE ASUME POR LA EDAD A LA      *
      *             : FECHA DE LA CORRIDA (C=CUI DE MENOR, D=DPI DE    *
      *             : ADULTO) Y LA FECHA DE TIPO DE DOCUMENTO QUEDA EN *
      *             : CERO; LOS PASAPORTES SE CORRIGEN DESPUES CON     *
      *             : TRANSACCIONES DE CAMBIO DE EDUC3008. TAMBIEN     *
      *             : REGENERA LA COPIA PLANA ROSTERSAL CON EL LAYOUT  *
      *             : NUEVO (COPY ROSTER) PARA QUE SUS LECTORES NO     *
      *             : ESPEREN A LA SIGUIENTE CORRIDA DEL MAESTRO. SE   *
      *             : CORRE UNA VEZ, ANTES DE LA PRIMERA CORRIDA CON   *
      *             : EL LAYOUT NUEVO.                                 *
      * ARCHIVOS    : ESTUMANT (ENTRADA), ESTUMST (SALIDA), ROSTERSAL  *
      *             : (SALIDA)                                         *
      * PROGRAMA(S) : NO APLICA PARA ESTE CASO                         *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDUC3091.
       AUTHOR. DIANA SALGUERO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAESTRO-ANTERIOR ASSIGN TO ESTUMANT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ANT-LLAVE
                  FILE STATUS IS WKS-FS-ESTUMANT.
           SELECT ESTUDIANTE-MASTER ASSIGN TO ESTUMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ESTUM-LLAVE
                  FILE STATUS IS WKS-FS-ESTUMST.
           SELECT ARCHIVO-ROSTER ASSIGN TO ROSTERSAL
                  FILE STATUS IS WKS-FS-ROSTER.

       DATA DIVISION.

       FILE SECTION.
      *LAYOUT ANTERIOR DEL MAESTRO, SIN EL TIPO DE DOCUMENTO.
       FD MAESTRO-ANTERIOR.
       01 ANT-REGISTRO.
          05 ANT-LLAVE.
             10 ANT-CODIGO              PIC 9(05).
          05 ANT-NOMBRE                 PIC X(50).
          05 ANT-EDAD                   PIC 9(02).
          05 ANT-FECHA-NACIMIENTO       PIC 9(08).
          05 ANT-GENERO                 PIC X(01).
          05 ANT-EDAD-CORTE             PIC 9(02).
          05 ANT-DPI                    PIC 9(13).

       FD ESTUDIANTE-MASTER.
           COPY ESTUMST.

       FD ARCHIVO-ROSTER
           RECORDING MODE IS F.
           COPY ROSTER.

       WORKING-STORAGE SECTION.

       01 WKS-CONTROL-ARCHIVOS.
          02 WKS-FS-ESTUMANT            PIC X(02) VALUE SPACES.
             88 WKS-FIN-ESTUMANT                  VALUE "10".
          02 WKS-FS-ESTUMST             PIC X(02) VALUE SPACES.
          02 WKS-FS-ROSTER              PIC X(02) VALUE SPACES.

      *EDAD A LA FECHA DE LA CORRIDA, CON LA MISMA CUENTA DE DIAS
      *QUE USA EDUC3008; SI LA FECHA DE NACIMIENTO NO ES VALIDA SE
      *USA LA EDAD GUARDADA EN EL REGISTRO.
       01 WKS-CONTROL-EDAD.
          02 WKS-FECHA-HORA             PIC X(20) VALUE SPACES.
          02 WKS-FECHA-HOY              PIC 9(08) VALUE ZEROES.
          02 WKS-DIAS-CUENTA            PIC 9(05) VALUE ZEROES.
          02 WKS-EDAD                   PIC 9(02) VALUE ZEROES.

       01 WKS-ITERACIONES.
          02 WKS-I-LEIDOS               PIC 9(07) VALUE ZEROES.
          02 WKS-I-CONVERTIDOS          PIC 9(07) VALUE ZEROES.
          02 WKS-I-ERRORES              PIC 9(05) VALUE ZEROES.
          02 WKS-I-CUI                  PIC 9(07) VALUE ZEROES.
          02 WKS-I-DPI                  PIC 9(07) VALUE ZEROES.

       PROCEDURE DIVISION.

       0000-INICIO SECTION.
           MOVE FUNCTION CURRENT-DATE TO WKS-FECHA-HORA
           MOVE WKS-FECHA-HORA(1:8) TO WKS-FECHA-HOY

           OPEN INPUT MAESTRO-ANTERIOR
           IF WKS-FS-ESTUMANT NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL MAESTRO ANTERIOR "
                      "ESTUMANT"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT ESTUDIANTE-MASTER
           IF WKS-FS-ESTUMST NOT = "00"
              DISPLAY "NO SE PUDO CREAR EL MAESTRO NUEVO ESTUMST"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT ARCHIVO-ROSTER
           IF WKS-FS-ROSTER NOT = "00"
              DISPLAY "NO SE PUDO CREAR LA COPIA PLANA ROSTERSAL"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           READ MAESTRO-ANTERIOR
           AT END
              SET WKS-FIN-ESTUMANT TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-ESTUMANT
                   ADD 1 TO WKS-I-LEIDOS
                   MOVE ANT-REGISTRO TO ESTUM-REGISTRO(1:81)
                   PERFORM 0001-INICIO-TIPO-DOC THRU 0001-TIPO-DOC-E
                   WRITE ESTUM-REGISTRO
                   IF WKS-FS-ESTUMST = "00"
                      ADD 1 TO WKS-I-CONVERTIDOS
                      WRITE ROS-REGISTRO FROM ESTUM-REGISTRO
                   ELSE
                      ADD 1 TO WKS-I-ERRORES
                      DISPLAY "REGISTRO NO CONVERTIDO, CODIGO: "
                              ANT-CODIGO " FILE STATUS: "
                              WKS-FS-ESTUMST
                   END-IF
                   READ MAESTRO-ANTERIOR
                   AT END
                      SET WKS-FIN-ESTUMANT TO TRUE
                   END-READ
           END-PERFORM

           CLOSE MAESTRO-ANTERIOR, ESTUDIANTE-MASTER, ARCHIVO-ROSTER

           DISPLAY "REGISTROS LEIDOS DEL LAYOUT ANTERIOR: "
                   WKS-I-LEIDOS
           DISPLAY "REGISTROS CONVERTIDOS: " WKS-I-CONVERTIDOS
           DISPLAY "  CON CUI DE MENOR: " WKS-I-CUI
           DISPLAY "  CON DPI DE ADULTO: " WKS-I-DPI
           DISPLAY "REGISTROS CON ERROR: " WKS-I-ERRORES

           IF WKS-I-ERRORES > ZEROES OR
              WKS-I-CONVERTIDOS NOT = WKS-I-LEIDOS
              DISPLAY "LA CONVERSION NO CUADRA; NO LIBERAR EL "
                      "MAESTRO NUEVO"
              MOVE 8 TO RETURN-CODE
           END-IF

           STOP RUN.
       0000-INICIO-E.
           EXIT.

       0001-INICIO-TIPO-DOC SECTION.
      *EL MENOR DE 18 QUEDA CON CUI Y EL MAYOR DE EDAD CON DPI; LA
      *FECHA DE TIPO DE DOCUMENTO SOLO SE LLENA CUANDO EDUC3008
      *REGISTRA EL PASO DE CUI A DPI.
           IF FUNCTION TEST-DATE-YYYYMMDD(ANT-FECHA-NACIMIENTO) = 0
              AND ANT-FECHA-NACIMIENTO NOT > WKS-FECHA-HOY
              COMPUTE WKS-DIAS-CUENTA = FUNCTION
                 INTEGER-OF-DATE(WKS-FECHA-HOY) -
                 FUNCTION
                 INTEGER-OF-DATE(ANT-FECHA-NACIMIENTO)
              COMPUTE WKS-EDAD = WKS-DIAS-CUENTA / 365
           ELSE
              MOVE ANT-EDAD TO WKS-EDAD
           END-IF

           IF WKS-EDAD < 18
              SET ESTUM-DOC-CUI-MENOR TO TRUE
              ADD 1 TO WKS-I-CUI
           ELSE
              SET ESTUM-DOC-DPI-ADULTO TO TRUE
              ADD 1 TO WKS-I-DPI
           END-IF
           MOVE ZEROES TO ESTUM-FECHA-TIPO-DOC.
       0001-TIPO-DOC-E.
           EXIT.
