      *             : DE CONTROL TRANSCUR, Y EMITE UN REPORTE DE       *
      *             : CAMBIOS ANTES/DESPUES POR CADA TRANSACCION, EN   *
      *             : EL MISMO MOLDE DEL MANTENIMIENTO DEL CATALOGO    *
      *             : GEOGRAFICO (EDUC3012). EL DOCENTE DEL CURSO SE   *
      *             : REFERENCIA POR SU CODIGO EN EL MAESTRO DE        *
      *             : DOCENTES (DOCMST) Y DEBE ESTAR ACTIVO Y          *
      *             : HABILITADO EN LA MATERIA DEL CURSO; EL CODIGO    *
      *             : 00000 (O EN BLANCO) DEJA EL CURSO SIN DOCENTE    *
      *             : ASIGNADO. DOBLE CONTROL: MANT_MODO=PROPONE       *
      *             : (OMISION) DEJA EL DECK PROPUESTO EN MANTPEND CON *
      *             : SOLO LA VISTA PREVIA Y MANT_MODO=APLICA LO       *
      *             : APLICA UNICAMENTE SI UN SEGUNDO OPERADOR LO      *
      *             : APROBO (EDUC3118).                               *
      * ARCHIVOS    : CURSMST (I-O), DOCMST, TRANSCUR (ENTRADA),       *
      *             : RPTCUR (SALIDA), MANTPEND/OPERMST/MANTAUD (VIA   *
      *             : MANTCTL1)                                        *
      * PROGRAMA(S) : MANTCTL1                                         *
      ******************************************************************

       IDENTIFICATION DIVISION.
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CURSO-LLAVE
                  FILE STATUS IS WKS-FS-CURSMST.
           SELECT DOCENTE-MASTER ASSIGN TO DOCMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS DOC-LLAVE
                  FILE STATUS IS WKS-FS-DOCMST.
           SELECT TRANS-CURSOS ASSIGN TO TRANSCUR
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-TRANSCUR.
       FD CURSO-MASTER.
           COPY CURSOMST.

       FD DOCENTE-MASTER.
           COPY DOCENTE.

       FD TRANS-CURSOS.
       01 REG-TRANS-CURSOS              PIC X(60).


       01 WKS-CONTROL-ARCHIVOS.
          02 WKS-FS-CURSMST             PIC X(02) VALUE SPACES.
          02 WKS-FS-DOCMST              PIC X(02) VALUE SPACES.
          02 WKS-FS-TRANSCUR            PIC X(02) VALUE SPACES.
             88 WKS-FIN-TRANSCUR                  VALUE "10".
          02 WKS-FS-RPTCUR              PIC X(02) VALUE SPACES.

      *DOBLE CONTROL: "PROPONE" (OMISION) SOLO REGISTRA EL DECK COMO
      *PROPUESTO Y EMITE LA VISTA PREVIA ANTES/DESPUES SIN TOCAR EL
      *MAESTRO; "APLICA" LO APLICA SI UN SEGUNDO OPERADOR YA LO
      *APROBO (EDUC3118).
       01 WKS-MODO-MANT                 PIC X(07) VALUE "PROPONE".
          88 WKS-MANT-PROPONE                     VALUE "PROPONE".
          88 WKS-MANT-APLICA                      VALUE "APLICA".

      *AREA PARA EL CONTROL DE DECKS DE MANTENIMIENTO (MANTCTL1).
       01 WKS-CONTROL-DECK.
          02 WKS-DK-FUNCION             PIC X(01) VALUE SPACES.
          02 WKS-DK-PROGRAMA            PIC X(08) VALUE "EDUC3048".
          02 WKS-DK-OPERADOR            PIC X(08) VALUE SPACES.
          02 WKS-DK-LINEA               PIC X(80) VALUE SPACES.
          02 WKS-DK-SUJETO              PIC X(08) VALUE SPACES.
          02 WKS-DK-DECK                PIC 9(08) VALUE ZEROES.
          02 WKS-DK-RESULTADO           PIC X(01) VALUE SPACES.
          02 WKS-DK-MOTIVO              PIC X(40) VALUE SPACES.

       01 WKS-ITERACIONES.
          02 WKS-I-LEIDAS               PIC 9(05) VALUE ZEROES.
          02 WKS-I-APLICADAS            PIC 9(05) VALUE ZEROES.

      *TRANSACCION DE MANTENIMIENTO: A=ALTA, M=MODIFICACION,
      *B=BAJA (DESACTIVACION; EL CURSO QUEDA INACTIVO PARA
      *CONSERVAR LA HISTORIA). EL DOCENTE VA POR SU CODIGO.
       01 WKS-REG-TRANS.
          02 WKS-TC-ACCION              PIC X(01) VALUE SPACES.
             88 WKS-TC-ALTA                       VALUE "A".
             88 WKS-TC-BAJA                       VALUE "B".
          02 WKS-TC-CODIGO              PIC X(06) VALUE SPACES.
          02 WKS-TC-NOMBRE              PIC X(20) VALUE SPACES.
          02 WKS-TC-DOCENTE             PIC X(05) VALUE SPACES.
          02 WKS-TC-DOCENTE-N REDEFINES WKS-TC-DOCENTE
                                        PIC 9(05).
          02 WKS-TC-MATERIA             PIC X(04) VALUE SPACES.
          02 WKS-TC-AULA                PIC X(06) VALUE SPACES.
          02 WKS-TC-CAPACIDAD           PIC X(03) VALUE SPACES.
          02 FILLER                     PIC X(15).

      *RESULTADO DE LA VALIDACION DEL DOCENTE DE LA TRANSACCION.
       01 WKS-VALIDA-DOCENTE.
          02 WKS-VD-DOCENTE             PIC 9(05) VALUE ZEROES.
          02 WKS-VD-MOTIVO              PIC X(20) VALUE SPACES.
          02 WKS-VD-IDX                 PIC 9(02) VALUE ZEROES.

      *IMAGEN DEL REGISTRO DEL MAESTRO ANTES DEL CAMBIO.
       01 WKS-IMAGEN-ANTES.
          02 WKS-AN-NOMBRE              PIC X(20) VALUE SPACES.
          02 WKS-AN-DOCENTE             PIC 9(05) VALUE ZEROES.
          02 WKS-AN-CAPACIDAD           PIC 9(03) VALUE ZEROES.
          02 WKS-AN-ESTADO              PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-INICIO SECTION.
           ACCEPT WKS-MODO-MANT FROM ENVIRONMENT "MANT_MODO"
           IF NOT WKS-MANT-APLICA
              MOVE "PROPONE" TO WKS-MODO-MANT
           END-IF
           ACCEPT WKS-DK-OPERADOR FROM ENVIRONMENT "MANT_OPERADOR"

           PERFORM 0009-INICIO-DOBLE-CONTROL THRU 0009-DOBLE-CONTROL-E

           PERFORM 0001-INICIO-ABRE-ARCHIVOS THRU 0001-ABRE-ARCHIVOS-E

           READ TRANS-CURSOS INTO WKS-REG-TRANS

           PERFORM 0007-INICIO-TOTALES THRU 0007-TOTALES-E

           CLOSE CURSO-MASTER, DOCENTE-MASTER, TRANS-CURSOS,
                 RPT-CAMBIOS

           IF WKS-MANT-APLICA AND WKS-DK-DECK > ZEROES
              MOVE "X" TO WKS-DK-FUNCION
              PERFORM 0010-INICIO-LLAMA-CONTROL THRU
                 0010-LLAMA-CONTROL-E
           END-IF

           IF WKS-I-RECHAZADAS > ZEROES
              MOVE 4 TO RETURN-CODE
       0001-INICIO-ABRE-ARCHIVOS SECTION.
      *EL MAESTRO SE ABRE I-O; SI TODAVIA NO EXISTE (FILE STATUS
      *35) SE CREA VACIO Y SE REABRE, PARA QUE LA PRIMERA CARGA SE
      *HAGA CON ESTE MISMO PROGRAMA. EN MODO PROPONE EL MAESTRO SOLO
      *SE CONSULTA, PARA LA VISTA PREVIA.
           IF WKS-MANT-PROPONE
              OPEN INPUT CURSO-MASTER
           ELSE
              OPEN I-O CURSO-MASTER
           END-IF
           IF WKS-FS-CURSMST = "35"
              OPEN OUTPUT CURSO-MASTER
              CLOSE CURSO-MASTER
              IF WKS-MANT-PROPONE
                 OPEN INPUT CURSO-MASTER
              ELSE
                 OPEN I-O CURSO-MASTER
              END-IF
           END-IF
           IF WKS-FS-CURSMST NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE CURSOS"
              STOP RUN
           END-IF

           OPEN INPUT DOCENTE-MASTER
           IF WKS-FS-DOCMST NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE DOCENTES"
              STOP RUN
           END-IF

           OPEN INPUT TRANS-CURSOS
           IF WKS-FS-TRANSCUR NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE TRANSACCIONES"
              STOP RUN
           END-IF

           IF WKS-MANT-PROPONE
              MOVE SPACES TO REG-RPT-CAMBIOS
              STRING "DECK PROPUESTO " WKS-DK-DECK
                     ": VISTA PREVIA, NO APLICADA. REQUIERE LA "
                     "APROBACION DE UN SEGUNDO OPERADOR (EDUC3118)"
                 DELIMITED BY SIZE INTO REG-RPT-CAMBIOS
              END-STRING
              WRITE REG-RPT-CAMBIOS
           END-IF

           MOVE SPACES TO REG-RPT-CAMBIOS
           MOVE "A CURSO  ANTES (NOMBRE/CAP/EST) -> DESPUES" TO
              REG-RPT-CAMBIOS(1:42)
           SET WKS-RT-APLICADA TO "N"
           MOVE SPACES TO WKS-RT-MOTIVO
           MOVE SPACES TO WKS-IMAGEN-ANTES
           MOVE ZEROES TO WKS-AN-CAPACIDAD, WKS-AN-DOCENTE

           IF WKS-TC-CODIGO = SPACES
              MOVE "CODIGO EN BLANCO" TO WKS-RT-MOTIVO
           END-READ
           IF WKS-FS-CURSMST = "00"
              MOVE CURSO-NOMBRE TO WKS-AN-NOMBRE
              MOVE CURSO-DOCENTE-ID TO WKS-AN-DOCENTE
              MOVE CURSO-CAPACIDAD TO WKS-AN-CAPACIDAD
              MOVE CURSO-ESTADO TO WKS-AN-ESTADO
           END-IF

           PERFORM 0008-INICIO-VALIDA-DOCENTE THRU
              0008-VALIDA-DOCENTE-E

           EVALUATE TRUE
           WHEN WKS-TC-ALTA
                PERFORM 0003-INICIO-ALTA THRU 0003-ALTA-E
                MOVE "LLAVE YA EXISTE" TO WKS-RT-MOTIVO
           WHEN WKS-TC-CAPACIDAD NOT NUMERIC
                MOVE "CAPACIDAD NO NUMERICA" TO WKS-RT-MOTIVO
           WHEN WKS-TC-MATERIA = SPACES
                MOVE "MATERIA EN BLANCO" TO WKS-RT-MOTIVO
           WHEN WKS-VD-MOTIVO NOT = SPACES
                MOVE WKS-VD-MOTIVO TO WKS-RT-MOTIVO
           WHEN OTHER
                MOVE WKS-TC-CODIGO TO CURSO-CODIGO
                MOVE WKS-TC-NOMBRE TO CURSO-NOMBRE
                MOVE WKS-VD-DOCENTE TO CURSO-DOCENTE-ID
                MOVE WKS-TC-MATERIA TO CURSO-MATERIA
                MOVE WKS-TC-AULA TO CURSO-AULA
                MOVE WKS-TC-CAPACIDAD TO CURSO-CAPACIDAD
                MOVE "A" TO CURSO-ESTADO
                IF WKS-MANT-PROPONE
                   MOVE "00" TO WKS-FS-CURSMST
                ELSE
                   WRITE CURSO-REGISTRO
                END-IF
                IF WKS-FS-CURSMST = "00"
                   SET WKS-TRANS-APLICADA TO TRUE
                ELSE
                MOVE "LLAVE NO EXISTE" TO WKS-RT-MOTIVO
           WHEN WKS-TC-CAPACIDAD NOT NUMERIC
                MOVE "CAPACIDAD NO NUMERICA" TO WKS-RT-MOTIVO
           WHEN WKS-TC-MATERIA = SPACES
                MOVE "MATERIA EN BLANCO" TO WKS-RT-MOTIVO
           WHEN WKS-VD-MOTIVO NOT = SPACES
                MOVE WKS-VD-MOTIVO TO WKS-RT-MOTIVO
           WHEN OTHER
                MOVE WKS-TC-NOMBRE TO CURSO-NOMBRE
                MOVE WKS-VD-DOCENTE TO CURSO-DOCENTE-ID
                MOVE WKS-TC-MATERIA TO CURSO-MATERIA
                MOVE WKS-TC-AULA TO CURSO-AULA
                MOVE WKS-TC-CAPACIDAD TO CURSO-CAPACIDAD
                MOVE "A" TO CURSO-ESTADO
                IF WKS-MANT-PROPONE
                   MOVE "00" TO WKS-FS-CURSMST
                ELSE
                   REWRITE CURSO-REGISTRO
                END-IF
                IF WKS-FS-CURSMST = "00"
                   SET WKS-TRANS-APLICADA TO TRUE
                ELSE
              MOVE "LLAVE NO EXISTE" TO WKS-RT-MOTIVO
           ELSE
              MOVE "I" TO CURSO-ESTADO
              IF WKS-MANT-PROPONE
                 MOVE "00" TO WKS-FS-CURSMST
              ELSE
                 REWRITE CURSO-REGISTRO
              END-IF
              IF WKS-FS-CURSMST = "00"
                 SET WKS-TRANS-APLICADA TO TRUE
              ELSE
              MOVE CURSO-NOMBRE TO WKS-LC-DESPUES-NOMBRE
              MOVE CURSO-CAPACIDAD TO WKS-LC-DESPUES-CAP
              MOVE CURSO-ESTADO TO WKS-LC-DESPUES-ESTADO
              IF WKS-MANT-PROPONE
                 MOVE "PREVISTA" TO WKS-LC-RESULTADO
              ELSE
                 MOVE "APLICADA" TO WKS-LC-RESULTADO
              END-IF
           ELSE
              MOVE WKS-AN-NOMBRE TO WKS-LC-DESPUES-NOMBRE
              MOVE WKS-AN-CAPACIDAD TO WKS-LC-DESPUES-CAP

           DISPLAY "TRANSACCIONES LEIDAS AL MAESTRO: " WKS-I-LEIDAS
           DISPLAY "TRANSACCIONES APLICADAS: " WKS-I-APLICADAS
           DISPLAY "TRANSACCIONES RECHAZADAS: " WKS-I-RECHAZADAS
           IF WKS-MANT-PROPONE
              DISPLAY "DECK PROPUESTO NUMERO " WKS-DK-DECK
                      ", PENDIENTE DE APROBACION"
           END-IF.
       0007-TOTALES-E.
           EXIT.

       0008-INICIO-VALIDA-DOCENTE SECTION.
      *EL DOCENTE EN BLANCO O 00000 DEJA EL CURSO SIN ASIGNAR; OTRO
      *CODIGO DEBE EXISTIR EN EL MAESTRO DE DOCENTES, ESTAR ACTIVO Y
      *TENER LA MATERIA DEL CURSO ENTRE LAS SUYAS.
           MOVE ZEROES TO WKS-VD-DOCENTE
           MOVE SPACES TO WKS-VD-MOTIVO
           IF WKS-TC-DOCENTE = SPACES
              GO TO 0008-VALIDA-DOCENTE-E
           END-IF
           IF WKS-TC-DOCENTE NOT NUMERIC
              MOVE "DOCENTE INVALIDO" TO WKS-VD-MOTIVO
              GO TO 0008-VALIDA-DOCENTE-E
           END-IF
           MOVE WKS-TC-DOCENTE-N TO WKS-VD-DOCENTE
           IF WKS-VD-DOCENTE = ZEROES
              GO TO 0008-VALIDA-DOCENTE-E
           END-IF

           MOVE WKS-VD-DOCENTE TO DOC-CODIGO
           READ DOCENTE-MASTER
           END-READ
           IF WKS-FS-DOCMST NOT = "00"
              MOVE "DOCENTE DESCONOCIDO" TO WKS-VD-MOTIVO
              GO TO 0008-VALIDA-DOCENTE-E
           END-IF
           IF NOT DOC-ACTIVO
              MOVE "DOCENTE INACTIVO" TO WKS-VD-MOTIVO
              GO TO 0008-VALIDA-DOCENTE-E
           END-IF

           MOVE "DOCENTE NO HABILITADO" TO WKS-VD-MOTIVO
           PERFORM VARYING WKS-VD-IDX FROM 1 BY 1
              UNTIL WKS-VD-IDX > 10 OR WKS-VD-MOTIVO = SPACES
              IF DOC-MATERIA(WKS-VD-IDX) = WKS-TC-MATERIA AND
                 WKS-TC-MATERIA NOT = SPACES
                 MOVE SPACES TO WKS-VD-MOTIVO
              END-IF
           END-PERFORM.
       0008-VALIDA-DOCENTE-E.
           EXIT.

       0009-INICIO-DOBLE-CONTROL SECTION.
      *EL DECK COMPLETO SE PASA LINEA POR LINEA A MANTCTL1 PARA SACAR
      *SU HUELLA. EN MODO PROPONE EL DECK QUEDA REGISTRADO COMO
      *PROPUESTO; EN MODO APLICA SOLO SIGUE SI ESE MISMO DECK, SIN
      *CAMBIOS, YA TIENE LA APROBACION DE UN SEGUNDO OPERADOR.
           OPEN INPUT TRANS-CURSOS
           IF WKS-FS-TRANSCUR NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE TRANSACCIONES"
              STOP RUN
           END-IF

           MOVE "H" TO WKS-DK-FUNCION
           READ TRANS-CURSOS
           AT END
              SET WKS-FIN-TRANSCUR TO TRUE
           END-READ
           PERFORM UNTIL WKS-FIN-TRANSCUR
                   MOVE REG-TRANS-CURSOS TO WKS-DK-LINEA
                   PERFORM 0010-INICIO-LLAMA-CONTROL THRU
                      0010-LLAMA-CONTROL-E
                   READ TRANS-CURSOS
                   AT END
                      SET WKS-FIN-TRANSCUR TO TRUE
                   END-READ
           END-PERFORM
           CLOSE TRANS-CURSOS

           IF WKS-MANT-PROPONE
              MOVE "P" TO WKS-DK-FUNCION
           ELSE
              MOVE "V" TO WKS-DK-FUNCION
           END-IF
           PERFORM 0010-INICIO-LLAMA-CONTROL THRU 0010-LLAMA-CONTROL-E

           IF WKS-DK-RESULTADO NOT = "S"
              DISPLAY "EL DECK DE CURSOS NO SE PROCESA: "
                      WKS-DK-MOTIVO
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           IF WKS-DK-MOTIVO NOT = SPACES
              DISPLAY WKS-DK-MOTIVO
           END-IF.
       0009-DOBLE-CONTROL-E.
           EXIT.

       0010-INICIO-LLAMA-CONTROL SECTION.
           CALL 'MANTCTL1' USING WKS-DK-FUNCION
                                 WKS-DK-PROGRAMA
                                 WKS-DK-OPERADOR
                                 WKS-DK-LINEA
                                 WKS-DK-SUJETO
                                 WKS-DK-DECK
                                 WKS-DK-RESULTADO
                                 WKS-DK-MOTIVO.
       0010-LLAMA-CONTROL-E.
           EXIT.
