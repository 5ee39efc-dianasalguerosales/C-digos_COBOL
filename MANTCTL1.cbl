      ******************************************************************
      * FECHA       : 2026                                             *
      * PROGRAMADOR : DIANA STEFFANNY SALGUERO ROSALES                 *
      * APLICACION  : EDUCACION                                        *
      * PROGRAMA    : MANTCTL1                                         *
      * TIPO        : SUBPROGRAMA (CALLED)                             *
      * DESCRIPCION : DOBLE CONTROL DE LOS DECKS DE MANTENIMIENTO DE   *
      *             : MAESTROS, EN EL MISMO PATRON DE LLAMADA DE       *
      *             : GENREG01. FUNCION "H": EL PROGRAMA DE            *
      *             : MANTENIMIENTO PASA CADA LINEA DE SU DECK (Y EL   *
      *             : OPERADOR DE OPERMST QUE LA LINEA TOCA, SI        *
      *             : ALGUNO) Y AQUI SE ACUMULA LA HUELLA DEL DECK:    *
      *             : CONTEO Y TOTAL HASH PONDERADO POR POSICION.      *
      *             : FUNCION "P": REGISTRA EL DECK COMO PROPUESTO EN  *
      *             : MANTPEND CON EL OPERADOR QUE LO PROPONE (DEBE    *
      *             : ESTAR VIGENTE EN OPERMST) Y REGRESA SU NUMERO;   *
      *             : EL MISMO DECK PROPUESTO DOS VECES CONSERVA SU    *
      *             : NUMERO. FUNCION "V": ANTES DE APLICAR, BUSCA UN  *
      *             : DECK APROBADO DEL PROGRAMA CON LA MISMA HUELLA;  *
      *             : SIN EL, EL SWITCH REGRESA "N" CON EL MOTIVO Y EL *
      *             : INTENTO QUEDA EN LA AUDITORIA. FUNCION "X":      *
      *             : MARCA EL DECK COMO APLICADO. TODO EVENTO SE      *
      *             : ANOTA EN LA AUDITORIA COMPARTIDA MANTAUD.        *
      * ARCHIVOS    : MANTPEND (ENTRADA/SALIDA), OPERMST (ENTRADA),    *
      *             : MANTAUD (EXTEND)                                 *
      * PROGRAMA(S) : NO APLICA PARA ESTE CASO                         *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTCTL1.
       AUTHOR. DIANA SALGUERO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DECKS-PENDIENTES ASSIGN TO MANTPEND
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-MANTPEND.
           SELECT OPERADOR-MASTER ASSIGN TO OPERMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS OPERMST-LLAVE
                  FILE STATUS IS WKS-FS-OPERMST.
           SELECT AUDITORIA-MANT ASSIGN TO MANTAUD
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-MANTAUD.

       DATA DIVISION.

       FILE SECTION.
       FD DECKS-PENDIENTES.
           COPY MANTPEND.

       FD OPERADOR-MASTER.
           COPY OPERMST.

       FD AUDITORIA-MANT.
           COPY MANTAUD.

       WORKING-STORAGE SECTION.
       01 WKS-FS-MANTPEND             PIC X(02) VALUE SPACES.
          88 WKS-FIN-MANTPEND                  VALUE "10".
       01 WKS-FS-OPERMST              PIC X(02) VALUE SPACES.
       01 WKS-FS-MANTAUD              PIC X(02) VALUE SPACES.

       01 WKS-FECHA-HORA-ACTUAL.
          02 WKS-FH-FECHA             PIC 9(08).
          02 WKS-FH-HORA              PIC 9(06).
          02 FILLER                   PIC X(07).

      *HUELLA DEL DECK EN CURSO, ACUMULADA LINEA POR LINEA CON LA
      *FUNCION "H" Y LIMPIADA DESPUES DE CADA "P" O "V".
       01 WKS-HUELLA.
          02 WKS-HU-CANT              PIC 9(07) VALUE ZEROES.
          02 WKS-HU-HASH              PIC 9(15) VALUE ZEROES.
          02 WKS-HU-POS               PIC 9(02) VALUE ZEROES.
          02 WKS-HU-SUJETOS.
             03 WKS-HU-SUJETO         PIC X(08) OCCURS 10 TIMES.
          02 WKS-HU-SUJ-CANT          PIC 9(02) VALUE ZEROES.
          02 WKS-HU-SUJ-IDX           PIC 9(02) VALUE ZEROES.
          02 WKS-HU-SUJ-POS           PIC 9(02) VALUE ZEROES.
          02 WKS-HU-EXCEDIDO          PIC X(01) VALUE "N".

      *REGISTRO DE DECKS EN MEMORIA PARA LA REESCRITURA.
       01 WKS-TABLA-DECKS.
          02 WKS-TD-ENTRADA OCCURS 500 TIMES
                                      PIC X(151).
          02 WKS-TD-CANT              PIC 9(03) VALUE ZEROES.
          02 WKS-TD-IDX               PIC 9(03) VALUE ZEROES.
          02 WKS-TD-POS               PIC 9(03) VALUE ZEROES.
          02 WKS-TD-ULTIMO            PIC 9(08) VALUE ZEROES.
          02 WKS-TD-ESTADO-VISTO      PIC X(01) VALUE SPACES.
          02 WKS-TD-DESBORDE          PIC X(01) VALUE "N".
             88 WKS-TD-DESBORDADO              VALUE "S".

       01 WKS-AU-EVENTO               PIC X(10) VALUE SPACES.
       01 WKS-AU-OPERADOR             PIC X(08) VALUE SPACES.
       01 WKS-AU-DETALLE              PIC X(40) VALUE SPACES.

       LINKAGE SECTION.
      *"H" = ACUMULA UNA LINEA DEL DECK; "P" = PROPONE EL DECK;
      *"V" = VERIFICA QUE EL DECK ESTE APROBADO; "X" = LO MARCA
      *APLICADO.
       01 LK-FUNCION                  PIC X(01).
       01 LK-PROGRAMA                 PIC X(08).
       01 LK-OPERADOR                 PIC X(08).
       01 LK-LINEA                    PIC X(80).
       01 LK-SUJETO                   PIC X(08).
       01 LK-DECK                     PIC 9(08).
      *"S" = EL DECK QUEDO PROPUESTO, ESTA APROBADO O QUEDO MARCADO;
      *"N" = NO, CON EL MOTIVO EN LK-MOTIVO.
       01 LK-RESULTADO                PIC X(01).
       01 LK-MOTIVO                   PIC X(40).

       PROCEDURE DIVISION USING LK-FUNCION
                                 LK-PROGRAMA
                                 LK-OPERADOR
                                 LK-LINEA
                                 LK-SUJETO
                                 LK-DECK
                                 LK-RESULTADO
                                 LK-MOTIVO.

       0000-INICIO SECTION.
           MOVE "S" TO LK-RESULTADO
           MOVE SPACES TO LK-MOTIVO

           EVALUATE LK-FUNCION
           WHEN "H"
                PERFORM 0001-INICIO-HUELLA THRU 0001-HUELLA-E
           WHEN "P"
                PERFORM 0002-INICIO-CARGA-DECKS THRU
                   0002-CARGA-DECKS-E
                PERFORM 0003-INICIO-PROPONE THRU 0003-PROPONE-E
                PERFORM 0007-INICIO-LIMPIA-HUELLA THRU
                   0007-LIMPIA-HUELLA-E
           WHEN "V"
                PERFORM 0002-INICIO-CARGA-DECKS THRU
                   0002-CARGA-DECKS-E
                PERFORM 0004-INICIO-VERIFICA THRU 0004-VERIFICA-E
                PERFORM 0007-INICIO-LIMPIA-HUELLA THRU
                   0007-LIMPIA-HUELLA-E
           WHEN "X"
                PERFORM 0002-INICIO-CARGA-DECKS THRU
                   0002-CARGA-DECKS-E
                PERFORM 0005-INICIO-APLICADO THRU 0005-APLICADO-E
           WHEN OTHER
                DISPLAY "MANTCTL1: FUNCION DESCONOCIDA " LK-FUNCION
                MOVE "N" TO LK-RESULTADO
           END-EVALUATE

           GOBACK.
       0000-INICIO-E.
           EXIT.

       0001-INICIO-HUELLA SECTION.
      *CONTEO Y TOTAL HASH DEL DECK: SUMA DEL VALOR ORDINAL DE CADA
      *BYTE DE LA LINEA POR SU POSICION, ASI QUE CUALQUIER CAMBIO AL
      *DECK DESPUES DE APROBADO CAMBIA LA HUELLA. EL OPERADOR QUE LA
      *LINEA TOCA SE GUARDA UNA SOLA VEZ.
           ADD 1 TO WKS-HU-CANT
           PERFORM VARYING WKS-HU-POS FROM 1 BY 1
              UNTIL WKS-HU-POS > 80
              COMPUTE WKS-HU-HASH = WKS-HU-HASH +
                 FUNCTION ORD(LK-LINEA(WKS-HU-POS:1)) * WKS-HU-POS
           END-PERFORM

           IF LK-SUJETO = SPACES
              GO TO 0001-HUELLA-E
           END-IF
           MOVE ZEROES TO WKS-HU-SUJ-POS
           PERFORM VARYING WKS-HU-SUJ-IDX FROM 1 BY 1
              UNTIL WKS-HU-SUJ-IDX > WKS-HU-SUJ-CANT
              IF WKS-HU-SUJETO(WKS-HU-SUJ-IDX) = LK-SUJETO
                 MOVE WKS-HU-SUJ-IDX TO WKS-HU-SUJ-POS
              END-IF
           END-PERFORM
           IF WKS-HU-SUJ-POS = ZEROES
              IF WKS-HU-SUJ-CANT < 10
                 ADD 1 TO WKS-HU-SUJ-CANT
                 MOVE LK-SUJETO TO WKS-HU-SUJETO(WKS-HU-SUJ-CANT)
              ELSE
                 MOVE "S" TO WKS-HU-EXCEDIDO
              END-IF
           END-IF.
       0001-HUELLA-E.
           EXIT.

       0002-INICIO-CARGA-DECKS SECTION.
           MOVE ZEROES TO WKS-TD-CANT
           MOVE ZEROES TO WKS-TD-ULTIMO
           MOVE "N" TO WKS-TD-DESBORDE
           MOVE SPACES TO WKS-FS-MANTPEND
           OPEN INPUT DECKS-PENDIENTES
           IF WKS-FS-MANTPEND NOT = "00"
              GO TO 0002-CARGA-DECKS-E
           END-IF

           READ DECKS-PENDIENTES
           AT END
              SET WKS-FIN-MANTPEND TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-MANTPEND
              IF WKS-TD-CANT < 500
                 ADD 1 TO WKS-TD-CANT
                 MOVE MPD-REGISTRO TO WKS-TD-ENTRADA(WKS-TD-CANT)
              ELSE
                 IF NOT WKS-TD-DESBORDADO
                    DISPLAY "MANTCTL1: REGISTRO DE DECKS EXCEDE LA "
                            "TABLA DE 500"
                    SET WKS-TD-DESBORDADO TO TRUE
                 END-IF
              END-IF
              IF MPD-DECK > WKS-TD-ULTIMO
                 MOVE MPD-DECK TO WKS-TD-ULTIMO
              END-IF
              READ DECKS-PENDIENTES
              AT END
                 SET WKS-FIN-MANTPEND TO TRUE
              END-READ
           END-PERFORM

           CLOSE DECKS-PENDIENTES.
       0002-CARGA-DECKS-E.
           EXIT.

       0003-INICIO-PROPONE SECTION.
      *EL DECK SE REGISTRA A NOMBRE DE UN OPERADOR VIGENTE; UN DECK
      *VACIO NO SE PROPONE Y UNO QUE TOCA MAS OPERADORES DE LOS QUE
      *CABEN EN EL REGISTRO SE DEBE PARTIR.
           MOVE ZEROES TO LK-DECK
      *CON EL REGISTRO DE DECKS CARGADO INCOMPLETO NO SE DECIDE NI
      *SE REESCRIBE NADA: SE PERDERIAN LOS DECKS QUE NO CUPIERON.
           IF WKS-TD-DESBORDADO
              MOVE "N" TO LK-RESULTADO
              MOVE "REGISTRO DE DECKS EXCEDE LA TABLA" TO LK-MOTIVO
              GO TO 0003-PROPONE-E
           END-IF
           EVALUATE TRUE
           WHEN WKS-HU-CANT = ZEROES
                MOVE "DECK VACIO, NADA QUE PROPONER" TO LK-MOTIVO
           WHEN LK-OPERADOR = SPACES
                MOVE "FALTA EL OPERADOR QUE PROPONE" TO LK-MOTIVO
           WHEN WKS-HU-EXCEDIDO = "S"
                MOVE "DECK TOCA MAS DE 10 OPERADORES; PARTIRLO"
                   TO LK-MOTIVO
           WHEN OTHER
                MOVE SPACES TO WKS-FS-OPERMST
                OPEN INPUT OPERADOR-MASTER
                IF WKS-FS-OPERMST = "00"
                   MOVE LK-OPERADOR TO OPERMST-ID
                   READ OPERADOR-MASTER
                   END-READ
                   IF WKS-FS-OPERMST NOT = "00"
                      OR OPERMST-ESTADO NOT = "A"
                      MOVE "OPERADOR QUE PROPONE NO VIGENTE" TO
                         LK-MOTIVO
                   END-IF
                   CLOSE OPERADOR-MASTER
                ELSE
                   MOVE "NO SE PUDO LEER EL MAESTRO DE OPERADORES" TO
                      LK-MOTIVO
                END-IF
           END-EVALUATE
           IF LK-MOTIVO NOT = SPACES
              MOVE "N" TO LK-RESULTADO
              GO TO 0003-PROPONE-E
           END-IF

      *EL MISMO DECK YA PROPUESTO Y TODAVIA PENDIENTE CONSERVA SU
      *NUMERO: VOLVER A CORRER LA VISTA PREVIA NO DUPLICA LA PROPUESTA.
           MOVE ZEROES TO WKS-TD-POS
           PERFORM VARYING WKS-TD-IDX FROM 1 BY 1
              UNTIL WKS-TD-IDX > WKS-TD-CANT
              MOVE WKS-TD-ENTRADA(WKS-TD-IDX) TO MPD-REGISTRO
              IF MPD-PROGRAMA = LK-PROGRAMA AND MPD-PROPUESTO
                 AND MPD-CANT = WKS-HU-CANT
                 AND MPD-HASH = WKS-HU-HASH
                 MOVE WKS-TD-IDX TO WKS-TD-POS
              END-IF
           END-PERFORM
           IF WKS-TD-POS NOT = ZEROES
              MOVE WKS-TD-ENTRADA(WKS-TD-POS) TO MPD-REGISTRO
              MOVE MPD-DECK TO LK-DECK
              MOVE "DECK YA PROPUESTO, PENDIENTE DE APROBACION" TO
                 LK-MOTIVO
              GO TO 0003-PROPONE-E
           END-IF

           IF WKS-TD-CANT NOT < 500
              MOVE "N" TO LK-RESULTADO
              MOVE "REGISTRO DE DECKS LLENO" TO LK-MOTIVO
              GO TO 0003-PROPONE-E
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WKS-FECHA-HORA-ACTUAL
           MOVE SPACES TO MPD-REGISTRO
           COMPUTE MPD-DECK = WKS-TD-ULTIMO + 1
           MOVE LK-PROGRAMA TO MPD-PROGRAMA
           SET MPD-PROPUESTO TO TRUE
           MOVE WKS-FH-FECHA TO MPD-FECHA-PROPUESTA
           MOVE LK-OPERADOR TO MPD-PROPONENTE
           MOVE WKS-HU-CANT TO MPD-CANT
           MOVE WKS-HU-HASH TO MPD-HASH
           MOVE ZEROES TO MPD-FECHA-DECISION
           MOVE WKS-HU-SUJETOS TO MPD-SUJETOS
           ADD 1 TO WKS-TD-CANT
           MOVE MPD-REGISTRO TO WKS-TD-ENTRADA(WKS-TD-CANT)
           MOVE MPD-DECK TO LK-DECK

           PERFORM 0006-INICIO-REESCRIBE THRU 0006-REESCRIBE-E

           MOVE "PROPUESTO" TO WKS-AU-EVENTO
           MOVE LK-OPERADOR TO WKS-AU-OPERADOR
           MOVE SPACES TO WKS-AU-DETALLE
           STRING "LINEAS " WKS-HU-CANT " HASH " WKS-HU-HASH
              DELIMITED BY SIZE INTO WKS-AU-DETALLE
           END-STRING
           PERFORM 0008-INICIO-AUDITORIA THRU 0008-AUDITORIA-E.
       0003-PROPONE-E.
           EXIT.

       0004-INICIO-VERIFICA SECTION.
      *SOLO SE APLICA UN DECK APROBADO DEL MISMO PROGRAMA CON LA
      *MISMA HUELLA. UN DECK VACIO NO CAMBIA NADA Y NO PIDE FIRMA.
           MOVE ZEROES TO LK-DECK
      *CON EL REGISTRO DE DECKS CARGADO INCOMPLETO NO SE DECIDE NI
      *SE REESCRIBE NADA: SE PERDERIAN LOS DECKS QUE NO CUPIERON.
           IF WKS-TD-DESBORDADO
              MOVE "N" TO LK-RESULTADO
              MOVE "REGISTRO DE DECKS EXCEDE LA TABLA" TO LK-MOTIVO
              GO TO 0004-VERIFICA-E
           END-IF
           IF WKS-HU-CANT = ZEROES
              MOVE "DECK VACIO, SIN CAMBIOS QUE APROBAR" TO LK-MOTIVO
              GO TO 0004-VERIFICA-E
           END-IF

           MOVE ZEROES TO WKS-TD-POS
           MOVE SPACES TO WKS-TD-ESTADO-VISTO
           PERFORM VARYING WKS-TD-IDX FROM 1 BY 1
              UNTIL WKS-TD-IDX > WKS-TD-CANT
              MOVE WKS-TD-ENTRADA(WKS-TD-IDX) TO MPD-REGISTRO
              IF MPD-PROGRAMA = LK-PROGRAMA
                 AND MPD-CANT = WKS-HU-CANT
                 AND MPD-HASH = WKS-HU-HASH
                 IF MPD-APROBADO
                    MOVE WKS-TD-IDX TO WKS-TD-POS
                 ELSE
                    MOVE MPD-ESTADO TO WKS-TD-ESTADO-VISTO
                    MOVE MPD-DECK TO LK-DECK
                 END-IF
              END-IF
           END-PERFORM

           IF WKS-TD-POS NOT = ZEROES
              MOVE WKS-TD-ENTRADA(WKS-TD-POS) TO MPD-REGISTRO
              MOVE MPD-DECK TO LK-DECK
              MOVE SPACES TO LK-MOTIVO
              STRING "DECK APROBADO POR " MPD-APROBADOR
                 DELIMITED BY SIZE INTO LK-MOTIVO
              END-STRING
              GO TO 0004-VERIFICA-E
           END-IF

           MOVE "N" TO LK-RESULTADO
           EVALUATE WKS-TD-ESTADO-VISTO
           WHEN "P"
                MOVE "DECK PROPUESTO, PENDIENTE DE APROBACION" TO
                   LK-MOTIVO
           WHEN "R"
                MOVE "DECK RECHAZADO POR EL APROBADOR" TO LK-MOTIVO
           WHEN "V"
                MOVE "DECK VENCIDO SIN APROBACION" TO LK-MOTIVO
           WHEN "X"
                MOVE "DECK YA APLICADO ANTES" TO LK-MOTIVO
           WHEN OTHER
                MOVE "DECK NO PROPUESTO O MODIFICADO DESPUES" TO
                   LK-MOTIVO
           END-EVALUATE

           MOVE "BLOQUEADO" TO WKS-AU-EVENTO
           MOVE LK-OPERADOR TO WKS-AU-OPERADOR
           MOVE LK-MOTIVO TO WKS-AU-DETALLE
           PERFORM 0008-INICIO-AUDITORIA THRU 0008-AUDITORIA-E.
       0004-VERIFICA-E.
           EXIT.

       0005-INICIO-APLICADO SECTION.
      *CON EL REGISTRO DE DECKS CARGADO INCOMPLETO NO SE DECIDE NI
      *SE REESCRIBE NADA: SE PERDERIAN LOS DECKS QUE NO CUPIERON.
           IF WKS-TD-DESBORDADO
              MOVE "N" TO LK-RESULTADO
              MOVE "REGISTRO DE DECKS EXCEDE LA TABLA" TO LK-MOTIVO
              GO TO 0005-APLICADO-E
           END-IF
           MOVE ZEROES TO WKS-TD-POS
           PERFORM VARYING WKS-TD-IDX FROM 1 BY 1
              UNTIL WKS-TD-IDX > WKS-TD-CANT
              MOVE WKS-TD-ENTRADA(WKS-TD-IDX) TO MPD-REGISTRO
              IF MPD-DECK = LK-DECK AND MPD-APROBADO
                 MOVE WKS-TD-IDX TO WKS-TD-POS
              END-IF
           END-PERFORM
           IF WKS-TD-POS = ZEROES
              MOVE "N" TO LK-RESULTADO
              MOVE "DECK APROBADO NO ENCONTRADO" TO LK-MOTIVO
              GO TO 0005-APLICADO-E
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WKS-FECHA-HORA-ACTUAL
           MOVE WKS-TD-ENTRADA(WKS-TD-POS) TO MPD-REGISTRO
           SET MPD-APLICADO TO TRUE
           MOVE MPD-REGISTRO TO WKS-TD-ENTRADA(WKS-TD-POS)
           PERFORM 0006-INICIO-REESCRIBE THRU 0006-REESCRIBE-E

           MOVE "APLICADO" TO WKS-AU-EVENTO
           MOVE MPD-APROBADOR TO WKS-AU-OPERADOR
           MOVE SPACES TO WKS-AU-DETALLE
           STRING "PROPUESTO POR " MPD-PROPONENTE
              DELIMITED BY SIZE INTO WKS-AU-DETALLE
           END-STRING
           PERFORM 0008-INICIO-AUDITORIA THRU 0008-AUDITORIA-E.
       0005-APLICADO-E.
           EXIT.

       0006-INICIO-REESCRIBE SECTION.
           MOVE SPACES TO WKS-FS-MANTPEND
           OPEN OUTPUT DECKS-PENDIENTES
           IF WKS-FS-MANTPEND NOT = "00"
              DISPLAY "MANTCTL1: NO SE PUDO REESCRIBIR MANTPEND"
              MOVE "N" TO LK-RESULTADO
              MOVE "NO SE PUDO REESCRIBIR EL REGISTRO DE DECKS" TO
                 LK-MOTIVO
              GO TO 0006-REESCRIBE-E
           END-IF

           PERFORM VARYING WKS-TD-IDX FROM 1 BY 1
              UNTIL WKS-TD-IDX > WKS-TD-CANT
              WRITE MPD-REGISTRO FROM WKS-TD-ENTRADA(WKS-TD-IDX)
           END-PERFORM

           CLOSE DECKS-PENDIENTES.
       0006-REESCRIBE-E.
           EXIT.

       0007-INICIO-LIMPIA-HUELLA SECTION.
           MOVE ZEROES TO WKS-HU-CANT
           MOVE ZEROES TO WKS-HU-HASH
           MOVE SPACES TO WKS-HU-SUJETOS
           MOVE ZEROES TO WKS-HU-SUJ-CANT
           MOVE "N" TO WKS-HU-EXCEDIDO.
       0007-LIMPIA-HUELLA-E.
           EXIT.

       0008-INICIO-AUDITORIA SECTION.
           MOVE FUNCTION CURRENT-DATE TO WKS-FECHA-HORA-ACTUAL
           MOVE SPACES TO WKS-FS-MANTAUD
           OPEN EXTEND AUDITORIA-MANT
           IF WKS-FS-MANTAUD = "35"
              OPEN OUTPUT AUDITORIA-MANT
           END-IF
           IF WKS-FS-MANTAUD NOT = "00"
              DISPLAY "MANTCTL1: NO SE PUDO ABRIR LA AUDITORIA MANTAUD"
              GO TO 0008-AUDITORIA-E
           END-IF

           MOVE WKS-FH-FECHA TO MAU-FECHA
           MOVE WKS-FH-HORA TO MAU-HORA
           MOVE LK-DECK TO MAU-DECK
           MOVE LK-PROGRAMA TO MAU-PROGRAMA
           MOVE WKS-AU-EVENTO TO MAU-EVENTO
           MOVE WKS-AU-OPERADOR TO MAU-OPERADOR
           MOVE WKS-AU-DETALLE TO MAU-DETALLE
           WRITE MAU-REGISTRO
           CLOSE AUDITORIA-MANT.
       0008-AUDITORIA-E.
           EXIT.
