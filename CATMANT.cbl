      * TIPO        : BATCH                                            *
      * DESCRIPCION : MANTENIMIENTO DEL CATALOGO MAESTRO DE GEOGRAFIA  *
      *             : (CATGEO). APLICA TRANSACCIONES DE ALTA (A),      *
      *             : MODIFICACION (M) Y BAJA/DESACTIVACION (B) LEIDAS *
      *             : DEL ARCHIVO DE CONTROL TRANSCAT, Y EMITE UN      *
      *             : REPORTE DE CAMBIOS ANTES/DESPUES POR CADA        *
      *             : TRANSACCION. POR CADA CAMBIO APLICADO ESCRIBE    *
      *             : ADEMAS LA TRANSACCION INVERSA EN EL ARCHIVO DE   *
      *             : BACKOUT (BACKOUT, EN FORMATO TRANSCAT): SI       *
      *             : ALGUIEN CARGA EL DECK EQUIVOCADO, EL MODO        *
      *             : MODO_BACKOUT=S RELEE ESE ARCHIVO COMO            *
      *             : TRANSACCIONES Y LAS APLICA DE LA ULTIMA A LA     *
      *             : PRIMERA (SI EL DECK TOCO UNA LLAVE DOS VECES,    *
      *             : SOLO ASI QUEDA LA IMAGEN MAS ANTIGUA), CON SU    *
      *             : PROPIO REPORTE ANTES/DESPUES COMO PRUEBA DE LA   *
      *             : RESTAURACION. DOBLE CONTROL: EN MODO             *
      *             : MANT_MODO=PROPONE (OMISION) EL DECK QUEDA        *
      *             : PROPUESTO EN MANTPEND Y EL REPORTE ES SOLO LA    *
      *             : VISTA PREVIA; CON MANT_MODO=APLICA SE APLICA     *
      *             : UNICAMENTE SI UN SEGUNDO OPERADOR APROBO ESE     *
      *             : MISMO DECK (EDUC3118).                           *
      * ARCHIVOS    : CATGEO (I-O), TRANSCAT (ENTRADA), BACKOUT        *
      *             : (SALIDA, O ENTRADA EN MODO BACKOUT), RPTCAT      *
      *             : (SALIDA), MANTPEND/OPERMST/MANTAUD (VIA          *
      *             : MANTCTL1)                                        *
      * PROGRAMA(S) : LOCKTOK1, MANTCTL1                               *
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 WKS-MODO-BACKOUT              PIC X(01) VALUE "N".
          88 WKS-ES-MODO-BACKOUT                  VALUE "S".

      *DOBLE CONTROL: "PROPONE" (OMISION) SOLO REGISTRA EL DECK COMO
      *PROPUESTO Y EMITE LA VISTA PREVIA ANTES/DESPUES SIN TOCAR EL
      *CATALOGO; "APLICA" LO APLICA SI UN SEGUNDO OPERADOR YA LO
      *APROBO (EDUC3118).
       01 WKS-MODO-MANT                 PIC X(07) VALUE "PROPONE".
          88 WKS-MANT-PROPONE                     VALUE "PROPONE".
          88 WKS-MANT-APLICA                      VALUE "APLICA".

      *AREA PARA EL CONTROL DE DECKS DE MANTENIMIENTO (MANTCTL1).
       01 WKS-CONTROL-DECK.
          02 WKS-DK-FUNCION             PIC X(01) VALUE SPACES.
          02 WKS-DK-PROGRAMA            PIC X(08) VALUE "EDUC3012".
          02 WKS-DK-OPERADOR            PIC X(08) VALUE SPACES.
          02 WKS-DK-LINEA               PIC X(80) VALUE SPACES.
          02 WKS-DK-SUJETO              PIC X(08) VALUE SPACES.
          02 WKS-DK-DECK                PIC 9(08) VALUE ZEROES.
          02 WKS-DK-RESULTADO           PIC X(01) VALUE SPACES.
          02 WKS-DK-MOTIVO              PIC X(40) VALUE SPACES.

      *AREA PARA LOS CANDADOS DE RECURSOS COMPARTIDOS (LOCKTOK1).
       01 WKS-CONTROL-CANDADO.
          02 WKS-LK-FUNCION             PIC X(01) VALUE "A".
           IF WKS-MODO-BACKOUT NOT = "S"
              MOVE "N" TO WKS-MODO-BACKOUT
           END-IF
           ACCEPT WKS-MODO-MANT FROM ENVIRONMENT "MANT_MODO"
           IF NOT WKS-MANT-APLICA
              MOVE "PROPONE" TO WKS-MODO-MANT
           END-IF
           ACCEPT WKS-DK-OPERADOR FROM ENVIRONMENT "MANT_OPERADOR"

      *CANDADO SOBRE EL CATALOGO: OTRO TRABAJO LEYENDOLO O
      *REESCRIBIENDOLO A MEDIO MANTENIMIENTO YA PASO UNA VEZ.
              STOP RUN
           END-IF

           PERFORM 0011-INICIO-DOBLE-CONTROL THRU 0011-DOBLE-CONTROL-E

           PERFORM 0001-INICIO-ABRE-ARCHIVOS THRU 0001-ABRE-ARCHIVOS-E

           PERFORM 0008-INICIO-LEE-TRANS THRU 0008-LEE-TRANS-E
                   PERFORM 0006-INICIO-LINEA-REPORTE THRU
                      0006-LINEA-REPORTE-E
                   IF WKS-TRANS-APLICADA AND NOT WKS-ES-MODO-BACKOUT
                      AND WKS-MANT-APLICA
                      PERFORM 0009-INICIO-ESCRIBE-INVERSA THRU
                         0009-ESCRIBE-INVERSA-E
                   END-IF

           PERFORM 0007-INICIO-TOTALES THRU 0007-TOTALES-E

           EVALUATE TRUE
           WHEN WKS-ES-MODO-BACKOUT
                CLOSE CATALOGO-GEO, RPT-CAMBIOS
           WHEN WKS-MANT-PROPONE
                CLOSE CATALOGO-GEO, TRANS-CATALOGO, RPT-CAMBIOS
           WHEN OTHER
                CLOSE CATALOGO-GEO, TRANS-CATALOGO, RPT-CAMBIOS,
                      ARCHIVO-BACKOUT
           END-EVALUATE

           IF WKS-MANT-APLICA AND WKS-DK-DECK > ZEROES
              MOVE "X" TO WKS-DK-FUNCION
              PERFORM 0012-INICIO-LLAMA-CONTROL THRU
                 0012-LLAMA-CONTROL-E
           END-IF

           MOVE "L" TO WKS-LK-FUNCION
       0001-INICIO-ABRE-ARCHIVOS SECTION.
      *EL CATALOGO SE ABRE I-O; SI TODAVIA NO EXISTE (FILE STATUS 35)
      *SE CREA VACIO Y SE REABRE, PARA QUE LA PRIMERA CARGA DEL
      *CATALOGO SE PUEDA HACER CON ESTE MISMO PROGRAMA. EN MODO
      *PROPONE SOLO SE CONSULTA, PARA LA VISTA PREVIA.
           IF WKS-MANT-PROPONE
              OPEN INPUT CATALOGO-GEO
           ELSE
              OPEN I-O CATALOGO-GEO
           END-IF
           IF WKS-FS-CATGEO = "35"
              OPEN OUTPUT CATALOGO-GEO
              CLOSE CATALOGO-GEO
              IF WKS-MANT-PROPONE
                 OPEN INPUT CATALOGO-GEO
              ELSE
                 OPEN I-O CATALOGO-GEO
              END-IF
           END-IF
           IF WKS-FS-CATGEO NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL CATALOGO GEOGRAFICO CATGEO"

      *EN MODO BACKOUT LA FUENTE DE TRANSACCIONES ES EL ARCHIVO DE
      *BACKOUT DE LA CORRIDA A DESHACER; EN MODO NORMAL ES TRANSCAT
      *Y EL BACKOUT SE ABRE DE SALIDA PARA LAS INVERSAS (SALVO EN
      *MODO PROPONE, QUE NO DEBE PISAR EL BACKOUT DE LA ULTIMA
      *CORRIDA APLICADA).
           IF WKS-ES-MODO-BACKOUT
              OPEN INPUT ARCHIVO-BACKOUT
              IF WKS-FS-BACKOUT NOT = "00"
                         "TRANSACCIONES"
                 STOP RUN
              END-IF
              IF WKS-MANT-APLICA
                 OPEN OUTPUT ARCHIVO-BACKOUT
                 IF WKS-FS-BACKOUT NOT = "00"
                    DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE BACKOUT"
                    STOP RUN
                 END-IF
              END-IF
           END-IF

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
           IF WKS-ES-MODO-BACKOUT
              MOVE "RESTAURACION DESDE BACKOUT" TO
              MOVE WKS-TC-NOMBRE-DEPTO TO CATGEO-NOMBRE-DEPTO
              MOVE WKS-TC-NOMBRE-MUNI TO CATGEO-NOMBRE-MUNI
              MOVE "A" TO CATGEO-ESTADO
              IF WKS-MANT-PROPONE
                 MOVE "00" TO WKS-FS-CATGEO
              ELSE
                 WRITE CATGEO-REGISTRO
              END-IF
              IF WKS-FS-CATGEO = "00"
                 SET WKS-TRANS-APLICADA TO TRUE
              ELSE
              MOVE WKS-TC-NOMBRE-DEPTO TO CATGEO-NOMBRE-DEPTO
              MOVE WKS-TC-NOMBRE-MUNI TO CATGEO-NOMBRE-MUNI
              MOVE "A" TO CATGEO-ESTADO
              IF WKS-MANT-PROPONE
                 MOVE "00" TO WKS-FS-CATGEO
              ELSE
                 REWRITE CATGEO-REGISTRO
              END-IF
              IF WKS-FS-CATGEO = "00"
                 SET WKS-TRANS-APLICADA TO TRUE
              ELSE
              MOVE "LLAVE NO EXISTE" TO WKS-RT-MOTIVO
           ELSE
              MOVE "I" TO CATGEO-ESTADO
              IF WKS-MANT-PROPONE
                 MOVE "00" TO WKS-FS-CATGEO
              ELSE
                 REWRITE CATGEO-REGISTRO
              END-IF
              IF WKS-FS-CATGEO = "00"
                 SET WKS-TRANS-APLICADA TO TRUE
              ELSE
              MOVE CATGEO-NOMBRE-DEPTO TO WKS-LC-DESPUES-DEPTO
              MOVE CATGEO-NOMBRE-MUNI TO WKS-LC-DESPUES-MUNI
              MOVE CATGEO-ESTADO TO WKS-LC-DESPUES-ESTADO
              IF WKS-MANT-PROPONE
                 MOVE "PREVISTA" TO WKS-LC-RESULTADO
              ELSE
                 MOVE "APLICADA" TO WKS-LC-RESULTADO
              END-IF
           ELSE
              MOVE WKS-AN-NOMBRE-DEPTO TO WKS-LC-DESPUES-DEPTO
              MOVE WKS-AN-NOMBRE-MUNI TO WKS-LC-DESPUES-MUNI

           DISPLAY "TRANSACCIONES LEIDAS AL CATALOGO: " WKS-I-LEIDAS
           DISPLAY "TRANSACCIONES APLICADAS: " WKS-I-APLICADAS
           DISPLAY "TRANSACCIONES RECHAZADAS: " WKS-I-RECHAZADAS
           IF WKS-MANT-PROPONE
              DISPLAY "DECK PROPUESTO NUMERO " WKS-DK-DECK
                      ", PENDIENTE DE APROBACION"
           END-IF.
       0007-TOTALES-E.
           EXIT.

           MOVE WKS-BK-CANT TO WKS-BK-IDX.
       0010-CARGA-BACKOUT-E.
           EXIT.

       0011-INICIO-DOBLE-CONTROL SECTION.
      *EL DECK COMPLETO (TRANSCAT, O EL BACKOUT EN MODO BACKOUT) SE
      *PASA LINEA POR LINEA A MANTCTL1 PARA SACAR SU HUELLA. EN MODO
      *PROPONE EL DECK QUEDA REGISTRADO COMO PROPUESTO; EN MODO
      *APLICA SOLO SIGUE SI ESE MISMO DECK, SIN CAMBIOS, YA TIENE LA
      *APROBACION DE UN SEGUNDO OPERADOR.
           MOVE "H" TO WKS-DK-FUNCION
           IF WKS-ES-MODO-BACKOUT
              OPEN INPUT ARCHIVO-BACKOUT
              IF WKS-FS-BACKOUT NOT = "00"
                 DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE BACKOUT"
                 STOP RUN
              END-IF
              READ ARCHIVO-BACKOUT
              AT END
                 SET WKS-FIN-BACKOUT TO TRUE
              END-READ
              PERFORM UNTIL WKS-FIN-BACKOUT
                      MOVE REG-BACKOUT TO WKS-DK-LINEA
                      PERFORM 0012-INICIO-LLAMA-CONTROL THRU
                         0012-LLAMA-CONTROL-E
                      READ ARCHIVO-BACKOUT
                      AT END
                         SET WKS-FIN-BACKOUT TO TRUE
                      END-READ
              END-PERFORM
              CLOSE ARCHIVO-BACKOUT
           ELSE
              OPEN INPUT TRANS-CATALOGO
              IF WKS-FS-TRANSCAT NOT = "00"
                 DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE "
                         "TRANSACCIONES"
                 STOP RUN
              END-IF
              READ TRANS-CATALOGO
              AT END
                 SET WKS-FIN-TRANSCAT TO TRUE
              END-READ
              PERFORM UNTIL WKS-FIN-TRANSCAT
                      MOVE REG-TRANS-CATALOGO TO WKS-DK-LINEA
                      PERFORM 0012-INICIO-LLAMA-CONTROL THRU
                         0012-LLAMA-CONTROL-E
                      READ TRANS-CATALOGO
                      AT END
                         SET WKS-FIN-TRANSCAT TO TRUE
                      END-READ
              END-PERFORM
              CLOSE TRANS-CATALOGO
           END-IF

           IF WKS-MANT-PROPONE
              MOVE "P" TO WKS-DK-FUNCION
           ELSE
              MOVE "V" TO WKS-DK-FUNCION
           END-IF
           PERFORM 0012-INICIO-LLAMA-CONTROL THRU 0012-LLAMA-CONTROL-E

           IF WKS-DK-RESULTADO NOT = "S"
              DISPLAY "EL DECK DEL CATALOGO NO SE PROCESA: "
                      WKS-DK-MOTIVO
              MOVE "L" TO WKS-LK-FUNCION
              CALL 'LOCKTOK1' USING WKS-LK-FUNCION
                                    WKS-LK-RECURSO
                                    WKS-LK-PROGRAMA
                                    WKS-LK-RESULTADO
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           IF WKS-DK-MOTIVO NOT = SPACES
              DISPLAY WKS-DK-MOTIVO
           END-IF.
       0011-DOBLE-CONTROL-E.
           EXIT.

       0012-INICIO-LLAMA-CONTROL SECTION.
           CALL 'MANTCTL1' USING WKS-DK-FUNCION
                                 WKS-DK-PROGRAMA
                                 WKS-DK-OPERADOR
                                 WKS-DK-LINEA
                                 WKS-DK-SUJETO
                                 WKS-DK-DECK
                                 WKS-DK-RESULTADO
                                 WKS-DK-MOTIVO.
       0012-LLAMA-CONTROL-E.
           EXIT.
