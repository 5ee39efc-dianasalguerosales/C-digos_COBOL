      ******************************************************************
      * FECHA       : 2026                                             *
      * PROGRAMADOR : DIANA STEFFANNY SALGUERO ROSALES                 *
      * APLICACION  : EDUCACION                                        *
      * PROGRAMA    : NITCHK01                                         *
      * TIPO        : SUBPROGRAMA (CALLED)                             *
      * DESCRIPCION : NORMALIZACION Y VEREDICTO DE NIT EN UN SOLO      *
      *             : LUGAR: RECIBE EL NIT COMO LLEGA TECLEADO (CUATRO *
      *             : A OCHO DIGITOS DE BASE, GUION OPCIONAL Y         *
      *             : CARACTER VERIFICADOR DIGITO O "K"), DEVUELVE LA  *
      *             : FORMA NORMALIZADA (BASE RELLENA A OCHO DIGITOS,  *
      *             : GUION Y VERIFICADOR), EL VEREDICTO (ACEPTADO /   *
      *             : DENEGADO / NIT INVALIDO) CON LA MISMA REGLA DE   *
      *             : MODULO 11 DE EDUC3007 Y EL SWITCH DE ERROR       *
      *             : CUANDO EL NIT NO SE PUEDE NORMALIZAR. EDUC3007 Y *
      *             : EL MANTENIMIENTO DE ENCARGADOS LLAMAN AQUI PARA  *
      *             : QUE EL MISMO NIT RECIBA LA MISMA RESPUESTA EN    *
      *             : TODO EL SISTEMA.                                 *
      * ARCHIVOS    : NO APLICA PARA ESTE CASO                         *
      * PROGRAMA(S) : NO APLICA PARA ESTE CASO                         *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. NITCHK01.
       AUTHOR. DIANA SALGUERO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

      *CONTROL DE LA NORMALIZACION DE NIT DE LONGITUD VARIABLE: SE
      *QUITA EL GUION, SE RELLENA LA BASE A OCHO DIGITOS CON CEROS A
      *LA IZQUIERDA Y SE AISLA EL VERIFICADOR ANTES DEL MODULO 11.
       01 WKS-CONTROL-NIT-NORM.
          02 WKS-NN-BASE              PIC X(08) VALUE ZEROES.
          02 WKS-NN-LONG              PIC 9(02) VALUE ZEROES.
          02 WKS-NN-LONG-BASE         PIC 9(02) VALUE ZEROES.
          02 WKS-NN-CHECK             PIC X(01) VALUE SPACES.
          02 WKS-NN-I                 PIC 9(02) VALUE ZEROES.
          02 WKS-NN-J                 PIC 9(02) VALUE ZEROES.
          02 WKS-NN-GUIONES           PIC 9(02) VALUE ZEROES.
          02 WKS-NN-CAR               PIC X(01) VALUE SPACES.
             88 WKS-NN-CAR-DIGITO              VALUE "0" THRU "9".
             88 WKS-NN-CAR-GUION               VALUE "-".
             88 WKS-NN-CAR-CHECK               VALUE "0" THRU "9" "K".
          02 WKS-NN-NORMALIZADO.
             03 WKS-NN-NOR-BASE       PIC X(08) VALUE ZEROES.
             03 FILLER                PIC X(01) VALUE "-".
             03 WKS-NN-NOR-CHECK      PIC X(01) VALUE SPACES.

       01 WKS-DIGITO-ARRAY.
          02 WKS-NK-DIGITO OCCURS 08 TIMES
                                      PIC 9(01).

      *ARRAY PARA NUMEROS A MULTIPLICAR
       01 WKS-MULTI.
          02 FILLER                   PIC 9(01) VALUE 9.
          02 FILLER                   PIC 9(01) VALUE 8.
          02 FILLER                   PIC 9(01) VALUE 7.
          02 FILLER                   PIC 9(01) VALUE 6.
          02 FILLER                   PIC 9(01) VALUE 5.
          02 FILLER                   PIC 9(01) VALUE 4.
          02 FILLER                   PIC 9(01) VALUE 3.
          02 FILLER                   PIC 9(01) VALUE 2.
       01 WKS-TABLA-MULTI REDEFINES WKS-MULTI.
          02 WKS-ARRAY-MULTI OCCURS 8 TIMES.
             03 WKS-NK-NUM            PIC 9(01).

       01 WKS-OPERACIONES.
          02 WKS-NK-I                 PIC 9(02) VALUE ZEROES.
          02 WKS-NK-MULTI             PIC 9(02) VALUE ZEROES.
          02 WKS-NK-SUMA              PIC 9(03) VALUE ZEROES.
          02 WKS-NK-DIVISION          PIC 9(02) VALUE ZEROES.
          02 WKS-NK-RESIDUO           PIC 9(02) VALUE ZEROES.
          02 WKS-NK-RESTA             PIC 9(03) VALUE ZEROES.

       LINKAGE SECTION.
       01 LK-NIT-CRUDO                PIC X(14).
       01 LK-NIT-NORMALIZADO          PIC X(10).
       01 LK-VEREDICTO                PIC X(20).
      *"S" = EL NIT NO TIENE UNA FORMA QUE SE PUEDA NORMALIZAR.
       01 LK-SWITCH-ERROR             PIC X(01).

       PROCEDURE DIVISION USING LK-NIT-CRUDO
                                 LK-NIT-NORMALIZADO
                                 LK-VEREDICTO
                                 LK-SWITCH-ERROR.

       0000-INICIO SECTION.
           MOVE "N" TO LK-SWITCH-ERROR
           MOVE SPACES TO LK-NIT-NORMALIZADO
           MOVE SPACES TO LK-VEREDICTO

           PERFORM 0001-INICIO-NORMALIZA THRU 0001-NORMALIZA-E
           IF LK-SWITCH-ERROR = "S"
              MOVE "NIT INVALIDO" TO LK-VEREDICTO
              GOBACK
           END-IF
           MOVE WKS-NN-NORMALIZADO TO LK-NIT-NORMALIZADO

      *SUMA PONDERADA DE LOS OCHO DIGITOS DE LA BASE CON LOS PESOS
      *9..2, COMO SIEMPRE LA CALCULO EDUC3007.
           MOVE WKS-NN-BASE TO WKS-DIGITO-ARRAY
           MOVE ZEROES TO WKS-NK-I, WKS-NK-SUMA
           PERFORM UNTIL WKS-NK-I > 7
                   ADD 1 TO WKS-NK-I
                   COMPUTE WKS-NK-MULTI =
                      WKS-NK-DIGITO(WKS-NK-I) * WKS-NK-NUM(WKS-NK-I)
                   ADD WKS-NK-MULTI TO WKS-NK-SUMA
           END-PERFORM

           DIVIDE WKS-NK-SUMA BY 11 GIVING WKS-NK-DIVISION
              REMAINDER WKS-NK-RESIDUO
           SUBTRACT WKS-NK-RESIDUO FROM 11 GIVING WKS-NK-RESTA

      *REGLA HISTORICA DE EDUC3007: CUANDO LA RESTA DA 10 U 11 SOLO
      *SE ACEPTA EL VERIFICADOR "K"; CUANDO DA MENOS DE 10 EL NIT BIEN
      *FORMADO SE ACEPTA.
           IF WKS-NK-RESTA < 10
              MOVE "ACEPTADO" TO LK-VEREDICTO
           ELSE
              IF WKS-NN-CHECK = "K"
                 MOVE "ACEPTADO" TO LK-VEREDICTO
              ELSE
                 MOVE "DENEGADO" TO LK-VEREDICTO
              END-IF
           END-IF

           GOBACK.
       0000-INICIO-E.
           EXIT.

       0001-INICIO-NORMALIZA SECTION.
      *RECORRE EL VALOR CRUDO: ACUMULA DIGITOS DE LA BASE, TOLERA UN
      *SOLO GUION, Y TOMA EL ULTIMO CARACTER NO BLANCO COMO EL
      *VERIFICADOR (DIGITO O "K"). DEJA LA BASE RELLENA A OCHO
      *DIGITOS EN WKS-NN-BASE Y EL VERIFICADOR EN WKS-NN-CHECK.
           MOVE "S" TO LK-SWITCH-ERROR
           MOVE ZEROES TO WKS-NN-LONG-BASE, WKS-NN-GUIONES
           MOVE SPACES TO WKS-NN-CHECK
           MOVE ALL "0" TO WKS-NN-BASE

      *LONGITUD REAL: POSICION DEL ULTIMO CARACTER NO EN BLANCO.
           PERFORM VARYING WKS-NN-I FROM 14 BY -1
                   UNTIL WKS-NN-I < 1
                      OR LK-NIT-CRUDO(WKS-NN-I:1) NOT = SPACE
               CONTINUE
           END-PERFORM
           MOVE WKS-NN-I TO WKS-NN-LONG

           IF WKS-NN-LONG < 2
              GO TO 0001-NORMALIZA-E
           END-IF

      *EL ULTIMO CARACTER ES EL VERIFICADOR.
           MOVE LK-NIT-CRUDO(WKS-NN-LONG:1) TO WKS-NN-CAR
           IF NOT WKS-NN-CAR-CHECK
              GO TO 0001-NORMALIZA-E
           END-IF
           MOVE WKS-NN-CAR TO WKS-NN-CHECK

      *LA BASE SON LOS CARACTERES ANTERIORES AL VERIFICADOR,
      *DESCARTANDO A LO SUMO UN GUION.
           SUBTRACT 1 FROM WKS-NN-LONG GIVING WKS-NN-J
           PERFORM VARYING WKS-NN-I FROM 1 BY 1
                   UNTIL WKS-NN-I > WKS-NN-J
               MOVE LK-NIT-CRUDO(WKS-NN-I:1) TO WKS-NN-CAR
               EVALUATE TRUE
               WHEN WKS-NN-CAR-DIGITO
                    ADD 1 TO WKS-NN-LONG-BASE
                    IF WKS-NN-LONG-BASE > 8
                       GO TO 0001-NORMALIZA-E
                    END-IF
               WHEN WKS-NN-CAR-GUION
                    ADD 1 TO WKS-NN-GUIONES
                    IF WKS-NN-GUIONES > 1
                       GO TO 0001-NORMALIZA-E
                    END-IF
               WHEN OTHER
                    GO TO 0001-NORMALIZA-E
               END-EVALUATE
           END-PERFORM

           IF WKS-NN-LONG-BASE < 4
              GO TO 0001-NORMALIZA-E
           END-IF

      *RELLENO A LA IZQUIERDA: LOS DIGITOS DE LA BASE SE COLOCAN
      *ALINEADOS A LA DERECHA SOBRE UN CAMPO DE CEROS.
           COMPUTE WKS-NN-J = 8 - WKS-NN-LONG-BASE
           PERFORM VARYING WKS-NN-I FROM 1 BY 1
                   UNTIL WKS-NN-I > WKS-NN-LONG
               MOVE LK-NIT-CRUDO(WKS-NN-I:1) TO WKS-NN-CAR
               IF WKS-NN-CAR-DIGITO AND WKS-NN-I < WKS-NN-LONG
                  ADD 1 TO WKS-NN-J
                  IF WKS-NN-J < 9
                     MOVE WKS-NN-CAR TO WKS-NN-BASE(WKS-NN-J:1)
                  END-IF
               END-IF
           END-PERFORM

           MOVE WKS-NN-BASE TO WKS-NN-NOR-BASE
           MOVE WKS-NN-CHECK TO WKS-NN-NOR-CHECK
           MOVE "N" TO LK-SWITCH-ERROR.
       0001-NORMALIZA-E.
           EXIT.
