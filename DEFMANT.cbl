      * DESCRIPCION : MANTENIMIENTO DE LA BIBLIOTECA DE DEFINICIONES   *
      *             : DE CONCILIACION (DEFRECON, USADA POR EDUC3028).  *
      *             : LEE LA DEFINICION CANDIDATA (CANDDEF: "DEF       *
      *             : NOMBRE VER A" + TARJETAS LLAVE/CAMPO + FINDEF) Y *
      *             : LA VALIDA CONTRA UN REGISTRO DE MUESTRA DE CADA  *
      *             : ARCHIVO (MUESTRA): LIMITES DE POSICION Y         *
      *             : LONGITUD, Y QUE LOS CAMPOS TIPO N CAIGAN SOBRE   *
      *             : CONTENIDO NUMERICO DE LA MUESTRA. LA TARJETA     *
      *             : CAMPO PUEDE TRAER ADEMAS, PARA LA EXPORTACION    *
      *             : (EDUC3124), DECIMALES IMPLICITOS (COL 39),       *
      *             : ESTILO DE SIGNO (COL 41) Y MARCA DE DATO         *
      *             : SENSIBLE (COL 43). SOLO UNA DEFINICION QUE PASA  *
      *             : LA VALIDACION SE ACTIVA: SE REESCRIBE LA         *
      *             : BIBLIOTECA (DEFNEW, EL PLANIFICADOR LA RENOMBRA) *
      *             : CON LAS VERSIONES ANTERIORES DEL MISMO NOMBRE    *
      *             : DESACTIVADAS Y LA NUEVA AL FINAL. ASI NINGUN     *
      *             : DEDO RESBALADO VUELVE A PRODUCIR UNA NOCHE DE    *
      *             : FALSOS DESCUADRES.                               *
      * ARCHIVOS    : CANDDEF (ENTRADA), MUESTRA (ENTRADA),            *
      *             : DEFRECON (ENTRADA), DEFNEW (SALIDA),             *
      *             : RPTDEF (SALIDA)                                  *
          02 WKS-TJ-C-LON               PIC 9(02).
          02 FILLER                     PIC X(01).
          02 WKS-TJ-C-TIPO              PIC X(01).
          02 FILLER                     PIC X(01).
          02 WKS-TJ-C-DECIMALES         PIC X(01).
          02 WKS-TJ-C-DEC-NUM REDEFINES WKS-TJ-C-DECIMALES
                                        PIC 9(01).
          02 FILLER                     PIC X(01).
          02 WKS-TJ-C-SIGNO             PIC X(01).
          02 FILLER                     PIC X(01).
          02 WKS-TJ-C-SENSIBLE          PIC X(01).
          02 FILLER                     PIC X(17).

      *REGISTROS DE MUESTRA, UNO POR ARCHIVO DE ENTRADA (1-4).
       01 WKS-TABLA-MUESTRA.
          02 WKS-VL-TROZO               PIC X(18) VALUE SPACES.
          02 WKS-VL-I                   PIC 9(02) VALUE ZEROES.
          02 WKS-VL-NUMERICO            PIC X(01) VALUE "S".
          02 WKS-VL-CARACTER            PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.


       0005-INICIO-VALIDA-CAMPO SECTION.
      *LIMITES DEL CAMPO Y, PARA TIPO N, QUE EL TROZO DE LA MUESTRA
      *DE CADA ARCHIVO SEA NUMERICO (DIGITOS O ESPACIOS, EL PUNTO
      *DECIMAL EXPLICITO Y EL SIGNO EN EL ESTILO DECLARADO).
      *LOS CAMPOS TIPO C PUEDEN LLEGAR A 60 POSICIONES PARA LA
      *EXPORTACION (EDUC3124); EL CONCILIADOR SOLO COMPARA HASTA 18
      *Y DESCARTA LOS MAS LARGOS, POR ESO SE DEJA AVISO.
           IF WKS-TJ-C-LON NOT NUMERIC OR WKS-TJ-C-LON = ZEROES OR
              WKS-TJ-C-LON > 60
              ADD 1 TO WKS-VL-ERRORES
              MOVE SPACES TO REG-RPT-DEFINICION
              STRING "ERROR CAMPO " WKS-TJ-C-NOMBRE
                     ": LONGITUD FUERA DE 1-60"
                 DELIMITED BY SIZE INTO REG-RPT-DEFINICION
              END-STRING
              WRITE REG-RPT-DEFINICION
              WRITE REG-RPT-DEFINICION
              GO TO 0005-VALIDA-CAMPO-E
           END-IF
           IF WKS-TJ-C-TIPO = "N" AND WKS-TJ-C-LON > 18
              ADD 1 TO WKS-VL-ERRORES
              MOVE SPACES TO REG-RPT-DEFINICION
              STRING "ERROR CAMPO " WKS-TJ-C-NOMBRE
                     ": NUMERICO DE MAS DE 18 POSICIONES"
                 DELIMITED BY SIZE INTO REG-RPT-DEFINICION
              END-STRING
              WRITE REG-RPT-DEFINICION
              GO TO 0005-VALIDA-CAMPO-E
           END-IF
           IF WKS-TJ-C-TIPO = "C" AND WKS-TJ-C-LON > 18
              MOVE SPACES TO REG-RPT-DEFINICION
              STRING "AVISO CAMPO " WKS-TJ-C-NOMBRE
                     ": MAS DE 18 POSICIONES, SOLO PARA EXPORTAR"
                 DELIMITED BY SIZE INTO REG-RPT-DEFINICION
              END-STRING
              WRITE REG-RPT-DEFINICION
           END-IF

      *COLUMNAS OPCIONALES DE EXPORTACION: DECIMALES IMPLICITOS
      *(COL 39), ESTILO DE SIGNO (COL 41: T=SOBREIMPRESO AL FINAL,
      *S=SEPARADO AL INICIO) Y DATO SENSIBLE (COL 43: S). SOLO LOS
      *NUMERICOS LLEVAN DECIMALES Y SIGNO.
           IF WKS-TJ-C-DECIMALES NOT = SPACE AND
              (WKS-TJ-C-DECIMALES NOT NUMERIC OR
               (WKS-TJ-C-TIPO = "C" AND WKS-TJ-C-DECIMALES NOT = "0")
               OR (WKS-TJ-C-TIPO = "N" AND
                   WKS-TJ-C-DEC-NUM NOT < WKS-TJ-C-LON))
              ADD 1 TO WKS-VL-ERRORES
              MOVE SPACES TO REG-RPT-DEFINICION
              STRING "ERROR CAMPO " WKS-TJ-C-NOMBRE
                     ": DECIMALES INVALIDOS PARA EL CAMPO"
                 DELIMITED BY SIZE INTO REG-RPT-DEFINICION
              END-STRING
              WRITE REG-RPT-DEFINICION
              GO TO 0005-VALIDA-CAMPO-E
           END-IF
           IF (WKS-TJ-C-SIGNO NOT = SPACE AND
               WKS-TJ-C-SIGNO NOT = "T" AND
               WKS-TJ-C-SIGNO NOT = "S") OR
              (WKS-TJ-C-TIPO = "C" AND WKS-TJ-C-SIGNO NOT = SPACE)
              ADD 1 TO WKS-VL-ERRORES
              MOVE SPACES TO REG-RPT-DEFINICION
              STRING "ERROR CAMPO " WKS-TJ-C-NOMBRE
                     ": SIGNO DEBE SER T, S O BLANCO EN NUMERICOS"
                 DELIMITED BY SIZE INTO REG-RPT-DEFINICION
              END-STRING
              WRITE REG-RPT-DEFINICION
              GO TO 0005-VALIDA-CAMPO-E
           END-IF
           IF WKS-TJ-C-SENSIBLE NOT = SPACE AND
              WKS-TJ-C-SENSIBLE NOT = "S"
              ADD 1 TO WKS-VL-ERRORES
              MOVE SPACES TO REG-RPT-DEFINICION
              STRING "ERROR CAMPO " WKS-TJ-C-NOMBRE
                     ": MARCA DE SENSIBLE DEBE SER S O BLANCO"
                 DELIMITED BY SIZE INTO REG-RPT-DEFINICION
              END-STRING
              WRITE REG-RPT-DEFINICION
              GO TO 0005-VALIDA-CAMPO-E
           END-IF

           PERFORM VARYING WKS-MU-IDX FROM 1 BY 1
              UNTIL WKS-MU-IDX > WKS-MU-CANT
                    MOVE "S" TO WKS-VL-NUMERICO
                    PERFORM VARYING WKS-VL-I FROM 1 BY 1
                       UNTIL WKS-VL-I > WKS-VL-LON
                       MOVE WKS-VL-TROZO(WKS-VL-I:1) TO
                          WKS-VL-CARACTER
                       EVALUATE TRUE
                       WHEN WKS-VL-CARACTER = SPACE OR "."
                            CONTINUE
                       WHEN WKS-VL-CARACTER NOT < "0" AND
                            WKS-VL-CARACTER NOT > "9"
                            CONTINUE
                       WHEN WKS-TJ-C-SIGNO = "S" AND
                            WKS-VL-I = 1 AND
                            (WKS-VL-CARACTER = "+" OR "-")
                            CONTINUE
                       WHEN WKS-TJ-C-SIGNO = "T" AND
                            WKS-VL-I = WKS-VL-LON AND
                            (WKS-VL-CARACTER = "{" OR "}" OR
                             (WKS-VL-CARACTER NOT < "A" AND
                              WKS-VL-CARACTER NOT > "R"))
                            CONTINUE
                       WHEN OTHER
                            MOVE "N" TO WKS-VL-NUMERICO
                       END-EVALUATE
                    END-PERFORM
                    IF WKS-VL-NUMERICO = "N"
                       ADD 1 TO WKS-VL-ERRORES
