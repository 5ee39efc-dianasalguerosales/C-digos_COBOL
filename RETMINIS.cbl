      *             : MINISTERIO (MINIST_CORTE), TOMA EL DEPARTAMENTO  *
      *             : DE LOS DIGITOS DEL DPI TITULADO CON EL CATALOGO  *
      *             : CATGEO, Y ESCRIBE EL RETORNO EN EL LAYOUT FIJO   *
      *             : DEL MINISTERIO (UN REGISTRO "D" POR DEPARTAMENTO *
      *             : CON CONTEOS POR BANDA Y GENERO, Y UN CIERRE "T"  *
      *             : DE CONTROL), MAS LA COPIA LEGIBLE DE PRUEBA CON  *
      *             : LOS MISMOS NUMEROS. EL CONSUMO DE CATGEO Y EL    *
      *             : RETORNO RETMIN QUEDAN REGISTRADOS POR GENREG01.  *
      * ARCHIVOS    : ROSTERSAL (ENTRADA), CATGEO (ENTRADA),           *
      *             : RETMIN (SALIDA), RPTRETMI (SALIDA)               *
      * PROGRAMA(S) : GENREG01, PARMRD01                               *
      ******************************************************************

       IDENTIFICATION DIVISION.
          02 WKS-I-LEIDOS               PIC 9(05) VALUE ZEROES.
          02 WKS-I-REGISTROS-D          PIC 9(05) VALUE ZEROES.

      *AREA PARA EL REGISTRO CENTRAL DE GENERACIONES (GENREG01): EL
      *CATALOGO USADO QUEDA COMO CONSUMO Y EL RETORNO QUE SALE AL
      *MINISTERIO QUEDA REGISTRADO CON LA FECHA DE LA CORRIDA.
       01 WKS-CONTROL-GENREG.
          02 WKS-GR-FUNCION             PIC X(01) VALUE "R".
          02 WKS-GR-ARCHIVO             PIC X(08) VALUE "RETMIN".
          02 WKS-GR-FECHA               PIC 9(08) VALUE ZEROES.
          02 WKS-GR-REGISTROS           PIC 9(08) VALUE ZEROES.
          02 WKS-GR-CONFORME            PIC X(01) VALUE "S".
          02 WKS-GR-PROGRAMA            PIC X(08) VALUE "EDUC3055".

      *AREA PARA EL LECTOR COMUN DEL ARCHIVO CENTRAL DE PARAMETROS.
       01 WKS-CONTROL-PARAMETROS.
          02 WKS-PARM-SECCION           PIC X(08) VALUE "EDUC3055".
           END-STRING
           WRITE REG-RPT-RETORNO

           CLOSE RETORNO-MINISTERIO, RPT-RETORNO

           MOVE FUNCTION CURRENT-DATE TO WKS-FECHA-ENTERA
           MOVE WKS-FECHA-ENTERA(1:8) TO WKS-GR-FECHA
           MOVE "C" TO WKS-GR-FUNCION
           MOVE "CATGEO" TO WKS-GR-ARCHIVO
           MOVE WKS-CT-CARGADOS TO WKS-GR-REGISTROS
           CALL 'GENREG01' USING WKS-GR-FUNCION
                                 WKS-GR-ARCHIVO
                                 WKS-GR-FECHA
                                 WKS-GR-REGISTROS
                                 WKS-GR-CONFORME
                                 WKS-GR-PROGRAMA
           MOVE "R" TO WKS-GR-FUNCION
           MOVE "RETMIN" TO WKS-GR-ARCHIVO
           COMPUTE WKS-GR-REGISTROS = WKS-I-REGISTROS-D + 1
           CALL 'GENREG01' USING WKS-GR-FUNCION
                                 WKS-GR-ARCHIVO
                                 WKS-GR-FECHA
                                 WKS-GR-REGISTROS
                                 WKS-GR-CONFORME
                                 WKS-GR-PROGRAMA.
       0005-ESCRIBE-RETORNO-E.
           EXIT.
