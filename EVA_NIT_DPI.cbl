          02 WKS-CHK-VEREDICTO        PIC X(20) VALUE SPACES.
          02 WKS-CHK-ERROR            PIC X(01) VALUE "N".

      *AREA DE LLAMADA AL SUBPROGRAMA COMUN DE NIT (NITCHK01): LOS
      *NIT REALES LLEGAN DE AGENCIAS CON CUATRO A OCHO DIGITOS DE
      *BASE, UN GUION OPCIONAL Y EL CARACTER VERIFICADOR (DIGITO O
      *"K").
       01 WKS-CONTROL-CHEQUEO-NIT.
          02 WKS-NK-CRUDO             PIC X(14) VALUE SPACES.
          02 WKS-NK-NORMALIZADO       PIC X(10) VALUE SPACES.
          02 WKS-NK-VEREDICTO         PIC X(20) VALUE SPACES.
          02 WKS-NK-ERROR             PIC X(01) VALUE "N".

      *CONTROL DE LA CLASIFICACION Y VALIDACION DE PASAPORTES: UN
      *DOCUMENTO CUYOS DOS PRIMEROS CARACTERES SON LETRAS SE TRATA

       01-INICIO-NIT SECTION.
      *INICIO NIT
      *NORMALIZACION DE LONGITUD VARIABLE Y MODULO 11 EN EL
      *SUBPROGRAMA COMUN NITCHK01, EL MISMO QUE USA EL MANTENIMIENTO
      *DE ENCARGADOS, PARA QUE UN NIT RECIBA LA MISMA RESPUESTA EN
      *LOS DOS LADOS.
           MOVE WKS-REGISTRO1(1:14) TO WKS-NK-CRUDO
           CALL 'NITCHK01' USING WKS-NK-CRUDO
                                 WKS-NK-NORMALIZADO
                                 WKS-NK-VEREDICTO
                                 WKS-NK-ERROR

           IF WKS-NK-ERROR = "N"
              DISPLAY WKS-NK-NORMALIZADO " NIT NORMALIZADO"
              MOVE WKS-NK-NORMALIZADO TO WKS-SA-NORMALIZADO
              MOVE WKS-NK-VEREDICTO TO WKS-SA-VEREDICTO
              DISPLAY "NIT " WKS-SA-VEREDICTO
           ELSE
              DISPLAY "POR FAVOR VERIFICAR NUMERO DE NIT"
              MOVE "NIT INVALIDO" TO WKS-SA-VEREDICTO
      *FIN NIT
       01-NIT-E.                       EXIT.

       01-INICIO-PASAPORTE SECTION.
      *VALIDACION ESTRUCTURAL DEL PASAPORTE: PREFIJO DE PAIS EMISOR
      *EN LA TABLA DE PAISES ACEPTADOS, LONGITUD TOTAL ENTRE 6 Y 9
