          02 WKS-GR-FECHA             PIC 9(08) VALUE ZEROES.
          02 WKS-GR-REGISTROS        PIC 9(08) VALUE ZEROES.
          02 WKS-GR-CONFORME          PIC X(01) VALUE "S".
          02 WKS-GR-PROGRAMA          PIC X(08) VALUE "EDUC3016".
          02 WKS-FECHA-NEGOCIO        PIC 9(08) VALUE ZEROES.

       01 WKS-ITERACIONES.
                                 WKS-GR-FECHA
                                 WKS-GR-REGISTROS
                                 WKS-GR-CONFORME
                                 WKS-GR-PROGRAMA
           IF WKS-GR-CONFORME NOT = "S"
              DISPLAY "LA GENERACION DE ARCHFTPM NO ES DE LA FECHA "
                      "DE NEGOCIO " WKS-FECHA-NEGOCIO
