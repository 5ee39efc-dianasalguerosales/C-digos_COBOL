
       FILE SECTION.
       FD DPI-AUDIT.
       01 REG-DPI-AUDIT                 PIC X(83).

       FD AUDIT-MAESTRO.
           COPY AUDMAST.
      *ID DEL OPERADOR QUE FIRMO LA DECISION (DEL MAESTRO OPERMST);
      *ESPACIOS EN LAS LINEAS QUE NO NACEN DE UNA DECISION HUMANA.
          02 WKS-AU-OPERADOR            PIC X(08) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
      *FECHA DE VENCIMIENTO DEL DOCUMENTO CUANDO EL LOTE LA TRAE;
      *CEROS CUANDO NO SE CAPTURO.
          02 WKS-AU-VENCE               PIC 9(08) VALUE ZEROES.

      *CONTADOR DE LINEAS DEL HISTORICO YA CARGADAS AL MAESTRO EN
      *NOCHES ANTERIORES; ES EL PUNTO DE ARRANQUE INCREMENTAL.
