
       FILE SECTION.
       FD DPI-AUDIT.
       01 REG-DPI-AUDIT                 PIC X(83).

       FD RPT-OFICINAS.
       01 REG-RPT-OFICINAS              PIC X(100).
      *ID DEL OPERADOR QUE FIRMO LA DECISION (DEL MAESTRO OPERMST);
      *ESPACIOS EN LAS LINEAS QUE NO NACEN DE UNA DECISION HUMANA.
          02 WKS-AU-OPERADOR            PIC X(08) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
      *FECHA DE VENCIMIENTO DEL DOCUMENTO CUANDO EL LOTE LA TRAE;
      *CEROS CUANDO NO SE CAPTURO.
          02 WKS-AU-VENCE               PIC 9(08) VALUE ZEROES.

      *ACUMULADORES POR OFICINA DEL MES PEDIDO. LAS LINEAS SIN
      *OFICINA (MODO SYSIN O ANTERIORES AL SELLO DE OFICINA) SE
