       01 REG-NIT-DPI-OUT               PIC X(60).

       FD DPI-AUDIT.
       01 REG-DPI-AUDIT                 PIC X(83).

       FD RPT-RECON.
       01 REG-RPT-RECON                 PIC X(90).
          02 WKS-AU-OFICINA             PIC X(04) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-AU-OPERADOR            PIC X(08) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
      *FECHA DE VENCIMIENTO DEL DOCUMENTO CUANDO EL LOTE LA TRAE;
      *CEROS CUANDO NO SE CAPTURO.
          02 WKS-AU-VENCE               PIC 9(08) VALUE ZEROES.

       01 WKS-CONTROL-BUSQUEDA.
          02 WKS-DPI-BUSCADO            PIC X(13) VALUE SPACES.
