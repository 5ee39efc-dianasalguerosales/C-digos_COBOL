          02 WKS-TM-GENERO              PIC X(01) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-TM-DPI                 PIC 9(13) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
      *EL TIPO DE DOCUMENTO VA EN BLANCO: EL CAMBIO CONSERVA EL QUE
      *YA TIENE EL MAESTRO.
          02 WKS-TM-TIPO-DOC            PIC X(01) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.

       01 WKS-CONTROL-DECISION.
          02 WKS-DE-MOTIVO              PIC X(40) VALUE SPACES.
