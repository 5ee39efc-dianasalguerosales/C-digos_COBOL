       01 REG-GEN-NVA                   PIC X(150).

       FD DPI-AUDIT.
       01 REG-DPI-AUDIT                 PIC X(83).

       FD ARCHIVO-LOG-ERRORES
           RECORDING MODE IS F.
