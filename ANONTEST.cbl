
       FD ROSTER-ANONIMO
           RECORDING MODE IS F.
       01 AREA-ROSTER-ANONIMO           PIC X(90).

       FD MAESTRO-DIRECCIONES.
           COPY DIRMAST.
