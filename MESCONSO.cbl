       01 AREA-CONSOLIDADO              PIC X(115).

       FD REGISTRO-GENERACIONES.
       01 REG-GENERACION                PIC X(60).

       FD RPT-MES.
       01 REG-RPT-MES                   PIC X(90).
          02 WKS-GN-SELLO-FECHA         PIC 9(08).
          02 FILLER                     PIC X(01).
          02 WKS-GN-SELLO-HORA          PIC 9(06).
          02 FILLER                     PIC X(18).

       01 WKS-CONTROL-RANGO.
          02 WKS-FECHA-DESDE            PIC 9(08) VALUE ZEROES.
