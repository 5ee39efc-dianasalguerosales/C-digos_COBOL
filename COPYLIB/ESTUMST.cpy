      *             : CONCILIACION DE DPI, LA GENERACION DE AVISOS Y   *
      *             : LOS DEMAS PROCESOS DEL LADO ESTUDIANTIL. EL      *
      *             : MISMO CONTENIDO DEL REGISTRO DE ROSTERSAL.       *
      *             : EL TIPO DE DOCUMENTO (C=CUI DE MENOR, D=DPI DE   *
      *             : ADULTO, P=PASAPORTE) SE VALIDA CONTRA LA EDAD AL *
      *             : CAPTURAR; LA FECHA DE TIPO DE DOCUMENTO REGISTRA *
      *             : CUANDO EL ESTUDIANTE PASO DE CUI A DPI.          *
      ******************************************************************
       01 ESTUM-REGISTRO.
          05 ESTUM-LLAVE.
          05 ESTUM-GENERO             PIC X(01).
          05 ESTUM-EDAD-CORTE         PIC 9(02).
          05 ESTUM-DPI                PIC 9(13).
          05 ESTUM-TIPO-DOCUMENTO     PIC X(01).
             88 ESTUM-DOC-CUI-MENOR             VALUE "C".
             88 ESTUM-DOC-DPI-ADULTO            VALUE "D".
             88 ESTUM-DOC-PASAPORTE             VALUE "P".
          05 ESTUM-FECHA-TIPO-DOC     PIC 9(08).
