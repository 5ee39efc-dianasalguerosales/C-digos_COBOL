      ******************************************************************
      * COPY        : ENCMST                                           *
      * DESCRIPCION : LAYOUT DEL MAESTRO INDEXADO DE ENCARGADOS        *
      *             : (PADRES, MADRES Y TUTORES), LLAVE = DPI DEL      *
      *             : ENCARGADO. LO MANTIENE EDUC3093 CON DPI VALIDADO *
      *             : POR DPICHK01 Y NIT VALIDADO POR NITCHK01 (NIT    *
      *             : NORMALIZADO, O "CF" DE CONSUMIDOR FINAL CUANDO   *
      *             : EL ENCARGADO NO DA NIT). CADA ENCARGADO LLEVA    *
      *             : HASTA DIEZ ESTUDIANTES A SU CARGO; EN CADA       *
      *             : VINCULO SE MARCA SI ES EL ENCARGADO PRINCIPAL (A *
      *             : QUIEN SE DIRIGE LA BOLETA DE NOTAS) Y SI ES EL   *
      *             : ENCARGADO DE FACTURACION (A QUIEN SE DIRIGE LA   *
      *             : FACTURA DE CUOTAS). ESTADO A=ACTIVO, B=DADO DE   *
      *             : BAJA.                                            *
      ******************************************************************
       01 ENC-REGISTRO.
          05 ENC-LLAVE.
             10 ENC-DPI               PIC 9(13).
          05 ENC-NOMBRE               PIC X(40).
          05 ENC-PARENTESCO           PIC X(01).
             88 ENC-PARENTESCO-VALIDO           VALUE "P" "M" "A" "H"
                                                      "T" "O".
          05 ENC-TELEFONO             PIC X(12).
          05 ENC-NIT                  PIC X(10).
          05 ENC-ESTADO               PIC X(01).
             88 ENC-ACTIVO                      VALUE "A".
             88 ENC-DE-BAJA                     VALUE "B".
          05 ENC-FECHA-ALTA           PIC 9(08).
          05 ENC-FECHA-ULT-CAMBIO     PIC 9(08).
          05 ENC-CANT-ESTUDIANTES     PIC 9(02).
          05 ENC-ESTUDIANTE OCCURS 10 TIMES.
             10 ENC-EST-CODIGO        PIC 9(05).
             10 ENC-EST-PRINCIPAL     PIC X(01).
                88 ENC-EST-ES-PRINCIPAL         VALUE "S".
             10 ENC-EST-FACTURA       PIC X(01).
                88 ENC-EST-ES-FACTURA           VALUE "S".
