      ******************************************************************
      * COPY        : RESMST                                           *
      * DESCRIPCION : LAYOUT DEL MAESTRO DE RESERVAS (RETENCIONES DE   *
      *             : FONDOS) DE LOS MOVIMIENTOS (RESMST), ALIMENTADO  *
      *             : Y LIBERADO CADA NOCHE POR EDUC3077 DESDE EL      *
      *             : ARCHIVO DE RESPALDO DEL EXTRACTO (ARCHFTPM). LA  *
      *             : LLAVE ES CUENTA + FECHA DE ORIGEN + SECUENCIA +  *
      *             : TIPO DE RESERVA (LA FECHA DISTINGUE SECUENCIAS   *
      *             : REPETIDAS EN DIAS DISTINTOS). ESTADO: A=ABIERTA, *
      *             : L=LIBERADA.                                      *
      ******************************************************************
       01 RESMST-REGISTRO.
          05 RESMST-LLAVE.
             10 RESMST-CUENTA         PIC 9(10).
             10 RESMST-FECHA-ORIGEN   PIC 9(08).
             10 RESMST-SECUENCIA      PIC 9(04).
             10 RESMST-TIPO           PIC 9(01).
          05 RESMST-AGENCIA           PIC 9(03).
          05 RESMST-MONEDA            PIC 9(01).
          05 RESMST-VALOR             PIC 9(09)V99.
          05 RESMST-DIAS-PLAZO        PIC 9(03).
          05 RESMST-FECHA-LIBERA      PIC 9(08).
          05 RESMST-ESTADO            PIC X(01).
          05 RESMST-FECHA-LIBERADA    PIC 9(08).
