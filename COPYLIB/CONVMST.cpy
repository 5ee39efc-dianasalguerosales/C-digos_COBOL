      ******************************************************************
      * COPY        : CONVMST                                          *
      * DESCRIPCION : LAYOUT DEL MAESTRO INDEXADO DE CONVENIOS DE PAGO *
      *             : (CONVMST), DADOS DE ALTA POR EDUC3110. LLAVE =   *
      *             : NUMERO DE CONVENIO. CADA CONVENIO AGRUPA HASTA   *
      *             : DIEZ FACTURAS ABIERTAS DE FACTMAST DE UN MISMO   *
      *             : ESTUDIANTE Y REPARTE SU SALDO EN HASTA           *
      *             : VEINTICUATRO CUOTAS CON VENCIMIENTO EN DIAS      *
      *             : HABILES (ELAPBUS2). LA COBRANZA DE EDUC3056      *
      *             : ABONA LOS PAGOS A LAS CUOTAS Y MARCA EL CONVENIO *
      *             : ROTO CUANDO ACUMULA DEMASIADAS CUOTAS VENCIDAS.  *
      *             : ESTADO: A=ACTIVO, C=CUMPLIDO, R=ROTO, X=ANULADO. *
      *             : CUOTA: P=PENDIENTE, C=CUBIERTA.                  *
      ******************************************************************
       01 CONV-REGISTRO.
          05 CONV-LLAVE.
             10 CONV-NUMERO           PIC 9(06).
          05 CONV-CODIGO              PIC 9(05).
          05 CONV-FECHA-ALTA          PIC 9(08).
          05 CONV-ESTADO              PIC X(01).
             88 CONV-ACTIVO                     VALUE "A".
             88 CONV-CUMPLIDO                   VALUE "C".
             88 CONV-ROTO                       VALUE "R".
             88 CONV-ANULADO                    VALUE "X".
          05 CONV-FECHA-ESTADO        PIC 9(08).
          05 CONV-TOTAL               PIC 9(07)V99.
          05 CONV-INTERVALO           PIC 9(03).
          05 CONV-CUOTAS-VENCIDAS     PIC 9(02).
          05 CONV-CANT-FACTURAS       PIC 9(02).
          05 CONV-FACTURAS.
             10 CONV-FAC-REFERENCIA OCCURS 10 TIMES
                                      PIC 9(08).
          05 CONV-CANT-CUOTAS         PIC 9(02).
          05 CONV-CUOTAS.
             10 CONV-CUOTA OCCURS 24 TIMES.
                15 CONV-CU-MONTO      PIC 9(07)V99.
                15 CONV-CU-VENCE      PIC 9(08).
                15 CONV-CU-PAGADO     PIC 9(07)V99.
                15 CONV-CU-ESTADO     PIC X(01).
                15 CONV-CU-FECHA-PAGO PIC 9(08).
