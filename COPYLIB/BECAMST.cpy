      ******************************************************************
      * COPY        : BECAMST                                          *
      * DESCRIPCION : LAYOUT DEL MAESTRO INDEXADO DE BECAS (BECMST),   *
      *             : MANTENIDO POR EDUC3107 Y RENOVADO CADA CICLO POR *
      *             : EDUC3108. LLAVE = CODIGO DE ESTUDIANTE (UNA BECA *
      *             : POR ESTUDIANTE). LLEVA EL TIPO (M=MERITO,        *
      *             : N=NECESIDAD), LA MODALIDAD (P=PORCENTAJE SOBRE   *
      *             : LA CUOTA, F=MONTO FIJO MENSUAL), LA VIGENCIA     *
      *             : DESDE/HASTA (AAAAMMDD), EL OPERADOR DE OPERMST   *
      *             : QUE LA APROBO Y EL ESTADO (A=ACTIVA, I=INACTIVA, *
      *             : N=NO RENOVADA). LA FACTURACION DE EDUC3056       *
      *             : APLICA LA BECA ACTIVA Y VIGENTE EN EL MES COMO   *
      *             : LINEA DE DESCUENTO.                              *
      ******************************************************************
       01 BEC-REGISTRO.
          05 BEC-LLAVE.
             10 BEC-CODIGO            PIC 9(05).
          05 BEC-TIPO                 PIC X(01).
             88 BEC-MERITO                      VALUE "M".
             88 BEC-NECESIDAD                   VALUE "N".
          05 BEC-MODALIDAD            PIC X(01).
             88 BEC-PORCENTUAL                  VALUE "P".
             88 BEC-MONTO-FIJO                  VALUE "F".
          05 BEC-PORCENTAJE           PIC 9(03)V99.
          05 BEC-MONTO                PIC 9(07)V99.
          05 BEC-DESDE                PIC 9(08).
          05 BEC-HASTA                PIC 9(08).
          05 BEC-OPERADOR             PIC X(08).
          05 BEC-FECHA-APROBACION     PIC 9(08).
          05 BEC-FECHA-RENOVACION     PIC 9(08).
          05 BEC-ESTADO               PIC X(01).
             88 BEC-ACTIVA                      VALUE "A".
             88 BEC-INACTIVA                    VALUE "I".
             88 BEC-NO-RENOVADA                 VALUE "N".
