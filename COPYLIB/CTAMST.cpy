      ******************************************************************
      * COPY        : CTAMST                                           *
      * DESCRIPCION : LAYOUT DEL MAESTRO DE CUENTAS (CTAMST),          *
      *             : MANTENIDO POR EDUC3070: NUMERO DE CUENTA DE DIEZ *
      *             : DIGITOS, CLASE DE CUENTA, CODIGO DE MONEDA,      *
      *             : AGENCIA DUENA, ESTADO (A=ABIERTA, F=CONGELADA,   *
      *             : D=DORMIDA, C=CERRADA) Y FECHAS DE APERTURA Y DE  *
      *             : CIERRE. LO USA EL EXTRACTO DIARIO (EDUC3011)     *
      *             : PARA RECHAZAR MOVIMIENTOS DE CUENTAS             *
      *             : INEXISTENTES O INACTIVAS Y LOS QUE NO COINCIDEN  *
      *             : EN CLASE O MONEDA.                               *
      ******************************************************************
       01 CTAMST-REGISTRO.
          05 CTAMST-LLAVE.
             10 CTAMST-NUMERO         PIC 9(10).
          05 CTAMST-CLASE             PIC 9(01).
          05 CTAMST-MONEDA            PIC 9(01).
          05 CTAMST-AGENCIA           PIC 9(03).
          05 CTAMST-ESTADO            PIC X(01).
          05 CTAMST-FECHA-APERTURA    PIC 9(08).
          05 CTAMST-FECHA-CIERRE      PIC 9(08).
