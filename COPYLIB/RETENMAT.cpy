      ******************************************************************
      * COPY        : RETENMAT                                         *
      * DESCRIPCION : LAYOUT DEL ARCHIVO DE RETENCIONES DE MATRICULA   *
      *             : POR MORA (RETENMAT), QUE EDUC3056 REGENERA CADA  *
      *             : NOCHE EN MODO MORA: UN REGISTRO POR ESTUDIANTE   *
      *             : CON FACTURAS SIN CONVENIO VENCIDAS MAS ALLA DE   *
      *             : RETEN_DIAS DIAS HABILES, CON EL SALDO VENCIDO,   *
      *             : LA FECHA DE LA FACTURA MAS ANTIGUA Y CUANTAS     *
      *             : SON. LA CAPTURA DE MATRICULAS (EDUC3008) RECHAZA *
      *             : LA MATRICULA DEL ESTUDIANTE RETENIDO.            *
      ******************************************************************
       01 RET-REGISTRO.
          05 RET-CODIGO               PIC 9(05).
          05 FILLER                   PIC X(01).
          05 RET-MONTO                PIC 9(07)V99.
          05 FILLER                   PIC X(01).
          05 RET-FECHA-VENCE          PIC 9(08).
          05 FILLER                   PIC X(01).
          05 RET-FACTURAS             PIC 9(03).
