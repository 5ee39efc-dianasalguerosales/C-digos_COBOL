      *             : HA PRESENTADO CADA DOCUMENTO, SU ULTIMO          *
      *             : VEREDICTO Y CUANTAS VECES EL VEREDICTO HA        *
      *             : CAMBIADO DE UNA PRESENTACION A OTRA (LO QUE      *
      *             : PREGUNTA REVISION DE FRAUDES). GUARDA TAMBIEN LA *
      *             : FECHA DE VENCIMIENTO MAS RECIENTE QUE HAYA       *
      *             : TRAIDO UN LOTE PARA EL DOCUMENTO (CEROS CUANDO   *
      *             : NUNCA SE HA CAPTURADO), QUE USA EL AVISO MENSUAL *
      *             : DE DOCUMENTOS POR VENCER.                        *
      ******************************************************************
       01 REGDPI-REGISTRO.
          05 REGDPI-LLAVE               PIC 9(13).
          05 REGDPI-ULTIMA-FECHA        PIC 9(08).
          05 REGDPI-ULTIMO-VEREDICTO    PIC X(20).
          05 REGDPI-CAMBIOS             PIC 9(03).
          05 REGDPI-FECHA-VENCIMIENTO   PIC 9(08).
