      ******************************************************************
      * COPY        : MANTAUD                                          *
      * DESCRIPCION : LAYOUT DE LA AUDITORIA COMPARTIDA DEL            *
      *             : MANTENIMIENTO DE MAESTROS (MANTAUD, EXTEND): UNA *
      *             : LINEA POR CADA PROPUESTA, APROBACION, RECHAZO,   *
      *             : TARJETA DENEGADA, VENCIMIENTO, APLICACION O      *
      *             : INTENTO BLOQUEADO DE APLICAR UN DECK SIN         *
      *             : APROBACION, CON EL OPERADOR QUE LA ORIGINO.      *
      ******************************************************************
       01 MAU-REGISTRO.
          05 MAU-FECHA                PIC 9(08).
          05 MAU-HORA                 PIC 9(06).
          05 MAU-DECK                 PIC 9(08).
          05 MAU-PROGRAMA             PIC X(08).
          05 MAU-EVENTO               PIC X(10).
          05 MAU-OPERADOR             PIC X(08).
          05 MAU-DETALLE              PIC X(40).
