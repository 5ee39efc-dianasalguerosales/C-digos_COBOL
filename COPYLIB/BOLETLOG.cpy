      ******************************************************************
      * COPY        : BOLETLOG                                         *
      * DESCRIPCION : LAYOUT DE LA BITACORA DE BOLETAS PUBLICADAS      *
      *             : (BOLETLOG). EDUC3051 AGREGA UNA LINEA POR CADA   *
      *             : BOLETA QUE EMITE: ESTUDIANTE, TERMINO, FECHA Y   *
      *             : TIPO (O=ORIGINAL DEL TERMINO, R=REEMISION POR    *
      *             : CORRECCION). LA ULTIMA FECHA DE UN ESTUDIANTE Y  *
      *             : TERMINO ES LA DE LA BOLETA VIGENTE.              *
      ******************************************************************
       01 BLG-REGISTRO.
          05 BLG-CODIGO               PIC X(05).
          05 FILLER                   PIC X(01).
          05 BLG-TERMINO              PIC X(02).
          05 FILLER                   PIC X(01).
          05 BLG-FECHA                PIC 9(08).
          05 FILLER                   PIC X(01).
          05 BLG-TIPO                 PIC X(01).
             88 BLG-ORIGINAL                    VALUE "O".
             88 BLG-REEMISION                   VALUE "R".
