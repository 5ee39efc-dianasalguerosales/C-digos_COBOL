      ******************************************************************
      * COPY        : MOVHIST                                          *
      * DESCRIPCION : LAYOUT DEL HISTORICO INDEXADO DE MOVIMIENTOS POR *
      *             : CUENTA (MOVHIST), CARGADO INCREMENTALMENTE CADA  *
      *             : NOCHE POR EDUC3085 DESDE LA GENERACION NUEVA DE  *
      *             : ARCHFTPM. LA LLAVE ES CUENTA + FECHA DE NEGOCIO  *
      *             : DEL MOVIMIENTO (AAAAMMDD) + SECUENCIA (LA LINEA  *
      *             : DENTRO DE SU GENERACION), PARA QUE LAS           *
      *             : CONSULTAS POR CUENTA LEAN DIRECTO POR LLAVE EN   *
      *             : VEZ DE BARRER LAS GENERACIONES CONCATENADAS. EL  *
      *             : MOVIMIENTO SE GUARDA CON LA MISMA IMAGEN DE      *
      *             : ANCHO FIJO QUE GRABA EDUC3011 EN ARCHFTPM.       *
      ******************************************************************
       01 MOVH-REGISTRO.
          05 MOVH-LLAVE.
             10 MOVH-CUENTA           PIC 9(10).
             10 MOVH-FECHA            PIC 9(08).
             10 MOVH-SECUENCIA        PIC 9(06).
          05 MOVH-FECHA-CARGA         PIC 9(08).
          05 MOVH-MOVIMIENTO          PIC X(115).
