      ******************************************************************
      * COPY        : TRASPEND                                         *
      * DESCRIPCION : LAYOUT DE LOS TRASLADOS DE SALIDA PENDIENTES     *
      *             : (TRASPEND). EL MODO MAESTRO DE EDUC3008 GRABA    *
      *             : AQUI EL REGISTRO DEL ESTUDIANTE, TAL COMO ESTABA *
      *             : EN ESTUMST, ANTES DE APLICAR UNA BAJA CON MOTIVO *
      *             : TRASLADO; LA CORRIDA DE TRASLADOS DE SALIDA      *
      *             : (EDUC3112) LOS CONVIERTE EN REGISTROS ESTANDAR   *
      *             : DE TRASLADO Y VACIA EL ARCHIVO.                  *
      ******************************************************************
       01 TPE-REGISTRO.
          05 TPE-ESTUDIANTE.
             10 TPE-CODIGO            PIC 9(05).
             10 TPE-NOMBRE            PIC X(50).
             10 TPE-EDAD              PIC 9(02).
             10 TPE-FECHA-NACIMIENTO  PIC 9(08).
             10 TPE-GENERO            PIC X(01).
             10 TPE-EDAD-CORTE        PIC 9(02).
             10 TPE-DPI               PIC 9(13).
             10 TPE-TIPO-DOCUMENTO    PIC X(01).
             10 TPE-FECHA-TIPO-DOC    PIC 9(08).
          05 TPE-FECHA-BAJA           PIC 9(08).
          05 TPE-ESCUELA-DESTINO      PIC X(10).
