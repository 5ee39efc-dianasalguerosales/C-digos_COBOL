      ******************************************************************
      * COPY        : TRASLADO                                         *
      * DESCRIPCION : LAYOUT DEL REGISTRO ESTANDAR DE TRASLADO DE      *
      *             : ESTUDIANTES ENTRE ESCUELAS. LO GRABA LA CORRIDA  *
      *             : DE TRASLADOS DE SALIDA (EDUC3112) Y LO LEE EL    *
      *             : CARGADOR DE TRASLADOS DE ENTRADA (EDUC3113) CON  *
      *             : EL ARCHIVO QUE ENVIA LA OTRA ESCUELA. POR CADA   *
      *             : ESTUDIANTE VA UN REGISTRO "E" (DATOS DEL         *
      *             : MAESTRO, DPI/CUI E INDICADOR DE SALDO            *
      *             : PENDIENTE), UN "D" (DIRECCION), UN "A"           *
      *             : (ASISTENCIA DEL ANIO A LA FECHA) Y UN "N" POR    *
      *             : CADA NOTA DEL ANIO.                              *
      ******************************************************************
       01 TRAS-REGISTRO.
          05 TRAS-TIPO                PIC X(01).
             88 TRAS-ES-ESTUDIANTE              VALUE "E".
             88 TRAS-ES-DIRECCION               VALUE "D".
             88 TRAS-ES-ASISTENCIA              VALUE "A".
             88 TRAS-ES-NOTA                    VALUE "N".
          05 TRAS-ESCUELA-ORIGEN      PIC X(10).
          05 TRAS-CODIGO-ORIGEN       PIC 9(05).
          05 TRAS-DATOS               PIC X(100).
          05 TRAS-DATOS-ESTUDIANTE REDEFINES TRAS-DATOS.
             10 TRAS-NOMBRE           PIC X(50).
             10 TRAS-FECHA-NACIMIENTO PIC 9(08).
             10 TRAS-GENERO           PIC X(01).
             10 TRAS-DPI              PIC 9(13).
             10 TRAS-TIPO-DOCUMENTO   PIC X(01).
             10 TRAS-FECHA-BAJA       PIC 9(08).
             10 TRAS-ESCUELA-DESTINO  PIC X(10).
             10 TRAS-SALDO-PENDIENTE  PIC X(01).
                88 TRAS-CON-SALDO               VALUE "S".
             10 FILLER                PIC X(08).
          05 TRAS-DATOS-DIRECCION REDEFINES TRAS-DATOS.
             10 TRAS-DIRECCION        PIC X(60).
             10 FILLER                PIC X(40).
          05 TRAS-DATOS-ASISTENCIA REDEFINES TRAS-DATOS.
             10 TRAS-ANIO             PIC 9(04).
             10 TRAS-PRESENTES        PIC 9(04).
             10 TRAS-AUSENCIAS        PIC 9(04).
             10 TRAS-JUSTIFICADAS     PIC 9(04).
             10 FILLER                PIC X(84).
          05 TRAS-DATOS-NOTA REDEFINES TRAS-DATOS.
             10 TRAS-CURSO            PIC X(06).
             10 TRAS-TERMINO          PIC X(02).
             10 TRAS-NOTA             PIC 9(03).
             10 FILLER                PIC X(89).
