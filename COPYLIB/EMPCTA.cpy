      ******************************************************************
      * COPY        : EMPCTA                                           *
      * DESCRIPCION : LAYOUT DEL CRUCE EMPLEADO-CUENTA (EMPCTA),       *
      *             : MANTENIDO POR EDUC3075 CON LOS DATOS DE RECURSOS *
      *             : HUMANOS: UNA FILA POR CUENTA Y LEGAJO, CON LA    *
      *             : RELACION DEL EMPLEADO CON LA CUENTA (T=TITULAR,  *
      *             : F=CUENTA DE UN FAMILIAR), SU NOMBRE Y DPI, EL    *
      *             : NUMERO DE CAJERO Y EL ID DE OPERADOR CON QUE     *
      *             : TRABAJA, Y EL ESTADO DEL VINCULO (A=ACTIVO,      *
      *             : B=DADO DE BAJA). LA LLAVE EMPIEZA POR LA CUENTA  *
      *             : PARA QUE LA REVISION NOCTURNA (EDUC3076) LEA     *
      *             : TODOS LOS EMPLEADOS DE UNA CUENTA CON START.     *
      ******************************************************************
       01 EMPCTA-REGISTRO.
          05 EMPCTA-LLAVE.
             10 EMPCTA-CUENTA         PIC 9(10).
             10 EMPCTA-LEGAJO         PIC 9(09).
          05 EMPCTA-RELACION          PIC X(01).
          05 EMPCTA-NOMBRE            PIC X(30).
          05 EMPCTA-DPI               PIC X(13).
          05 EMPCTA-CAJERO            PIC 9(04).
          05 EMPCTA-OPERADOR          PIC X(08).
          05 EMPCTA-ESTADO            PIC X(01).
          05 EMPCTA-FECHA-ALTA        PIC 9(08).
          05 EMPCTA-FECHA-BAJA        PIC 9(08).
