      ******************************************************************
      * COPY        : DECISLOG                                         *
      * DESCRIPCION : LAYOUT DE LA BITACORA ACUMULADA DE DECISIONES DE *
      *             : OPERADOR (DECISLOG, EXTEND): UNA LINEA POR CADA  *
      *             : DECISION APLICADA EN EL SUSPENSO DE DPI          *
      *             : (EDUC3015), LAS CORRECCIONES DE ALTO VALOR       *
      *             : (EDUC3047) Y LA COLA DE REVISION (EDUC3044), CON *
      *             : LA FECHA, EL OPERADOR QUE FIRMO, LA ACCION QUE   *
      *             : EJERCIO Y LA LLAVE DEL CASO. LA RECERTIFICACION  *
      *             : DE ACCESOS (EDUC3119) SACA DE AQUI EL ULTIMO USO *
      *             : REAL DE CADA ACCION.                             *
      ******************************************************************
       01 DLG-REGISTRO.
          05 DLG-FECHA                PIC 9(08).
          05 DLG-HORA                 PIC 9(06).
          05 DLG-PROGRAMA             PIC X(08).
          05 DLG-OPERADOR             PIC X(08).
          05 DLG-ACCION               PIC X(08).
          05 DLG-LLAVE                PIC X(20).
