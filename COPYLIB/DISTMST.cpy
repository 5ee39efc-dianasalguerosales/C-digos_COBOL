      ******************************************************************
      * COPY        : DISTMST                                          *
      * DESCRIPCION : LAYOUT DEL MAESTRO INDEXADO DE DISTRIBUCION DE   *
      *             : REPORTES (DISTMST), MANTENIDO POR EDUC3122.      *
      *             : LLAVE = ID DEL DESTINATARIO. LLEVA EL NOMBRE, EL *
      *             : CANAL DE ENTREGA (C=CORREO, F=CARPETA SFTP,      *
      *             : I=IMPRESION), LA DIRECCION DEL CANAL (BUZON,     *
      *             : CARPETA O IMPRESORA), EL ARCHIVO DE REPARTO QUE  *
      *             : RECOGE EL CANAL Y HASTA VEINTE COBERTURAS, CADA  *
      *             : UNA CON SU TIPO (A=AGENCIA, O=OFICINA DE         *
      *             : CAPTURA, D=DEPARTAMENTO, T=TODO EL REPORTE) Y EL *
      *             : CODIGO CUBIERTO, MAS EL ESTADO (A=ACTIVO,        *
      *             : I=INACTIVO). LO LEE EL REPARTO NOCTURNO DE       *
      *             : REPORTES (EDUC3123).                             *
      ******************************************************************
       01 DST-REGISTRO.
          05 DST-LLAVE.
             10 DST-DESTINATARIO      PIC X(08).
          05 DST-NOMBRE               PIC X(30).
          05 DST-CANAL                PIC X(01).
             88 DST-CANAL-CORREO                VALUE "C".
             88 DST-CANAL-SFTP                  VALUE "F".
             88 DST-CANAL-IMPRESO               VALUE "I".
             88 DST-CANAL-VALIDO                VALUE "C" "F" "I".
          05 DST-DIRECCION            PIC X(40).
          05 DST-ARCHIVO              PIC X(40).
          05 DST-CANT-COBERTURAS      PIC 9(02).
          05 DST-COBERTURA OCCURS 20 TIMES.
             10 DST-CO-TIPO           PIC X(01).
                88 DST-CO-AGENCIA               VALUE "A".
                88 DST-CO-OFICINA               VALUE "O".
                88 DST-CO-DEPTO                 VALUE "D".
                88 DST-CO-TODO                  VALUE "T".
             10 DST-CO-CODIGO         PIC X(04).
          05 DST-ESTADO               PIC X(01).
             88 DST-ACTIVO                      VALUE "A".
             88 DST-INACTIVO                    VALUE "I".
