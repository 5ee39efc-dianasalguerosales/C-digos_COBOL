      ******************************************************************
      * COPY        : EXCCASO                                          *
      * DESCRIPCION : LAYOUT DEL ARCHIVO DE CASOS DE EXCEPCIONES DE LA *
      *             : CONCILIACION (EXCCASO), MANTENIDO POR EDUC3089.  *
      *             : MISMA LLAVE QUE EL MAESTRO DE EXCEPCIONES        *
      *             : ENVEJECIDAS DE EDUC3018 (CUENTA + MOTIVO).       *
      *             : GUARDA EL ESTADO DEL CASO (A=ABIERTO SIN         *
      *             : ASIGNAR, G=ASIGNADO, C=CERRADO), EL ANALISTA (ID *
      *             : DE OPERMST), EL CODIGO DE CIERRE (FC=FUENTE      *
      *             : CORREGIDA, DT=DIFERENCIA DE TIEMPO,              *
      *             : DA=DIFERENCIA ACEPTADA) CON SU NOTA, Y EL        *
      *             : DETALLE DE LA EXCEPCION VISTO LA ULTIMA NOCHE Y  *
      *             : AL CERRAR: UNA DIFERENCIA ACEPTADA SOLO SE       *
      *             : REABRE CUANDO SU DETALLE CAMBIA.                 *
      ******************************************************************
       01 EXCC-REGISTRO.
          05 EXCC-LLAVE.
             10 EXCC-CUENTA           PIC 9(10).
             10 EXCC-RAZON            PIC X(40).
          05 EXCC-ESTADO              PIC X(01).
             88 EXCC-ABIERTO                    VALUE "A".
             88 EXCC-ASIGNADO                   VALUE "G".
             88 EXCC-CERRADO                    VALUE "C".
          05 EXCC-FECHA-APERTURA      PIC 9(08).
          05 EXCC-ULTIMA-FECHA        PIC 9(08).
          05 EXCC-DETALLE             PIC X(28).
          05 EXCC-ANALISTA            PIC X(08).
          05 EXCC-FECHA-ASIGNACION    PIC 9(08).
          05 EXCC-CODIGO-CIERRE       PIC X(02).
             88 EXCC-FUENTE-CORREGIDA           VALUE "FC".
             88 EXCC-DIFERENCIA-TIEMPO          VALUE "DT".
             88 EXCC-DIFERENCIA-ACEPTADA        VALUE "DA".
          05 EXCC-FECHA-CIERRE        PIC 9(08).
          05 EXCC-CERRADO-POR         PIC X(08).
          05 EXCC-NOTA                PIC X(60).
          05 EXCC-DETALLE-CIERRE      PIC X(28).
          05 EXCC-REAPERTURAS         PIC 9(03).
          05 EXCC-SUPRESIONES         PIC 9(05).
