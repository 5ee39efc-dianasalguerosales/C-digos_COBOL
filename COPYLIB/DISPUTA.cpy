      ******************************************************************
      * COPY        : DISPUTA                                          *
      * DESCRIPCION : LAYOUT DEL MAESTRO INDEXADO DE CASOS DE DISPUTA  *
      *             : DE VEREDICTOS DE DPI (DISPUTA), MANTENIDO POR    *
      *             : EDUC3097, LLAVE = NUMERO DE CASO. GUARDA EL DPI, *
      *             : LA DECISION DISPUTADA (LLAVE DE AUDMAST: DPI +   *
      *             : FECHA + CORRIDA + SECUENCIA) CON SU VEREDICTO,   *
      *             : LA FECHA EN QUE SE RECIBIO LA DISPUTA, EL CANAL  *
      *             : (V=VENTANILLA, C=CORREO, T=TELEFONO, W=WEB,      *
      *             : O=OFICIO), EL ESTADO (A=ABIERTO, E=EN REVISION,  *
      *             : S=SOSTENIDO, R=REVOCADO), EL ANALISTA QUE LO     *
      *             : REVISA Y, AL RESOLVER, EL VEREDICTO CORREGIDO Y  *
      *             : SU NOTA.                                         *
      ******************************************************************
       01 DISP-REGISTRO.
          05 DISP-LLAVE.
             10 DISP-CASO             PIC 9(08).
          05 DISP-DPI                 PIC 9(13).
          05 DISP-DECISION.
             10 DISP-DEC-FECHA        PIC 9(08).
             10 DISP-DEC-CORRIDA      PIC 9(06).
             10 DISP-DEC-SECUENCIA    PIC 9(03).
          05 DISP-VEREDICTO-DISPUTADO PIC X(20).
          05 DISP-FECHA-RECIBIDO      PIC 9(08).
          05 DISP-CANAL               PIC X(01).
             88 DISP-CANAL-VALIDO               VALUE "V" "C" "T"
                                                      "W" "O".
          05 DISP-ESTADO              PIC X(01).
             88 DISP-ABIERTO                    VALUE "A".
             88 DISP-EN-REVISION                VALUE "E".
             88 DISP-SOSTENIDO                  VALUE "S".
             88 DISP-REVOCADO                   VALUE "R".
             88 DISP-PENDIENTE                  VALUE "A" "E".
          05 DISP-FECHA-APERTURA      PIC 9(08).
          05 DISP-ABIERTO-POR         PIC X(08).
          05 DISP-ANALISTA            PIC X(08).
          05 DISP-FECHA-REVISION      PIC 9(08).
          05 DISP-FECHA-RESOLUCION    PIC 9(08).
          05 DISP-RESUELTO-POR        PIC X(08).
          05 DISP-VEREDICTO-CORREGIDO PIC X(20).
          05 DISP-NOTA                PIC X(60).
          05 DISP-BLOQUEO-LEVANTADO   PIC X(01).
             88 DISP-SE-LEVANTO-BLOQUEO         VALUE "S".
