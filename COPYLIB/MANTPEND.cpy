      ******************************************************************
      * COPY        : MANTPEND                                         *
      * DESCRIPCION : LAYOUT DEL REGISTRO DE DECKS DE MANTENIMIENTO    *
      *             : BAJO DOBLE CONTROL (MANTPEND). CADA DECK QUE     *
      *             : PROPONE UN PROGRAMA DE MANTENIMIENTO DE MAESTROS *
      *             : (EDUC3012, EDUC3033, EDUC3041, EDUC3048,         *
      *             : EDUC3061, EDUC3062) QUEDA AQUI CON SU NUMERO,    *
      *             : EL OPERADOR QUE LO PROPUSO, SU CONTEO Y TOTAL    *
      *             : HASH (LA HUELLA QUE SE COMPARA AL APLICARLO) Y   *
      *             : LOS OPERADORES DE OPERMST QUE EL DECK TOCA. LO   *
      *             : ESCRIBE MANTCTL1 Y LO APRUEBA O VENCE EDUC3118.  *
      *             : ESTADO: P=PROPUESTO, A=APROBADO, R=RECHAZADO,    *
      *             : V=VENCIDO, X=APLICADO.                           *
      ******************************************************************
       01 MPD-REGISTRO.
          05 MPD-DECK                 PIC 9(08).
          05 MPD-PROGRAMA             PIC X(08).
          05 MPD-ESTADO               PIC X(01).
             88 MPD-PROPUESTO                   VALUE "P".
             88 MPD-APROBADO                    VALUE "A".
             88 MPD-RECHAZADO                   VALUE "R".
             88 MPD-VENCIDO                     VALUE "V".
             88 MPD-APLICADO                    VALUE "X".
          05 MPD-FECHA-PROPUESTA      PIC 9(08).
          05 MPD-PROPONENTE           PIC X(08).
          05 MPD-CANT                 PIC 9(07).
          05 MPD-HASH                 PIC 9(15).
          05 MPD-APROBADOR            PIC X(08).
          05 MPD-FECHA-DECISION       PIC 9(08).
          05 MPD-SUJETOS.
             10 MPD-SUJETO            PIC X(08) OCCURS 10 TIMES.
