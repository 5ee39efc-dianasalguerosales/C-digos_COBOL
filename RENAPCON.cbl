      * TIPO        : BATCH                                            *
      * DESCRIPCION : INTERCAMBIO DE CONFIRMACION DE DPI CON SOSPECHA  *
      *             : DE FABRICADO CONTRA LA AUTORIDAD DEL REGISTRO.   *
      *             : EN MODO SOLICITA (MODO_RENAP=SOLICITA) GENERA EL *
      *             : ARCHIVO DE SOLICITUDES REQRENAP (UNA POR CASO    *
      *             : PENDIENTE DEL MAESTRO SOSPFAB, CON LA HEURISTICA *
      *             : QUE DISPARO) Y MARCA LOS CASOS COMO SOLICITADOS. *
      *             : EN MODO RESPUESTA PROCESA EL ARCHIVO DE          *
      *             : RESPUESTAS RESPRENA: CONFIRMADO ACTUALIZA EL     *
      *             : REGISTRO REGDPI A "FABRICADO CONFIRMADO" Y       *
      *             : LIMPIO LO ACTUALIZA A "ACEPTADO RENAP", EN AMBOS *
      *             : CASOS CON SU LINEA LEGIBLE EN EL HISTORICO       *
      *             : AS-DPIAUDIT. EN AMBOS MODOS REESCRIBE EL MAESTRO *
      *             : (SOSPFNEW, EL PLANIFICADOR LO RENOMBRA) SOLO CON *
      *             : LOS CASOS AUN ABIERTOS Y REPORTA LAS SOLICITUDES *
      *             : SIN RESPUESTA CON MAS DIAS QUE EL PARAMETRO      *
      *             : DIAS_RENAP. CADA ARCHIVO DE SOLICITUDES QUEDA    *
      *             : REGISTRADO EN GENREGIS (GENREG01).               *
      * ARCHIVOS    : SOSPFAB (ENTRADA), SOSPFNEW (SALIDA),            *
      *             : REQRENAP (SALIDA), RESPRENA (ENTRADA),           *
      *             : REGDPI (I-O), AS-DPIAUDIT (EXTEND),              *
      *             : RPTRENAP (SALIDA)                                *
      * PROGRAMA(S) : GENREG01, PARMRD01                               *
      ******************************************************************

       IDENTIFICATION DIVISION.
           COPY REGDPI.

       FD DPI-AUDIT.
       01 REG-DPI-AUDIT                 PIC X(83).

       FD RPT-RENAP.
       01 REG-RPT-RENAP                 PIC X(90).
      *ID DEL OPERADOR QUE FIRMO LA DECISION (DEL MAESTRO OPERMST);
      *ESPACIOS EN LAS LINEAS QUE NO NACEN DE UNA DECISION HUMANA.
          02 WKS-AU-OPERADOR            PIC X(08) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
      *FECHA DE VENCIMIENTO DEL DOCUMENTO CUANDO EL LOTE LA TRAE;
      *CEROS CUANDO NO SE CAPTURO.
          02 WKS-AU-VENCE               PIC 9(08) VALUE ZEROES.

       01 WKS-CONTROL-MODO.
          02 WKS-MODO-RENAP             PIC X(09) VALUE "SOLICITA".
          02 FILLER                     PIC X(07) VALUE " DIAS: ".
          02 WKS-LV-DIAS                PIC ZZZZ9 VALUE ZEROES.

      *AREA PARA EL REGISTRO CENTRAL DE GENERACIONES (GENREG01): LAS
      *SOLICITUDES SALEN A RENAP Y QUEDAN REGISTRADAS CON SU FECHA.
       01 WKS-CONTROL-GENREG.
          02 WKS-GR-FUNCION             PIC X(01) VALUE "R".
          02 WKS-GR-ARCHIVO             PIC X(08) VALUE "REQRENAP".
          02 WKS-GR-FECHA               PIC 9(08) VALUE ZEROES.
          02 WKS-GR-REGISTROS           PIC 9(08) VALUE ZEROES.
          02 WKS-GR-CONFORME            PIC X(01) VALUE "S".
          02 WKS-GR-PROGRAMA            PIC X(08) VALUE "EDUC3039".

      *AREA PARA EL LECTOR COMUN DEL ARCHIVO CENTRAL DE PARAMETROS.
       01 WKS-CONTROL-PARAMETROS.
          02 WKS-PARM-SECCION           PIC X(08) VALUE "EDUC3039".
              END-IF
           END-PERFORM

           CLOSE SOLICITUDES

           MOVE WKS-FECHA-HOY TO WKS-GR-FECHA
           MOVE WKS-I-SOLICITADAS TO WKS-GR-REGISTROS
           CALL 'GENREG01' USING WKS-GR-FUNCION
                                 WKS-GR-ARCHIVO
                                 WKS-GR-FECHA
                                 WKS-GR-REGISTROS
                                 WKS-GR-CONFORME
                                 WKS-GR-PROGRAMA.
       0003-GENERA-SOLICITUDES-E.
           EXIT.

