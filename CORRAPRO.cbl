      *             : VIGENTE CON LA ACCION PERMITIDA; LAS DEMAS CAEN  *
      *             : AL REPORTE DE EXCEPCION DE AUTORIZACION. EMITE   *
      *             : EL REPORTE DE APROBACIONES Y TERMINA CON CODIGO  *
      *             : DE RETORNO 2 MIENTRAS QUEDEN PENDIENTES. CADA    *
      *             : DECISION APLICADA QUEDA, CON SU OPERADOR, EN LA  *
      *             : BITACORA ACUMULADA DECISLOG.                     *
      * ARCHIVOS    : PENDAPRO (ENTRADA), OPERMST (ENTRADA), APROSAL   *
      *             : (SALIDA), PENDNEW (SALIDA), RPTAPRO (SALIDA),    *
      *             : EXCAUTOR (SALIDA), DECISLOG (EXTEND)             *
      * PROGRAMA(S) : NO APLICA PARA ESTE CASO                         *
      ******************************************************************

           SELECT EXCEPCION-AUTORIZA ASSIGN TO EXCAUTOR
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-EXCAUTOR.
      *BITACORA ACUMULADA DE DECISIONES DE OPERADOR: DE AQUI SACA
      *LA RECERTIFICACION DE ACCESOS (EDUC3119) EL ULTIMO USO REAL
      *DE CADA ACCION.
           SELECT BITACORA-DECISIONES ASSIGN TO DECISLOG
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-DECISLOG.

       DATA DIVISION.

       FD EXCEPCION-AUTORIZA.
       01 REG-EXCEPCION-AUTORIZA        PIC X(80).

       FD BITACORA-DECISIONES.
           COPY DECISLOG.

       WORKING-STORAGE SECTION.

       01 WKS-CONTROL-ARCHIVOS.
          02 WKS-FS-RPTAPRO             PIC X(02) VALUE SPACES.
          02 WKS-FS-OPERMST             PIC X(02) VALUE SPACES.
          02 WKS-FS-EXCAUTOR            PIC X(02) VALUE SPACES.
          02 WKS-FS-DECISLOG            PIC X(02) VALUE SPACES.

      *FECHA Y HORA DE LA CORRIDA PARA LA BITACORA DE DECISIONES.
       01 WKS-CONTROL-FECHA.
          02 WKS-FECHA-ENTERA           PIC X(20) VALUE SPACES.
          02 WKS-FECHA-HOY              PIC 9(08) VALUE ZEROES.
          02 WKS-HORA-HOY               PIC 9(06) VALUE ZEROES.

      *CONTROL DE LA AUTORIZACION DE OPERADORES.
       01 WKS-CONTROL-AUTORIZA.
       PROCEDURE DIVISION.

       0000-INICIO SECTION.
           MOVE FUNCTION CURRENT-DATE TO WKS-FECHA-ENTERA
           MOVE WKS-FECHA-ENTERA(1:8) TO WKS-FECHA-HOY
           MOVE WKS-FECHA-ENTERA(9:6) TO WKS-HORA-HOY

           PERFORM 0001-INICIO-CARGA-PENDIENTES THRU
              0001-CARGA-PENDIENTES-E

              DISPLAY "NO SE PUDO ABRIR EL REPORTE DE APROBACIONES"
              STOP RUN
           END-IF
           OPEN EXTEND BITACORA-DECISIONES
           IF WKS-FS-DECISLOG = "35"
              OPEN OUTPUT BITACORA-DECISIONES
           END-IF
           IF WKS-FS-DECISLOG NOT = "00"
              DISPLAY "NO SE PUDO ABRIR LA BITACORA DE DECISIONES"
              STOP RUN
           END-IF

      *EL MAESTRO DE OPERADORES ES OPCIONAL MIENTRAS SE MIGRA; CON
      *EL PRESENTE, TODA TARJETA SE VERIFICA.
           END-STRING
           WRITE REG-RPT-APROBACIONES

           CLOSE APROBADAS, RPT-APROBACIONES, BITACORA-DECISIONES
           CLOSE EXCEPCION-AUTORIZA
           IF WKS-CON-OPERADORES = "S"
              CLOSE OPERADOR-MASTER
                    ADD 1 TO WKS-I-RECHAZADAS
                    MOVE "R" TO WKS-TP-ESTADO(WKS-TP-IDX)
                 END-IF
                 MOVE WKS-FECHA-HOY TO DLG-FECHA
                 MOVE WKS-HORA-HOY TO DLG-HORA
                 MOVE "EDUC3047" TO DLG-PROGRAMA
                 MOVE WKS-TA-SUPERVISOR TO DLG-OPERADOR
                 MOVE WKS-TA-ACCION TO DLG-ACCION
                 MOVE WKS-TA-LLAVE TO DLG-LLAVE
                 WRITE DLG-REGISTRO
                 MOVE SPACES TO REG-RPT-APROBACIONES
                 STRING WKS-TA-ACCION " LLAVE " WKS-TA-LLAVE
                        " DESTINO " WKS-VR-DESTINO
