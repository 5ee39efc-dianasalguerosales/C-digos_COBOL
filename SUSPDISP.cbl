      * APLICACION  : EDUCACION                                        *
      * PROGRAMA    : EDUC3015                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : DISPOSICION DE LOS DPI "EN REVISION" QUE         *
      *             : EDUC3007 DEJA EN EL ARCHIVO DE SUSPENSO          *
      *             : (SUSPDPI). LEE TARJETAS DE DECISION DE           *
      *             : SUPERVISOR POR SYSIN (DPI + APROBAR/DENEGAR +    *
      *             : RAZON), GRABA EL VEREDICTO HUMANO FINAL EN EL    *
      *             : HISTORICO DE AUDITORIA (AS-DPIAUDIT, EXTEND),    *
      *             : REESCRIBE EL SUSPENSO SOLO CON LOS CASOS AUN     *
      *             : PENDIENTES (SUSPNEW) Y REPORTA LOS CASOS CON MAS *
      *             : DIAS EN SUSPENSO QUE EL PARAMETRO DIAS_SUSPENSO. *
      *             : CUANDO EXISTE EL ARCHIVO DE ASIGNACIONES DE      *
      *             : EDUC3037 (ASIGSUSP), VERIFICA QUE CADA TARJETA   *
      *             : DE DECISION VENGA DEL SUPERVISOR ASIGNADO AL     *
      *             : CASO Y RECHAZA LAS QUE VIENEN DE OTRO. CADA      *
      *             : DECISION APLICADA QUEDA, CON SU OPERADOR, EN LA  *
      *             : BITACORA ACUMULADA DECISLOG.                     *
      * ARCHIVOS    : SUSPDPI (ENTRADA), SUSPNEW (SALIDA), ASIGSUSP    *
      *             : (ENTRADA OPCIONAL), AS-DPIAUDIT (EXTEND),        *
      *             : RPTSUSP (SALIDA), DECISLOG (EXTEND)              *
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

       01 REG-SUSPENSO-NUEVO            PIC X(28).

       FD DPI-AUDIT.
       01 REG-DPI-AUDIT                 PIC X(83).

       FD RPT-SUSPENSO.
       01 REG-RPT-SUSPENSO              PIC X(90).
       FD EXCEPCION-AUTORIZA.
       01 REG-EXCEPCION-AUTORIZA        PIC X(80).

       FD BITACORA-DECISIONES.
           COPY DECISLOG.

       WORKING-STORAGE SECTION.

       01 WKS-CONTROL-ARCHIVOS.
             88 WKS-FIN-ASIGSUSP                  VALUE "10".
          02 WKS-FS-OPERMST             PIC X(02) VALUE SPACES.
          02 WKS-FS-EXCAUTOR            PIC X(02) VALUE SPACES.
          02 WKS-FS-DECISLOG            PIC X(02) VALUE SPACES.

      *CONTROL DE LA AUTORIZACION DE OPERADORES.
       01 WKS-CONTROL-AUTORIZA.
      *ID DEL OPERADOR QUE FIRMO LA DECISION (DEL MAESTRO OPERMST);
      *ESPACIOS EN LAS LINEAS QUE NO NACEN DE UNA DECISION HUMANA.
          02 WKS-AU-OPERADOR            PIC X(08) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
      *FECHA DE VENCIMIENTO DEL DOCUMENTO CUANDO EL LOTE LA TRAE;
      *CEROS CUANDO NO SE CAPTURO.
          02 WKS-AU-VENCE               PIC 9(08) VALUE ZEROES.

      *TARJETA DE DECISION DE SUPERVISOR.
       01 WKS-TARJETA-DECISION.
              DISPLAY "NO SE PUDO ABRIR EL HISTORICO DE AUDITORIA"
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

           PERFORM 0002-INICIO-LEE-DECISIONES THRU
              0002-LEE-DECISIONES-E
           PERFORM 0005-INICIO-REPORTE-ANTIGUOS THRU
              0005-REPORTE-ANTIGUOS-E

           CLOSE DPI-AUDIT, RPT-SUSPENSO, BITACORA-DECISIONES
           CLOSE EXCEPCION-AUTORIZA
           IF WKS-CON-OPERADORES = "S"
              CLOSE OPERADOR-MASTER
                    MOVE "DENEGADO SUPERVISOR" TO WKS-AU-VEREDICTO
                 END-IF
                 WRITE REG-DPI-AUDIT FROM WKS-LINEA-AUDIT
                 MOVE WKS-FECHA-HOY TO DLG-FECHA
                 MOVE WKS-HORA-HOY TO DLG-HORA
                 MOVE "EDUC3015" TO DLG-PROGRAMA
                 MOVE WKS-TD-SUPERVISOR TO DLG-OPERADOR
                 MOVE WKS-TD-ACCION TO DLG-ACCION
                 MOVE WKS-TD-DPI TO DLG-LLAVE
                 WRITE DLG-REGISTRO
                 MOVE SPACES TO REG-RPT-SUSPENSO
                 STRING "DISPOSICION " WKS-TD-ACCION
                        " DPI " WKS-TD-DPI
