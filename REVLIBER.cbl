      * TIPO        : BATCH                                            *
      * DESCRIPCION : LIBERACION DE LA COLA DE REVISION DE ALTO VALOR  *
      *             : (REVQUEUE, DESVIADA POR EDUC3011). LEE TARJETAS  *
      *             : DE DECISION DE SUPERVISOR POR SYSIN (SECUENCIA + *
      *             : CUENTA + LIBERAR/RECHAZAR + RAZON): LOS          *
      *             : LIBERADOS SE ESCRIBEN EN FORMATO MOMDCO          *
      *             : (LIBREINJ) PARA INYECTARSE EN EL SIGUIENTE CICLO *
      *             : O EN EL EXTRACTO DELTA (EDUC3017); LOS           *
      *             : RECHAZADOS QUEDAN EN REVRECH CON SU RAZON; LOS   *
      *             : CASOS SIN DECISION SE REESCRIBEN EN REVQNEW (EL  *
      *             : PLANIFICADOR LO RENOMBRA SOBRE REVQUEUE). ES EL  *
      *             : MISMO MOLDE DEL SUSPENSO DE DPI (EDUC3015), PERO *
      *             : PARA DINERO. CADA DECISION APLICADA QUEDA, CON   *
      *             : SU OPERADOR, EN LA BITACORA ACUMULADA DECISLOG.  *
      * ARCHIVOS    : REVQUEUE (ENTRADA), LIBREINJ (SALIDA), REVRECH   *
      *             : (SALIDA), REVQNEW (SALIDA), RPTREV (SALIDA),     *
      *             : DECISLOG (EXTEND)                                *
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
          02 WKS-FS-RPTREV              PIC X(02) VALUE SPACES.
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

           PERFORM 0001-INICIO-CARGA-COLA THRU 0001-CARGA-COLA-E

           OPEN OUTPUT LIBERADOS
              DISPLAY "NO SE PUDO ABRIR EL REPORTE DE REVISION"
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

           OPEN INPUT OPERADOR-MASTER
           IF WKS-FS-OPERMST = "00"
           PERFORM 0004-INICIO-REESCRIBE-COLA THRU
              0004-REESCRIBE-COLA-E

           CLOSE LIBERADOS, RECHAZADOS-REV, RPT-REVISION,
                 BITACORA-DECISIONES
           CLOSE EXCEPCION-AUTORIZA
           IF WKS-CON-OPERADORES = "S"
              CLOSE OPERADOR-MASTER
                    END-STRING
                    WRITE AREA-RECHAZADO-REV
                 END-IF
                 MOVE WKS-FECHA-HOY TO DLG-FECHA
                 MOVE WKS-HORA-HOY TO DLG-HORA
                 MOVE "EDUC3044" TO DLG-PROGRAMA
                 MOVE WKS-TD-OPERADOR TO DLG-OPERADOR
                 MOVE WKS-TD-ACCION TO DLG-ACCION
                 MOVE SPACES TO DLG-LLAVE
                 MOVE WKS-TD-SECUENCIA TO DLG-LLAVE(1:4)
                 MOVE WKS-TD-CUENTA TO DLG-LLAVE(6:10)
                 WRITE DLG-REGISTRO
                 MOVE SPACES TO REG-RPT-REVISION
                 STRING "DECISION " WKS-TD-ACCION
                        " SECUENCIA " WKS-TD-SECUENCIA
