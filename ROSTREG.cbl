      *             : SOSPECHA FABRICADO, O CON CASO EN REVISION.      *
      *             : TERMINA CON CODIGO DE RETORNO 8 CUANDO HAY       *
      *             : HALLAZGOS, PARA QUE LA CERTIFICACION DE          *
      *             : MATRICULA SE DETENGA. LOS ESTUDIANTES CON        *
      *             : PASAPORTE NO TIENEN DPI QUE CONCILIAR Y SOLO SE  *
      *             : CUENTAN; CADA HALLAZGO MUESTRA EL TIPO DE        *
      *             : DOCUMENTO (C=CUI DE MENOR, D=DPI DE ADULTO).     *
      * ARCHIVOS    : ROSTERSAL (ENTRADA), REGDPI (ENTRADA),           *
      *             : RPTREGIS (SALIDA)                                *
      * PROGRAMA(S) : RUNSTAT1                                         *
          02 WKS-I-FABRICADOS           PIC 9(05) VALUE ZEROES.
          02 WKS-I-EN-REVISION          PIC 9(05) VALUE ZEROES.
          02 WKS-I-HALLAZGOS            PIC 9(05) VALUE ZEROES.
          02 WKS-I-PASAPORTES           PIC 9(05) VALUE ZEROES.

       01 WKS-LINEA-HALLAZGO.
          02 WKS-LH-CODIGO              PIC 9(05) VALUE ZEROES.
          02 WKS-LH-HALLAZGO            PIC X(20) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LH-FECHA-REG           PIC 9(08) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LH-TIPO-DOC            PIC X(01) VALUE SPACES.

      *AREA PARA LA RUTINA COMUN DE ESTADISTICAS DE CORRIDA.
       01 WKS-CONTROL-ESTADISTICA.
       0001-INICIO-CONCILIA-DPI SECTION.
      *BUSCA EL DPI DEL ESTUDIANTE EN EL REGISTRO Y CLASIFICA:
      *CONFORME SOLO CUANDO EXISTE Y SU ULTIMO VEREDICTO NO ES
      *DENEGADO, SOSPECHA FABRICADO NI EN REVISION. EL PASAPORTE
      *NO PASA POR EL REGISTRO DE DPI.
           IF ROS-DOC-PASAPORTE
              ADD 1 TO WKS-I-PASAPORTES
              GO TO 0001-CONCILIA-DPI-E
           END-IF

           IF ROS-DPI NOT NUMERIC OR ROS-DPI = ZEROES
              ADD 1 TO WKS-I-SIN-DPI
              ADD 1 TO WKS-I-HALLAZGOS
           MOVE ROS-CODIGO TO WKS-LH-CODIGO
           MOVE ROS-NOMBRE TO WKS-LH-NOMBRE
           MOVE ROS-DPI TO WKS-LH-DPI
           MOVE ROS-TIPO-DOCUMENTO TO WKS-LH-TIPO-DOC
           WRITE REG-RPT-REGISTRO FROM WKS-LINEA-HALLAZGO.
       0002-LINEA-HALLAZGO-E.
           EXIT.
           STRING "ESTUDIANTES: " WKS-I-LEIDOS
                  "  CONFORMES: " WKS-I-CONFORMES
                  "  HALLAZGOS: " WKS-I-HALLAZGOS
                  "  CON PASAPORTE: " WKS-I-PASAPORTES
              DELIMITED BY SIZE INTO REG-RPT-REGISTRO
           END-STRING
           WRITE REG-RPT-REGISTRO

           DISPLAY "ESTUDIANTES LEIDOS: " WKS-I-LEIDOS
           DISPLAY "ESTUDIANTES CONFORMES: " WKS-I-CONFORMES
           DISPLAY "HALLAZGOS DE CONCILIACION: " WKS-I-HALLAZGOS
           DISPLAY "ESTUDIANTES CON PASAPORTE: " WKS-I-PASAPORTES.
       0003-TOTALES-E.
           EXIT.
