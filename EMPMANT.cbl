      ******************************************************************
      * FECHA       : 2026                                             *
      * PROGRAMADOR : DIANA STEFFANNY SALGUERO ROSALES                 *
      * APLICACION  : EDUCACION                                        *
      * PROGRAMA    : EDUC3075                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : MANTENIMIENTO DEL CRUCE EMPLEADO-CUENTA (EMPCTA) *
      *             : CON LOS DATOS QUE ENVIA RECURSOS HUMANOS. APLICA *
      *             : TRANSACCIONES DE ALTA (A) DE UN VINCULO CUENTA-  *
      *             : LEGAJO, MODIFICACION (M) DE LOS DATOS DEL        *
      *             : EMPLEADO Y BAJA (B) DEL VINCULO, LEIDAS DEL      *
      *             : ARCHIVO TRANSEMP, Y EMITE UN REPORTE DE CAMBIOS  *
      *             : ANTES/DESPUES, EN EL MISMO MOLDE DEL             *
      *             : MANTENIMIENTO DE CUENTAS (EDUC3070).             *
      * ARCHIVOS    : EMPCTA (I-O), TRANSEMP (ENTRADA),                *
      *             : RPTEMPM (SALIDA)                                 *
      * PROGRAMA(S) : NO APLICA PARA ESTE CASO                         *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDUC3075.
       AUTHOR. DIANA SALGUERO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLEADO-CUENTA ASSIGN TO EMPCTA
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS EMPCTA-LLAVE
                  FILE STATUS IS WKS-FS-EMPCTA.
           SELECT TRANS-EMPLEADOS ASSIGN TO TRANSEMP
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-TRANSEMP.
           SELECT RPT-CAMBIOS ASSIGN TO RPTEMPM
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-RPTEMPM.

       DATA DIVISION.

       FILE SECTION.
       FD EMPLEADO-CUENTA.
           COPY EMPCTA.

       FD TRANS-EMPLEADOS.
       01 REG-TRANS-EMPLEADOS           PIC X(90).

       FD RPT-CAMBIOS.
       01 REG-RPT-CAMBIOS               PIC X(132).

       WORKING-STORAGE SECTION.

       01 WKS-CONTROL-ARCHIVOS.
          02 WKS-FS-EMPCTA              PIC X(02) VALUE SPACES.
          02 WKS-FS-TRANSEMP            PIC X(02) VALUE SPACES.
             88 WKS-FIN-TRANSEMP                  VALUE "10".
          02 WKS-FS-RPTEMPM             PIC X(02) VALUE SPACES.

       01 WKS-ITERACIONES.
          02 WKS-I-LEIDAS               PIC 9(05) VALUE ZEROES.
          02 WKS-I-APLICADAS            PIC 9(05) VALUE ZEROES.
          02 WKS-I-RECHAZADAS           PIC 9(05) VALUE ZEROES.

      *TRANSACCION DE RECURSOS HUMANOS: A=ALTA DEL VINCULO,
      *M=MODIFICACION DE RELACION, NOMBRE, DPI, CAJERO U OPERADOR,
      *B=BAJA. LA FECHA ES LA DE ALTA EN EL ALTA Y LA DE BAJA EN LA
      *BAJA. LA BAJA NO BORRA EL VINCULO: LO MARCA CON SU FECHA,
      *PARA QUE LA AUDITORIA PUEDA REVISAR PERIODOS ANTERIORES.
       01 WKS-REG-TRANS.
          02 WKS-TE-ACCION              PIC X(01) VALUE SPACES.
             88 WKS-TE-ALTA                       VALUE "A".
             88 WKS-TE-MODIFICACION               VALUE "M".
             88 WKS-TE-BAJA                       VALUE "B".
          02 WKS-TE-CUENTA              PIC 9(10) VALUE ZEROES.
          02 WKS-TE-LEGAJO              PIC 9(09) VALUE ZEROES.
          02 WKS-TE-RELACION            PIC X(01) VALUE SPACES.
             88 WKS-TE-RELACION-VALIDA            VALUE "T" "F".
          02 WKS-TE-NOMBRE              PIC X(30) VALUE SPACES.
          02 WKS-TE-DPI                 PIC X(13) VALUE SPACES.
          02 WKS-TE-CAJERO              PIC X(04) VALUE SPACES.
          02 WKS-TE-OPERADOR            PIC X(08) VALUE SPACES.
          02 WKS-TE-FECHA               PIC X(08) VALUE SPACES.
          02 FILLER                     PIC X(06).

      *IMAGEN DEL VINCULO ANTES DEL CAMBIO.
       01 WKS-IMAGEN-ANTES.
          02 WKS-AN-RELACION            PIC X(01) VALUE SPACES.
          02 WKS-AN-DPI                 PIC X(13) VALUE SPACES.
          02 WKS-AN-CAJERO              PIC X(04) VALUE SPACES.
          02 WKS-AN-OPERADOR            PIC X(08) VALUE SPACES.
          02 WKS-AN-ESTADO              PIC X(01) VALUE SPACES.

       01 WKS-RESULTADO-TRANS.
          02 WKS-RT-APLICADA            PIC X(01) VALUE "N".
             88 WKS-TRANS-APLICADA                VALUE "S".
          02 WKS-RT-MOTIVO              PIC X(20) VALUE SPACES.

       01 WKS-LINEA-CAMBIO.
          02 WKS-LC-ACCION              PIC X(01) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LC-CUENTA              PIC 9(10) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LC-LEGAJO              PIC 9(09) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LC-ANTES-RELACION      PIC X(01) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LC-ANTES-DPI           PIC X(13) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LC-ANTES-CAJERO        PIC X(04) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LC-ANTES-OPERADOR      PIC X(08) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LC-ANTES-ESTADO        PIC X(01) VALUE SPACES.
          02 FILLER                     PIC X(03) VALUE " ->".
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LC-DESPUES-RELACION    PIC X(01) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LC-DESPUES-DPI         PIC X(13) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LC-DESPUES-CAJERO      PIC X(04) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LC-DESPUES-OPERADOR    PIC X(08) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LC-DESPUES-ESTADO      PIC X(01) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LC-FECHA               PIC X(08) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LC-RESULTADO           PIC X(09) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LC-MOTIVO              PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-INICIO SECTION.
           PERFORM 0001-INICIO-ABRE-ARCHIVOS THRU 0001-ABRE-ARCHIVOS-E

           READ TRANS-EMPLEADOS INTO WKS-REG-TRANS
           AT END
              SET WKS-FIN-TRANSEMP TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-TRANSEMP
                   ADD 1 TO WKS-I-LEIDAS
                   PERFORM 0002-INICIO-APLICA-TRANS THRU
                      0002-APLICA-TRANS-E
                   PERFORM 0006-INICIO-LINEA-REPORTE THRU
                      0006-LINEA-REPORTE-E
                   READ TRANS-EMPLEADOS INTO WKS-REG-TRANS
                   AT END
                      SET WKS-FIN-TRANSEMP TO TRUE
                   END-READ
           END-PERFORM

           PERFORM 0007-INICIO-TOTALES THRU 0007-TOTALES-E

           CLOSE EMPLEADO-CUENTA, TRANS-EMPLEADOS, RPT-CAMBIOS

           IF WKS-I-RECHAZADAS > ZEROES
              MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.
       0000-INICIO-E.
           EXIT.

       0001-INICIO-ABRE-ARCHIVOS SECTION.
      *EL CRUCE SE ABRE I-O; SI TODAVIA NO EXISTE (FILE STATUS 35)
      *SE CREA VACIO Y SE REABRE, PARA QUE LA CARGA INICIAL DE
      *RECURSOS HUMANOS SE HAGA CON ESTE MISMO PROGRAMA.
           OPEN I-O EMPLEADO-CUENTA
           IF WKS-FS-EMPCTA = "35"
              OPEN OUTPUT EMPLEADO-CUENTA
              CLOSE EMPLEADO-CUENTA
              OPEN I-O EMPLEADO-CUENTA
           END-IF
           IF WKS-FS-EMPCTA NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL CRUCE EMPLEADO-CUENTA"
              STOP RUN
           END-IF

           OPEN INPUT TRANS-EMPLEADOS
           IF WKS-FS-TRANSEMP NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE TRANSACCIONES"
              STOP RUN
           END-IF

           OPEN OUTPUT RPT-CAMBIOS
           IF WKS-FS-RPTEMPM NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL REPORTE DE CAMBIOS"
              STOP RUN
           END-IF

           MOVE SPACES TO REG-RPT-CAMBIOS
           MOVE "A CUENTA     LEGAJO    ANTES (R/DPI/CAJ/OPER/EST)"
              TO REG-RPT-CAMBIOS(1:50)
           MOVE "-> DESPUES" TO REG-RPT-CAMBIOS(55:10)
           MOVE "FECHA" TO REG-RPT-CAMBIOS(92:5)
           MOVE "RESULTADO" TO REG-RPT-CAMBIOS(101:9)
           WRITE REG-RPT-CAMBIOS.
       0001-ABRE-ARCHIVOS-E.
           EXIT.

       0002-INICIO-APLICA-TRANS SECTION.
           SET WKS-RT-APLICADA TO "N"
           MOVE SPACES TO WKS-RT-MOTIVO
           MOVE SPACES TO WKS-IMAGEN-ANTES

           IF WKS-TE-CUENTA NOT NUMERIC OR WKS-TE-CUENTA = ZEROES OR
              WKS-TE-LEGAJO NOT NUMERIC OR WKS-TE-LEGAJO = ZEROES
              MOVE "LLAVE NO NUMERICA" TO WKS-RT-MOTIVO
              ADD 1 TO WKS-I-RECHAZADAS
              GO TO 0002-APLICA-TRANS-E
           END-IF

           MOVE WKS-TE-CUENTA TO EMPCTA-CUENTA
           MOVE WKS-TE-LEGAJO TO EMPCTA-LEGAJO
           READ EMPLEADO-CUENTA
           END-READ
           IF WKS-FS-EMPCTA = "00"
              MOVE EMPCTA-RELACION TO WKS-AN-RELACION
              MOVE EMPCTA-DPI TO WKS-AN-DPI
              MOVE EMPCTA-CAJERO TO WKS-AN-CAJERO
              MOVE EMPCTA-OPERADOR TO WKS-AN-OPERADOR
              MOVE EMPCTA-ESTADO TO WKS-AN-ESTADO
           END-IF

           EVALUATE TRUE
           WHEN WKS-TE-ALTA
                PERFORM 0003-INICIO-ALTA THRU 0003-ALTA-E
           WHEN WKS-TE-MODIFICACION
                PERFORM 0004-INICIO-MODIFICACION THRU
                   0004-MODIFICACION-E
           WHEN WKS-TE-BAJA
                PERFORM 0005-INICIO-BAJA THRU 0005-BAJA-E
           WHEN OTHER
                MOVE "ACCION INVALIDA" TO WKS-RT-MOTIVO
           END-EVALUATE

           IF WKS-TRANS-APLICADA
              ADD 1 TO WKS-I-APLICADAS
           ELSE
              ADD 1 TO WKS-I-RECHAZADAS
           END-IF.
       0002-APLICA-TRANS-E.
           EXIT.

       0003-INICIO-ALTA SECTION.
      *UN VINCULO DADO DE BAJA PUEDE VOLVER A DARSE DE ALTA (POR
      *EJEMPLO, UN EMPLEADO REINGRESADO); SE REACTIVA LA MISMA FILA.
           IF WKS-AN-ESTADO = "A"
              MOVE "LLAVE YA EXISTE" TO WKS-RT-MOTIVO
              GO TO 0003-ALTA-E
           END-IF

           PERFORM 0008-INICIO-VALIDA-DATOS THRU 0008-VALIDA-DATOS-E
           IF WKS-RT-MOTIVO NOT = SPACES
              GO TO 0003-ALTA-E
           END-IF
           IF WKS-TE-FECHA NOT NUMERIC
              MOVE "FECHA NO NUMERICA" TO WKS-RT-MOTIVO
              GO TO 0003-ALTA-E
           END-IF

           MOVE WKS-TE-CUENTA TO EMPCTA-CUENTA
           MOVE WKS-TE-LEGAJO TO EMPCTA-LEGAJO
           PERFORM 0009-INICIO-MUEVE-DATOS THRU 0009-MUEVE-DATOS-E
           MOVE "A" TO EMPCTA-ESTADO
           MOVE WKS-TE-FECHA TO EMPCTA-FECHA-ALTA
           MOVE ZEROES TO EMPCTA-FECHA-BAJA
           IF WKS-AN-ESTADO = SPACES
              WRITE EMPCTA-REGISTRO
           ELSE
              REWRITE EMPCTA-REGISTRO
           END-IF
           IF WKS-FS-EMPCTA = "00"
              SET WKS-TRANS-APLICADA TO TRUE
           ELSE
              MOVE "ERROR DE GRABACION" TO WKS-RT-MOTIVO
           END-IF.
       0003-ALTA-E.
           EXIT.

       0004-INICIO-MODIFICACION SECTION.
      *LA MODIFICACION CORRIGE RELACION, NOMBRE, DPI, CAJERO Y
      *OPERADOR; NO CAMBIA EL ESTADO NI LAS FECHAS, Y NO APLICA A UN
      *VINCULO DADO DE BAJA.
           EVALUATE TRUE
           WHEN WKS-AN-ESTADO = SPACES
                MOVE "LLAVE NO EXISTE" TO WKS-RT-MOTIVO
           WHEN WKS-AN-ESTADO = "B"
                MOVE "VINCULO DADO DE BAJA" TO WKS-RT-MOTIVO
           WHEN OTHER
                PERFORM 0008-INICIO-VALIDA-DATOS THRU
                   0008-VALIDA-DATOS-E
           END-EVALUATE
           IF WKS-RT-MOTIVO NOT = SPACES
              GO TO 0004-MODIFICACION-E
           END-IF

           PERFORM 0009-INICIO-MUEVE-DATOS THRU 0009-MUEVE-DATOS-E
           REWRITE EMPCTA-REGISTRO
           IF WKS-FS-EMPCTA = "00"
              SET WKS-TRANS-APLICADA TO TRUE
           ELSE
              MOVE "ERROR DE GRABACION" TO WKS-RT-MOTIVO
           END-IF.
       0004-MODIFICACION-E.
           EXIT.

       0005-INICIO-BAJA SECTION.
           EVALUATE TRUE
           WHEN WKS-AN-ESTADO = SPACES
                MOVE "LLAVE NO EXISTE" TO WKS-RT-MOTIVO
           WHEN WKS-AN-ESTADO = "B"
                MOVE "VINCULO YA DE BAJA" TO WKS-RT-MOTIVO
           WHEN WKS-TE-FECHA NOT NUMERIC
                MOVE "FECHA NO NUMERICA" TO WKS-RT-MOTIVO
           WHEN OTHER
                MOVE "B" TO EMPCTA-ESTADO
                MOVE WKS-TE-FECHA TO EMPCTA-FECHA-BAJA
                REWRITE EMPCTA-REGISTRO
                IF WKS-FS-EMPCTA = "00"
                   SET WKS-TRANS-APLICADA TO TRUE
                ELSE
                   MOVE "ERROR DE GRABACION" TO WKS-RT-MOTIVO
                END-IF
           END-EVALUATE.
       0005-BAJA-E.
           EXIT.

       0006-INICIO-LINEA-REPORTE SECTION.
      *UNA LINEA ANTES/DESPUES POR TRANSACCION. CUANDO FUE
      *RECHAZADA, EL "DESPUES" REPITE LA IMAGEN ANTERIOR PORQUE EL
      *CRUCE NO CAMBIO.
           MOVE WKS-TE-ACCION TO WKS-LC-ACCION
           MOVE WKS-TE-CUENTA TO WKS-LC-CUENTA
           MOVE WKS-TE-LEGAJO TO WKS-LC-LEGAJO
           MOVE WKS-AN-RELACION TO WKS-LC-ANTES-RELACION
           MOVE WKS-AN-DPI TO WKS-LC-ANTES-DPI
           MOVE WKS-AN-CAJERO TO WKS-LC-ANTES-CAJERO
           MOVE WKS-AN-OPERADOR TO WKS-LC-ANTES-OPERADOR
           MOVE WKS-AN-ESTADO TO WKS-LC-ANTES-ESTADO
           MOVE WKS-TE-FECHA TO WKS-LC-FECHA

           IF WKS-TRANS-APLICADA
              MOVE EMPCTA-RELACION TO WKS-LC-DESPUES-RELACION
              MOVE EMPCTA-DPI TO WKS-LC-DESPUES-DPI
              MOVE EMPCTA-CAJERO TO WKS-LC-DESPUES-CAJERO
              MOVE EMPCTA-OPERADOR TO WKS-LC-DESPUES-OPERADOR
              MOVE EMPCTA-ESTADO TO WKS-LC-DESPUES-ESTADO
              MOVE "APLICADA" TO WKS-LC-RESULTADO
           ELSE
              MOVE WKS-AN-RELACION TO WKS-LC-DESPUES-RELACION
              MOVE WKS-AN-DPI TO WKS-LC-DESPUES-DPI
              MOVE WKS-AN-CAJERO TO WKS-LC-DESPUES-CAJERO
              MOVE WKS-AN-OPERADOR TO WKS-LC-DESPUES-OPERADOR
              MOVE WKS-AN-ESTADO TO WKS-LC-DESPUES-ESTADO
              MOVE "RECHAZADA" TO WKS-LC-RESULTADO
           END-IF
           MOVE WKS-RT-MOTIVO TO WKS-LC-MOTIVO

           WRITE REG-RPT-CAMBIOS FROM WKS-LINEA-CAMBIO.
       0006-LINEA-REPORTE-E.
           EXIT.

       0007-INICIO-TOTALES SECTION.
           MOVE SPACES TO REG-RPT-CAMBIOS
           WRITE REG-RPT-CAMBIOS
           MOVE SPACES TO REG-RPT-CAMBIOS
           STRING "TRANSACCIONES LEIDAS: " WKS-I-LEIDAS
                  "  APLICADAS: " WKS-I-APLICADAS
                  "  RECHAZADAS: " WKS-I-RECHAZADAS
              DELIMITED BY SIZE INTO REG-RPT-CAMBIOS
           END-STRING
           WRITE REG-RPT-CAMBIOS

           DISPLAY "TRANSACCIONES LEIDAS AL CRUCE: " WKS-I-LEIDAS
           DISPLAY "TRANSACCIONES APLICADAS: " WKS-I-APLICADAS
           DISPLAY "TRANSACCIONES RECHAZADAS: " WKS-I-RECHAZADAS.
       0007-TOTALES-E.
           EXIT.

       0008-INICIO-VALIDA-DATOS SECTION.
      *RELACION T O F, NOMBRE Y DPI PRESENTES, CAJERO NUMERICO (CERO
      *SI EL EMPLEADO NO TIENE CAJA ASIGNADA). EL OPERADOR PUEDE
      *VENIR EN BLANCO SI EL EMPLEADO NO VERIFICA MOVIMIENTOS.
           IF NOT WKS-TE-RELACION-VALIDA
              MOVE "RELACION INVALIDA" TO WKS-RT-MOTIVO
              GO TO 0008-VALIDA-DATOS-E
           END-IF
           IF WKS-TE-NOMBRE = SPACES
              MOVE "NOMBRE EN BLANCO" TO WKS-RT-MOTIVO
              GO TO 0008-VALIDA-DATOS-E
           END-IF
           IF WKS-TE-DPI NOT NUMERIC
              MOVE "DPI NO NUMERICO" TO WKS-RT-MOTIVO
              GO TO 0008-VALIDA-DATOS-E
           END-IF
           IF WKS-TE-CAJERO NOT NUMERIC
              MOVE "CAJERO NO NUMERICO" TO WKS-RT-MOTIVO
           END-IF.
       0008-VALIDA-DATOS-E.
           EXIT.

       0009-INICIO-MUEVE-DATOS SECTION.
           MOVE WKS-TE-RELACION TO EMPCTA-RELACION
           MOVE WKS-TE-NOMBRE TO EMPCTA-NOMBRE
           MOVE WKS-TE-DPI TO EMPCTA-DPI
           MOVE WKS-TE-CAJERO TO EMPCTA-CAJERO
           MOVE WKS-TE-OPERADOR TO EMPCTA-OPERADOR.
       0009-MUEVE-DATOS-E.
           EXIT.
