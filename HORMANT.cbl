      ******************************************************************
      * FECHA       : 2026                                             *
      * PROGRAMADOR : DIANA STEFFANNY SALGUERO ROSALES                 *
      * APLICACION  : EDUCACION                                        *
      * PROGRAMA    : EDUC3101                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : MANTENIMIENTO DEL MAESTRO DE HORARIOS DE CLASE   *
      *             : (HORMST). APLICA TRANSACCIONES DE ALTA (A),      *
      *             : MODIFICACION (M) Y BAJA/DESACTIVACION (B) DE     *
      *             : SESIONES SEMANALES LEIDAS DEL ARCHIVO DE CONTROL *
      *             : TRANSHOR, VALIDA EL CURSO CONTRA EL MAESTRO DE   *
      *             : CURSOS (CURSMST), EL DIA (1=LUNES ... 6=SABADO)  *
      *             : Y LOS PERIODOS (01-12), Y RECHAZA LA SESION QUE  *
      *             : RESERVA UN AULA YA OCUPADA EN ESE DIA Y PERIODO  *
      *             : O QUE SE ENCIMA CON OTRA SESION DEL MISMO CURSO. *
      *             : EMITE EL REPORTE DE CAMBIOS ANTES/DESPUES EN EL  *
      *             : MOLDE DEL MANTENIMIENTO DE CURSOS (EDUC3048) Y   *
      *             : AL FINAL REVISA TODO EL MAESTRO Y LISTA LAS      *
      *             : AULAS QUE HAYAN QUEDADO RESERVADAS DOS VECES.    *
      * ARCHIVOS    : HORMST (I-O), CURSMST, TRANSHOR (ENTRADA),       *
      *             : RPTHOR (SALIDA)                                  *
      * PROGRAMA(S) : RUNSTAT1                                         *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDUC3101.
       AUTHOR. DIANA SALGUERO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HORARIO-MASTER ASSIGN TO HORMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS HOR-LLAVE
                  FILE STATUS IS WKS-FS-HORMST.
           SELECT CURSO-MASTER ASSIGN TO CURSMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CURSO-LLAVE
                  FILE STATUS IS WKS-FS-CURSMST.
           SELECT TRANS-HORARIOS ASSIGN TO TRANSHOR
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-TRANSHOR.
           SELECT RPT-CAMBIOS ASSIGN TO RPTHOR
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-RPTHOR.

       DATA DIVISION.

       FILE SECTION.
       FD HORARIO-MASTER.
           COPY HORARIO.

       FD CURSO-MASTER.
           COPY CURSOMST.

       FD TRANS-HORARIOS.
       01 REG-TRANS-HORARIOS            PIC X(40).

       FD RPT-CAMBIOS.
       01 REG-RPT-CAMBIOS               PIC X(120).

       WORKING-STORAGE SECTION.

       01 WKS-CONTROL-ARCHIVOS.
          02 WKS-FS-HORMST              PIC X(02) VALUE SPACES.
             88 WKS-FIN-HORMST                    VALUE "10".
          02 WKS-FS-CURSMST             PIC X(02) VALUE SPACES.
          02 WKS-FS-TRANSHOR            PIC X(02) VALUE SPACES.
             88 WKS-FIN-TRANSHOR                  VALUE "10".
          02 WKS-FS-RPTHOR              PIC X(02) VALUE SPACES.

       01 WKS-ITERACIONES.
          02 WKS-I-LEIDAS               PIC 9(05) VALUE ZEROES.
          02 WKS-I-APLICADAS            PIC 9(05) VALUE ZEROES.
          02 WKS-I-RECHAZADAS           PIC 9(05) VALUE ZEROES.
          02 WKS-I-AULAS-DOBLES         PIC 9(05) VALUE ZEROES.

      *TRANSACCION DE MANTENIMIENTO: A=ALTA, M=MODIFICACION (PERIODO
      *FINAL Y AULA DE UNA SESION EXISTENTE), B=BAJA (DESACTIVACION;
      *LA SESION QUEDA INACTIVA PARA CONSERVAR LA HISTORIA). EL AULA
      *EN BLANCO TOMA LA DEL MAESTRO DE CURSOS.
       01 WKS-REG-TRANS.
          02 WKS-TH-ACCION              PIC X(01) VALUE SPACES.
             88 WKS-TH-ALTA                       VALUE "A".
             88 WKS-TH-MODIFICACION               VALUE "M".
             88 WKS-TH-BAJA                       VALUE "B".
          02 WKS-TH-CURSO               PIC X(06) VALUE SPACES.
          02 WKS-TH-DIA                 PIC X(01) VALUE SPACES.
          02 WKS-TH-DIA-N REDEFINES WKS-TH-DIA
                                        PIC 9(01).
          02 WKS-TH-INICIO              PIC X(02) VALUE SPACES.
          02 WKS-TH-INICIO-N REDEFINES WKS-TH-INICIO
                                        PIC 9(02).
          02 WKS-TH-FIN                 PIC X(02) VALUE SPACES.
          02 WKS-TH-FIN-N REDEFINES WKS-TH-FIN
                                        PIC 9(02).
          02 WKS-TH-AULA                PIC X(06) VALUE SPACES.
          02 FILLER                     PIC X(22).

      *SESIONES DEL MAESTRO EN MEMORIA, AL DIA CON LAS TRANSACCIONES
      *YA APLICADAS, PARA BUSCAR CHOQUES SIN RECORRER EL ARCHIVO.
       01 WKS-TABLA-HORARIO.
          02 WKS-HO-ENTRADA OCCURS 500 TIMES.
             03 WKS-HO-CURSO            PIC X(06).
             03 WKS-HO-DIA              PIC 9(01).
             03 WKS-HO-INICIO           PIC 9(02).
             03 WKS-HO-FIN              PIC 9(02).
             03 WKS-HO-AULA             PIC X(06).
             03 WKS-HO-ESTADO           PIC X(01).
          02 WKS-HO-CANT                PIC 9(03) VALUE ZEROES.
          02 WKS-HO-IDX                 PIC 9(03) VALUE ZEROES.
          02 WKS-HO-IDX2                PIC 9(03) VALUE ZEROES.
          02 WKS-HO-PROPIA              PIC 9(03) VALUE ZEROES.

      *SESION PROPUESTA QUE SE COMPARA CONTRA LA TABLA.
       01 WKS-SESION-PROPUESTA.
          02 WKS-SP-CURSO               PIC X(06) VALUE SPACES.
          02 WKS-SP-DIA                 PIC 9(01) VALUE ZEROES.
          02 WKS-SP-INICIO              PIC 9(02) VALUE ZEROES.
          02 WKS-SP-FIN                 PIC 9(02) VALUE ZEROES.
          02 WKS-SP-AULA                PIC X(06) VALUE SPACES.

      *IMAGEN DEL REGISTRO DEL MAESTRO ANTES DEL CAMBIO.
       01 WKS-IMAGEN-ANTES.
          02 WKS-AN-FIN                 PIC 9(02) VALUE ZEROES.
          02 WKS-AN-AULA                PIC X(06) VALUE SPACES.
          02 WKS-AN-ESTADO              PIC X(01) VALUE SPACES.

       01 WKS-RESULTADO-TRANS.
          02 WKS-RT-APLICADA            PIC X(01) VALUE "N".
             88 WKS-TRANS-APLICADA                VALUE "S".
          02 WKS-RT-MOTIVO              PIC X(20) VALUE SPACES.
          02 WKS-RT-CHOQUE              PIC X(16) VALUE SPACES.

       01 WKS-LINEA-CAMBIO.
          02 WKS-LC-ACCION              PIC X(01) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LC-CURSO               PIC X(06) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LC-DIA                 PIC X(01) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LC-INICIO              PIC X(02) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LC-ANTES-FIN           PIC 9(02) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LC-ANTES-AULA          PIC X(06) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LC-ANTES-ESTADO        PIC X(01) VALUE SPACES.
          02 FILLER                     PIC X(03) VALUE " ->".
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LC-DESPUES-FIN         PIC 9(02) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LC-DESPUES-AULA        PIC X(06) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LC-DESPUES-ESTADO      PIC X(01) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LC-RESULTADO           PIC X(09) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LC-MOTIVO              PIC X(20) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LC-CHOQUE              PIC X(16) VALUE SPACES.

      *LINEA DE AULA RESERVADA DOS VECES EN LA REVISION FINAL.
       01 WKS-LINEA-DOBLE.
          02 FILLER                     PIC X(07) VALUE "  AULA ".
          02 WKS-LD-AULA                PIC X(06) VALUE SPACES.
          02 FILLER                     PIC X(05) VALUE " DIA ".
          02 WKS-LD-DIA                 PIC 9(01) VALUE ZEROES.
          02 FILLER                     PIC X(02) VALUE ": ".
          02 WKS-LD-CURSO-1             PIC X(06) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LD-INICIO-1            PIC 9(02) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE "-".
          02 WKS-LD-FIN-1               PIC 9(02) VALUE ZEROES.
          02 FILLER                     PIC X(05) VALUE " Y   ".
          02 WKS-LD-CURSO-2             PIC X(06) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LD-INICIO-2            PIC 9(02) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE "-".
          02 WKS-LD-FIN-2               PIC 9(02) VALUE ZEROES.

      *AREA PARA LA RUTINA COMUN DE ESTADISTICAS DE CORRIDA.
       01 WKS-CONTROL-ESTADISTICA.
          02 WKS-ST-PROGRAMA            PIC X(08) VALUE "EDUK3101".
          02 WKS-ST-FECHA-HORA          PIC X(20) VALUE SPACES.
          02 WKS-ST-FECHA-INICIO        PIC 9(08) VALUE ZEROES.
          02 WKS-ST-HORA-INICIO         PIC 9(06) VALUE ZEROES.
          02 WKS-ST-LEIDOS              PIC 9(06) VALUE ZEROES.
          02 WKS-ST-ESCRITOS            PIC 9(06) VALUE ZEROES.
          02 WKS-ST-RECHAZADOS          PIC 9(06) VALUE ZEROES.

       PROCEDURE DIVISION.

       0000-INICIO SECTION.
           MOVE FUNCTION CURRENT-DATE TO WKS-ST-FECHA-HORA
           MOVE WKS-ST-FECHA-HORA(1:8) TO WKS-ST-FECHA-INICIO
           MOVE WKS-ST-FECHA-HORA(9:6) TO WKS-ST-HORA-INICIO

           PERFORM 0001-INICIO-ABRE-ARCHIVOS THRU 0001-ABRE-ARCHIVOS-E
           PERFORM 0008-INICIO-CARGA-HORARIO THRU 0008-CARGA-HORARIO-E

           READ TRANS-HORARIOS INTO WKS-REG-TRANS
           AT END
              SET WKS-FIN-TRANSHOR TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-TRANSHOR
                   ADD 1 TO WKS-I-LEIDAS
                   PERFORM 0002-INICIO-APLICA-TRANS THRU
                      0002-APLICA-TRANS-E
                   PERFORM 0006-INICIO-LINEA-REPORTE THRU
                      0006-LINEA-REPORTE-E
                   READ TRANS-HORARIOS INTO WKS-REG-TRANS
                   AT END
                      SET WKS-FIN-TRANSHOR TO TRUE
                   END-READ
           END-PERFORM

           PERFORM 0010-INICIO-REVISA-AULAS THRU 0010-REVISA-AULAS-E
           PERFORM 0007-INICIO-TOTALES THRU 0007-TOTALES-E

           CLOSE HORARIO-MASTER, CURSO-MASTER, TRANS-HORARIOS,
                 RPT-CAMBIOS

           MOVE WKS-I-LEIDAS TO WKS-ST-LEIDOS
           MOVE WKS-I-APLICADAS TO WKS-ST-ESCRITOS
           MOVE WKS-I-RECHAZADAS TO WKS-ST-RECHAZADOS
           CALL 'RUNSTAT1' USING WKS-ST-PROGRAMA
                                 WKS-ST-FECHA-INICIO
                                 WKS-ST-HORA-INICIO
                                 WKS-ST-LEIDOS
                                 WKS-ST-ESCRITOS
                                 WKS-ST-RECHAZADOS

           IF WKS-I-RECHAZADAS > ZEROES OR
              WKS-I-AULAS-DOBLES > ZEROES
              MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.
       0000-INICIO-E.
           EXIT.

       0001-INICIO-ABRE-ARCHIVOS SECTION.
      *EL MAESTRO SE ABRE I-O; SI TODAVIA NO EXISTE (FILE STATUS
      *35) SE CREA VACIO Y SE REABRE, PARA QUE LA PRIMERA CARGA SE
      *HAGA CON ESTE MISMO PROGRAMA. SIN MAESTRO DE CURSOS NO HAY
      *CONTRA QUE VALIDAR Y LA CORRIDA SE DETIENE.
           OPEN I-O HORARIO-MASTER
           IF WKS-FS-HORMST = "35"
              OPEN OUTPUT HORARIO-MASTER
              CLOSE HORARIO-MASTER
              OPEN I-O HORARIO-MASTER
           END-IF
           IF WKS-FS-HORMST NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE HORARIOS"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT CURSO-MASTER
           IF WKS-FS-CURSMST NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE CURSOS"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT TRANS-HORARIOS
           IF WKS-FS-TRANSHOR NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE TRANSACCIONES"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT RPT-CAMBIOS
           IF WKS-FS-RPTHOR NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL REPORTE DE CAMBIOS"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE SPACES TO REG-RPT-CAMBIOS
           MOVE "A CURSO  D IN ANTES (FIN/AULA/EST) -> DESPUES" TO
              REG-RPT-CAMBIOS(1:45)
           MOVE "RESULTADO" TO REG-RPT-CAMBIOS(50:9)
           MOVE "MOTIVO" TO REG-RPT-CAMBIOS(60:6)
           MOVE "CHOCA CON" TO REG-RPT-CAMBIOS(81:9)
           WRITE REG-RPT-CAMBIOS.
       0001-ABRE-ARCHIVOS-E.
           EXIT.

       0002-INICIO-APLICA-TRANS SECTION.
           MOVE "N" TO WKS-RT-APLICADA
           MOVE SPACES TO WKS-RT-MOTIVO, WKS-RT-CHOQUE
           MOVE SPACES TO WKS-IMAGEN-ANTES
           MOVE ZEROES TO WKS-AN-FIN

           EVALUATE TRUE
           WHEN WKS-TH-CURSO = SPACES
                MOVE "CURSO EN BLANCO" TO WKS-RT-MOTIVO
           WHEN WKS-TH-DIA NOT NUMERIC
                MOVE "DIA INVALIDO" TO WKS-RT-MOTIVO
           WHEN WKS-TH-DIA-N < 1 OR WKS-TH-DIA-N > 6
                MOVE "DIA INVALIDO" TO WKS-RT-MOTIVO
           WHEN WKS-TH-INICIO NOT NUMERIC
                MOVE "PERIODO INVALIDO" TO WKS-RT-MOTIVO
           WHEN WKS-TH-INICIO-N < 1 OR WKS-TH-INICIO-N > 12
                MOVE "PERIODO INVALIDO" TO WKS-RT-MOTIVO
           WHEN OTHER
                CONTINUE
           END-EVALUATE
           IF WKS-RT-MOTIVO NOT = SPACES
              ADD 1 TO WKS-I-RECHAZADAS
              GO TO 0002-APLICA-TRANS-E
           END-IF

           MOVE WKS-TH-CURSO TO HOR-CURSO
           MOVE WKS-TH-DIA-N TO HOR-DIA
           MOVE WKS-TH-INICIO-N TO HOR-PERIODO-INI
           READ HORARIO-MASTER
           END-READ
           IF WKS-FS-HORMST = "00"
              MOVE HOR-PERIODO-FIN TO WKS-AN-FIN
              MOVE HOR-AULA TO WKS-AN-AULA
              MOVE HOR-ESTADO TO WKS-AN-ESTADO
           END-IF

           EVALUATE TRUE
           WHEN WKS-TH-ALTA
                PERFORM 0003-INICIO-ALTA THRU 0003-ALTA-E
           WHEN WKS-TH-MODIFICACION
                PERFORM 0004-INICIO-MODIFICACION THRU
                   0004-MODIFICACION-E
           WHEN WKS-TH-BAJA
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
           IF WKS-AN-ESTADO NOT = SPACES
              MOVE "LLAVE YA EXISTE" TO WKS-RT-MOTIVO
              GO TO 0003-ALTA-E
           END-IF
           IF WKS-HO-CANT = 500
              MOVE "MAESTRO LLENO" TO WKS-RT-MOTIVO
              GO TO 0003-ALTA-E
           END-IF
           MOVE ZEROES TO WKS-HO-PROPIA
           PERFORM 0009-INICIO-VALIDA-SESION THRU 0009-VALIDA-SESION-E
           IF WKS-RT-MOTIVO NOT = SPACES
              GO TO 0003-ALTA-E
           END-IF

           MOVE WKS-TH-CURSO TO HOR-CURSO
           MOVE WKS-TH-DIA-N TO HOR-DIA
           MOVE WKS-TH-INICIO-N TO HOR-PERIODO-INI
           MOVE WKS-SP-FIN TO HOR-PERIODO-FIN
           MOVE WKS-SP-AULA TO HOR-AULA
           MOVE "A" TO HOR-ESTADO
           WRITE HOR-REGISTRO
           END-WRITE
           IF WKS-FS-HORMST = "00"
              SET WKS-TRANS-APLICADA TO TRUE
              ADD 1 TO WKS-HO-CANT
              MOVE WKS-HO-CANT TO WKS-HO-PROPIA
              PERFORM 0011-INICIO-ACTUALIZA-TABLA THRU
                 0011-ACTUALIZA-TABLA-E
           ELSE
              MOVE "ERROR DE GRABACION" TO WKS-RT-MOTIVO
           END-IF.
       0003-ALTA-E.
           EXIT.

       0004-INICIO-MODIFICACION SECTION.
      *LA SESION MODIFICADA QUEDA ACTIVA; SU PROPIA ENTRADA EN LA
      *TABLA NO CUENTA COMO CHOQUE.
           IF WKS-AN-ESTADO = SPACES
              MOVE "LLAVE NO EXISTE" TO WKS-RT-MOTIVO
              GO TO 0004-MODIFICACION-E
           END-IF
           PERFORM 0012-INICIO-BUSCA-PROPIA THRU 0012-BUSCA-PROPIA-E
           PERFORM 0009-INICIO-VALIDA-SESION THRU 0009-VALIDA-SESION-E
           IF WKS-RT-MOTIVO NOT = SPACES
              GO TO 0004-MODIFICACION-E
           END-IF

           MOVE WKS-SP-FIN TO HOR-PERIODO-FIN
           MOVE WKS-SP-AULA TO HOR-AULA
           MOVE "A" TO HOR-ESTADO
           REWRITE HOR-REGISTRO
           END-REWRITE
           IF WKS-FS-HORMST = "00"
              SET WKS-TRANS-APLICADA TO TRUE
              IF WKS-HO-PROPIA > ZEROES
                 PERFORM 0011-INICIO-ACTUALIZA-TABLA THRU
                    0011-ACTUALIZA-TABLA-E
              END-IF
           ELSE
              MOVE "ERROR DE GRABACION" TO WKS-RT-MOTIVO
           END-IF.
       0004-MODIFICACION-E.
           EXIT.

       0005-INICIO-BAJA SECTION.
           IF WKS-AN-ESTADO = SPACES
              MOVE "LLAVE NO EXISTE" TO WKS-RT-MOTIVO
           ELSE
              MOVE "I" TO HOR-ESTADO
              REWRITE HOR-REGISTRO
              END-REWRITE
              IF WKS-FS-HORMST = "00"
                 SET WKS-TRANS-APLICADA TO TRUE
                 PERFORM 0012-INICIO-BUSCA-PROPIA THRU
                    0012-BUSCA-PROPIA-E
                 IF WKS-HO-PROPIA > ZEROES
                    MOVE "I" TO WKS-HO-ESTADO(WKS-HO-PROPIA)
                 END-IF
              ELSE
                 MOVE "ERROR DE GRABACION" TO WKS-RT-MOTIVO
              END-IF
           END-IF.
       0005-BAJA-E.
           EXIT.

       0006-INICIO-LINEA-REPORTE SECTION.
           MOVE WKS-TH-ACCION TO WKS-LC-ACCION
           MOVE WKS-TH-CURSO TO WKS-LC-CURSO
           MOVE WKS-TH-DIA TO WKS-LC-DIA
           MOVE WKS-TH-INICIO TO WKS-LC-INICIO
           MOVE WKS-AN-FIN TO WKS-LC-ANTES-FIN
           MOVE WKS-AN-AULA TO WKS-LC-ANTES-AULA
           MOVE WKS-AN-ESTADO TO WKS-LC-ANTES-ESTADO

           IF WKS-TRANS-APLICADA
              MOVE HOR-PERIODO-FIN TO WKS-LC-DESPUES-FIN
              MOVE HOR-AULA TO WKS-LC-DESPUES-AULA
              MOVE HOR-ESTADO TO WKS-LC-DESPUES-ESTADO
              MOVE "APLICADA" TO WKS-LC-RESULTADO
           ELSE
              MOVE WKS-AN-FIN TO WKS-LC-DESPUES-FIN
              MOVE WKS-AN-AULA TO WKS-LC-DESPUES-AULA
              MOVE WKS-AN-ESTADO TO WKS-LC-DESPUES-ESTADO
              MOVE "RECHAZADA" TO WKS-LC-RESULTADO
           END-IF
           MOVE WKS-RT-MOTIVO TO WKS-LC-MOTIVO
           MOVE WKS-RT-CHOQUE TO WKS-LC-CHOQUE

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
                  "  AULAS RESERVADAS DOS VECES: " WKS-I-AULAS-DOBLES
              DELIMITED BY SIZE INTO REG-RPT-CAMBIOS
           END-STRING
           WRITE REG-RPT-CAMBIOS

           DISPLAY "TRANSACCIONES LEIDAS AL MAESTRO: " WKS-I-LEIDAS
           DISPLAY "TRANSACCIONES APLICADAS: " WKS-I-APLICADAS
           DISPLAY "TRANSACCIONES RECHAZADAS: " WKS-I-RECHAZADAS
           DISPLAY "AULAS RESERVADAS DOS VECES: " WKS-I-AULAS-DOBLES.
       0007-TOTALES-E.
           EXIT.

       0008-INICIO-CARGA-HORARIO SECTION.
      *CARGA TODAS LAS SESIONES DEL MAESTRO (ACTIVAS E INACTIVAS,
      *PARA PODER REACTIVARLAS) EN LA TABLA DE TRABAJO.
           MOVE LOW-VALUES TO HOR-LLAVE
           START HORARIO-MASTER KEY IS NOT LESS THAN HOR-LLAVE
           END-START
           IF WKS-FS-HORMST NOT = "00"
              GO TO 0008-CARGA-HORARIO-E
           END-IF

           READ HORARIO-MASTER NEXT
           AT END
              SET WKS-FIN-HORMST TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-HORMST
                   IF WKS-HO-CANT < 500
                      ADD 1 TO WKS-HO-CANT
                      MOVE WKS-HO-CANT TO WKS-HO-PROPIA
                      MOVE HOR-CURSO TO WKS-SP-CURSO
                      MOVE HOR-DIA TO WKS-SP-DIA
                      MOVE HOR-PERIODO-INI TO WKS-SP-INICIO
                      MOVE HOR-PERIODO-FIN TO WKS-SP-FIN
                      MOVE HOR-AULA TO WKS-SP-AULA
                      PERFORM 0011-INICIO-ACTUALIZA-TABLA THRU
                         0011-ACTUALIZA-TABLA-E
                      MOVE HOR-ESTADO TO WKS-HO-ESTADO(WKS-HO-CANT)
                   ELSE
                      DISPLAY "TABLA DE HORARIO LLENA, SESION SIN "
                              "REVISAR: " HOR-CURSO
                   END-IF
                   READ HORARIO-MASTER NEXT
                   AT END
                      SET WKS-FIN-HORMST TO TRUE
                   END-READ
           END-PERFORM

           DISPLAY "SESIONES CARGADAS DEL MAESTRO: " WKS-HO-CANT.
       0008-CARGA-HORARIO-E.
           EXIT.

       0009-INICIO-VALIDA-SESION SECTION.
      *VALIDA LA SESION PROPUESTA POR LA TRANSACCION: PERIODO FINAL,
      *CURSO ACTIVO EN CURSMST, AULA (EN BLANCO TOMA LA DEL CURSO) Y
      *CHOQUES CONTRA LAS DEMAS SESIONES ACTIVAS: EL AULA OCUPADA EN
      *EL MISMO DIA Y PERIODOS QUE SE ENCIMAN, O EL MISMO CURSO
      *ENCIMADO CONSIGO MISMO. WKS-HO-PROPIA SENALA LA ENTRADA DE LA
      *PROPIA SESION, QUE NO SE COMPARA.
           MOVE WKS-TH-CURSO TO WKS-SP-CURSO
           MOVE WKS-TH-DIA-N TO WKS-SP-DIA
           MOVE WKS-TH-INICIO-N TO WKS-SP-INICIO
           IF WKS-TH-FIN NOT NUMERIC
              MOVE "PERIODO INVALIDO" TO WKS-RT-MOTIVO
              GO TO 0009-VALIDA-SESION-E
           END-IF
           MOVE WKS-TH-FIN-N TO WKS-SP-FIN
           IF WKS-SP-FIN > 12 OR WKS-SP-FIN < WKS-SP-INICIO
              MOVE "PERIODO INVALIDO" TO WKS-RT-MOTIVO
              GO TO 0009-VALIDA-SESION-E
           END-IF

           MOVE WKS-TH-CURSO TO CURSO-CODIGO
           READ CURSO-MASTER
           END-READ
           IF WKS-FS-CURSMST NOT = "00"
              MOVE "CURSO DESCONOCIDO" TO WKS-RT-MOTIVO
              GO TO 0009-VALIDA-SESION-E
           END-IF
           IF CURSO-ESTADO NOT = "A"
              MOVE "CURSO INACTIVO" TO WKS-RT-MOTIVO
              GO TO 0009-VALIDA-SESION-E
           END-IF

           MOVE WKS-TH-AULA TO WKS-SP-AULA
           IF WKS-SP-AULA = SPACES
              MOVE CURSO-AULA TO WKS-SP-AULA
           END-IF
           IF WKS-SP-AULA = SPACES
              MOVE "AULA EN BLANCO" TO WKS-RT-MOTIVO
              GO TO 0009-VALIDA-SESION-E
           END-IF

           PERFORM VARYING WKS-HO-IDX FROM 1 BY 1
              UNTIL WKS-HO-IDX > WKS-HO-CANT OR
                    WKS-RT-MOTIVO NOT = SPACES
              IF WKS-HO-IDX NOT = WKS-HO-PROPIA AND
                 WKS-HO-ESTADO(WKS-HO-IDX) = "A" AND
                 WKS-HO-DIA(WKS-HO-IDX) = WKS-SP-DIA AND
                 WKS-HO-INICIO(WKS-HO-IDX) NOT > WKS-SP-FIN AND
                 WKS-HO-FIN(WKS-HO-IDX) NOT < WKS-SP-INICIO
                 EVALUATE TRUE
                 WHEN WKS-HO-AULA(WKS-HO-IDX) = WKS-SP-AULA
                      MOVE "AULA OCUPADA" TO WKS-RT-MOTIVO
                 WHEN WKS-HO-CURSO(WKS-HO-IDX) = WKS-SP-CURSO
                      MOVE "CHOQUE DEL CURSO" TO WKS-RT-MOTIVO
                 WHEN OTHER
                      CONTINUE
                 END-EVALUATE
                 IF WKS-RT-MOTIVO NOT = SPACES
                    STRING WKS-HO-CURSO(WKS-HO-IDX) " "
                           WKS-HO-INICIO(WKS-HO-IDX) "-"
                           WKS-HO-FIN(WKS-HO-IDX) " "
                           WKS-HO-AULA(WKS-HO-IDX)
                       DELIMITED BY SIZE INTO WKS-RT-CHOQUE
                    END-STRING
                 END-IF
              END-IF
           END-PERFORM.
       0009-VALIDA-SESION-E.
           EXIT.

       0010-INICIO-REVISA-AULAS SECTION.
      *REVISION FINAL DEL MAESTRO YA ACTUALIZADO: LISTA CADA PAREJA
      *DE SESIONES ACTIVAS QUE RESERVAN LA MISMA AULA EL MISMO DIA EN
      *PERIODOS QUE SE ENCIMAN (CARGADAS ANTES DE ESTA VALIDACION O
      *POR REACTIVACIONES), PARA QUE SE CORRIJAN.
           MOVE SPACES TO REG-RPT-CAMBIOS
           WRITE REG-RPT-CAMBIOS
           MOVE "REVISION DE AULAS RESERVADAS DOS VECES" TO
              REG-RPT-CAMBIOS
           WRITE REG-RPT-CAMBIOS

           PERFORM VARYING WKS-HO-IDX FROM 1 BY 1
              UNTIL WKS-HO-IDX > WKS-HO-CANT
              IF WKS-HO-ESTADO(WKS-HO-IDX) = "A"
                 PERFORM VARYING WKS-HO-IDX2 FROM WKS-HO-IDX BY 1
                    UNTIL WKS-HO-IDX2 > WKS-HO-CANT
                    IF WKS-HO-IDX2 NOT = WKS-HO-IDX AND
                       WKS-HO-ESTADO(WKS-HO-IDX2) = "A" AND
                       WKS-HO-AULA(WKS-HO-IDX2) =
                          WKS-HO-AULA(WKS-HO-IDX) AND
                       WKS-HO-DIA(WKS-HO-IDX2) =
                          WKS-HO-DIA(WKS-HO-IDX) AND
                       WKS-HO-INICIO(WKS-HO-IDX2) NOT >
                          WKS-HO-FIN(WKS-HO-IDX) AND
                       WKS-HO-FIN(WKS-HO-IDX2) NOT <
                          WKS-HO-INICIO(WKS-HO-IDX)
                       ADD 1 TO WKS-I-AULAS-DOBLES
                       MOVE WKS-HO-AULA(WKS-HO-IDX) TO WKS-LD-AULA
                       MOVE WKS-HO-DIA(WKS-HO-IDX) TO WKS-LD-DIA
                       MOVE WKS-HO-CURSO(WKS-HO-IDX) TO WKS-LD-CURSO-1
                       MOVE WKS-HO-INICIO(WKS-HO-IDX) TO
                          WKS-LD-INICIO-1
                       MOVE WKS-HO-FIN(WKS-HO-IDX) TO WKS-LD-FIN-1
                       MOVE WKS-HO-CURSO(WKS-HO-IDX2) TO
                          WKS-LD-CURSO-2
                       MOVE WKS-HO-INICIO(WKS-HO-IDX2) TO
                          WKS-LD-INICIO-2
                       MOVE WKS-HO-FIN(WKS-HO-IDX2) TO WKS-LD-FIN-2
                       MOVE SPACES TO REG-RPT-CAMBIOS
                       MOVE WKS-LINEA-DOBLE TO REG-RPT-CAMBIOS
                       WRITE REG-RPT-CAMBIOS
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM

           IF WKS-I-AULAS-DOBLES = ZEROES
              MOVE "  NINGUNA AULA RESERVADA DOS VECES" TO
                 REG-RPT-CAMBIOS
              WRITE REG-RPT-CAMBIOS
           END-IF.
       0010-REVISA-AULAS-E.
           EXIT.

       0011-INICIO-ACTUALIZA-TABLA SECTION.
      *PASA LA SESION PROPUESTA A LA ENTRADA WKS-HO-PROPIA DE LA
      *TABLA, ACTIVA.
           MOVE WKS-SP-CURSO TO WKS-HO-CURSO(WKS-HO-PROPIA)
           MOVE WKS-SP-DIA TO WKS-HO-DIA(WKS-HO-PROPIA)
           MOVE WKS-SP-INICIO TO WKS-HO-INICIO(WKS-HO-PROPIA)
           MOVE WKS-SP-FIN TO WKS-HO-FIN(WKS-HO-PROPIA)
           MOVE WKS-SP-AULA TO WKS-HO-AULA(WKS-HO-PROPIA)
           MOVE "A" TO WKS-HO-ESTADO(WKS-HO-PROPIA).
       0011-ACTUALIZA-TABLA-E.
           EXIT.

       0012-INICIO-BUSCA-PROPIA SECTION.
      *ENTRADA DE LA TABLA CON LA LLAVE DE LA TRANSACCION EN CURSO.
           MOVE ZEROES TO WKS-HO-PROPIA
           PERFORM VARYING WKS-HO-IDX FROM 1 BY 1
              UNTIL WKS-HO-IDX > WKS-HO-CANT OR
                    WKS-HO-PROPIA > ZEROES
              IF WKS-HO-CURSO(WKS-HO-IDX) = WKS-TH-CURSO AND
                 WKS-HO-DIA(WKS-HO-IDX) = WKS-TH-DIA-N AND
                 WKS-HO-INICIO(WKS-HO-IDX) = WKS-TH-INICIO-N
                 MOVE WKS-HO-IDX TO WKS-HO-PROPIA
              END-IF
           END-PERFORM.
       0012-BUSCA-PROPIA-E.
           EXIT.
