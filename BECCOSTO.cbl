      ******************************************************************
      * FECHA       : 2026                                             *
      * PROGRAMADOR : DIANA STEFFANNY SALGUERO ROSALES                 *
      * APLICACION  : EDUCACION                                        *
      * PROGRAMA    : EDUC3109                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : REPORTE DE COSTO DE BECAS PARA LA JUNTA          *
      *             : DIRECTIVA. LEE EL HISTORICO DE DESCUENTOS POR    *
      *             : BECA QUE DEJA LA FACTURACION (BECHIST, EDUC3056) *
      *             : PARA EL ANIO DE LA CORRIDA Y LO RESUME POR TIPO  *
      *             : DE BECA (MERITO, NECESIDAD) Y, DENTRO DE CADA    *
      *             : TIPO, POR GRADO DEL ESTUDIANTE (EDAD AL CORTE    *
      *             : DEL MAESTRO ESTUMST, LA MISMA QUE UBICA AL       *
      *             : ESTUDIANTE EN SU GRADO): BECARIOS, FACTURAS CON  *
      *             : DESCUENTO, MONTO BRUTO FACTURADO Y COSTO         *
      *             : (DESCUENTO CONCEDIDO), CON SUBTOTAL POR TIPO Y   *
      *             : TOTAL GENERAL. EL ANIO VIENE EN VARIABLE DE      *
      *             : AMBIENTE O EN LA SECCION EDUC3109 DE PARAMET.    *
      * ARCHIVOS    : BECHIST (ENTRADA), ESTUMST (ENTRADA), RPTBCOST   *
      *             : (SALIDA)                                         *
      * PROGRAMA(S) : PARMRD01, RUNSTAT1                               *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDUC3109.
       AUTHOR. DIANA SALGUERO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORICO-BECAS ASSIGN TO BECHIST
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-BECHIST.
           SELECT ESTUDIANTE-MASTER ASSIGN TO ESTUMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS ESTUM-LLAVE
                  FILE STATUS IS WKS-FS-ESTUMST.
           SELECT RPT-COSTO ASSIGN TO RPTBCOST
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-RPTBCOST.

       DATA DIVISION.

       FILE SECTION.
       FD HISTORICO-BECAS.
       01 REG-HISTORICO-BECAS           PIC X(60).

       FD ESTUDIANTE-MASTER.
           COPY ESTUMST.

       FD RPT-COSTO.
       01 REG-RPT-COSTO                 PIC X(100).

       WORKING-STORAGE SECTION.

       01 WKS-CONTROL-ARCHIVOS.
          02 WKS-FS-BECHIST             PIC X(02) VALUE SPACES.
             88 WKS-FIN-BECHIST                   VALUE "10".
          02 WKS-FS-ESTUMST             PIC X(02) VALUE SPACES.
          02 WKS-FS-RPTBCOST            PIC X(02) VALUE SPACES.

      *MISMA LINEA DEL HISTORICO DE BECAS QUE GRABA EDUC3056.
       01 WKS-LINEA-HISTBECA.
          02 WKS-HB-MES                 PIC 9(06) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-HB-REFERENCIA          PIC 9(08) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-HB-CODIGO              PIC 9(05) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-HB-TIPO                PIC X(01) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-HB-MODALIDAD           PIC X(01) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-HB-BRUTO               PIC 9(07)V99 VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-HB-DESCUENTO           PIC 9(07)V99 VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-HB-FECHA               PIC 9(08) VALUE ZEROES.

       01 WKS-ANIO-REPORTE              PIC 9(04) VALUE ZEROES.

      *CUADRO DE COSTOS: TIPO 1=MERITO, 2=NECESIDAD; GRADO 1 A 30 ES
      *LA EDAD AL CORTE 00 A 29 Y EL 31 JUNTA A LOS ESTUDIANTES QUE
      *YA NO ESTAN EN EL MAESTRO O TRAEN UNA EDAD FUERA DE RANGO.
       01 WKS-CUADRO-COSTOS.
          02 WKS-CC-TIPO OCCURS 2 TIMES.
             03 WKS-CC-GRADO OCCURS 31 TIMES.
                04 WKS-CC-BECARIOS      PIC 9(05).
                04 WKS-CC-FACTURAS      PIC 9(06).
                04 WKS-CC-BRUTO         PIC 9(09)V99.
                04 WKS-CC-COSTO         PIC 9(09)V99.
       01 WKS-CONTROL-CUADRO.
          02 WKS-CC-T                   PIC 9(01) VALUE ZEROES.
          02 WKS-CC-G                   PIC 9(02) VALUE ZEROES.
          02 WKS-SUB-BECARIOS           PIC 9(05) VALUE ZEROES.
          02 WKS-SUB-FACTURAS           PIC 9(06) VALUE ZEROES.
          02 WKS-SUB-BRUTO              PIC 9(09)V99 VALUE ZEROES.
          02 WKS-SUB-COSTO              PIC 9(09)V99 VALUE ZEROES.
          02 WKS-TOT-BECARIOS           PIC 9(05) VALUE ZEROES.
          02 WKS-TOT-FACTURAS           PIC 9(06) VALUE ZEROES.
          02 WKS-TOT-BRUTO              PIC 9(09)V99 VALUE ZEROES.
          02 WKS-TOT-COSTO              PIC 9(09)V99 VALUE ZEROES.

      *BECARIOS YA CONTADOS POR TIPO, CON EL GRADO QUE SE LES
      *ASIGNO LA PRIMERA VEZ (EL MAESTRO SE LEE UNA SOLA VEZ POR
      *ESTUDIANTE).
       01 WKS-TABLA-BECARIOS.
          02 WKS-BE-ENTRADA OCCURS 2000 TIMES.
             03 WKS-BE-CODIGO           PIC 9(05).
             03 WKS-BE-TIPO             PIC 9(01).
             03 WKS-BE-GRADO            PIC 9(02).
          02 WKS-BE-CANT                PIC 9(04) VALUE ZEROES.
          02 WKS-BE-IDX                 PIC 9(04) VALUE ZEROES.
          02 WKS-BE-POS                 PIC 9(04) VALUE ZEROES.

       01 WKS-LINEA-COSTO.
          02 WKS-LO-ETIQUETA            PIC X(20) VALUE SPACES.
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 WKS-LO-BECARIOS            PIC ZZZZ9.
          02 FILLER                     PIC X(03) VALUE SPACES.
          02 WKS-LO-FACTURAS            PIC ZZZZZ9.
          02 FILLER                     PIC X(03) VALUE SPACES.
          02 WKS-LO-BRUTO               PIC ZZZ,ZZZ,ZZ9.99.
          02 FILLER                     PIC X(03) VALUE SPACES.
          02 WKS-LO-COSTO               PIC ZZZ,ZZZ,ZZ9.99.

       01 WKS-EDAD-EDITADA              PIC 9(02) VALUE ZEROES.

       01 WKS-ITERACIONES.
          02 WKS-I-LEIDAS               PIC 9(06) VALUE ZEROES.
          02 WKS-I-DEL-ANIO             PIC 9(06) VALUE ZEROES.
          02 WKS-I-DESCARTADAS          PIC 9(06) VALUE ZEROES.

      *AREA PARA EL LECTOR COMUN DEL ARCHIVO CENTRAL DE PARAMETROS.
       01 WKS-CONTROL-PARAMETROS.
          02 WKS-PARM-SECCION           PIC X(08) VALUE "EDUC3109".
          02 WKS-PARM-CANT              PIC 9(02) VALUE ZEROES.
          02 WKS-PARM-TABLA.
             03 WKS-PARM-ENTRADA OCCURS 20 TIMES.
                04 WKS-PARM-CLAVE       PIC X(20).
                04 WKS-PARM-VALOR       PIC X(20).
          02 WKS-PARM-SIN-SECCION       PIC X(01) VALUE "S".
          02 WKS-PARM-IDX               PIC 9(02) VALUE ZEROES.

      *AREA PARA LA RUTINA COMUN DE ESTADISTICAS DE CORRIDA.
       01 WKS-CONTROL-ESTADISTICA.
          02 WKS-ST-PROGRAMA            PIC X(08) VALUE "EDUK3109".
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

           PERFORM 0001-INICIO-PARAMETROS THRU 0001-PARAMETROS-E
           PERFORM 0002-INICIO-ABRE-ARCHIVOS THRU 0002-ABRE-ARCHIVOS-E

           INITIALIZE WKS-CUADRO-COSTOS

           READ HISTORICO-BECAS INTO WKS-LINEA-HISTBECA
           AT END
              SET WKS-FIN-BECHIST TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-BECHIST
                   ADD 1 TO WKS-I-LEIDAS
                   PERFORM 0003-INICIO-ACUMULA THRU 0003-ACUMULA-E
                   READ HISTORICO-BECAS INTO WKS-LINEA-HISTBECA
                   AT END
                      SET WKS-FIN-BECHIST TO TRUE
                   END-READ
           END-PERFORM

           PERFORM 0005-INICIO-IMPRIME THRU 0005-IMPRIME-E

           CLOSE HISTORICO-BECAS, ESTUDIANTE-MASTER, RPT-COSTO

           DISPLAY "LINEAS LEIDAS DEL HISTORICO: " WKS-I-LEIDAS
           DISPLAY "DESCUENTOS DEL ANIO: " WKS-I-DEL-ANIO
           DISPLAY "LINEAS DESCARTADAS: " WKS-I-DESCARTADAS
           DISPLAY "COSTO TOTAL DE BECAS: " WKS-TOT-COSTO

           MOVE WKS-I-LEIDAS TO WKS-ST-LEIDOS
           MOVE WKS-I-DEL-ANIO TO WKS-ST-ESCRITOS
           MOVE WKS-I-DESCARTADAS TO WKS-ST-RECHAZADOS
           CALL 'RUNSTAT1' USING WKS-ST-PROGRAMA
                                 WKS-ST-FECHA-INICIO
                                 WKS-ST-HORA-INICIO
                                 WKS-ST-LEIDOS
                                 WKS-ST-ESCRITOS
                                 WKS-ST-RECHAZADOS

           STOP RUN.
       0000-INICIO-E.
           EXIT.

       0001-INICIO-PARAMETROS SECTION.
      *EL ANIO POR OMISION ES EL EN CURSO.
           ACCEPT WKS-ANIO-REPORTE FROM ENVIRONMENT "BECA_ANIO"
           IF WKS-ANIO-REPORTE NOT NUMERIC OR
              WKS-ANIO-REPORTE = ZEROES
              MOVE WKS-ST-FECHA-INICIO(1:4) TO WKS-ANIO-REPORTE
           END-IF

           CALL 'PARMRD01' USING WKS-PARM-SECCION
                                 WKS-PARM-CANT
                                 WKS-PARM-TABLA
                                 WKS-PARM-SIN-SECCION

           PERFORM VARYING WKS-PARM-IDX FROM 1 BY 1
              UNTIL WKS-PARM-IDX > WKS-PARM-CANT
              EVALUATE WKS-PARM-CLAVE(WKS-PARM-IDX)
              WHEN "BECA_ANIO"
                   IF WKS-PARM-VALOR(WKS-PARM-IDX)(1:4) NUMERIC AND
                      WKS-PARM-VALOR(WKS-PARM-IDX)(1:4) NOT = "0000"
                      MOVE WKS-PARM-VALOR(WKS-PARM-IDX)(1:4) TO
                         WKS-ANIO-REPORTE
                   END-IF
              WHEN OTHER
                   DISPLAY "PARAMETRO DESCONOCIDO EN PARAMET: "
                           WKS-PARM-CLAVE(WKS-PARM-IDX)
              END-EVALUATE
           END-PERFORM

           DISPLAY "PARAMETROS EFECTIVOS DE LA CORRIDA:"
           DISPLAY "  BECA_ANIO: " WKS-ANIO-REPORTE.
       0001-PARAMETROS-E.
           EXIT.

       0002-INICIO-ABRE-ARCHIVOS SECTION.
           OPEN INPUT HISTORICO-BECAS
           IF WKS-FS-BECHIST NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL HISTORICO DE BECAS"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT ESTUDIANTE-MASTER
           IF WKS-FS-ESTUMST NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE ESTUDIANTES"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT RPT-COSTO
           IF WKS-FS-RPTBCOST NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL REPORTE DE COSTO DE BECAS"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
       0002-ABRE-ARCHIVOS-E.
           EXIT.

       0003-INICIO-ACUMULA SECTION.
      *SOLO DESCUENTOS DEL ANIO Y DE TIPO CONOCIDO.
           IF WKS-HB-MES(1:4) NOT = WKS-ANIO-REPORTE
              GO TO 0003-ACUMULA-E
           END-IF
           EVALUATE WKS-HB-TIPO
           WHEN "M"
                MOVE 1 TO WKS-CC-T
           WHEN "N"
                MOVE 2 TO WKS-CC-T
           WHEN OTHER
                ADD 1 TO WKS-I-DESCARTADAS
                GO TO 0003-ACUMULA-E
           END-EVALUATE
           IF WKS-HB-BRUTO NOT NUMERIC OR WKS-HB-DESCUENTO NOT NUMERIC
              ADD 1 TO WKS-I-DESCARTADAS
              GO TO 0003-ACUMULA-E
           END-IF
           ADD 1 TO WKS-I-DEL-ANIO

           MOVE ZEROES TO WKS-BE-POS
           PERFORM VARYING WKS-BE-IDX FROM 1 BY 1
              UNTIL WKS-BE-IDX > WKS-BE-CANT OR WKS-BE-POS > ZEROES
              IF WKS-BE-CODIGO(WKS-BE-IDX) = WKS-HB-CODIGO AND
                 WKS-BE-TIPO(WKS-BE-IDX) = WKS-CC-T
                 MOVE WKS-BE-IDX TO WKS-BE-POS
              END-IF
           END-PERFORM

           IF WKS-BE-POS > ZEROES
              MOVE WKS-BE-GRADO(WKS-BE-POS) TO WKS-CC-G
           ELSE
              PERFORM 0004-INICIO-GRADO THRU 0004-GRADO-E
              ADD 1 TO WKS-CC-BECARIOS(WKS-CC-T, WKS-CC-G)
              IF WKS-BE-CANT < 2000
                 ADD 1 TO WKS-BE-CANT
                 MOVE WKS-HB-CODIGO TO WKS-BE-CODIGO(WKS-BE-CANT)
                 MOVE WKS-CC-T TO WKS-BE-TIPO(WKS-BE-CANT)
                 MOVE WKS-CC-G TO WKS-BE-GRADO(WKS-BE-CANT)
              END-IF
           END-IF

           ADD 1 TO WKS-CC-FACTURAS(WKS-CC-T, WKS-CC-G)
           ADD WKS-HB-BRUTO TO WKS-CC-BRUTO(WKS-CC-T, WKS-CC-G)
           ADD WKS-HB-DESCUENTO TO WKS-CC-COSTO(WKS-CC-T, WKS-CC-G).
       0003-ACUMULA-E.
           EXIT.

       0004-INICIO-GRADO SECTION.
      *GRADO DEL ESTUDIANTE = EDAD AL CORTE DEL MAESTRO.
           MOVE 31 TO WKS-CC-G
           MOVE WKS-HB-CODIGO TO ESTUM-CODIGO
           READ ESTUDIANTE-MASTER
           END-READ
           IF WKS-FS-ESTUMST = "00" AND ESTUM-EDAD-CORTE NUMERIC
              IF ESTUM-EDAD-CORTE < 30
                 COMPUTE WKS-CC-G = ESTUM-EDAD-CORTE + 1
              END-IF
           END-IF.
       0004-GRADO-E.
           EXIT.

       0005-INICIO-IMPRIME SECTION.
           MOVE SPACES TO REG-RPT-COSTO
           STRING "COSTO DE BECAS DEL ANIO " WKS-ANIO-REPORTE
                  " POR TIPO Y GRADO (EDAD AL CORTE)"
              DELIMITED BY SIZE INTO REG-RPT-COSTO
           END-STRING
           WRITE REG-RPT-COSTO
           MOVE SPACES TO REG-RPT-COSTO
           WRITE REG-RPT-COSTO
           MOVE SPACES TO REG-RPT-COSTO
           STRING "TIPO / GRADO          BECARIOS  FACTURAS"
                  "    MONTO BRUTO           COSTO"
              DELIMITED BY SIZE INTO REG-RPT-COSTO
           END-STRING
           WRITE REG-RPT-COSTO

           PERFORM VARYING WKS-CC-T FROM 1 BY 1 UNTIL WKS-CC-T > 2
              MOVE SPACES TO REG-RPT-COSTO
              WRITE REG-RPT-COSTO
              IF WKS-CC-T = 1
                 MOVE "BECAS DE MERITO" TO REG-RPT-COSTO
              ELSE
                 MOVE "BECAS DE NECESIDAD" TO REG-RPT-COSTO
              END-IF
              WRITE REG-RPT-COSTO
              MOVE ZEROES TO WKS-SUB-BECARIOS WKS-SUB-FACTURAS
                             WKS-SUB-BRUTO WKS-SUB-COSTO
              PERFORM VARYING WKS-CC-G FROM 1 BY 1 UNTIL WKS-CC-G > 31
                 IF WKS-CC-FACTURAS(WKS-CC-T, WKS-CC-G) > ZEROES
                    PERFORM 0006-INICIO-LINEA-GRADO THRU
                       0006-LINEA-GRADO-E
                 END-IF
              END-PERFORM
              MOVE "  SUBTOTAL DEL TIPO" TO WKS-LO-ETIQUETA
              MOVE WKS-SUB-BECARIOS TO WKS-LO-BECARIOS
              MOVE WKS-SUB-FACTURAS TO WKS-LO-FACTURAS
              MOVE WKS-SUB-BRUTO TO WKS-LO-BRUTO
              MOVE WKS-SUB-COSTO TO WKS-LO-COSTO
              WRITE REG-RPT-COSTO FROM WKS-LINEA-COSTO
              ADD WKS-SUB-BECARIOS TO WKS-TOT-BECARIOS
              ADD WKS-SUB-FACTURAS TO WKS-TOT-FACTURAS
              ADD WKS-SUB-BRUTO TO WKS-TOT-BRUTO
              ADD WKS-SUB-COSTO TO WKS-TOT-COSTO
           END-PERFORM

           MOVE SPACES TO REG-RPT-COSTO
           WRITE REG-RPT-COSTO
           MOVE "TOTAL GENERAL" TO WKS-LO-ETIQUETA
           MOVE WKS-TOT-BECARIOS TO WKS-LO-BECARIOS
           MOVE WKS-TOT-FACTURAS TO WKS-LO-FACTURAS
           MOVE WKS-TOT-BRUTO TO WKS-LO-BRUTO
           MOVE WKS-TOT-COSTO TO WKS-LO-COSTO
           WRITE REG-RPT-COSTO FROM WKS-LINEA-COSTO.
       0005-IMPRIME-E.
           EXIT.

       0006-INICIO-LINEA-GRADO SECTION.
           MOVE SPACES TO WKS-LO-ETIQUETA
           IF WKS-CC-G = 31
              MOVE "  SIN GRADO" TO WKS-LO-ETIQUETA
           ELSE
              COMPUTE WKS-EDAD-EDITADA = WKS-CC-G - 1
              STRING "  EDAD AL CORTE " WKS-EDAD-EDITADA
                 DELIMITED BY SIZE INTO WKS-LO-ETIQUETA
              END-STRING
           END-IF
           MOVE WKS-CC-BECARIOS(WKS-CC-T, WKS-CC-G) TO WKS-LO-BECARIOS
           MOVE WKS-CC-FACTURAS(WKS-CC-T, WKS-CC-G) TO WKS-LO-FACTURAS
           MOVE WKS-CC-BRUTO(WKS-CC-T, WKS-CC-G) TO WKS-LO-BRUTO
           MOVE WKS-CC-COSTO(WKS-CC-T, WKS-CC-G) TO WKS-LO-COSTO
           WRITE REG-RPT-COSTO FROM WKS-LINEA-COSTO

           ADD WKS-CC-BECARIOS(WKS-CC-T, WKS-CC-G) TO WKS-SUB-BECARIOS
           ADD WKS-CC-FACTURAS(WKS-CC-T, WKS-CC-G) TO WKS-SUB-FACTURAS
           ADD WKS-CC-BRUTO(WKS-CC-T, WKS-CC-G) TO WKS-SUB-BRUTO
           ADD WKS-CC-COSTO(WKS-CC-T, WKS-CC-G) TO WKS-SUB-COSTO.
       0006-LINEA-GRADO-E.
           EXIT.
