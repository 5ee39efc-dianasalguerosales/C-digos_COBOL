      * DESCRIPCION : PAQUETE OPERATIVO DE CIERRE DE MES EN UN SOLO    *
      *             : REPORTE ESTRUCTURADO, EN VEZ DE LOS TRES         *
      *             : LISTADOS SUELTOS QUE NADIE LEE: PORTADA CON LOS  *
      *             : DELTAS MES CONTRA MES (VOLUMEN, TASA DE RECHAZO, *
      *             : CALIDAD DE CONCILIACION, DURACION DE LA          *
      *             : VENTANA), VOLUMENES Y TASA DE RECHAZO POR SEMANA *
      *             : DESDE DEPTHIST, TENDENCIA DE LA VENTANA BATCH    *
      *             : DESDE LA ACUMULACION DE RUNSTAT (ESTADCOR) CON   *
      *             : LA PEOR NOCHE SEÑALADA, CALIDAD DE CONCILIACION  *
      *             : DESDE HISTCONC Y EL CONTEO DE GENERACIONES       *
      *             : INTRADIA DE LA BITACORA INTRAGEN. INCLUYE LA     *
      *             : TENDENCIA DE PENDIENTES DE LAS COLAS DE DECISION *
      *             : DESDE BKLHIST (EDUC3120). SE PIDE CON MES_PACK   *
      *             : (AAAAMM).                                        *
      * ARCHIVOS    : DEPTHIST, ESTADCOR, HISTCONC, INTRAGEN, BKLHIST  *
      *             : (ENTRADA), RPTPACK (SALIDA)                      *
      * PROGRAMA(S) : PARMRD01                                         *
      ******************************************************************
           SELECT ARCHIVO-INTRAGEN ASSIGN TO INTRAGEN
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-INTRAGEN.
           SELECT HISTORIA-PENDIENTES ASSIGN TO BKLHIST
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-BKLHIST.
           SELECT RPT-PACK ASSIGN TO RPTPACK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-RPTPACK.
       FD ARCHIVO-INTRAGEN.
       01 REG-INTRAGEN                  PIC X(40).

       FD HISTORIA-PENDIENTES.
       01 REG-HISTORIA-PENDIENTES       PIC X(60).

       FD RPT-PACK.
       01 REG-RPT-PACK                  PIC X(100).

             88 WKS-FIN-HISTCONC                  VALUE "10".
          02 WKS-FS-INTRAGEN            PIC X(02) VALUE SPACES.
             88 WKS-FIN-INTRAGEN                  VALUE "10".
          02 WKS-FS-BKLHIST             PIC X(02) VALUE SPACES.
             88 WKS-FIN-BKLHIST                   VALUE "10".
          02 WKS-FS-RPTPACK             PIC X(02) VALUE SPACES.

       01 WKS-CONTROL-MESES.
          02 WKS-HI-IGUAL            PIC 9(05) VALUE ZEROES.
          02 FILLER                  PIC X(39) VALUE SPACES.

      *MISMA LINEA DE BKLHIST QUE GRABA EDUC3120 (SOLO LOS CAMPOS
      *QUE EL PAQUETE USA).
       01 WKS-LINEA-PENDIENTES.
          02 WKS-HB-FECHA            PIC 9(08) VALUE ZEROES.
          02 FILLER                  PIC X(01) VALUE SPACES.
          02 WKS-HB-COLA             PIC X(08) VALUE SPACES.
          02 FILLER                  PIC X(01) VALUE SPACES.
          02 WKS-HB-ABIERTOS         PIC 9(06) VALUE ZEROES.
          02 FILLER                  PIC X(01) VALUE SPACES.
          02 WKS-HB-ANTIGUEDAD       PIC 9(05) VALUE ZEROES.
          02 FILLER                  PIC X(01) VALUE SPACES.
          02 WKS-HB-NUEVOS           PIC 9(06) VALUE ZEROES.
          02 FILLER                  PIC X(01) VALUE SPACES.
          02 WKS-HB-CERRADOS         PIC 9(06) VALUE ZEROES.
          02 FILLER                  PIC X(01) VALUE SPACES.
          02 WKS-HB-FUERA-SLA        PIC 9(06) VALUE ZEROES.
          02 FILLER                  PIC X(10) VALUE SPACES.

      *TENDENCIA DEL MES POR COLA DE DECISION. SI LA COLA SE CORRIO
      *MAS DE UNA VEZ EN UN DIA, VALE LA ULTIMA FOTO DE ESE DIA.
       01 WKS-TABLA-PENDIENTES.
          02 WKS-BK-ENTRADA OCCURS 10 TIMES.
             03 WKS-BK-COLA          PIC X(08).
             03 WKS-BK-ABIERTOS-INI  PIC 9(06).
             03 WKS-BK-ABIERTOS-FIN  PIC 9(06).
             03 WKS-BK-ABIERTOS-MAX  PIC 9(06).
             03 WKS-BK-ANTIG-MAX     PIC 9(05).
             03 WKS-BK-NUEVOS        PIC 9(07).
             03 WKS-BK-CERRADOS      PIC 9(07).
             03 WKS-BK-DIAS-FUERA    PIC 9(03).
             03 WKS-BK-ULT-FECHA     PIC 9(08).
             03 WKS-BK-ULT-NUEVOS    PIC 9(06).
             03 WKS-BK-ULT-CERRADOS  PIC 9(06).
             03 WKS-BK-ULT-FUERA     PIC X(01).
          02 WKS-BK-CANT             PIC 9(02) VALUE ZEROES.
          02 WKS-BK-IDX              PIC 9(02) VALUE ZEROES.
          02 WKS-BK-POS              PIC 9(02) VALUE ZEROES.

      *ACUMULADOS DEL MES Y DEL MES ANTERIOR.
       01 WKS-ACUMULADOS.
          02 WKS-AC-VOL-MES          PIC 9(08) VALUE ZEROES.
              0004-ACUMULA-CONCILIA-E
           PERFORM 0005-INICIO-CUENTA-INTRADIA THRU
              0005-CUENTA-INTRADIA-E
           PERFORM 0007-INICIO-ACUMULA-PENDIENTES THRU
              0007-ACUMULA-PENDIENTES-E
           PERFORM 0006-INICIO-ESCRIBE-PACK THRU 0006-ESCRIBE-PACK-E

           DISPLAY "PAQUETE MENSUAL GENERADO PARA " WKS-MES-PACK
           END-STRING
           WRITE REG-RPT-PACK

      *TENDENCIA DE PENDIENTES DE LAS COLAS DE DECISION (BKLHIST).
           MOVE SPACES TO REG-RPT-PACK
           WRITE REG-RPT-PACK
           MOVE "PENDIENTES DE LAS COLAS DE DECISION EN EL MES:" TO
              REG-RPT-PACK
           WRITE REG-RPT-PACK
           IF WKS-BK-CANT = ZEROES
              MOVE "  SIN FOTOS DE PENDIENTES EN EL MES" TO
                 REG-RPT-PACK
              WRITE REG-RPT-PACK
           ELSE
              MOVE SPACES TO REG-RPT-PACK
              STRING "  COLA     INICIO    FIN   MAXIMO ANTIG  "
                     "NUEVOS  CERRAD DIAS FUERA SLA"
                 DELIMITED BY SIZE INTO REG-RPT-PACK
              END-STRING
              WRITE REG-RPT-PACK
           END-IF
           PERFORM VARYING WKS-BK-IDX FROM 1 BY 1
              UNTIL WKS-BK-IDX > WKS-BK-CANT
              MOVE SPACES TO REG-RPT-PACK
              STRING "  " WKS-BK-COLA(WKS-BK-IDX)
                     " " WKS-BK-ABIERTOS-INI(WKS-BK-IDX)
                     " " WKS-BK-ABIERTOS-FIN(WKS-BK-IDX)
                     " " WKS-BK-ABIERTOS-MAX(WKS-BK-IDX)
                     " " WKS-BK-ANTIG-MAX(WKS-BK-IDX)
                     " " WKS-BK-NUEVOS(WKS-BK-IDX)
                     " " WKS-BK-CERRADOS(WKS-BK-IDX)
                     " " WKS-BK-DIAS-FUERA(WKS-BK-IDX)
                 DELIMITED BY SIZE INTO REG-RPT-PACK
              END-STRING
              WRITE REG-RPT-PACK
           END-PERFORM

           CLOSE RPT-PACK.
       0006-ESCRIBE-PACK-E.
           EXIT.

       0007-INICIO-ACUMULA-PENDIENTES SECTION.
      *FOTOS DIARIAS DE LAS COLAS DE DECISION QUE GRABA EDUC3120:
      *ABIERTOS AL INICIO Y AL FIN DEL MES, EL MAXIMO, LA MAYOR
      *ANTIGUEDAD, LO QUE ENTRO Y SALIO Y LOS DIAS FUERA DE SLA.
           INITIALIZE WKS-TABLA-PENDIENTES
           OPEN INPUT HISTORIA-PENDIENTES
           IF WKS-FS-BKLHIST NOT = "00"
              DISPLAY "SIN HISTORIA DE PENDIENTES BKLHIST"
              GO TO 0007-ACUMULA-PENDIENTES-E
           END-IF

           READ HISTORIA-PENDIENTES INTO WKS-LINEA-PENDIENTES
           AT END
              SET WKS-FIN-BKLHIST TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-BKLHIST
                   IF WKS-HB-FECHA(1:6) = WKS-MES-PACK
                      PERFORM 0008-INICIO-FOTO-PENDIENTES THRU
                         0008-FOTO-PENDIENTES-E
                   END-IF
                   READ HISTORIA-PENDIENTES INTO WKS-LINEA-PENDIENTES
                   AT END
                      SET WKS-FIN-BKLHIST TO TRUE
                   END-READ
           END-PERFORM

           CLOSE HISTORIA-PENDIENTES.
       0007-ACUMULA-PENDIENTES-E.
           EXIT.

       0008-INICIO-FOTO-PENDIENTES SECTION.
           MOVE ZEROES TO WKS-BK-POS
           PERFORM VARYING WKS-BK-IDX FROM 1 BY 1
              UNTIL WKS-BK-IDX > WKS-BK-CANT
              IF WKS-BK-COLA(WKS-BK-IDX) = WKS-HB-COLA
                 MOVE WKS-BK-IDX TO WKS-BK-POS
              END-IF
           END-PERFORM

           IF WKS-BK-POS = ZEROES
              IF WKS-BK-CANT NOT < 10
                 DISPLAY "COLA DE MAS EN BKLHIST, SE OMITE: "
                         WKS-HB-COLA
                 GO TO 0008-FOTO-PENDIENTES-E
              END-IF
              ADD 1 TO WKS-BK-CANT
              MOVE WKS-BK-CANT TO WKS-BK-POS
              MOVE WKS-HB-COLA TO WKS-BK-COLA(WKS-BK-POS)
              MOVE WKS-HB-ABIERTOS TO WKS-BK-ABIERTOS-INI(WKS-BK-POS)
           END-IF

      *UNA SEGUNDA CORRIDA DEL MISMO DIA REEMPLAZA A LA PRIMERA.
           IF WKS-HB-FECHA = WKS-BK-ULT-FECHA(WKS-BK-POS)
              SUBTRACT WKS-BK-ULT-NUEVOS(WKS-BK-POS) FROM
                 WKS-BK-NUEVOS(WKS-BK-POS)
              SUBTRACT WKS-BK-ULT-CERRADOS(WKS-BK-POS) FROM
                 WKS-BK-CERRADOS(WKS-BK-POS)
              IF WKS-BK-ULT-FUERA(WKS-BK-POS) = "S"
                 SUBTRACT 1 FROM WKS-BK-DIAS-FUERA(WKS-BK-POS)
              END-IF
           END-IF

           MOVE WKS-HB-FECHA TO WKS-BK-ULT-FECHA(WKS-BK-POS)
           MOVE WKS-HB-NUEVOS TO WKS-BK-ULT-NUEVOS(WKS-BK-POS)
           MOVE WKS-HB-CERRADOS TO WKS-BK-ULT-CERRADOS(WKS-BK-POS)
           ADD WKS-HB-NUEVOS TO WKS-BK-NUEVOS(WKS-BK-POS)
           ADD WKS-HB-CERRADOS TO WKS-BK-CERRADOS(WKS-BK-POS)
           IF WKS-HB-FUERA-SLA > ZEROES
              MOVE "S" TO WKS-BK-ULT-FUERA(WKS-BK-POS)
              ADD 1 TO WKS-BK-DIAS-FUERA(WKS-BK-POS)
           ELSE
              MOVE "N" TO WKS-BK-ULT-FUERA(WKS-BK-POS)
           END-IF

           MOVE WKS-HB-ABIERTOS TO WKS-BK-ABIERTOS-FIN(WKS-BK-POS)
           IF WKS-HB-ABIERTOS > WKS-BK-ABIERTOS-MAX(WKS-BK-POS)
              MOVE WKS-HB-ABIERTOS TO WKS-BK-ABIERTOS-MAX(WKS-BK-POS)
           END-IF
           IF WKS-HB-ANTIGUEDAD > WKS-BK-ANTIG-MAX(WKS-BK-POS)
              MOVE WKS-HB-ANTIGUEDAD TO WKS-BK-ANTIG-MAX(WKS-BK-POS)
           END-IF.
       0008-FOTO-PENDIENTES-E.
           EXIT.
