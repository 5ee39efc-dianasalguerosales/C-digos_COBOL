      ******************************************************************
      * FECHA       : 2026                                             *
      * PROGRAMADOR : DIANA STEFFANNY SALGUERO ROSALES                 *
      * APLICACION  : EDUCACION                                        *
      * PROGRAMA    : EDUC3120                                         *
      * TIPO        : BATCH (DIARIO)                                   *
      * DESCRIPCION : TABLERO DIARIO DE PENDIENTES DE TODAS LAS COLAS  *
      *             : DE DECISION HUMANA: DPI EN SUSPENSO (SUSPDPI),   *
      *             : SOSPECHAS DE FABRICADO ANTE RENAP (SOSPFAB),     *
      *             : CORRECCIONES POR APROBAR (PENDAPRO), LIBERACION  *
      *             : DE ALTO VALOR (REVQUEUE), RECLAMOS ABIERTOS      *
      *             : (RECLMAST), CONVENIOS DE PAGO CON CUOTAS         *
      *             : VENCIDAS (CONVMST) Y DISPUTAS ABIERTAS           *
      *             : (DISPUTA). POR COLA REPORTA LOS ABIERTOS, LA     *
      *             : ANTIGUEDAD DEL MAS VIEJO EN DIAS HABILES         *
      *             : (ELAPBUS1), LOS NUEVOS Y LOS CERRADOS DESDE LA   *
      *             : CORRIDA ANTERIOR Y LOS QUE YA PASARON EL SLA DE  *
      *             : LA COLA (SLA_<COLA> EN PARAMET). AGREGA LA FOTO  *
      *             : DEL DIA A LA HISTORIA BKLHIST, DE DONDE EL       *
      *             : PAQUETE MENSUAL (EDUC3068) SACA LA TENDENCIA, Y  *
      *             : LEVANTA LA ALERTA BKL0001 (MSGCAT01) POR CADA    *
      *             : COLA FUERA DE SLA.                               *
      * ARCHIVOS    : SUSPDPI, SOSPFAB, PENDAPRO, REVQUEUE, RECLMAST,  *
      *             : CONVMST, DISPUTA (ENTRADA), BKLHIST (EXTEND),    *
      *             : RPTBKL (SALIDA)                                  *
      * PROGRAMA(S) : PARMRD01, ELAPBUS1, MSGCAT01                     *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDUC3120.
       AUTHOR. DIANA SALGUERO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSO-DPI ASSIGN TO SUSPDPI
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-COLA.
           SELECT SOSPECHA-FABRICADO ASSIGN TO SOSPFAB
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-COLA.
           SELECT PENDIENTES-APROBACION ASSIGN TO PENDAPRO
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-COLA.
           SELECT COLA-REVISION ASSIGN TO REVQUEUE
                  FILE STATUS IS WKS-FS-COLA.
           SELECT RECLAMOS-MASTER ASSIGN TO RECLMAST
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-COLA.
           SELECT CONVENIO-MASTER ASSIGN TO CONVMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS CONV-LLAVE
                  FILE STATUS IS WKS-FS-COLA.
           SELECT CASOS-DISPUTA ASSIGN TO DISPUTA
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS DISP-LLAVE
                  FILE STATUS IS WKS-FS-COLA.
      *HISTORIA ACUMULADA DEL TABLERO: UNA LINEA POR COLA Y DIA.
           SELECT HISTORIA-PENDIENTES ASSIGN TO BKLHIST
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-BKLHIST.
           SELECT RPT-TABLERO ASSIGN TO RPTBKL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-RPTBKL.

       DATA DIVISION.

       FILE SECTION.
       FD SUSPENSO-DPI.
       01 REG-SUSPENSO                  PIC X(28).

       FD SOSPECHA-FABRICADO.
       01 REG-SOSPECHA-FAB              PIC X(50).

       FD PENDIENTES-APROBACION.
       01 REG-PENDIENTE                 PIC X(90).

       FD COLA-REVISION
           RECORDING MODE IS F.
       01 AREA-REVISION                 PIC X(135).

       FD RECLAMOS-MASTER.
       01 REG-RECLAMO                   PIC X(35).

       FD CONVENIO-MASTER.
           COPY CONVMST.

       FD CASOS-DISPUTA.
           COPY DISPUTA.

       FD HISTORIA-PENDIENTES.
       01 REG-HISTORIA-PENDIENTES       PIC X(60).

       FD RPT-TABLERO.
       01 REG-RPT-TABLERO               PIC X(132).

       WORKING-STORAGE SECTION.

      *LAS COLAS SE LEEN UNA DESPUES DE OTRA, ASI QUE COMPARTEN EL
      *MISMO ESTADO DE ARCHIVO.
       01 WKS-CONTROL-ARCHIVOS.
          02 WKS-FS-COLA                PIC X(02) VALUE SPACES.
             88 WKS-FIN-COLA                      VALUE "10".
          02 WKS-FS-BKLHIST             PIC X(02) VALUE SPACES.
             88 WKS-FIN-BKLHIST                   VALUE "10".
          02 WKS-FS-RPTBKL              PIC X(02) VALUE SPACES.

       01 WKS-CONTROL-FECHA.
          02 WKS-FECHA-ENTERA           PIC X(20) VALUE SPACES.
          02 WKS-FECHA-HOY              PIC 9(08) VALUE ZEROES.
          02 WKS-FECHA-AYER             PIC 9(08) VALUE ZEROES.
          02 WKS-INT-HOY                PIC 9(08) VALUE ZEROES.

      *CATALOGO DE COLAS: NOMBRE (EL MISMO DEL ARCHIVO), DESCRIPCION
      *Y SLA POR OMISION EN DIAS HABILES; EL SLA DE CADA COLA SE
      *PUEDE CAMBIAR CON SLA_<COLA> EN LA SECCION EDUC3120 DE PARAMET.
       01 WKS-CATALOGO-COLAS.
          02 FILLER PIC X(38) VALUE
             "SUSPDPI DPI EN SUSPENSO DE REVISION005".
          02 FILLER PIC X(38) VALUE
             "SOSPFAB SOSPECHA FABRICADO (RENAP) 010".
          02 FILLER PIC X(38) VALUE
             "PENDAPROCORRECCION POR APROBAR     003".
          02 FILLER PIC X(38) VALUE
             "REVQUEUELIBERACION DE ALTO VALOR   002".
          02 FILLER PIC X(38) VALUE
             "RECLMASTRECLAMO ABIERTO AL BANCO   010".
          02 FILLER PIC X(38) VALUE
             "CONVMST CONVENIO CON CUOTA VENCIDA 005".
          02 FILLER PIC X(38) VALUE
             "DISPUTA DISPUTA DE VEREDICTO       015".
       01 WKS-TABLA-CATALOGO REDEFINES WKS-CATALOGO-COLAS.
          02 WKS-CT-ENTRADA OCCURS 7 TIMES.
             03 WKS-CT-COLA             PIC X(08).
             03 WKS-CT-DESCRIPCION      PIC X(27).
             03 WKS-CT-SLA              PIC 9(03).

      *SITUACION DE CADA COLA EN LA CORRIDA Y SU ULTIMA FOTO EN LA
      *HISTORIA (DE UN DIA ANTERIOR).
       01 WKS-TABLA-COLAS.
          02 WKS-CQ-ENTRADA OCCURS 7 TIMES.
             03 WKS-CQ-SLA              PIC 9(03).
             03 WKS-CQ-ARCHIVO          PIC X(01).
             03 WKS-CQ-ABIERTOS         PIC 9(06).
             03 WKS-CQ-MAS-ANTIGUA      PIC 9(08).
             03 WKS-CQ-ANTIGUEDAD       PIC 9(05).
             03 WKS-CQ-NUEVOS           PIC 9(06).
             03 WKS-CQ-CERRADOS         PIC 9(06).
             03 WKS-CQ-FUERA-SLA        PIC 9(06).
             03 WKS-CQ-ANT-FECHA        PIC 9(08).
             03 WKS-CQ-ANT-ABIERTOS     PIC 9(06).
          02 WKS-CQ-CANT                PIC 9(01) VALUE 7.
          02 WKS-CQ-IDX                 PIC 9(01) VALUE ZEROES.
          02 WKS-CQ-POS                 PIC 9(01) VALUE ZEROES.

      *FECHA DE ENTRADA DEL CASO QUE SE ACUMULA A LA COLA EN CURSO.
       01 WKS-IT-FECHA                  PIC 9(08) VALUE ZEROES.
       01 WKS-IT-DIAS                   PIC 9(05) VALUE ZEROES.
       01 WKS-CU-IDX                    PIC 9(02) VALUE ZEROES.

      *AREA PARA ELAPBUS1, CON LA ULTIMA FECHA CALCULADA GUARDADA
      *PORQUE LOS CASOS DE UNA COLA SUELEN COMPARTIR FECHA.
       01 WKS-CONTROL-HABILES.
          02 WKS-EB-INICIO              PIC 9(08) VALUE ZEROES.
          02 WKS-EB-FIN                 PIC 9(08) VALUE ZEROES.
          02 WKS-EB-DIAS                PIC 9(05) VALUE ZEROES.
          02 WKS-EB-ERROR               PIC X(01) VALUE "N".
             88 WKS-EB-FECHA-INVALIDA             VALUE "S".
          02 WKS-EB-ULT-FECHA           PIC 9(08) VALUE ZEROES.
          02 WKS-EB-ULT-DIAS            PIC 9(05) VALUE ZEROES.

      *AREA PARA EL EMISOR COMUN DE MENSAJES.
       01 WKS-CONTROL-MENSAJE.
          02 WKS-MSG-ID                 PIC X(08) VALUE SPACES.
          02 WKS-MSG-DETALLE            PIC X(40) VALUE SPACES.

      *VISTAS DE LAS LINEAS DE LAS COLAS SECUENCIALES: SOLO LA FECHA
      *DE ENTRADA Y, DONDE APLICA, EL ESTADO DEL CASO.
       01 WKS-LINEA-SUSPENSO.
          02 WKS-SU-FECHA               PIC 9(08).
          02 FILLER                     PIC X(20).
       01 WKS-LINEA-SOSPECHA.
          02 WKS-SF-FECHA               PIC 9(08).
          02 FILLER                     PIC X(42).
       01 WKS-LINEA-PENDIENTE.
          02 FILLER                     PIC X(74).
          02 WKS-PE-FECHA               PIC 9(08).
          02 FILLER                     PIC X(08).
       01 WKS-LINEA-REVISION.
          02 FILLER                     PIC X(109).
          02 WKS-RV-FECHA               PIC 9(08).
          02 FILLER                     PIC X(18).
       01 WKS-LINEA-RECLAMO.
          02 FILLER                     PIC X(25).
          02 WKS-RM-ESTADO              PIC X(01).
             88 WKS-RM-RECLAMO-ABIERTO            VALUE "A" "E".
          02 FILLER                     PIC X(01).
          02 WKS-RM-FECHA-RECLAMO       PIC 9(08).

      *MISMA LINEA DE BKLHIST QUE LEE EL PAQUETE MENSUAL (EDUC3068).
       01 WKS-LINEA-HISTORIA.
          02 WKS-HB-FECHA               PIC 9(08) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-HB-COLA                PIC X(08) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-HB-ABIERTOS            PIC 9(06) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-HB-ANTIGUEDAD          PIC 9(05) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-HB-NUEVOS              PIC 9(06) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-HB-CERRADOS            PIC 9(06) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-HB-FUERA-SLA           PIC 9(06) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-HB-SLA                 PIC 9(03) VALUE ZEROES.
          02 FILLER                     PIC X(05) VALUE SPACES.

      *LINEA DEL TABLERO.
       01 WKS-LINEA-TABLERO.
          02 WKS-LT-COLA                PIC X(08) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LT-DESCRIPCION         PIC X(27) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LT-ABIERTOS            PIC ZZZZZ9 VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LT-MAS-ANTIGUA         PIC X(08) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LT-ANTIGUEDAD          PIC ZZZZ9 VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LT-NUEVOS              PIC ZZZZZ9 VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LT-CERRADOS            PIC ZZZZZ9 VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LT-SLA                 PIC ZZ9 VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LT-FUERA-SLA           PIC ZZZZZ9 VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LT-ESTADO              PIC X(12) VALUE SPACES.
          02 FILLER                     PIC X(35) VALUE SPACES.

       01 WKS-ITERACIONES.
          02 WKS-I-TOTAL-ABIERTOS       PIC 9(07) VALUE ZEROES.
          02 WKS-I-TOTAL-FUERA-SLA      PIC 9(07) VALUE ZEROES.
          02 WKS-I-COLAS-FUERA-SLA      PIC 9(01) VALUE ZEROES.

      *AREA PARA EL LECTOR COMUN DEL ARCHIVO CENTRAL DE PARAMETROS.
       01 WKS-CONTROL-PARAMETROS.
          02 WKS-PARM-SECCION           PIC X(08) VALUE "EDUC3120".
          02 WKS-PARM-CANT              PIC 9(02) VALUE ZEROES.
          02 WKS-PARM-TABLA.
             03 WKS-PARM-ENTRADA OCCURS 20 TIMES.
                04 WKS-PARM-CLAVE       PIC X(20).
                04 WKS-PARM-VALOR       PIC X(20).
          02 WKS-PARM-SIN-SECCION       PIC X(01) VALUE "S".
          02 WKS-PARM-IDX               PIC 9(02) VALUE ZEROES.

       PROCEDURE DIVISION.

       0000-INICIO SECTION.
           MOVE FUNCTION CURRENT-DATE TO WKS-FECHA-ENTERA
           MOVE WKS-FECHA-ENTERA(1:8) TO WKS-FECHA-HOY
           COMPUTE WKS-INT-HOY =
              FUNCTION INTEGER-OF-DATE(WKS-FECHA-HOY)
           COMPUTE WKS-FECHA-AYER =
              FUNCTION DATE-OF-INTEGER(WKS-INT-HOY - 1)

           PERFORM VARYING WKS-CQ-IDX FROM 1 BY 1
              UNTIL WKS-CQ-IDX > WKS-CQ-CANT
              INITIALIZE WKS-CQ-ENTRADA(WKS-CQ-IDX)
              MOVE WKS-CT-SLA(WKS-CQ-IDX) TO WKS-CQ-SLA(WKS-CQ-IDX)
              MOVE "S" TO WKS-CQ-ARCHIVO(WKS-CQ-IDX)
           END-PERFORM

           PERFORM 0001-INICIO-PARAMETROS THRU 0001-PARAMETROS-E
           PERFORM 0002-INICIO-LEE-HISTORIA THRU 0002-LEE-HISTORIA-E

           MOVE 1 TO WKS-CQ-POS
           PERFORM 0003-INICIO-COLA-SUSPENSO THRU
              0003-COLA-SUSPENSO-E
           MOVE 2 TO WKS-CQ-POS
           PERFORM 0004-INICIO-COLA-SOSPECHAS THRU
              0004-COLA-SOSPECHAS-E
           MOVE 3 TO WKS-CQ-POS
           PERFORM 0005-INICIO-COLA-CORRECCIONES THRU
              0005-COLA-CORRECCIONES-E
           MOVE 4 TO WKS-CQ-POS
           PERFORM 0006-INICIO-COLA-REVISION THRU
              0006-COLA-REVISION-E
           MOVE 5 TO WKS-CQ-POS
           PERFORM 0007-INICIO-COLA-RECLAMOS THRU
              0007-COLA-RECLAMOS-E
           MOVE 6 TO WKS-CQ-POS
           PERFORM 0008-INICIO-COLA-CONVENIOS THRU
              0008-COLA-CONVENIOS-E
           MOVE 7 TO WKS-CQ-POS
           PERFORM 0009-INICIO-COLA-DISPUTAS THRU
              0009-COLA-DISPUTAS-E

           PERFORM 0011-INICIO-CIERRA-COLAS THRU 0011-CIERRA-COLAS-E
           PERFORM 0012-INICIO-GRABA-HISTORIA THRU
              0012-GRABA-HISTORIA-E
           PERFORM 0013-INICIO-TABLERO THRU 0013-TABLERO-E

           DISPLAY "CASOS ABIERTOS EN TODAS LAS COLAS: "
                   WKS-I-TOTAL-ABIERTOS
           DISPLAY "CASOS FUERA DE SLA:                "
                   WKS-I-TOTAL-FUERA-SLA
           DISPLAY "COLAS FUERA DE SLA:                "
                   WKS-I-COLAS-FUERA-SLA

           IF WKS-I-COLAS-FUERA-SLA > ZEROES
              MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.
       0000-INICIO-E.
           EXIT.

       0001-INICIO-PARAMETROS SECTION.
      *SECCION EDUC3120 DEL ARCHIVO CENTRAL DE PARAMETROS: EL SLA DE
      *CADA COLA EN DIAS HABILES, CON LA CLAVE SLA_<COLA> (POR
      *EJEMPLO SLA_SUSPDPI).
           CALL 'PARMRD01' USING WKS-PARM-SECCION
                                 WKS-PARM-CANT
                                 WKS-PARM-TABLA
                                 WKS-PARM-SIN-SECCION

           PERFORM VARYING WKS-PARM-IDX FROM 1 BY 1
              UNTIL WKS-PARM-IDX > WKS-PARM-CANT
              MOVE ZEROES TO WKS-CQ-POS
              IF WKS-PARM-CLAVE(WKS-PARM-IDX)(1:4) = "SLA_"
                 PERFORM VARYING WKS-CQ-IDX FROM 1 BY 1
                    UNTIL WKS-CQ-IDX > WKS-CQ-CANT
                    IF WKS-CT-COLA(WKS-CQ-IDX) =
                       WKS-PARM-CLAVE(WKS-PARM-IDX)(5:8)
                       MOVE WKS-CQ-IDX TO WKS-CQ-POS
                    END-IF
                 END-PERFORM
              END-IF
              IF WKS-CQ-POS > ZEROES
                 IF WKS-PARM-VALOR(WKS-PARM-IDX)(1:3) NUMERIC
                    MOVE WKS-PARM-VALOR(WKS-PARM-IDX)(1:3) TO
                       WKS-CQ-SLA(WKS-CQ-POS)
                 END-IF
              ELSE
                 DISPLAY "PARAMETRO DESCONOCIDO EN PARAMET: "
                         WKS-PARM-CLAVE(WKS-PARM-IDX)
              END-IF
           END-PERFORM

           DISPLAY "SLA EFECTIVO POR COLA (DIAS HABILES):"
           PERFORM VARYING WKS-CQ-IDX FROM 1 BY 1
              UNTIL WKS-CQ-IDX > WKS-CQ-CANT
              DISPLAY "  " WKS-CT-COLA(WKS-CQ-IDX) ": "
                      WKS-CQ-SLA(WKS-CQ-IDX)
           END-PERFORM.
       0001-PARAMETROS-E.
           EXIT.

       0002-INICIO-LEE-HISTORIA SECTION.
      *ULTIMA FOTO DE CADA COLA DE UN DIA ANTERIOR AL DE HOY: CONTRA
      *ELLA SE CALCULAN LOS NUEVOS Y LOS CERRADOS. LAS LINEAS DE HOY
      *(UNA CORRIDA REPETIDA) NO CUENTAN COMO DIA ANTERIOR.
           OPEN INPUT HISTORIA-PENDIENTES
           IF WKS-FS-BKLHIST NOT = "00"
              DISPLAY "SIN HISTORIA DE PENDIENTES: PRIMERA CORRIDA"
              GO TO 0002-LEE-HISTORIA-E
           END-IF

           READ HISTORIA-PENDIENTES INTO WKS-LINEA-HISTORIA
           AT END
              SET WKS-FIN-BKLHIST TO TRUE
           END-READ
           PERFORM UNTIL WKS-FIN-BKLHIST
                   IF WKS-HB-FECHA IS NUMERIC AND
                      WKS-HB-FECHA < WKS-FECHA-HOY
                      PERFORM VARYING WKS-CQ-IDX FROM 1 BY 1
                         UNTIL WKS-CQ-IDX > WKS-CQ-CANT
                         IF WKS-CT-COLA(WKS-CQ-IDX) = WKS-HB-COLA AND
                            WKS-HB-FECHA NOT <
                               WKS-CQ-ANT-FECHA(WKS-CQ-IDX)
                            MOVE WKS-HB-FECHA TO
                               WKS-CQ-ANT-FECHA(WKS-CQ-IDX)
                            MOVE WKS-HB-ABIERTOS TO
                               WKS-CQ-ANT-ABIERTOS(WKS-CQ-IDX)
                         END-IF
                      END-PERFORM
                   END-IF
                   READ HISTORIA-PENDIENTES INTO WKS-LINEA-HISTORIA
                   AT END
                      SET WKS-FIN-BKLHIST TO TRUE
                   END-READ
           END-PERFORM

           CLOSE HISTORIA-PENDIENTES.
       0002-LEE-HISTORIA-E.
           EXIT.

       0003-INICIO-COLA-SUSPENSO SECTION.
      *TODO CASO DEL SUSPENSO ESTA ABIERTO; EDUC3015 REESCRIBE EL
      *ARCHIVO SOLO CON LOS PENDIENTES.
           OPEN INPUT SUSPENSO-DPI
           IF WKS-FS-COLA NOT = "00"
              MOVE "N" TO WKS-CQ-ARCHIVO(WKS-CQ-POS)
              GO TO 0003-COLA-SUSPENSO-E
           END-IF

           READ SUSPENSO-DPI INTO WKS-LINEA-SUSPENSO
           AT END
              SET WKS-FIN-COLA TO TRUE
           END-READ
           PERFORM UNTIL WKS-FIN-COLA
                   MOVE WKS-SU-FECHA TO WKS-IT-FECHA
                   PERFORM 0010-INICIO-ACUMULA-CASO THRU
                      0010-ACUMULA-CASO-E
                   READ SUSPENSO-DPI INTO WKS-LINEA-SUSPENSO
                   AT END
                      SET WKS-FIN-COLA TO TRUE
                   END-READ
           END-PERFORM

           CLOSE SUSPENSO-DPI.
       0003-COLA-SUSPENSO-E.
           EXIT.

       0004-INICIO-COLA-SOSPECHAS SECTION.
      *EDUC3039 DEJA EN SOSPFAB SOLO LOS CASOS AUN ABIERTOS
      *(PENDIENTES O YA SOLICITADOS A RENAP).
           MOVE SPACES TO WKS-FS-COLA
           OPEN INPUT SOSPECHA-FABRICADO
           IF WKS-FS-COLA NOT = "00"
              MOVE "N" TO WKS-CQ-ARCHIVO(WKS-CQ-POS)
              GO TO 0004-COLA-SOSPECHAS-E
           END-IF

           READ SOSPECHA-FABRICADO INTO WKS-LINEA-SOSPECHA
           AT END
              SET WKS-FIN-COLA TO TRUE
           END-READ
           PERFORM UNTIL WKS-FIN-COLA
                   MOVE WKS-SF-FECHA TO WKS-IT-FECHA
                   PERFORM 0010-INICIO-ACUMULA-CASO THRU
                      0010-ACUMULA-CASO-E
                   READ SOSPECHA-FABRICADO INTO WKS-LINEA-SOSPECHA
                   AT END
                      SET WKS-FIN-COLA TO TRUE
                   END-READ
           END-PERFORM

           CLOSE SOSPECHA-FABRICADO.
       0004-COLA-SOSPECHAS-E.
           EXIT.

       0005-INICIO-COLA-CORRECCIONES SECTION.
      *CORRECCIONES DE ALTO VALOR RETENIDAS, DESDE SU FECHA DE
      *RETENCION.
           MOVE SPACES TO WKS-FS-COLA
           OPEN INPUT PENDIENTES-APROBACION
           IF WKS-FS-COLA NOT = "00"
              MOVE "N" TO WKS-CQ-ARCHIVO(WKS-CQ-POS)
              GO TO 0005-COLA-CORRECCIONES-E
           END-IF

           READ PENDIENTES-APROBACION INTO WKS-LINEA-PENDIENTE
           AT END
              SET WKS-FIN-COLA TO TRUE
           END-READ
           PERFORM UNTIL WKS-FIN-COLA
                   MOVE WKS-PE-FECHA TO WKS-IT-FECHA
                   PERFORM 0010-INICIO-ACUMULA-CASO THRU
                      0010-ACUMULA-CASO-E
                   READ PENDIENTES-APROBACION INTO WKS-LINEA-PENDIENTE
                   AT END
                      SET WKS-FIN-COLA TO TRUE
                   END-READ
           END-PERFORM

           CLOSE PENDIENTES-APROBACION.
       0005-COLA-CORRECCIONES-E.
           EXIT.

       0006-INICIO-COLA-REVISION SECTION.
      *MOVIMIENTOS DE ALTO VALOR DESVIADOS A REVISION POR EDUC3011.
           MOVE SPACES TO WKS-FS-COLA
           OPEN INPUT COLA-REVISION
           IF WKS-FS-COLA NOT = "00"
              MOVE "N" TO WKS-CQ-ARCHIVO(WKS-CQ-POS)
              GO TO 0006-COLA-REVISION-E
           END-IF

           READ COLA-REVISION INTO WKS-LINEA-REVISION
           AT END
              SET WKS-FIN-COLA TO TRUE
           END-READ
           PERFORM UNTIL WKS-FIN-COLA
                   MOVE WKS-RV-FECHA TO WKS-IT-FECHA
                   PERFORM 0010-INICIO-ACUMULA-CASO THRU
                      0010-ACUMULA-CASO-E
                   READ COLA-REVISION INTO WKS-LINEA-REVISION
                   AT END
                      SET WKS-FIN-COLA TO TRUE
                   END-READ
           END-PERFORM

           CLOSE COLA-REVISION.
       0006-COLA-REVISION-E.
           EXIT.

       0007-INICIO-COLA-RECLAMOS SECTION.
      *SOLO LOS RECLAMOS YA ABIERTOS O ESCALADOS ANTE EL BANCO SON
      *TRABAJO PENDIENTE; LOS ENVIOS AUN SIN RECLAMAR NO.
           MOVE SPACES TO WKS-FS-COLA
           OPEN INPUT RECLAMOS-MASTER
           IF WKS-FS-COLA NOT = "00"
              MOVE "N" TO WKS-CQ-ARCHIVO(WKS-CQ-POS)
              GO TO 0007-COLA-RECLAMOS-E
           END-IF

           READ RECLAMOS-MASTER INTO WKS-LINEA-RECLAMO
           AT END
              SET WKS-FIN-COLA TO TRUE
           END-READ
           PERFORM UNTIL WKS-FIN-COLA
                   IF WKS-RM-RECLAMO-ABIERTO
                      MOVE WKS-RM-FECHA-RECLAMO TO WKS-IT-FECHA
                      PERFORM 0010-INICIO-ACUMULA-CASO THRU
                         0010-ACUMULA-CASO-E
                   END-IF
                   READ RECLAMOS-MASTER INTO WKS-LINEA-RECLAMO
                   AT END
                      SET WKS-FIN-COLA TO TRUE
                   END-READ
           END-PERFORM

           CLOSE RECLAMOS-MASTER.
       0007-COLA-RECLAMOS-E.
           EXIT.

       0008-INICIO-COLA-CONVENIOS SECTION.
      *UN CONVENIO ACTIVO ES TRABAJO PENDIENTE DE COBRANZA CUANDO
      *TIENE ALGUNA CUOTA PENDIENTE YA VENCIDA; EL CASO SE FECHA CON
      *EL VENCIMIENTO DE LA CUOTA VENCIDA MAS VIEJA.
           MOVE SPACES TO WKS-FS-COLA
           OPEN INPUT CONVENIO-MASTER
           IF WKS-FS-COLA NOT = "00"
              MOVE "N" TO WKS-CQ-ARCHIVO(WKS-CQ-POS)
              GO TO 0008-COLA-CONVENIOS-E
           END-IF

           READ CONVENIO-MASTER NEXT RECORD
           AT END
              SET WKS-FIN-COLA TO TRUE
           END-READ
           PERFORM UNTIL WKS-FIN-COLA
                   IF CONV-ACTIVO
                      MOVE ZEROES TO WKS-IT-FECHA
                      PERFORM VARYING WKS-CU-IDX FROM 1 BY 1
                         UNTIL WKS-CU-IDX > CONV-CANT-CUOTAS OR
                               WKS-CU-IDX > 24
                         IF CONV-CU-ESTADO(WKS-CU-IDX) = "P" AND
                            CONV-CU-VENCE(WKS-CU-IDX) < WKS-FECHA-HOY
                            AND (WKS-IT-FECHA = ZEROES OR
                            CONV-CU-VENCE(WKS-CU-IDX) < WKS-IT-FECHA)
                            MOVE CONV-CU-VENCE(WKS-CU-IDX) TO
                               WKS-IT-FECHA
                         END-IF
                      END-PERFORM
                      IF WKS-IT-FECHA > ZEROES
                         PERFORM 0010-INICIO-ACUMULA-CASO THRU
                            0010-ACUMULA-CASO-E
                      END-IF
                   END-IF
                   READ CONVENIO-MASTER NEXT RECORD
                   AT END
                      SET WKS-FIN-COLA TO TRUE
                   END-READ
           END-PERFORM

           CLOSE CONVENIO-MASTER.
       0008-COLA-CONVENIOS-E.
           EXIT.

       0009-INICIO-COLA-DISPUTAS SECTION.
      *DISPUTAS ABIERTAS O EN REVISION, DESDE QUE SE RECIBIERON.
           MOVE SPACES TO WKS-FS-COLA
           OPEN INPUT CASOS-DISPUTA
           IF WKS-FS-COLA NOT = "00"
              MOVE "N" TO WKS-CQ-ARCHIVO(WKS-CQ-POS)
              GO TO 0009-COLA-DISPUTAS-E
           END-IF

           READ CASOS-DISPUTA NEXT RECORD
           AT END
              SET WKS-FIN-COLA TO TRUE
           END-READ
           PERFORM UNTIL WKS-FIN-COLA
                   IF DISP-PENDIENTE
                      MOVE DISP-FECHA-RECIBIDO TO WKS-IT-FECHA
                      PERFORM 0010-INICIO-ACUMULA-CASO THRU
                         0010-ACUMULA-CASO-E
                   END-IF
                   READ CASOS-DISPUTA NEXT RECORD
                   AT END
                      SET WKS-FIN-COLA TO TRUE
                   END-READ
           END-PERFORM

           CLOSE CASOS-DISPUTA.
       0009-COLA-DISPUTAS-E.
           EXIT.

       0010-INICIO-ACUMULA-CASO SECTION.
      *CUENTA EL CASO ABIERTO EN SU COLA: LA FECHA MAS VIEJA, SI
      *ENTRO DESPUES DE LA ULTIMA FOTO (NUEVO) Y SI SU ANTIGUEDAD EN
      *DIAS HABILES YA PASO EL SLA DE LA COLA.
           ADD 1 TO WKS-CQ-ABIERTOS(WKS-CQ-POS)
           IF WKS-IT-FECHA IS NOT NUMERIC OR WKS-IT-FECHA = ZEROES
              GO TO 0010-ACUMULA-CASO-E
           END-IF

           IF WKS-CQ-MAS-ANTIGUA(WKS-CQ-POS) = ZEROES OR
              WKS-IT-FECHA < WKS-CQ-MAS-ANTIGUA(WKS-CQ-POS)
              MOVE WKS-IT-FECHA TO WKS-CQ-MAS-ANTIGUA(WKS-CQ-POS)
           END-IF

           IF WKS-CQ-ANT-FECHA(WKS-CQ-POS) > ZEROES
              IF WKS-IT-FECHA > WKS-CQ-ANT-FECHA(WKS-CQ-POS)
                 ADD 1 TO WKS-CQ-NUEVOS(WKS-CQ-POS)
              END-IF
           ELSE
              IF WKS-IT-FECHA NOT < WKS-FECHA-AYER
                 ADD 1 TO WKS-CQ-NUEVOS(WKS-CQ-POS)
              END-IF
           END-IF

           IF WKS-IT-FECHA = WKS-EB-ULT-FECHA
              MOVE WKS-EB-ULT-DIAS TO WKS-IT-DIAS
           ELSE
              MOVE ZEROES TO WKS-IT-DIAS
              IF WKS-IT-FECHA < WKS-FECHA-HOY
                 MOVE WKS-IT-FECHA TO WKS-EB-INICIO
                 MOVE WKS-FECHA-HOY TO WKS-EB-FIN
                 CALL 'ELAPBUS1' USING WKS-EB-INICIO
                                       WKS-EB-FIN
                                       WKS-EB-DIAS
                                       WKS-EB-ERROR
                 IF NOT WKS-EB-FECHA-INVALIDA
                    MOVE WKS-EB-DIAS TO WKS-IT-DIAS
                 END-IF
              END-IF
              MOVE WKS-IT-FECHA TO WKS-EB-ULT-FECHA
              MOVE WKS-IT-DIAS TO WKS-EB-ULT-DIAS
           END-IF

           IF WKS-IT-DIAS > WKS-CQ-ANTIGUEDAD(WKS-CQ-POS)
              MOVE WKS-IT-DIAS TO WKS-CQ-ANTIGUEDAD(WKS-CQ-POS)
           END-IF
           IF WKS-IT-DIAS > WKS-CQ-SLA(WKS-CQ-POS)
              ADD 1 TO WKS-CQ-FUERA-SLA(WKS-CQ-POS)
           END-IF.
       0010-ACUMULA-CASO-E.
           EXIT.

       0011-INICIO-CIERRA-COLAS SECTION.
      *LOS CERRADOS SE DERIVAN DE LA FOTO ANTERIOR: LO QUE HABIA,
      *MAS LO QUE ENTRO, MENOS LO QUE SIGUE ABIERTO. SIN FOTO
      *ANTERIOR NO SE PUEDEN CALCULAR Y QUEDAN EN CERO.
           PERFORM VARYING WKS-CQ-IDX FROM 1 BY 1
              UNTIL WKS-CQ-IDX > WKS-CQ-CANT
              IF WKS-CQ-ANT-FECHA(WKS-CQ-IDX) > ZEROES AND
                 WKS-CQ-ANT-ABIERTOS(WKS-CQ-IDX) +
                 WKS-CQ-NUEVOS(WKS-CQ-IDX) >
                 WKS-CQ-ABIERTOS(WKS-CQ-IDX)
                 COMPUTE WKS-CQ-CERRADOS(WKS-CQ-IDX) =
                    WKS-CQ-ANT-ABIERTOS(WKS-CQ-IDX) +
                    WKS-CQ-NUEVOS(WKS-CQ-IDX) -
                    WKS-CQ-ABIERTOS(WKS-CQ-IDX)
              END-IF
              ADD WKS-CQ-ABIERTOS(WKS-CQ-IDX) TO WKS-I-TOTAL-ABIERTOS
              ADD WKS-CQ-FUERA-SLA(WKS-CQ-IDX) TO
                 WKS-I-TOTAL-FUERA-SLA
           END-PERFORM.
       0011-CIERRA-COLAS-E.
           EXIT.

       0012-INICIO-GRABA-HISTORIA SECTION.
           OPEN EXTEND HISTORIA-PENDIENTES
           IF WKS-FS-BKLHIST = "35"
              OPEN OUTPUT HISTORIA-PENDIENTES
           END-IF
           IF WKS-FS-BKLHIST NOT = "00"
              DISPLAY "NO SE PUDO ABRIR LA HISTORIA DE PENDIENTES"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM VARYING WKS-CQ-IDX FROM 1 BY 1
              UNTIL WKS-CQ-IDX > WKS-CQ-CANT
              MOVE WKS-FECHA-HOY TO WKS-HB-FECHA
              MOVE WKS-CT-COLA(WKS-CQ-IDX) TO WKS-HB-COLA
              MOVE WKS-CQ-ABIERTOS(WKS-CQ-IDX) TO WKS-HB-ABIERTOS
              MOVE WKS-CQ-ANTIGUEDAD(WKS-CQ-IDX) TO WKS-HB-ANTIGUEDAD
              MOVE WKS-CQ-NUEVOS(WKS-CQ-IDX) TO WKS-HB-NUEVOS
              MOVE WKS-CQ-CERRADOS(WKS-CQ-IDX) TO WKS-HB-CERRADOS
              MOVE WKS-CQ-FUERA-SLA(WKS-CQ-IDX) TO WKS-HB-FUERA-SLA
              MOVE WKS-CQ-SLA(WKS-CQ-IDX) TO WKS-HB-SLA
              WRITE REG-HISTORIA-PENDIENTES FROM WKS-LINEA-HISTORIA
           END-PERFORM

           CLOSE HISTORIA-PENDIENTES.
       0012-GRABA-HISTORIA-E.
           EXIT.

       0013-INICIO-TABLERO SECTION.
           OPEN OUTPUT RPT-TABLERO
           IF WKS-FS-RPTBKL NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL TABLERO DE PENDIENTES"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE SPACES TO REG-RPT-TABLERO
           STRING "TABLERO DE PENDIENTES DE LAS COLAS DE DECISION  "
                  "FECHA " WKS-FECHA-HOY
              DELIMITED BY SIZE INTO REG-RPT-TABLERO
           END-STRING
           WRITE REG-RPT-TABLERO
           MOVE SPACES TO REG-RPT-TABLERO
           STRING "ANTIGUEDAD Y SLA EN DIAS HABILES; NUEVOS Y "
                  "CERRADOS DESDE LA CORRIDA ANTERIOR"
              DELIMITED BY SIZE INTO REG-RPT-TABLERO
           END-STRING
           WRITE REG-RPT-TABLERO
           MOVE SPACES TO REG-RPT-TABLERO
           WRITE REG-RPT-TABLERO
           MOVE SPACES TO REG-RPT-TABLERO
           STRING "COLA     DESCRIPCION                 ABIERT "
                  "MAS VIEJ ANTIG NUEVOS CERRAD SLA FUERA  ESTADO"
              DELIMITED BY SIZE INTO REG-RPT-TABLERO
           END-STRING
           WRITE REG-RPT-TABLERO

           PERFORM VARYING WKS-CQ-IDX FROM 1 BY 1
              UNTIL WKS-CQ-IDX > WKS-CQ-CANT
              PERFORM 0014-INICIO-LINEA-COLA THRU 0014-LINEA-COLA-E
           END-PERFORM

           MOVE SPACES TO REG-RPT-TABLERO
           WRITE REG-RPT-TABLERO
           MOVE SPACES TO REG-RPT-TABLERO
           STRING "TOTAL ABIERTOS: " WKS-I-TOTAL-ABIERTOS
                  "  FUERA DE SLA: " WKS-I-TOTAL-FUERA-SLA
                  "  COLAS FUERA DE SLA: " WKS-I-COLAS-FUERA-SLA
              DELIMITED BY SIZE INTO REG-RPT-TABLERO
           END-STRING
           WRITE REG-RPT-TABLERO

           CLOSE RPT-TABLERO.
       0013-TABLERO-E.
           EXIT.

       0014-INICIO-LINEA-COLA SECTION.
           MOVE WKS-CT-COLA(WKS-CQ-IDX) TO WKS-LT-COLA
           MOVE WKS-CT-DESCRIPCION(WKS-CQ-IDX) TO WKS-LT-DESCRIPCION
           MOVE WKS-CQ-ABIERTOS(WKS-CQ-IDX) TO WKS-LT-ABIERTOS
           IF WKS-CQ-MAS-ANTIGUA(WKS-CQ-IDX) = ZEROES
              MOVE SPACES TO WKS-LT-MAS-ANTIGUA
           ELSE
              MOVE WKS-CQ-MAS-ANTIGUA(WKS-CQ-IDX) TO WKS-LT-MAS-ANTIGUA
           END-IF
           MOVE WKS-CQ-ANTIGUEDAD(WKS-CQ-IDX) TO WKS-LT-ANTIGUEDAD
           MOVE WKS-CQ-NUEVOS(WKS-CQ-IDX) TO WKS-LT-NUEVOS
           MOVE WKS-CQ-CERRADOS(WKS-CQ-IDX) TO WKS-LT-CERRADOS
           MOVE WKS-CQ-SLA(WKS-CQ-IDX) TO WKS-LT-SLA
           MOVE WKS-CQ-FUERA-SLA(WKS-CQ-IDX) TO WKS-LT-FUERA-SLA

           EVALUATE TRUE
           WHEN WKS-CQ-ARCHIVO(WKS-CQ-IDX) = "N"
                MOVE "SIN ARCHIVO" TO WKS-LT-ESTADO
           WHEN WKS-CQ-FUERA-SLA(WKS-CQ-IDX) > ZEROES
                MOVE "FUERA DE SLA" TO WKS-LT-ESTADO
           WHEN OTHER
                MOVE "EN SLA" TO WKS-LT-ESTADO
           END-EVALUATE
           WRITE REG-RPT-TABLERO FROM WKS-LINEA-TABLERO

      *LA COLA FUERA DE SLA SE AVISA AL TURNO POR EL CATALOGO DE
      *MENSAJES (BKL0001, SEVERO, VA A ALERTOPR).
           IF WKS-CQ-FUERA-SLA(WKS-CQ-IDX) > ZEROES
              ADD 1 TO WKS-I-COLAS-FUERA-SLA
              MOVE "BKL0001" TO WKS-MSG-ID
              MOVE SPACES TO WKS-MSG-DETALLE
              STRING WKS-CT-COLA(WKS-CQ-IDX) " "
                     WKS-CQ-FUERA-SLA(WKS-CQ-IDX)
                     " CASOS SOBRE " WKS-CQ-SLA(WKS-CQ-IDX)
                     " DIAS HAB"
                 DELIMITED BY SIZE INTO WKS-MSG-DETALLE
              END-STRING
              CALL 'MSGCAT01' USING WKS-MSG-ID WKS-MSG-DETALLE
           END-IF.
       0014-LINEA-COLA-E.
           EXIT.
