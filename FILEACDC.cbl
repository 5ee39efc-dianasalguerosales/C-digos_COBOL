      ******************************************************************
      * FECHA       : 2026                                             *
      * PROGRAMADOR : DIANA STEFFANNY SALGUERO ROSALES                 *
      * APLICACION  : EDUCACION                                        *
      * PROGRAMA    : EDUC3088                                         *
      * TIPO        : BATCH (NOCTURNO)                                 *
      * DESCRIPCION : ALIMENTACION DE CAMBIOS DEL MAESTRO A PARA LA    *
      *             : BODEGA DE DATOS. DESPUES DE QUE LA CONCILIACION  *
      *             : (EDUC3010) CERTIFICA LA NOCHE (CERTCIER),        *
      *             : COMPARA EN ORDEN DE LLAVE EL FILE-A DE HOY       *
      *             : CONTRA LA FOTO DE AYER (FILEAANT, LA MISMA QUE   *
      *             : USA LA RUEDA DE SALDOS EDUC3045) Y GRABA SOLO    *
      *             : LAS ALTAS, LOS CAMBIOS (CON LOS NOMBRES DE LOS   *
      *             : CAMPOS CAMBIADOS Y LOS VALORES ANTES Y DESPUES   *
      *             : DE NOMBRE, SALDO Y FECHA) Y LAS BAJAS, CADA UNA  *
      *             : SELLADA CON LA FECHA DE NEGOCIO. LLEVA           *
      *             : ENCABEZADO Y COLA CON LOS CONTEOS POR TIPO DE    *
      *             : CAMBIO Y SE REGISTRA EN GENREGIS PARA QUE EL     *
      *             : CARGADOR DE LA BODEGA VERIFIQUE LA FECHA.        *
      * ARCHIVOS    : CERTCIER (ENTRADA), FILEAANT (ENTRADA), FILE-A   *
      *             : (ENTRADA), FILEACDC (SALIDA)                     *
      * PROGRAMA(S) : GENREG01, PARMRD01, RUNSTAT1                     *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDUC3088.
       AUTHOR. DIANA SALGUERO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *CERTIFICADO DE CIERRE QUE GRABA EDUC3010 CUANDO LA NOCHE
      *TERMINA SIN DESCUADRES.
           SELECT CERTIFICADO-CIERRE ASSIGN TO CERTCIER
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-CERTCIER.
           SELECT MAESTRO-AYER ASSIGN TO FILEAANT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ANT-LLAVE
                  FILE STATUS IS WKS-FS-FILEAANT.
           SELECT FILE-A ASSIGN TO FILE-A
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS FILEA-LLAVE
                  FILE STATUS IS WKS-FS-FILEA.
           SELECT CAMBIOS-MAESTRO ASSIGN TO FILEACDC
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-FILEACDC.

       DATA DIVISION.

       FILE SECTION.
       FD CERTIFICADO-CIERRE.
       01 REG-CERTIFICADO               PIC X(80).

       FD MAESTRO-AYER.
       01 ANT-REGISTRO.
          05 ANT-LLAVE                  PIC 9(10).
          05 ANT-NOMBRE                 PIC X(20).
          05 ANT-SALDO                  PIC S9(09)V99.
          05 ANT-FECHA                  PIC 9(08).

       FD FILE-A.
           COPY FILE-A.

       FD CAMBIOS-MAESTRO.
       01 REG-CAMBIO                    PIC X(140).

       WORKING-STORAGE SECTION.

       01 WKS-CONTROL-ARCHIVOS.
          02 WKS-FS-CERTCIER            PIC X(02) VALUE SPACES.
          02 WKS-FS-FILEAANT            PIC X(02) VALUE SPACES.
             88 WKS-FIN-FILEAANT                  VALUE "10".
          02 WKS-FS-FILEA               PIC X(02) VALUE SPACES.
             88 WKS-FIN-FILEA                     VALUE "10".
          02 WKS-FS-FILEACDC            PIC X(02) VALUE SPACES.

      *MISMA LINEA DEL CERTIFICADO QUE GRABA EDUC3010.
       01 WKS-LINEA-CERTIFICADO.
          02 WKS-CE-MARCA               PIC X(07) VALUE SPACES.
          02 WKS-CE-FECHA               PIC 9(08) VALUE ZEROES.
          02 FILLER                     PIC X(65) VALUE SPACES.

      *LLAVES DEL PAREO; AL FIN DE CADA ARCHIVO SU LLAVE QUEDA EN
      *HIGH-VALUES PARA QUE EL OTRO LADO TERMINE DE VACIARSE.
       01 WKS-CONTROL-PAREO.
          02 WKS-LLAVE-AYER             PIC X(10) VALUE SPACES.
          02 WKS-LLAVE-HOY              PIC X(10) VALUE SPACES.
          02 WKS-CAMPOS-CAMBIADOS       PIC X(20) VALUE SPACES.
          02 WKS-CC-POS                 PIC 9(02) VALUE ZEROES.

       01 WKS-CONTROL-CAMBIOS.
          02 WKS-FECHA-NEGOCIO          PIC 9(08) VALUE ZEROES.
          02 WKS-FECHA-HOY              PIC 9(08) VALUE ZEROES.
          02 WKS-EXIGE-CERTIFICADO      PIC X(01) VALUE "S".
             88 WKS-CON-CERTIFICADO               VALUE "S".

       01 WKS-ITERACIONES.
          02 WKS-I-LEIDOS-AYER          PIC 9(08) VALUE ZEROES.
          02 WKS-I-LEIDOS-HOY           PIC 9(08) VALUE ZEROES.
          02 WKS-I-ALTAS                PIC 9(08) VALUE ZEROES.
          02 WKS-I-CAMBIOS              PIC 9(08) VALUE ZEROES.
          02 WKS-I-BAJAS                PIC 9(08) VALUE ZEROES.
          02 WKS-I-SIN-CAMBIO           PIC 9(08) VALUE ZEROES.
          02 WKS-I-DETALLES             PIC 9(08) VALUE ZEROES.

      *ENCABEZADO: H|FECHA DE NEGOCIO|FECHA Y HORA DE LA CORRIDA|
      *ARCHIVO DE ORIGEN.
       01 WKS-LINEA-ENCABEZADO.
          02 FILLER                     PIC X(02) VALUE "H|".
          02 WKS-EN-FECHA               PIC 9(08) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE "|".
          02 WKS-EN-CORRIDA-FECHA       PIC 9(08) VALUE ZEROES.
          02 WKS-EN-CORRIDA-HORA        PIC 9(06) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE "|".
          02 FILLER                     PIC X(06) VALUE "FILE-A".

      *DETALLE: TIPO (I=ALTA, U=CAMBIO, D=BAJA)|FECHA DE NEGOCIO|
      *CUENTA|CAMPOS CAMBIADOS|NOMBRE, SALDO Y FECHA ANTES|NOMBRE,
      *SALDO Y FECHA DESPUES. EN LAS ALTAS EL ANTES VA EN BLANCO Y
      *EN LAS BAJAS EL DESPUES.
       01 WKS-LINEA-DETALLE.
          02 WKS-DT-TIPO                PIC X(01) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE "|".
          02 WKS-DT-FECHA               PIC 9(08) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE "|".
          02 WKS-DT-CUENTA              PIC 9(10) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE "|".
          02 WKS-DT-CAMPOS              PIC X(20) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE "|".
          02 WKS-DT-ANTES.
             03 WKS-DT-ANT-NOMBRE       PIC X(20) VALUE SPACES.
             03 FILLER                  PIC X(01) VALUE "|".
             03 WKS-DT-ANT-SALDO        PIC +9(09).99 VALUE ZEROES.
             03 WKS-DT-ANT-SALDO-X REDEFINES WKS-DT-ANT-SALDO
                                        PIC X(13).
             03 FILLER                  PIC X(01) VALUE "|".
             03 WKS-DT-ANT-FECHA        PIC X(08) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE "|".
          02 WKS-DT-DESPUES.
             03 WKS-DT-NUE-NOMBRE       PIC X(20) VALUE SPACES.
             03 FILLER                  PIC X(01) VALUE "|".
             03 WKS-DT-NUE-SALDO        PIC +9(09).99 VALUE ZEROES.
             03 WKS-DT-NUE-SALDO-X REDEFINES WKS-DT-NUE-SALDO
                                        PIC X(13).
             03 FILLER                  PIC X(01) VALUE "|".
             03 WKS-DT-NUE-FECHA        PIC X(08) VALUE SPACES.

      *COLA: T|FECHA DE NEGOCIO|DETALLES|ALTAS|CAMBIOS|BAJAS|SIN
      *CAMBIO.
       01 WKS-LINEA-COLA.
          02 FILLER                     PIC X(02) VALUE "T|".
          02 WKS-CO-FECHA               PIC 9(08) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE "|".
          02 WKS-CO-DETALLES            PIC 9(08) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE "|".
          02 WKS-CO-ALTAS               PIC 9(08) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE "|".
          02 WKS-CO-CAMBIOS             PIC 9(08) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE "|".
          02 WKS-CO-BAJAS               PIC 9(08) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE "|".
          02 WKS-CO-SIN-CAMBIO          PIC 9(08) VALUE ZEROES.

      *AREA PARA EL REGISTRO CENTRAL DE GENERACIONES (GENREG01).
       01 WKS-CONTROL-GENREG.
          02 WKS-GR-FUNCION             PIC X(01) VALUE "R".
          02 WKS-GR-ARCHIVO             PIC X(08) VALUE "FILEACDC".
          02 WKS-GR-FECHA               PIC 9(08) VALUE ZEROES.
          02 WKS-GR-REGISTROS           PIC 9(08) VALUE ZEROES.
          02 WKS-GR-CONFORME            PIC X(01) VALUE "S".
          02 WKS-GR-PROGRAMA            PIC X(08) VALUE "EDUC3088".

      *AREA PARA EL LECTOR COMUN DEL ARCHIVO CENTRAL DE PARAMETROS.
       01 WKS-CONTROL-PARAMETROS.
          02 WKS-PARM-SECCION           PIC X(08) VALUE "EDUC3088".
          02 WKS-PARM-CANT              PIC 9(02) VALUE ZEROES.
          02 WKS-PARM-TABLA.
             03 WKS-PARM-ENTRADA OCCURS 20 TIMES.
                04 WKS-PARM-CLAVE       PIC X(20).
                04 WKS-PARM-VALOR       PIC X(20).
          02 WKS-PARM-SIN-SECCION       PIC X(01) VALUE "S".
          02 WKS-PARM-IDX               PIC 9(02) VALUE ZEROES.

      *AREA PARA LA RUTINA COMUN DE ESTADISTICAS DE CORRIDA.
       01 WKS-CONTROL-ESTADISTICA.
          02 WKS-ST-PROGRAMA            PIC X(08) VALUE "EDUK3088".
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
           MOVE WKS-ST-FECHA-INICIO TO WKS-FECHA-HOY

           PERFORM 0001-INICIO-PARAMETROS THRU 0001-PARAMETROS-E
           IF WKS-CON-CERTIFICADO
              PERFORM 0002-INICIO-VERIFICA-CIERRE THRU
                 0002-VERIFICA-CIERRE-E
           END-IF
           PERFORM 0003-INICIO-COMPARA THRU 0003-COMPARA-E

           MOVE WKS-FECHA-NEGOCIO TO WKS-GR-FECHA
           MOVE WKS-I-DETALLES TO WKS-GR-REGISTROS
           CALL 'GENREG01' USING WKS-GR-FUNCION
                                 WKS-GR-ARCHIVO
                                 WKS-GR-FECHA
                                 WKS-GR-REGISTROS
                                 WKS-GR-CONFORME
                                 WKS-GR-PROGRAMA
           IF WKS-GR-CONFORME NOT = "S"
              DISPLAY "NO SE PUDO REGISTRAR LA GENERACION DE FILEACDC"
              MOVE 8 TO RETURN-CODE
           END-IF

           DISPLAY "CUENTAS EN LA FOTO DE AYER: " WKS-I-LEIDOS-AYER
           DISPLAY "CUENTAS EN EL FILE-A DE HOY: " WKS-I-LEIDOS-HOY
           DISPLAY "ALTAS: " WKS-I-ALTAS
           DISPLAY "CAMBIOS: " WKS-I-CAMBIOS
           DISPLAY "BAJAS: " WKS-I-BAJAS
           DISPLAY "CUENTAS SIN CAMBIO: " WKS-I-SIN-CAMBIO

           MOVE WKS-I-LEIDOS-HOY TO WKS-ST-LEIDOS
           MOVE WKS-I-DETALLES TO WKS-ST-ESCRITOS
           MOVE ZEROES TO WKS-ST-RECHAZADOS
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
      *FECHA_NEGOCIO: FECHA CON QUE SE SELLAN LOS CAMBIOS Y SE
      *REGISTRA LA GENERACION, POR OMISION LA DE PROCESO.
      *EXIGE_CERTIFICADO: "N" SOLO PARA RECORRIDAS AUTORIZADAS.
           ACCEPT WKS-FECHA-NEGOCIO FROM ENVIRONMENT "FECHA_NEGOCIO"
           IF WKS-FECHA-NEGOCIO NOT NUMERIC OR
              WKS-FECHA-NEGOCIO = ZEROES
              MOVE WKS-FECHA-HOY TO WKS-FECHA-NEGOCIO
           END-IF

           CALL 'PARMRD01' USING WKS-PARM-SECCION
                                 WKS-PARM-CANT
                                 WKS-PARM-TABLA
                                 WKS-PARM-SIN-SECCION

           PERFORM VARYING WKS-PARM-IDX FROM 1 BY 1
              UNTIL WKS-PARM-IDX > WKS-PARM-CANT
              EVALUATE WKS-PARM-CLAVE(WKS-PARM-IDX)
              WHEN "FECHA_NEGOCIO"
                   IF WKS-PARM-VALOR(WKS-PARM-IDX)(1:8) NUMERIC
                      MOVE WKS-PARM-VALOR(WKS-PARM-IDX)(1:8) TO
                         WKS-FECHA-NEGOCIO
                   END-IF
              WHEN "EXIGE_CERTIFICADO"
                   IF WKS-PARM-VALOR(WKS-PARM-IDX)(1:1) = "S" OR "N"
                      MOVE WKS-PARM-VALOR(WKS-PARM-IDX)(1:1) TO
                         WKS-EXIGE-CERTIFICADO
                   END-IF
              WHEN OTHER
                   DISPLAY "PARAMETRO DESCONOCIDO EN PARAMET: "
                           WKS-PARM-CLAVE(WKS-PARM-IDX)
              END-EVALUATE
           END-PERFORM

           DISPLAY "PARAMETROS EFECTIVOS DE LA CORRIDA:"
           DISPLAY "  FECHA_NEGOCIO: " WKS-FECHA-NEGOCIO
           DISPLAY "  EXIGE_CERTIFICADO: " WKS-EXIGE-CERTIFICADO.
       0001-PARAMETROS-E.
           EXIT.

       0002-INICIO-VERIFICA-CIERRE SECTION.
      *MISMA COMPUERTA QUE EL CONDUCTOR DE CADENA (EDUC3032): SIN UN
      *CERTIFICADO DE CIERRE DE LA FECHA DE PROCESO EL MAESTRO NO
      *ESTA CONCILIADO Y NO SE ALIMENTA LA BODEGA (RC 9).
           OPEN INPUT CERTIFICADO-CIERRE
           IF WKS-FS-CERTCIER NOT = "00"
              DISPLAY "SIN CERTIFICADO DE CIERRE: NO SE GENERAN "
                      "CAMBIOS PARA LA BODEGA"
              MOVE 9 TO RETURN-CODE
              STOP RUN
           END-IF

           READ CERTIFICADO-CIERRE INTO WKS-LINEA-CERTIFICADO
           AT END
              MOVE SPACES TO WKS-CE-MARCA
           END-READ
           CLOSE CERTIFICADO-CIERRE

           EVALUATE TRUE
           WHEN WKS-CE-MARCA NOT = "CIERRE|"
                DISPLAY "EL CERTIFICADO DE CIERRE ESTA VACIO O "
                        "MALFORMADO: NO SE GENERAN CAMBIOS"
                MOVE 9 TO RETURN-CODE
                STOP RUN
           WHEN WKS-CE-FECHA NOT = WKS-FECHA-HOY
                DISPLAY "EL CERTIFICADO DE CIERRE ES DEL "
                        WKS-CE-FECHA " Y HOY ES " WKS-FECHA-HOY
                        ": CERTIFICADO VIEJO, NO SE GENERAN CAMBIOS"
                MOVE 9 TO RETURN-CODE
                STOP RUN
           WHEN OTHER
                DISPLAY "CERTIFICADO DE CIERRE VIGENTE DEL "
                        WKS-CE-FECHA
           END-EVALUATE.
       0002-VERIFICA-CIERRE-E.
           EXIT.

       0003-INICIO-COMPARA SECTION.
      *PAREO DE LOS DOS MAESTROS EN ORDEN DE LLAVE: LLAVE SOLO EN
      *AYER = BAJA, SOLO EN HOY = ALTA, EN AMBOS = CAMBIO SI DIFIERE
      *ALGUN CAMPO.
           OPEN INPUT MAESTRO-AYER
           IF WKS-FS-FILEAANT NOT = "00"
              DISPLAY "NO SE PUDO ABRIR LA FOTO DE AYER FILEAANT"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT FILE-A
           IF WKS-FS-FILEA NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL MAESTRO A DE ESTA NOCHE"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT CAMBIOS-MAESTRO
           IF WKS-FS-FILEACDC NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE CAMBIOS FILEACDC"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE WKS-FECHA-NEGOCIO TO WKS-EN-FECHA
           MOVE WKS-ST-FECHA-INICIO TO WKS-EN-CORRIDA-FECHA
           MOVE WKS-ST-HORA-INICIO TO WKS-EN-CORRIDA-HORA
           WRITE REG-CAMBIO FROM WKS-LINEA-ENCABEZADO
           MOVE WKS-FECHA-NEGOCIO TO WKS-DT-FECHA

           PERFORM 0004-INICIO-LEE-AYER THRU 0004-LEE-AYER-E
           PERFORM 0005-INICIO-LEE-HOY THRU 0005-LEE-HOY-E

           PERFORM UNTIL WKS-FIN-FILEAANT AND WKS-FIN-FILEA
                   EVALUATE TRUE
                   WHEN WKS-LLAVE-AYER < WKS-LLAVE-HOY
                        PERFORM 0006-INICIO-GRABA-BAJA THRU
                           0006-GRABA-BAJA-E
                        PERFORM 0004-INICIO-LEE-AYER THRU
                           0004-LEE-AYER-E
                   WHEN WKS-LLAVE-AYER > WKS-LLAVE-HOY
                        PERFORM 0007-INICIO-GRABA-ALTA THRU
                           0007-GRABA-ALTA-E
                        PERFORM 0005-INICIO-LEE-HOY THRU
                           0005-LEE-HOY-E
                   WHEN OTHER
                        PERFORM 0008-INICIO-COMPARA-CUENTA THRU
                           0008-COMPARA-CUENTA-E
                        PERFORM 0004-INICIO-LEE-AYER THRU
                           0004-LEE-AYER-E
                        PERFORM 0005-INICIO-LEE-HOY THRU
                           0005-LEE-HOY-E
                   END-EVALUATE
           END-PERFORM

           MOVE WKS-FECHA-NEGOCIO TO WKS-CO-FECHA
           MOVE WKS-I-DETALLES TO WKS-CO-DETALLES
           MOVE WKS-I-ALTAS TO WKS-CO-ALTAS
           MOVE WKS-I-CAMBIOS TO WKS-CO-CAMBIOS
           MOVE WKS-I-BAJAS TO WKS-CO-BAJAS
           MOVE WKS-I-SIN-CAMBIO TO WKS-CO-SIN-CAMBIO
           WRITE REG-CAMBIO FROM WKS-LINEA-COLA

           CLOSE MAESTRO-AYER, FILE-A, CAMBIOS-MAESTRO.
       0003-COMPARA-E.
           EXIT.

       0004-INICIO-LEE-AYER SECTION.
           READ MAESTRO-AYER NEXT RECORD
           AT END
              SET WKS-FIN-FILEAANT TO TRUE
              MOVE HIGH-VALUES TO WKS-LLAVE-AYER
              GO TO 0004-LEE-AYER-E
           END-READ
           ADD 1 TO WKS-I-LEIDOS-AYER
           MOVE ANT-LLAVE TO WKS-LLAVE-AYER.
       0004-LEE-AYER-E.
           EXIT.

       0005-INICIO-LEE-HOY SECTION.
           READ FILE-A NEXT RECORD
           AT END
              SET WKS-FIN-FILEA TO TRUE
              MOVE HIGH-VALUES TO WKS-LLAVE-HOY
              GO TO 0005-LEE-HOY-E
           END-READ
           ADD 1 TO WKS-I-LEIDOS-HOY
           MOVE FILEA-LLAVE TO WKS-LLAVE-HOY.
       0005-LEE-HOY-E.
           EXIT.

       0006-INICIO-GRABA-BAJA SECTION.
           MOVE "D" TO WKS-DT-TIPO
           MOVE ANT-LLAVE TO WKS-DT-CUENTA
           MOVE SPACES TO WKS-DT-CAMPOS
           MOVE ANT-NOMBRE TO WKS-DT-ANT-NOMBRE
           MOVE ANT-SALDO TO WKS-DT-ANT-SALDO
           MOVE ANT-FECHA TO WKS-DT-ANT-FECHA
           MOVE SPACES TO WKS-DT-NUE-NOMBRE
           MOVE SPACES TO WKS-DT-NUE-SALDO-X
           MOVE SPACES TO WKS-DT-NUE-FECHA
           WRITE REG-CAMBIO FROM WKS-LINEA-DETALLE
           ADD 1 TO WKS-I-BAJAS
           ADD 1 TO WKS-I-DETALLES.
       0006-GRABA-BAJA-E.
           EXIT.

       0007-INICIO-GRABA-ALTA SECTION.
           MOVE "I" TO WKS-DT-TIPO
           MOVE FILEA-LLAVE TO WKS-DT-CUENTA
           MOVE SPACES TO WKS-DT-CAMPOS
           MOVE SPACES TO WKS-DT-ANT-NOMBRE
           MOVE SPACES TO WKS-DT-ANT-SALDO-X
           MOVE SPACES TO WKS-DT-ANT-FECHA
           MOVE FILEA-NOMBRE TO WKS-DT-NUE-NOMBRE
           MOVE FILEA-SALDO TO WKS-DT-NUE-SALDO
           MOVE FILEA-FECHA TO WKS-DT-NUE-FECHA
           WRITE REG-CAMBIO FROM WKS-LINEA-DETALLE
           ADD 1 TO WKS-I-ALTAS
           ADD 1 TO WKS-I-DETALLES.
       0007-GRABA-ALTA-E.
           EXIT.

       0008-INICIO-COMPARA-CUENTA SECTION.
      *LOS NOMBRES DE LOS CAMPOS CAMBIADOS VAN SEPARADOS POR COMA;
      *EL ANTES Y EL DESPUES LLEVAN LOS TRES CAMPOS COMPLETOS.
           MOVE SPACES TO WKS-CAMPOS-CAMBIADOS
           MOVE 1 TO WKS-CC-POS
           IF ANT-NOMBRE NOT = FILEA-NOMBRE
              STRING "NOMBRE," DELIMITED BY SIZE
                 INTO WKS-CAMPOS-CAMBIADOS WITH POINTER WKS-CC-POS
              END-STRING
           END-IF
           IF ANT-SALDO NOT = FILEA-SALDO
              STRING "SALDO," DELIMITED BY SIZE
                 INTO WKS-CAMPOS-CAMBIADOS WITH POINTER WKS-CC-POS
              END-STRING
           END-IF
           IF ANT-FECHA NOT = FILEA-FECHA
              STRING "FECHA," DELIMITED BY SIZE
                 INTO WKS-CAMPOS-CAMBIADOS WITH POINTER WKS-CC-POS
              END-STRING
           END-IF

           IF WKS-CC-POS = 1
              ADD 1 TO WKS-I-SIN-CAMBIO
              GO TO 0008-COMPARA-CUENTA-E
           END-IF

      *QUITA LA COMA FINAL.
           SUBTRACT 1 FROM WKS-CC-POS
           MOVE SPACES TO WKS-CAMPOS-CAMBIADOS(WKS-CC-POS:1)

           MOVE "U" TO WKS-DT-TIPO
           MOVE FILEA-LLAVE TO WKS-DT-CUENTA
           MOVE WKS-CAMPOS-CAMBIADOS TO WKS-DT-CAMPOS
           MOVE ANT-NOMBRE TO WKS-DT-ANT-NOMBRE
           MOVE ANT-SALDO TO WKS-DT-ANT-SALDO
           MOVE ANT-FECHA TO WKS-DT-ANT-FECHA
           MOVE FILEA-NOMBRE TO WKS-DT-NUE-NOMBRE
           MOVE FILEA-SALDO TO WKS-DT-NUE-SALDO
           MOVE FILEA-FECHA TO WKS-DT-NUE-FECHA
           WRITE REG-CAMBIO FROM WKS-LINEA-DETALLE
           ADD 1 TO WKS-I-CAMBIOS
           ADD 1 TO WKS-I-DETALLES.
       0008-COMPARA-CUENTA-E.
           EXIT.
