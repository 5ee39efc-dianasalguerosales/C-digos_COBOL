      ******************************************************************
      * FECHA       : 2026                                             *
      * PROGRAMADOR : DIANA STEFFANNY SALGUERO ROSALES                 *
      * APLICACION  : EDUCACION                                        *
      * PROGRAMA    : EDUC3098                                         *
      * TIPO        : BATCH (A PEDIDO)                                 *
      * DESCRIPCION : EVALUACION EN SOMBRA DE UN AJUSTE A LAS REGLAS   *
      *             : DE EDUC3007 ANTES DE APLICARLO. RELEE LAS        *
      *             : DECISIONES DE AUDMAST DE UN RANGO DE FECHAS      *
      *             : (TARJETA DE SYSIN) Y LAS VUELVE A EVALUAR CON EL *
      *             : JUEGO CANDIDATO DE PARAMETROS: HEURISTICAS DE    *
      *             : FABRICADO Y LARGO DE RACHA (SECCION EDUC3098 DE  *
      *             : PARAMET, LO QUE NO TRAE SE TOMA DE LA SECCION    *
      *             : EDUC3007), RANGOS DE PRUEBA CANDIDATOS           *
      *             : (RANGOCAN, O RANGOPRB SI NO VIENE) Y UMBRAL DE   *
      *             : RECHAZO. NO ESCRIBE EN REGDPI, SUSPDPI, SOSPFAB  *
      *             : NI EN LA AUDITORIA: SOLO EMITE EL REPORTE DE     *
      *             : CUANTOS VEREDICTOS CAMBIARIAN POR PAR            *
      *             : ANTES/DESPUES, POR DEPARTAMENTO Y POR OFICINA,   *
      *             : LOS LOTES QUE CAMBIARIAN DE ALERTA DE RECHAZO Y  *
      *             : UNA MUESTRA DE DOCUMENTOS QUE CAMBIAN.           *
      * ARCHIVOS    : AUDMAST (ENTRADA), RANGOCAN (ENTRADA, OPCIONAL), *
      *             : RANGOPRB (ENTRADA, OPCIONAL), RPTSOMB (SALIDA)   *
      * PROGRAMA(S) : DPICHK01, PARMRD01, RUNSTAT1                     *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDUC3098.
       AUTHOR. DIANA SALGUERO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-MAESTRO ASSIGN TO AUDMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS AUDM-LLAVE
                  FILE STATUS IS WKS-FS-AUDMAST.
      *RANGOS DE PRUEBA CANDIDATOS, CON EL MISMO LAYOUT DE RANGOPRB.
           SELECT RANGOS-CANDIDATOS ASSIGN TO RANGOCAN
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-RANGOCAN.
           SELECT RANGOS-PRUEBA ASSIGN TO RANGOPRB
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-RANGOPRB.
           SELECT RPT-SOMBRA ASSIGN TO RPTSOMB
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-RPTSOMB.

       DATA DIVISION.

       FILE SECTION.
       FD AUDIT-MAESTRO.
           COPY AUDMAST.

       FD RANGOS-CANDIDATOS.
       01 REG-RANGOS-CANDIDATOS         PIC X(20).

       FD RANGOS-PRUEBA.
       01 REG-RANGOS-PRUEBA             PIC X(20).

       FD RPT-SOMBRA.
       01 REG-RPT-SOMBRA                PIC X(132).

       WORKING-STORAGE SECTION.

       01 WKS-CONTROL-ARCHIVOS.
          02 WKS-FS-AUDMAST             PIC X(02) VALUE SPACES.
             88 WKS-FIN-AUDMAST                   VALUE "10".
          02 WKS-FS-RANGOCAN            PIC X(02) VALUE SPACES.
             88 WKS-FIN-RANGOCAN                  VALUE "10".
          02 WKS-FS-RANGOPRB            PIC X(02) VALUE SPACES.
             88 WKS-FIN-RANGOPRB                  VALUE "10".
          02 WKS-FS-RPTSOMB             PIC X(02) VALUE SPACES.

      *TARJETA DE SYSIN: RANGO DE FECHAS DE DECISION A REEVALUAR
      *(DESDE EN BLANCO = DESDE EL PRINCIPIO, HASTA EN BLANCO = HOY)
      *Y CANTIDAD DE DOCUMENTOS DE MUESTRA (50 POR OMISION, HASTA
      *200).
       01 WKS-TARJETA-SOMBRA.
          02 WKS-TS-DESDE               PIC X(08) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-TS-HASTA               PIC X(08) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-TS-MUESTRA             PIC X(03) VALUE SPACES.
          02 FILLER                     PIC X(59) VALUE SPACES.

       01 WKS-CONTROL-SOMBRA.
          02 WKS-FECHA-HOY              PIC 9(08) VALUE ZEROES.
          02 WKS-FECHA-DESDE            PIC 9(08) VALUE ZEROES.
          02 WKS-FECHA-HASTA            PIC 9(08) VALUE ZEROES.
          02 WKS-MUESTRA-MAX            PIC 9(03) VALUE 050.
          02 WKS-VEREDICTO-NUEVO        PIC X(20) VALUE SPACES.
          02 WKS-DEPTO                  PIC 9(02) VALUE ZEROES.
          02 WKS-REEVALUABLE-SW         PIC X(01) VALUE "N".
             88 WKS-ES-REEVALUABLE                VALUE "S".
          02 WKS-RANGOS-ORIGEN          PIC X(08) VALUE SPACES.
          02 WKS-BUSCA-IDX              PIC 9(03) VALUE ZEROES.

      *PARAMETROS VIGENTES (SECCION EDUC3007) Y CANDIDATOS (SECCION
      *EDUC3098; LO QUE NO SE AJUSTA QUEDA COMO EL VIGENTE).
       01 WKS-PARAMETROS-REGLA.
          02 WKS-PR-VIGENTE.
             03 WKS-PV-UMBRAL           PIC 9(03) VALUE 020.
             03 WKS-PV-USA-IGUALES      PIC X(01) VALUE "S".
             03 WKS-PV-USA-ASC          PIC X(01) VALUE "S".
             03 WKS-PV-USA-DESC         PIC X(01) VALUE "S".
             03 WKS-PV-LARGO            PIC 9(01) VALUE 8.
          02 WKS-PR-CANDIDATO.
             03 WKS-PC-UMBRAL           PIC 9(03) VALUE 020.
             03 WKS-PC-USA-IGUALES      PIC X(01) VALUE "S".
             03 WKS-PC-USA-ASC          PIC X(01) VALUE "S".
             03 WKS-PC-USA-DESC         PIC X(01) VALUE "S".
             03 WKS-PC-LARGO            PIC 9(01) VALUE 8.
          02 WKS-PR-UMBRAL              PIC 9(03) VALUE ZEROES.
          02 WKS-PR-USA-IGUALES         PIC X(01) VALUE SPACES.
          02 WKS-PR-USA-ASC             PIC X(01) VALUE SPACES.
          02 WKS-PR-USA-DESC            PIC X(01) VALUE SPACES.
          02 WKS-PR-LARGO               PIC 9(01) VALUE ZEROES.

      *MISMA CRIBA HEURISTICA DE EDUC3007, CON LOS PARAMETROS
      *CANDIDATOS.
       01 WKS-CONTROL-FABRICADO.
          02 WKS-FB-SW                  PIC X(01) VALUE "N".
             88 WKS-DPI-FABRICADO                 VALUE "S".
          02 WKS-FB-I                   PIC 9(02) VALUE ZEROES.
          02 WKS-FB-RACHA-IGU           PIC 9(01) VALUE ZEROES.
          02 WKS-FB-RACHA-ASC           PIC 9(01) VALUE ZEROES.
          02 WKS-FB-RACHA-DESC          PIC 9(01) VALUE ZEROES.
          02 WKS-FB-MAX-IGU             PIC 9(01) VALUE ZEROES.
          02 WKS-FB-MAX-ASC             PIC 9(01) VALUE ZEROES.
          02 WKS-FB-MAX-DESC            PIC 9(01) VALUE ZEROES.
          02 WKS-FB-DIG-ACT             PIC 9(01) VALUE ZEROES.
          02 WKS-FB-DIG-SIG             PIC 9(01) VALUE ZEROES.
          02 WKS-TABLA-RANGOS.
             03 WKS-FB-RANGO OCCURS 20 TIMES.
                04 WKS-FB-DESDE         PIC 9(08).
                04 WKS-FB-HASTA         PIC 9(08).
          02 WKS-FB-CANT-RANGOS         PIC 9(02) VALUE ZEROES.
          02 WKS-FB-IDX                 PIC 9(02) VALUE ZEROES.
          02 WKS-FB-HEURISTICA          PIC X(12) VALUE SPACES.

      *VISTA DE LA LINEA DEL ARCHIVO DE RANGOS: DESDE HASTA.
       01 WKS-LINEA-RANGO.
          02 WKS-RG-DESDE               PIC 9(08).
          02 FILLER                     PIC X(01).
          02 WKS-RG-HASTA               PIC 9(08).
          02 FILLER                     PIC X(03).

       01 WKS-DPI.
          02 WKS-DPI-CORREL             PIC 9(08) VALUE ZEROES.
          02 WKS-DPI-VERIFICADOR        PIC 9(01) VALUE ZEROES.
          02 WKS-DPI-DEPARTAMENTO       PIC 9(02) VALUE ZEROES.
          02 WKS-DPI-MUNICIPIO          PIC 9(02) VALUE ZEROES.

      *AREA DE LLAMADA AL SUBPROGRAMA COMUN DEL DIGITO VERIFICADOR.
       01 WKS-CONTROL-CHEQUEO.
          02 WKS-CHK-DPI                PIC 9(13) VALUE ZEROES.
          02 WKS-CHK-DIGITO             PIC 9(02) VALUE ZEROES.
          02 WKS-CHK-VEREDICTO          PIC X(20) VALUE SPACES.
          02 WKS-CHK-ERROR              PIC X(01) VALUE "N".

      *CAMBIOS POR PAR DE VEREDICTOS ANTES/DESPUES.
       01 WKS-TABLA-PARES.
          02 WKS-PA-ENTRADA OCCURS 40 TIMES.
             03 WKS-PA-ANTES            PIC X(20).
             03 WKS-PA-DESPUES          PIC X(20).
             03 WKS-PA-CANT             PIC 9(07).
          02 WKS-PA-CANT-PARES          PIC 9(02) VALUE ZEROES.
          02 WKS-PA-IDX                 PIC 9(02) VALUE ZEROES.

      *REEVALUADOS Y CAMBIOS POR DEPARTAMENTO DEL DPI; EL SUBINDICE
      *ES EL CODIGO DE DEPARTAMENTO (01-22) Y LA ENTRADA 23 JUNTA
      *LOS CODIGOS FUERA DE CATALOGO.
       01 WKS-TABLA-DEPTOS.
          02 WKS-DE-ENTRADA OCCURS 23 TIMES.
             03 WKS-DE-REEVALUADOS      PIC 9(07).
             03 WKS-DE-CAMBIOS          PIC 9(07).
          02 WKS-DE-IDX                 PIC 9(02) VALUE ZEROES.

      *REEVALUADOS Y CAMBIOS POR OFICINA DE CAPTURA.
       01 WKS-TABLA-OFICINAS.
          02 WKS-OF-ENTRADA OCCURS 100 TIMES.
             03 WKS-OF-OFICINA          PIC X(04).
             03 WKS-OF-REEVALUADOS      PIC 9(07).
             03 WKS-OF-CAMBIOS          PIC 9(07).
          02 WKS-OF-CANT                PIC 9(03) VALUE ZEROES.
          02 WKS-OF-IDX                 PIC 9(03) VALUE ZEROES.

      *LOTES (FECHA + CORRIDA) CON SUS DENEGADOS ANTES Y DESPUES,
      *PARA VER QUE CORRIDAS CRUZARIAN EL UMBRAL DE RECHAZO.
       01 WKS-TABLA-LOTES.
          02 WKS-LO-ENTRADA OCCURS 500 TIMES.
             03 WKS-LO-FECHA            PIC 9(08).
             03 WKS-LO-CORRIDA          PIC 9(06).
             03 WKS-LO-OFICINA          PIC X(04).
             03 WKS-LO-REEVALUADOS      PIC 9(07).
             03 WKS-LO-DENEG-ANTES      PIC 9(07).
             03 WKS-LO-DENEG-DESPUES    PIC 9(07).
          02 WKS-LO-CANT                PIC 9(03) VALUE ZEROES.
          02 WKS-LO-IDX                 PIC 9(03) VALUE ZEROES.
          02 WKS-LO-PORC-ANTES          PIC 9(03)V9(02) VALUE ZEROES.
          02 WKS-LO-PORC-DESPUES        PIC 9(03)V9(02) VALUE ZEROES.
          02 WKS-LO-ALERTA-ANTES        PIC X(02) VALUE SPACES.
          02 WKS-LO-ALERTA-DESPUES      PIC X(02) VALUE SPACES.
          02 WKS-LO-CAMBIAN-ALERTA      PIC 9(03) VALUE ZEROES.

      *MUESTRA DE DOCUMENTOS QUE CAMBIAN DE VEREDICTO.
       01 WKS-TABLA-MUESTRA.
          02 WKS-MU-ENTRADA OCCURS 200 TIMES.
             03 WKS-MU-DPI              PIC 9(13).
             03 WKS-MU-FECHA            PIC 9(08).
             03 WKS-MU-CORRIDA          PIC 9(06).
             03 WKS-MU-OFICINA          PIC X(04).
             03 WKS-MU-ANTES            PIC X(20).
             03 WKS-MU-DESPUES          PIC X(20).
             03 WKS-MU-HEURISTICA       PIC X(12).
          02 WKS-MU-CANT                PIC 9(03) VALUE ZEROES.
          02 WKS-MU-IDX                 PIC 9(03) VALUE ZEROES.

       01 WKS-ITERACIONES.
          02 WKS-I-LEIDOS               PIC 9(07) VALUE ZEROES.
          02 WKS-I-EN-RANGO             PIC 9(07) VALUE ZEROES.
          02 WKS-I-REEVALUADOS          PIC 9(07) VALUE ZEROES.
          02 WKS-I-NO-REEVALUABLES      PIC 9(07) VALUE ZEROES.
          02 WKS-I-CAMBIOS              PIC 9(07) VALUE ZEROES.
          02 WKS-I-PARES-FUERA          PIC 9(07) VALUE ZEROES.
          02 WKS-I-OFICINAS-FUERA       PIC 9(07) VALUE ZEROES.
          02 WKS-I-LOTES-FUERA          PIC 9(07) VALUE ZEROES.

       01 WKS-LINEA-PAR.
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 WKS-LP-ANTES               PIC X(20) VALUE SPACES.
          02 FILLER                     PIC X(04) VALUE " -> ".
          02 WKS-LP-DESPUES             PIC X(20) VALUE SPACES.
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 WKS-LP-CANT                PIC Z,ZZZ,ZZ9 VALUE ZEROES.
          02 FILLER                     PIC X(75) VALUE SPACES.

       01 WKS-LINEA-GRUPO.
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 WKS-LG-CODIGO              PIC X(04) VALUE SPACES.
          02 FILLER                     PIC X(04) VALUE SPACES.
          02 WKS-LG-REEVALUADOS         PIC Z,ZZZ,ZZ9 VALUE ZEROES.
          02 FILLER                     PIC X(04) VALUE SPACES.
          02 WKS-LG-CAMBIOS             PIC Z,ZZZ,ZZ9 VALUE ZEROES.
          02 FILLER                     PIC X(04) VALUE SPACES.
          02 WKS-LG-PORC                PIC ZZ9.99 VALUE ZEROES.
          02 FILLER                     PIC X(90) VALUE SPACES.
       01 WKS-LG-PORC-CALC              PIC 9(03)V9(02) VALUE ZEROES.

       01 WKS-LINEA-LOTE.
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 WKS-LL-FECHA               PIC 9(08) VALUE ZEROES.
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 WKS-LL-CORRIDA             PIC 9(06) VALUE ZEROES.
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 WKS-LL-OFICINA             PIC X(04) VALUE SPACES.
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 WKS-LL-REEVALUADOS         PIC ZZZ,ZZ9 VALUE ZEROES.
          02 FILLER                     PIC X(03) VALUE SPACES.
          02 WKS-LL-PORC-ANTES          PIC ZZ9.99 VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LL-ALERTA-ANTES        PIC X(02) VALUE SPACES.
          02 FILLER                     PIC X(03) VALUE SPACES.
          02 WKS-LL-PORC-DESPUES        PIC ZZ9.99 VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LL-ALERTA-DESPUES      PIC X(02) VALUE SPACES.
          02 FILLER                     PIC X(75) VALUE SPACES.

       01 WKS-LINEA-MUESTRA.
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 WKS-LM-DPI                 PIC 9(13) VALUE ZEROES.
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 WKS-LM-FECHA               PIC 9(08) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LM-CORRIDA             PIC 9(06) VALUE ZEROES.
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 WKS-LM-OFICINA             PIC X(04) VALUE SPACES.
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 WKS-LM-ANTES               PIC X(20) VALUE SPACES.
          02 FILLER                     PIC X(04) VALUE " -> ".
          02 WKS-LM-DESPUES             PIC X(20) VALUE SPACES.
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 WKS-LM-HEURISTICA          PIC X(12) VALUE SPACES.
          02 FILLER                     PIC X(34) VALUE SPACES.

      *AREA PARA EL LECTOR COMUN DEL ARCHIVO CENTRAL DE PARAMETROS.
       01 WKS-CONTROL-PARAMETROS.
          02 WKS-PARM-SECCION           PIC X(08) VALUE SPACES.
          02 WKS-PARM-CANT              PIC 9(02) VALUE ZEROES.
          02 WKS-PARM-TABLA.
             03 WKS-PARM-ENTRADA OCCURS 20 TIMES.
                04 WKS-PARM-CLAVE       PIC X(20).
                04 WKS-PARM-VALOR       PIC X(20).
          02 WKS-PARM-SIN-SECCION       PIC X(01) VALUE "S".
          02 WKS-PARM-IDX               PIC 9(02) VALUE ZEROES.

      *AREA PARA LA RUTINA COMUN DE ESTADISTICAS DE CORRIDA.
       01 WKS-CONTROL-ESTADISTICA.
          02 WKS-ST-PROGRAMA            PIC X(08) VALUE "EDUK3098".
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
           INITIALIZE WKS-TABLA-DEPTOS

           PERFORM 0001-INICIO-TARJETA THRU 0001-TARJETA-E
           PERFORM 0002-INICIO-PARAMETROS THRU 0002-PARAMETROS-E
           PERFORM 0003-INICIO-CARGA-RANGOS THRU 0003-CARGA-RANGOS-E
           DISPLAY "RANGOS DE PRUEBA CARGADOS DE " WKS-RANGOS-ORIGEN
                   ": " WKS-FB-CANT-RANGOS

      *LA HISTORIA SOLO SE LEE; ESTE PROGRAMA NO ABRE REGDPI,
      *SUSPDPI, SOSPFAB NI LA AUDITORIA.
           OPEN INPUT AUDIT-MAESTRO
           IF WKS-FS-AUDMAST NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE AUDITORIA "
                      "AUDMAST, FILE STATUS: " WKS-FS-AUDMAST
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           READ AUDIT-MAESTRO NEXT
           AT END
              SET WKS-FIN-AUDMAST TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-AUDMAST
                   ADD 1 TO WKS-I-LEIDOS
                   IF AUDM-FECHA NOT < WKS-FECHA-DESDE AND
                      AUDM-FECHA NOT > WKS-FECHA-HASTA
                      ADD 1 TO WKS-I-EN-RANGO
                      PERFORM 0004-INICIO-REEVALUA THRU
                         0004-REEVALUA-E
                   END-IF
                   READ AUDIT-MAESTRO NEXT
                   AT END
                      SET WKS-FIN-AUDMAST TO TRUE
                   END-READ
           END-PERFORM

           CLOSE AUDIT-MAESTRO

           PERFORM 0008-INICIO-REPORTE THRU 0008-REPORTE-E

           DISPLAY "DECISIONES LEIDAS DE AUDMAST: " WKS-I-LEIDOS
           DISPLAY "DECISIONES EN EL RANGO: " WKS-I-EN-RANGO
           DISPLAY "DECISIONES REEVALUADAS: " WKS-I-REEVALUADOS
           DISPLAY "DECISIONES NO REEVALUABLES: " WKS-I-NO-REEVALUABLES
           DISPLAY "VEREDICTOS QUE CAMBIARIAN: " WKS-I-CAMBIOS
           DISPLAY "LOTES QUE CAMBIARIAN DE ALERTA DE RECHAZO: "
                   WKS-LO-CAMBIAN-ALERTA

           MOVE WKS-I-EN-RANGO TO WKS-ST-LEIDOS
           MOVE WKS-I-REEVALUADOS TO WKS-ST-ESCRITOS
           MOVE WKS-I-NO-REEVALUABLES TO WKS-ST-RECHAZADOS
           CALL 'RUNSTAT1' USING WKS-ST-PROGRAMA
                                 WKS-ST-FECHA-INICIO
                                 WKS-ST-HORA-INICIO
                                 WKS-ST-LEIDOS
                                 WKS-ST-ESCRITOS
                                 WKS-ST-RECHAZADOS

           STOP RUN.
       0000-INICIO-E.
           EXIT.

       0001-INICIO-TARJETA SECTION.
      *SIN TARJETA SE REEVALUA TODA LA HISTORIA HASTA HOY.
           ACCEPT WKS-TARJETA-SOMBRA FROM SYSIN
           MOVE ZEROES TO WKS-FECHA-DESDE
           MOVE WKS-FECHA-HOY TO WKS-FECHA-HASTA
           IF WKS-TS-DESDE NUMERIC
              MOVE WKS-TS-DESDE TO WKS-FECHA-DESDE
           END-IF
           IF WKS-TS-HASTA NUMERIC
              MOVE WKS-TS-HASTA TO WKS-FECHA-HASTA
           END-IF
           IF WKS-TS-MUESTRA NUMERIC
              MOVE WKS-TS-MUESTRA TO WKS-MUESTRA-MAX
              IF WKS-MUESTRA-MAX > 200
                 MOVE 200 TO WKS-MUESTRA-MAX
              END-IF
           END-IF
           IF WKS-FECHA-DESDE > WKS-FECHA-HASTA
              DISPLAY "RANGO DE FECHAS INVALIDO: " WKS-FECHA-DESDE
                      " A " WKS-FECHA-HASTA
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
       0001-TARJETA-E.
           EXIT.

       0002-INICIO-PARAMETROS SECTION.
      *PRIMERO LOS PARAMETROS VIGENTES DE EDUC3007 (AMBIENTE COMO
      *RESPALDO Y LUEGO SU SECCION DE PARAMET); EL CANDIDATO PARTE
      *DE ELLOS Y LA SECCION EDUC3098 CAMBIA SOLO LO QUE TRAE.
           ACCEPT WKS-PV-UMBRAL FROM ENVIRONMENT "UMBRAL_RECHAZO"
           IF WKS-PV-UMBRAL NOT NUMERIC OR WKS-PV-UMBRAL = ZEROES
              MOVE 20 TO WKS-PV-UMBRAL
           END-IF

           MOVE "EDUC3007" TO WKS-PARM-SECCION
           MOVE WKS-PR-VIGENTE TO WKS-PR-CANDIDATO
           PERFORM 0010-INICIO-APLICA-PARAMETROS THRU
              0010-APLICA-PARAMETROS-E
           MOVE WKS-PR-UMBRAL TO WKS-PV-UMBRAL
           MOVE WKS-PR-USA-IGUALES TO WKS-PV-USA-IGUALES
           MOVE WKS-PR-USA-ASC TO WKS-PV-USA-ASC
           MOVE WKS-PR-USA-DESC TO WKS-PV-USA-DESC
           MOVE WKS-PR-LARGO TO WKS-PV-LARGO

           MOVE "EDUC3098" TO WKS-PARM-SECCION
           MOVE WKS-PR-VIGENTE TO WKS-PR-CANDIDATO
           PERFORM 0010-INICIO-APLICA-PARAMETROS THRU
              0010-APLICA-PARAMETROS-E
           MOVE WKS-PR-UMBRAL TO WKS-PC-UMBRAL
           MOVE WKS-PR-USA-IGUALES TO WKS-PC-USA-IGUALES
           MOVE WKS-PR-USA-ASC TO WKS-PC-USA-ASC
           MOVE WKS-PR-USA-DESC TO WKS-PC-USA-DESC
           MOVE WKS-PR-LARGO TO WKS-PC-LARGO

           DISPLAY "PARAMETROS EFECTIVOS DE LA CORRIDA:"
           DISPLAY "  RANGO DE FECHAS: " WKS-FECHA-DESDE " A "
                   WKS-FECHA-HASTA
           DISPLAY "  MUESTRA: " WKS-MUESTRA-MAX
           DISPLAY "  UMBRAL_RECHAZO: " WKS-PV-UMBRAL " -> "
                   WKS-PC-UMBRAL
           DISPLAY "  HEUR_IGUALES: " WKS-PV-USA-IGUALES " -> "
                   WKS-PC-USA-IGUALES
           DISPLAY "  HEUR_SEC_ASC: " WKS-PV-USA-ASC " -> "
                   WKS-PC-USA-ASC
           DISPLAY "  HEUR_SEC_DESC: " WKS-PV-USA-DESC " -> "
                   WKS-PC-USA-DESC
           DISPLAY "  LARGO_SECUENCIA: " WKS-PV-LARGO " -> "
                   WKS-PC-LARGO.
       0002-PARAMETROS-E.
           EXIT.

       0010-INICIO-APLICA-PARAMETROS SECTION.
      *LEE LA SECCION PEDIDA SOBRE LOS VALORES QUE YA TRAE EL AREA
      *CANDIDATA Y LOS DEJA EN EL AREA DE TRABAJO. EN LA SECCION DE
      *EDUC3007 SE IGNORAN SUS CLAVES QUE NO SON DE LA REGLA.
           MOVE WKS-PC-UMBRAL TO WKS-PR-UMBRAL
           MOVE WKS-PC-USA-IGUALES TO WKS-PR-USA-IGUALES
           MOVE WKS-PC-USA-ASC TO WKS-PR-USA-ASC
           MOVE WKS-PC-USA-DESC TO WKS-PR-USA-DESC
           MOVE WKS-PC-LARGO TO WKS-PR-LARGO

           CALL 'PARMRD01' USING WKS-PARM-SECCION
                                 WKS-PARM-CANT
                                 WKS-PARM-TABLA
                                 WKS-PARM-SIN-SECCION

           PERFORM VARYING WKS-PARM-IDX FROM 1 BY 1
              UNTIL WKS-PARM-IDX > WKS-PARM-CANT
              EVALUATE WKS-PARM-CLAVE(WKS-PARM-IDX)
              WHEN "UMBRAL_RECHAZO"
                   IF WKS-PARM-VALOR(WKS-PARM-IDX)(1:3) NUMERIC AND
                      WKS-PARM-VALOR(WKS-PARM-IDX)(1:3) NOT = "000"
                      MOVE WKS-PARM-VALOR(WKS-PARM-IDX)(1:3) TO
                         WKS-PR-UMBRAL
                   END-IF
              WHEN "HEUR_IGUALES"
                   IF WKS-PARM-VALOR(WKS-PARM-IDX)(1:1) = "S" OR "N"
                      MOVE WKS-PARM-VALOR(WKS-PARM-IDX)(1:1) TO
                         WKS-PR-USA-IGUALES
                   END-IF
              WHEN "HEUR_SEC_ASC"
                   IF WKS-PARM-VALOR(WKS-PARM-IDX)(1:1) = "S" OR "N"
                      MOVE WKS-PARM-VALOR(WKS-PARM-IDX)(1:1) TO
                         WKS-PR-USA-ASC
                   END-IF
              WHEN "HEUR_SEC_DESC"
                   IF WKS-PARM-VALOR(WKS-PARM-IDX)(1:1) = "S" OR "N"
                      MOVE WKS-PARM-VALOR(WKS-PARM-IDX)(1:1) TO
                         WKS-PR-USA-DESC
                   END-IF
              WHEN "LARGO_SECUENCIA"
                   IF WKS-PARM-VALOR(WKS-PARM-IDX)(1:1) >= "3" AND
                      WKS-PARM-VALOR(WKS-PARM-IDX)(1:1) <= "8" AND
                      WKS-PARM-VALOR(WKS-PARM-IDX)(2:1) = SPACE
                      MOVE WKS-PARM-VALOR(WKS-PARM-IDX)(1:1) TO
                         WKS-PR-LARGO
                   END-IF
              WHEN "DPI_MODO_ENTRADA"
              WHEN "DPI_REINICIO"
              WHEN "DPI_FORZAR"
              WHEN "DPI_CHECKPOINT_CADA"
                   CONTINUE
              WHEN OTHER
                   DISPLAY "PARAMETRO DESCONOCIDO EN PARAMET: "
                           WKS-PARM-SECCION " "
                           WKS-PARM-CLAVE(WKS-PARM-IDX)
              END-EVALUATE
           END-PERFORM.
       0010-APLICA-PARAMETROS-E.
           EXIT.

       0003-INICIO-CARGA-RANGOS SECTION.
      *LOS RANGOS CANDIDATOS VIENEN EN RANGOCAN; SI NO SE PREPARO,
      *SE USAN LOS VIGENTES DE RANGOPRB.
           OPEN INPUT RANGOS-CANDIDATOS
           IF WKS-FS-RANGOCAN = "00"
              MOVE "RANGOCAN" TO WKS-RANGOS-ORIGEN
              READ RANGOS-CANDIDATOS INTO WKS-LINEA-RANGO
              AT END
                 SET WKS-FIN-RANGOCAN TO TRUE
              END-READ
              PERFORM UNTIL WKS-FIN-RANGOCAN
                      PERFORM 0011-INICIO-GUARDA-RANGO THRU
                         0011-GUARDA-RANGO-E
                      READ RANGOS-CANDIDATOS INTO WKS-LINEA-RANGO
                      AT END
                         SET WKS-FIN-RANGOCAN TO TRUE
                      END-READ
              END-PERFORM
              CLOSE RANGOS-CANDIDATOS
              GO TO 0003-CARGA-RANGOS-E
           END-IF

           OPEN INPUT RANGOS-PRUEBA
           IF WKS-FS-RANGOPRB NOT = "00"
              MOVE "NINGUNO" TO WKS-RANGOS-ORIGEN
              DISPLAY "SIN ARCHIVO DE RANGOS DE PRUEBA"
              GO TO 0003-CARGA-RANGOS-E
           END-IF
           MOVE "RANGOPRB" TO WKS-RANGOS-ORIGEN
           READ RANGOS-PRUEBA INTO WKS-LINEA-RANGO
           AT END
              SET WKS-FIN-RANGOPRB TO TRUE
           END-READ
           PERFORM UNTIL WKS-FIN-RANGOPRB
                   PERFORM 0011-INICIO-GUARDA-RANGO THRU
                      0011-GUARDA-RANGO-E
                   READ RANGOS-PRUEBA INTO WKS-LINEA-RANGO
                   AT END
                      SET WKS-FIN-RANGOPRB TO TRUE
                   END-READ
           END-PERFORM
           CLOSE RANGOS-PRUEBA.
       0003-CARGA-RANGOS-E.
           EXIT.

       0011-INICIO-GUARDA-RANGO SECTION.
           IF WKS-FB-CANT-RANGOS < 20 AND
              WKS-RG-DESDE NUMERIC AND WKS-RG-HASTA NUMERIC
              ADD 1 TO WKS-FB-CANT-RANGOS
              MOVE WKS-RG-DESDE TO WKS-FB-DESDE(WKS-FB-CANT-RANGOS)
              MOVE WKS-RG-HASTA TO WKS-FB-HASTA(WKS-FB-CANT-RANGOS)
           END-IF.
       0011-GUARDA-RANGO-E.
           EXIT.

       0004-INICIO-REEVALUA SECTION.
      *SOLO SE REEVALUAN LAS DECISIONES QUE LA REGLA PRODUJO: LAS
      *FIRMADAS POR UN OPERADOR (SUPERVISOR, CONFIRMACION, DISPUTA)
      *Y LAS DE BLOQUEO, DUPLICADO EN LOTE O LOTE RECHAZADO NO
      *DEPENDEN DE LAS HEURISTICAS NI DEL DIGITO VERIFICADOR.
           MOVE "N" TO WKS-REEVALUABLE-SW
           IF AUDM-OPERADOR = SPACES AND AUDM-DPI > ZEROES
              EVALUATE AUDM-VEREDICTO
              WHEN "ACEPTADO"
              WHEN "DENEGADO"
              WHEN "EN REVISION"
              WHEN "SOSPECHA FABRICADO"
              WHEN "VENCIDO"
                   MOVE "S" TO WKS-REEVALUABLE-SW
              END-EVALUATE
           END-IF
           IF NOT WKS-ES-REEVALUABLE
              ADD 1 TO WKS-I-NO-REEVALUABLES
              GO TO 0004-REEVALUA-E
           END-IF
           ADD 1 TO WKS-I-REEVALUADOS

      *MISMO ORDEN DE EDUC3007: PRIMERO LA CRIBA DE FABRICADOS Y
      *LUEGO EL DIGITO VERIFICADOR. LA FECHA DE VENCIMIENTO NO SE
      *GUARDA EN AUDMAST: UN DOCUMENTO QUE SALIO VENCIDO SIGUE
      *VENCIDO SI EL DIGITO LO DEJA PASAR.
           MOVE AUDM-DPI TO WKS-DPI
           PERFORM 0005-INICIO-HEURISTICA THRU 0005-HEURISTICA-E
           IF WKS-DPI-FABRICADO
              MOVE "SOSPECHA FABRICADO" TO WKS-VEREDICTO-NUEVO
           ELSE
              MOVE SPACES TO WKS-FB-HEURISTICA
              MOVE AUDM-DPI TO WKS-CHK-DPI
              CALL 'DPICHK01' USING WKS-CHK-DPI
                                    WKS-CHK-DIGITO
                                    WKS-CHK-VEREDICTO
                                    WKS-CHK-ERROR
              MOVE WKS-CHK-VEREDICTO TO WKS-VEREDICTO-NUEVO
              IF AUDM-VEREDICTO = "VENCIDO" AND
                 (WKS-CHK-VEREDICTO = "ACEPTADO" OR
                  WKS-CHK-VEREDICTO = "EN REVISION")
                 MOVE "VENCIDO" TO WKS-VEREDICTO-NUEVO
              END-IF
           END-IF

           IF WKS-DPI-DEPARTAMENTO > ZEROES AND
              WKS-DPI-DEPARTAMENTO NOT > 22
              MOVE WKS-DPI-DEPARTAMENTO TO WKS-DE-IDX
           ELSE
              MOVE 23 TO WKS-DE-IDX
           END-IF
           ADD 1 TO WKS-DE-REEVALUADOS(WKS-DE-IDX)

           PERFORM 0006-INICIO-BUSCA-OFICINA THRU 0006-BUSCA-OFICINA-E
           IF WKS-OF-IDX > ZEROES
              ADD 1 TO WKS-OF-REEVALUADOS(WKS-OF-IDX)
           END-IF

           PERFORM 0007-INICIO-BUSCA-LOTE THRU 0007-BUSCA-LOTE-E
           IF WKS-LO-IDX > ZEROES
              ADD 1 TO WKS-LO-REEVALUADOS(WKS-LO-IDX)
              IF AUDM-VEREDICTO = "DENEGADO"
                 ADD 1 TO WKS-LO-DENEG-ANTES(WKS-LO-IDX)
              END-IF
              IF WKS-VEREDICTO-NUEVO = "DENEGADO"
                 ADD 1 TO WKS-LO-DENEG-DESPUES(WKS-LO-IDX)
              END-IF
           END-IF

           IF WKS-VEREDICTO-NUEVO = AUDM-VEREDICTO
              GO TO 0004-REEVALUA-E
           END-IF

           ADD 1 TO WKS-I-CAMBIOS
           ADD 1 TO WKS-DE-CAMBIOS(WKS-DE-IDX)
           IF WKS-OF-IDX > ZEROES
              ADD 1 TO WKS-OF-CAMBIOS(WKS-OF-IDX)
           END-IF

           MOVE ZEROES TO WKS-PA-IDX
           PERFORM VARYING WKS-BUSCA-IDX FROM 1 BY 1
              UNTIL WKS-BUSCA-IDX > WKS-PA-CANT-PARES OR
                 WKS-PA-IDX > ZEROES
              IF WKS-PA-ANTES(WKS-BUSCA-IDX) = AUDM-VEREDICTO AND
                 WKS-PA-DESPUES(WKS-BUSCA-IDX) = WKS-VEREDICTO-NUEVO
                 MOVE WKS-BUSCA-IDX TO WKS-PA-IDX
              END-IF
           END-PERFORM
           IF WKS-PA-IDX = ZEROES
              IF WKS-PA-CANT-PARES < 40
                 ADD 1 TO WKS-PA-CANT-PARES
                 MOVE WKS-PA-CANT-PARES TO WKS-PA-IDX
                 MOVE AUDM-VEREDICTO TO WKS-PA-ANTES(WKS-PA-IDX)
                 MOVE WKS-VEREDICTO-NUEVO TO WKS-PA-DESPUES(WKS-PA-IDX)
                 MOVE ZEROES TO WKS-PA-CANT(WKS-PA-IDX)
              ELSE
                 ADD 1 TO WKS-I-PARES-FUERA
              END-IF
           END-IF
           IF WKS-PA-IDX > ZEROES
              ADD 1 TO WKS-PA-CANT(WKS-PA-IDX)
           END-IF

           IF WKS-MU-CANT < WKS-MUESTRA-MAX
              ADD 1 TO WKS-MU-CANT
              MOVE AUDM-DPI TO WKS-MU-DPI(WKS-MU-CANT)
              MOVE AUDM-FECHA TO WKS-MU-FECHA(WKS-MU-CANT)
              MOVE AUDM-CORRIDA TO WKS-MU-CORRIDA(WKS-MU-CANT)
              MOVE AUDM-OFICINA TO WKS-MU-OFICINA(WKS-MU-CANT)
              MOVE AUDM-VEREDICTO TO WKS-MU-ANTES(WKS-MU-CANT)
              MOVE WKS-VEREDICTO-NUEVO TO WKS-MU-DESPUES(WKS-MU-CANT)
              MOVE WKS-FB-HEURISTICA TO WKS-MU-HEURISTICA(WKS-MU-CANT)
           END-IF.
       0004-REEVALUA-E.
           EXIT.

       0005-INICIO-HEURISTICA SECTION.
      *RACHAS DE DIGITOS IGUALES O EN SECUENCIA DE UNO EN UNO DEL
      *CORRELATIVO Y RANGOS DE PRUEBA, IGUAL QUE EDUC3007 PERO CON
      *LOS PARAMETROS CANDIDATOS.
           MOVE "N" TO WKS-FB-SW
           MOVE 1 TO WKS-FB-RACHA-IGU, WKS-FB-RACHA-ASC,
                     WKS-FB-RACHA-DESC, WKS-FB-MAX-IGU,
                     WKS-FB-MAX-ASC, WKS-FB-MAX-DESC

           PERFORM VARYING WKS-FB-I FROM 1 BY 1
              UNTIL WKS-FB-I > 7
              MOVE WKS-DPI-CORREL(WKS-FB-I:1) TO WKS-FB-DIG-ACT
              MOVE WKS-DPI-CORREL(WKS-FB-I + 1:1) TO WKS-FB-DIG-SIG
              IF WKS-FB-DIG-SIG = WKS-FB-DIG-ACT
                 ADD 1 TO WKS-FB-RACHA-IGU
              ELSE
                 MOVE 1 TO WKS-FB-RACHA-IGU
              END-IF
              IF WKS-FB-DIG-SIG = WKS-FB-DIG-ACT + 1
                 ADD 1 TO WKS-FB-RACHA-ASC
              ELSE
                 MOVE 1 TO WKS-FB-RACHA-ASC
              END-IF
              IF WKS-FB-DIG-SIG = WKS-FB-DIG-ACT - 1
                 ADD 1 TO WKS-FB-RACHA-DESC
              ELSE
                 MOVE 1 TO WKS-FB-RACHA-DESC
              END-IF
              IF WKS-FB-RACHA-IGU > WKS-FB-MAX-IGU
                 MOVE WKS-FB-RACHA-IGU TO WKS-FB-MAX-IGU
              END-IF
              IF WKS-FB-RACHA-ASC > WKS-FB-MAX-ASC
                 MOVE WKS-FB-RACHA-ASC TO WKS-FB-MAX-ASC
              END-IF
              IF WKS-FB-RACHA-DESC > WKS-FB-MAX-DESC
                 MOVE WKS-FB-RACHA-DESC TO WKS-FB-MAX-DESC
              END-IF
           END-PERFORM

           MOVE SPACES TO WKS-FB-HEURISTICA
           EVALUATE TRUE
           WHEN WKS-PC-USA-IGUALES = "S" AND
                WKS-FB-MAX-IGU NOT < WKS-PC-LARGO
                MOVE "S" TO WKS-FB-SW
                MOVE "IGUALES" TO WKS-FB-HEURISTICA
           WHEN WKS-PC-USA-ASC = "S" AND
                WKS-FB-MAX-ASC NOT < WKS-PC-LARGO
                MOVE "S" TO WKS-FB-SW
                MOVE "SEC ASC" TO WKS-FB-HEURISTICA
           WHEN WKS-PC-USA-DESC = "S" AND
                WKS-FB-MAX-DESC NOT < WKS-PC-LARGO
                MOVE "S" TO WKS-FB-SW
                MOVE "SEC DESC" TO WKS-FB-HEURISTICA
           END-EVALUATE

           PERFORM VARYING WKS-FB-IDX FROM 1 BY 1
              UNTIL WKS-FB-IDX > WKS-FB-CANT-RANGOS OR
                 WKS-DPI-FABRICADO
              IF WKS-DPI-CORREL >= WKS-FB-DESDE(WKS-FB-IDX) AND
                 WKS-DPI-CORREL <= WKS-FB-HASTA(WKS-FB-IDX)
                 MOVE "S" TO WKS-FB-SW
                 MOVE "RANGO PRUEBA" TO WKS-FB-HEURISTICA
              END-IF
           END-PERFORM.
       0005-HEURISTICA-E.
           EXIT.

       0006-INICIO-BUSCA-OFICINA SECTION.
      *UBICA O DA DE ALTA LA OFICINA DE LA DECISION; EN CERO SI LA
      *TABLA YA ESTA LLENA.
           MOVE ZEROES TO WKS-OF-IDX
           PERFORM VARYING WKS-FB-IDX FROM 1 BY 1
              UNTIL WKS-FB-IDX > WKS-OF-CANT OR WKS-OF-IDX > ZEROES
              IF WKS-OF-OFICINA(WKS-FB-IDX) = AUDM-OFICINA
                 MOVE WKS-FB-IDX TO WKS-OF-IDX
              END-IF
           END-PERFORM
           IF WKS-OF-IDX = ZEROES
              IF WKS-OF-CANT < 100
                 ADD 1 TO WKS-OF-CANT
                 MOVE WKS-OF-CANT TO WKS-OF-IDX
                 MOVE AUDM-OFICINA TO WKS-OF-OFICINA(WKS-OF-IDX)
                 MOVE ZEROES TO WKS-OF-REEVALUADOS(WKS-OF-IDX),
                                WKS-OF-CAMBIOS(WKS-OF-IDX)
              ELSE
                 ADD 1 TO WKS-I-OFICINAS-FUERA
              END-IF
           END-IF.
       0006-BUSCA-OFICINA-E.
           EXIT.

       0007-INICIO-BUSCA-LOTE SECTION.
      *UBICA O DA DE ALTA EL LOTE (FECHA + CORRIDA) DE LA DECISION.
           MOVE ZEROES TO WKS-LO-IDX
           PERFORM VARYING WKS-MU-IDX FROM 1 BY 1
              UNTIL WKS-MU-IDX > WKS-LO-CANT OR WKS-LO-IDX > ZEROES
              IF WKS-LO-FECHA(WKS-MU-IDX) = AUDM-FECHA AND
                 WKS-LO-CORRIDA(WKS-MU-IDX) = AUDM-CORRIDA
                 MOVE WKS-MU-IDX TO WKS-LO-IDX
              END-IF
           END-PERFORM
           IF WKS-LO-IDX = ZEROES
              IF WKS-LO-CANT < 500
                 ADD 1 TO WKS-LO-CANT
                 MOVE WKS-LO-CANT TO WKS-LO-IDX
                 MOVE AUDM-FECHA TO WKS-LO-FECHA(WKS-LO-IDX)
                 MOVE AUDM-CORRIDA TO WKS-LO-CORRIDA(WKS-LO-IDX)
                 MOVE AUDM-OFICINA TO WKS-LO-OFICINA(WKS-LO-IDX)
                 MOVE ZEROES TO WKS-LO-REEVALUADOS(WKS-LO-IDX),
                                WKS-LO-DENEG-ANTES(WKS-LO-IDX),
                                WKS-LO-DENEG-DESPUES(WKS-LO-IDX)
              ELSE
                 ADD 1 TO WKS-I-LOTES-FUERA
              END-IF
           END-IF.
       0007-BUSCA-LOTE-E.
           EXIT.

       0008-INICIO-REPORTE SECTION.
           OPEN OUTPUT RPT-SOMBRA
           IF WKS-FS-RPTSOMB NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL REPORTE RPTSOMB"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE SPACES TO REG-RPT-SOMBRA
           STRING "EDUC3098 EVALUACION EN SOMBRA DE REGLAS DE DPI - "
                  WKS-FECHA-HOY " - DECISIONES DEL " WKS-FECHA-DESDE
                  " AL " WKS-FECHA-HASTA
              DELIMITED BY SIZE INTO REG-RPT-SOMBRA
           END-STRING
           WRITE REG-RPT-SOMBRA
           MOVE "  SOLO LECTURA: NO SE ACTUALIZO NINGUN ARCHIVO"
              TO REG-RPT-SOMBRA
           WRITE REG-RPT-SOMBRA
           MOVE SPACES TO REG-RPT-SOMBRA
           WRITE REG-RPT-SOMBRA

           MOVE "PARAMETRO            VIGENTE  CANDIDATO"
              TO REG-RPT-SOMBRA
           WRITE REG-RPT-SOMBRA
           MOVE SPACES TO REG-RPT-SOMBRA
           STRING "UMBRAL_RECHAZO       " WKS-PV-UMBRAL "      "
                  WKS-PC-UMBRAL
              DELIMITED BY SIZE INTO REG-RPT-SOMBRA
           END-STRING
           WRITE REG-RPT-SOMBRA
           MOVE SPACES TO REG-RPT-SOMBRA
           STRING "HEUR_IGUALES         " WKS-PV-USA-IGUALES
                  "        " WKS-PC-USA-IGUALES
              DELIMITED BY SIZE INTO REG-RPT-SOMBRA
           END-STRING
           WRITE REG-RPT-SOMBRA
           MOVE SPACES TO REG-RPT-SOMBRA
           STRING "HEUR_SEC_ASC         " WKS-PV-USA-ASC
                  "        " WKS-PC-USA-ASC
              DELIMITED BY SIZE INTO REG-RPT-SOMBRA
           END-STRING
           WRITE REG-RPT-SOMBRA
           MOVE SPACES TO REG-RPT-SOMBRA
           STRING "HEUR_SEC_DESC        " WKS-PV-USA-DESC
                  "        " WKS-PC-USA-DESC
              DELIMITED BY SIZE INTO REG-RPT-SOMBRA
           END-STRING
           WRITE REG-RPT-SOMBRA
           MOVE SPACES TO REG-RPT-SOMBRA
           STRING "LARGO_SECUENCIA      " WKS-PV-LARGO
                  "        " WKS-PC-LARGO
              DELIMITED BY SIZE INTO REG-RPT-SOMBRA
           END-STRING
           WRITE REG-RPT-SOMBRA
           MOVE SPACES TO REG-RPT-SOMBRA
           STRING "RANGOS DE PRUEBA     RANGOPRB " WKS-RANGOS-ORIGEN
                  " (" WKS-FB-CANT-RANGOS " RANGOS)"
              DELIMITED BY SIZE INTO REG-RPT-SOMBRA
           END-STRING
           WRITE REG-RPT-SOMBRA
           MOVE SPACES TO REG-RPT-SOMBRA
           WRITE REG-RPT-SOMBRA

           MOVE SPACES TO REG-RPT-SOMBRA
           STRING "DECISIONES EN EL RANGO: " WKS-I-EN-RANGO
                  "  REEVALUADAS: " WKS-I-REEVALUADOS
                  "  NO REEVALUABLES: " WKS-I-NO-REEVALUABLES
                  "  CAMBIARIAN: " WKS-I-CAMBIOS
              DELIMITED BY SIZE INTO REG-RPT-SOMBRA
           END-STRING
           WRITE REG-RPT-SOMBRA
           MOVE SPACES TO REG-RPT-SOMBRA
           WRITE REG-RPT-SOMBRA

           MOVE "CAMBIOS POR VEREDICTO ANTERIOR -> VEREDICTO NUEVO:"
              TO REG-RPT-SOMBRA
           WRITE REG-RPT-SOMBRA
           PERFORM VARYING WKS-PA-IDX FROM 1 BY 1
              UNTIL WKS-PA-IDX > WKS-PA-CANT-PARES
              MOVE WKS-PA-ANTES(WKS-PA-IDX) TO WKS-LP-ANTES
              MOVE WKS-PA-DESPUES(WKS-PA-IDX) TO WKS-LP-DESPUES
              MOVE WKS-PA-CANT(WKS-PA-IDX) TO WKS-LP-CANT
              WRITE REG-RPT-SOMBRA FROM WKS-LINEA-PAR
           END-PERFORM
           IF WKS-PA-CANT-PARES = ZEROES
              MOVE "  NINGUN VEREDICTO CAMBIARIA" TO REG-RPT-SOMBRA
              WRITE REG-RPT-SOMBRA
           END-IF
           IF WKS-I-PARES-FUERA > ZEROES
              MOVE SPACES TO REG-RPT-SOMBRA
              STRING "  CAMBIOS DE OTROS PARES NO DETALLADOS: "
                     WKS-I-PARES-FUERA
                 DELIMITED BY SIZE INTO REG-RPT-SOMBRA
              END-STRING
              WRITE REG-RPT-SOMBRA
           END-IF
           MOVE SPACES TO REG-RPT-SOMBRA
           WRITE REG-RPT-SOMBRA

           MOVE "POR DEPARTAMENTO:  DEPTO   REEVALUADOS    CAMBIAN"
              TO REG-RPT-SOMBRA
           MOVE "%" TO REG-RPT-SOMBRA(59:1)
           WRITE REG-RPT-SOMBRA
           PERFORM VARYING WKS-DE-IDX FROM 1 BY 1
              UNTIL WKS-DE-IDX > 23
              IF WKS-DE-REEVALUADOS(WKS-DE-IDX) > ZEROES
                 IF WKS-DE-IDX = 23
                    MOVE "OTRO" TO WKS-LG-CODIGO
                 ELSE
                    MOVE SPACES TO WKS-LG-CODIGO
                    MOVE WKS-DE-IDX TO WKS-LG-CODIGO(1:2)
                 END-IF
                 MOVE WKS-DE-REEVALUADOS(WKS-DE-IDX) TO
                    WKS-LG-REEVALUADOS
                 MOVE WKS-DE-CAMBIOS(WKS-DE-IDX) TO WKS-LG-CAMBIOS
                 COMPUTE WKS-LG-PORC-CALC ROUNDED =
                    (WKS-DE-CAMBIOS(WKS-DE-IDX) * 100) /
                    WKS-DE-REEVALUADOS(WKS-DE-IDX)
                 MOVE WKS-LG-PORC-CALC TO WKS-LG-PORC
                 MOVE SPACES TO REG-RPT-SOMBRA
                 MOVE WKS-LINEA-GRUPO TO REG-RPT-SOMBRA(17:)
                 WRITE REG-RPT-SOMBRA
              END-IF
           END-PERFORM
           MOVE SPACES TO REG-RPT-SOMBRA
           WRITE REG-RPT-SOMBRA

           MOVE "POR OFICINA:       OFIC    REEVALUADOS    CAMBIAN"
              TO REG-RPT-SOMBRA
           MOVE "%" TO REG-RPT-SOMBRA(59:1)
           WRITE REG-RPT-SOMBRA
           PERFORM VARYING WKS-OF-IDX FROM 1 BY 1
              UNTIL WKS-OF-IDX > WKS-OF-CANT
              IF WKS-OF-OFICINA(WKS-OF-IDX) = SPACES
                 MOVE "----" TO WKS-LG-CODIGO
              ELSE
                 MOVE WKS-OF-OFICINA(WKS-OF-IDX) TO WKS-LG-CODIGO
              END-IF
              MOVE WKS-OF-REEVALUADOS(WKS-OF-IDX) TO WKS-LG-REEVALUADOS
              MOVE WKS-OF-CAMBIOS(WKS-OF-IDX) TO WKS-LG-CAMBIOS
              COMPUTE WKS-LG-PORC-CALC ROUNDED =
                 (WKS-OF-CAMBIOS(WKS-OF-IDX) * 100) /
                 WKS-OF-REEVALUADOS(WKS-OF-IDX)
              MOVE WKS-LG-PORC-CALC TO WKS-LG-PORC
              MOVE SPACES TO REG-RPT-SOMBRA
              MOVE WKS-LINEA-GRUPO TO REG-RPT-SOMBRA(17:)
              WRITE REG-RPT-SOMBRA
           END-PERFORM
           IF WKS-I-OFICINAS-FUERA > ZEROES
              MOVE SPACES TO REG-RPT-SOMBRA
              STRING "  DECISIONES DE OFICINAS NO DETALLADAS: "
                     WKS-I-OFICINAS-FUERA
                 DELIMITED BY SIZE INTO REG-RPT-SOMBRA
              END-STRING
              WRITE REG-RPT-SOMBRA
           END-IF
           MOVE SPACES TO REG-RPT-SOMBRA
           WRITE REG-RPT-SOMBRA

           PERFORM 0009-INICIO-REPORTE-LOTES THRU 0009-REPORTE-LOTES-E

           MOVE SPACES TO REG-RPT-SOMBRA
           STRING "MUESTRA DE DOCUMENTOS QUE CAMBIAN (" WKS-MU-CANT
                  " DE " WKS-I-CAMBIOS "):"
              DELIMITED BY SIZE INTO REG-RPT-SOMBRA
           END-STRING
           WRITE REG-RPT-SOMBRA
           MOVE "  DPI            FECHA    CORRIDA OFIC  ANTES"
              TO REG-RPT-SOMBRA
           MOVE "DESPUES" TO REG-RPT-SOMBRA(65:7)
           MOVE "HEURISTICA" TO REG-RPT-SOMBRA(87:10)
           WRITE REG-RPT-SOMBRA
           PERFORM VARYING WKS-MU-IDX FROM 1 BY 1
              UNTIL WKS-MU-IDX > WKS-MU-CANT
              MOVE WKS-MU-DPI(WKS-MU-IDX) TO WKS-LM-DPI
              MOVE WKS-MU-FECHA(WKS-MU-IDX) TO WKS-LM-FECHA
              MOVE WKS-MU-CORRIDA(WKS-MU-IDX) TO WKS-LM-CORRIDA
              MOVE WKS-MU-OFICINA(WKS-MU-IDX) TO WKS-LM-OFICINA
              MOVE WKS-MU-ANTES(WKS-MU-IDX) TO WKS-LM-ANTES
              MOVE WKS-MU-DESPUES(WKS-MU-IDX) TO WKS-LM-DESPUES
              MOVE WKS-MU-HEURISTICA(WKS-MU-IDX) TO WKS-LM-HEURISTICA
              WRITE REG-RPT-SOMBRA FROM WKS-LINEA-MUESTRA
           END-PERFORM

           CLOSE RPT-SOMBRA.
       0008-REPORTE-E.
           EXIT.

       0009-INICIO-REPORTE-LOTES SECTION.
      *PORCENTAJE DE DENEGADOS DE CADA LOTE CON SUS VEREDICTOS
      *ORIGINALES CONTRA EL UMBRAL VIGENTE Y CON LOS REEVALUADOS
      *CONTRA EL UMBRAL CANDIDATO; SOLO SE LISTAN LOS LOTES QUE
      *CAMBIARIAN DE ALERTA AL PLANIFICADOR (CODIGO DE RETORNO 8 DE
      *EDUC3007).
           MOVE "LOTES QUE CAMBIARIAN DE ALERTA DE RECHAZO:"
              TO REG-RPT-SOMBRA
           WRITE REG-RPT-SOMBRA
           MOVE "  FECHA     CORRIDA  OFIC  REEVAL.   % ANTES"
              TO REG-RPT-SOMBRA
           MOVE "% DESPUES" TO REG-RPT-SOMBRA(51:9)
           WRITE REG-RPT-SOMBRA

           PERFORM VARYING WKS-LO-IDX FROM 1 BY 1
              UNTIL WKS-LO-IDX > WKS-LO-CANT
              COMPUTE WKS-LO-PORC-ANTES ROUNDED =
                 (WKS-LO-DENEG-ANTES(WKS-LO-IDX) * 100) /
                 WKS-LO-REEVALUADOS(WKS-LO-IDX)
              COMPUTE WKS-LO-PORC-DESPUES ROUNDED =
                 (WKS-LO-DENEG-DESPUES(WKS-LO-IDX) * 100) /
                 WKS-LO-REEVALUADOS(WKS-LO-IDX)
              MOVE SPACES TO WKS-LO-ALERTA-ANTES, WKS-LO-ALERTA-DESPUES
              IF WKS-LO-PORC-ANTES > WKS-PV-UMBRAL
                 MOVE "**" TO WKS-LO-ALERTA-ANTES
              END-IF
              IF WKS-LO-PORC-DESPUES > WKS-PC-UMBRAL
                 MOVE "**" TO WKS-LO-ALERTA-DESPUES
              END-IF
              IF WKS-LO-ALERTA-ANTES NOT = WKS-LO-ALERTA-DESPUES
                 ADD 1 TO WKS-LO-CAMBIAN-ALERTA
                 MOVE WKS-LO-FECHA(WKS-LO-IDX) TO WKS-LL-FECHA
                 MOVE WKS-LO-CORRIDA(WKS-LO-IDX) TO WKS-LL-CORRIDA
                 MOVE WKS-LO-OFICINA(WKS-LO-IDX) TO WKS-LL-OFICINA
                 MOVE WKS-LO-REEVALUADOS(WKS-LO-IDX) TO
                    WKS-LL-REEVALUADOS
                 MOVE WKS-LO-PORC-ANTES TO WKS-LL-PORC-ANTES
                 MOVE WKS-LO-ALERTA-ANTES TO WKS-LL-ALERTA-ANTES
                 MOVE WKS-LO-PORC-DESPUES TO WKS-LL-PORC-DESPUES
                 MOVE WKS-LO-ALERTA-DESPUES TO WKS-LL-ALERTA-DESPUES
                 WRITE REG-RPT-SOMBRA FROM WKS-LINEA-LOTE
              END-IF
           END-PERFORM

           MOVE SPACES TO REG-RPT-SOMBRA
           STRING "  LOTES EVALUADOS: " WKS-LO-CANT
                  "  CAMBIAN DE ALERTA: " WKS-LO-CAMBIAN-ALERTA
                  "  (** = SUPERA EL UMBRAL)"
              DELIMITED BY SIZE INTO REG-RPT-SOMBRA
           END-STRING
           WRITE REG-RPT-SOMBRA
           IF WKS-I-LOTES-FUERA > ZEROES
              MOVE SPACES TO REG-RPT-SOMBRA
              STRING "  DECISIONES DE LOTES NO DETALLADOS: "
                     WKS-I-LOTES-FUERA
                 DELIMITED BY SIZE INTO REG-RPT-SOMBRA
              END-STRING
              WRITE REG-RPT-SOMBRA
           END-IF
           MOVE SPACES TO REG-RPT-SOMBRA
           WRITE REG-RPT-SOMBRA.
       0009-REPORTE-LOTES-E.
           EXIT.
