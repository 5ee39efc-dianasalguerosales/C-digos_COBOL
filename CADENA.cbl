      * PROGRAMA    : EDUC3032                                         *
      * TIPO        : BATCH (CONTROLADOR DE CADENA)                    *
      * DESCRIPCION : CONDUCTOR DE LA CADENA NOCTURNA COMO PASOS CON   *
      *             : NOMBRE (VERFDPI, EVANITD, FILEFTP, INTEGRID). EL *
      *             : PLANIFICADOR LO EJECUTA EN MODO INICIO AL        *
      *             : ARRANCAR LA NOCHE (DECIDE SI ARRANCA DE CERO O   *
      *             : REINICIA EN EL PASO DETENIDO) Y EN MODO PASO     *
      *             : DESPUES DE CADA PROGRAMA, PASANDOLE EL NOMBRE    *
      *             : DEGRADADA), DEJA EL RESULTADO EN EL ARCHIVO DE   *
      *             : ESTADO DE CADENA Y DEVUELVE RC 0 PARA SEGUIR O   *
      *             : RC 8 PARA DETENER. LA VERDAD DE LA NOCHE QUEDA   *
      *             : EN UN ARCHIVO, NO EN LA CABEZA DEL TURNO. EN     *
      *             : MODO FINMES VERIFICA QUE EXISTA UN CERTIFICADO   *
      *             : DE CIERRE VIGENTE (CERTCIER, DE LA CONCILIACION  *
      *             : EDUC3010) ANTES DE DEJAR CORRER LOS PASOS DE FIN *
      *             : DE MES: SIN CERTIFICADO O CON CERTIFICADO VIEJO  *
      *             : DEVUELVE RC 9. LOS PASOS QUE NO CORREN TODAS LAS *
      *             : NOCHES (CONSOLIDACION Y PAQUETE MENSUAL,         *
      *             : OFISCORE, AUDITORIA ANUAL DE FERIADOS,           *
      *             : PROMOCION, RENOVACION DE BECAS) SE DEFINEN EN EL *
      *             : CALENDARIO DE CORRIDA CALCADEN, UNA LINEA POR    *
      *             : PASO CON SU REGLA (DIA HABIL, PRIMER O ULTIMO    *
      *             : DIA HABIL DEL MES, PRIMER DIA HABIL DESPUES DE   *
      *             : FERIADO, FECHA FIJA, INICIO O FIN DE TERMINO,    *
      *             : DIA DE CLASES) EVALUADA CONTRA LOS FERIADOS      *
      *             : (ELAPBUS1) Y EL CALENDARIO ESCOLAR TERMINOS. EL  *
      *             : MODO INICIO DEJA EN CADESTAT LA LISTA DE PASOS   *
      *             : QUE TOCAN ESA NOCHE (PENDIENTE) Y LOS QUE NO (NO *
      *             : TOCA); UN PASO QUE REPORTA SIN TOCARLE QUEDA     *
      *             : FUERA CAL CON RC 4, Y EL MODO ENTREGA, ANTES DE  *
      *             : LA ENTREGA DE TURNO DE LA MAÑANA, MARCA NO      *
      *             : REPORTO LOS PASOS QUE TOCABAN Y NUNCA AVISARON Y *
      *             : DEVUELVE RC 4 SI HUBO ALGUNO DE LOS DOS CASOS.   *
      * ARCHIVOS    : CADESTAT (ENTRADA/SALIDA), CERTCIER (ENTRADA),   *
      *             : FERIAVAL (ENTRADA), CALCADEN (ENTRADA), TERMINOS *
      *             : (ENTRADA)                                        *
      * PROGRAMA(S) : ELAPBUS1                                         *
      ******************************************************************

       IDENTIFICATION DIVISION.
           SELECT VALIDACION-ANIOS ASSIGN TO FERIAVAL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-FERIAVAL.
      *CALENDARIO DE CORRIDA: LOS PASOS QUE NO CORREN TODAS LAS
      *NOCHES, CADA UNO CON SU REGLA DE CALENDARIO. SIN EL ARCHIVO
      *LA NOCHE SOLO TIENE LOS PASOS FIJOS.
           SELECT CALENDARIO-CADENA ASSIGN TO CALCADEN
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-CALCADEN.
           SELECT ARCHIVO-TERMINOS ASSIGN TO TERMINOS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-TERMINOS.

       DATA DIVISION.

       FD VALIDACION-ANIOS.
       01 REG-VALIDACION                PIC X(20).

       FD CALENDARIO-CADENA.
       01 REG-CALENDARIO-CADENA         PIC X(62).

       FD ARCHIVO-TERMINOS.
       01 REG-ARCHIVO-TERMINOS          PIC X(45).

       WORKING-STORAGE SECTION.

       01 WKS-FS-CADESTAT               PIC X(02) VALUE SPACES.
       01 WKS-FS-FERIAVAL               PIC X(02) VALUE SPACES.
          88 WKS-FIN-FERIAVAL                     VALUE "10".
       01 WKS-ANIO-VALIDADO-SW          PIC X(01) VALUE "N".
       01 WKS-FS-CALCADEN               PIC X(02) VALUE SPACES.
          88 WKS-FIN-CALCADEN                     VALUE "10".
       01 WKS-FS-TERMINOS               PIC X(02) VALUE SPACES.
          88 WKS-FIN-TERMINOS                     VALUE "10".

      *MISMA LINEA DEL CERTIFICADO QUE GRABA EDUC3010.
       01 WKS-LINEA-CERTIFICADO.
          02 WKS-EP-PASO-ACTUAL         PIC 9(01) VALUE ZEROES.
          02 WKS-EP-REINICIO            PIC 9(01) VALUE ZEROES.

      *LINEA DEL CALENDARIO DE CORRIDA: PASO, PROGRAMA, REGLA,
      *PARAMETRO DE LA REGLA, RC MAXIMO, RC QUE DEGRADA Y
      *DESCRIPCION. REGLAS: DIARIO (TODAS LAS NOCHES), HABIL (DIA
      *HABIL), PRIHABIL Y ULTHABIL (PRIMER Y ULTIMO DIA HABIL DEL
      *MES), POSTFER (PRIMER DIA HABIL DESPUES DE UN FERIADO),
      *FECHA (PARAMETRO MMDD CADA AÑO O AAAAMMDD UNA SOLA VEZ),
      *INITERM Y FINTERM (PRIMER Y ULTIMO DIA HABIL DE UN TERMINO
      *DEL CALENDARIO ESCOLAR) Y ENCLASES (DIA HABIL DENTRO DE UN
      *TERMINO, FUERA DE RECESO).
       01 WKS-LINEA-CALENDARIO.
          02 WKS-LR-PASO                PIC X(08) VALUE SPACES.
          02 FILLER                     PIC X(01).
          02 WKS-LR-PROGRAMA            PIC X(08) VALUE SPACES.
          02 FILLER                     PIC X(01).
          02 WKS-LR-REGLA               PIC X(08) VALUE SPACES.
          02 FILLER                     PIC X(01).
          02 WKS-LR-PARAMETRO           PIC X(08) VALUE SPACES.
          02 FILLER                     PIC X(01).
          02 WKS-LR-RC-MAXIMO           PIC X(02) VALUE SPACES.
          02 FILLER                     PIC X(01).
          02 WKS-LR-RC-DEGRADA          PIC X(02) VALUE SPACES.
          02 FILLER                     PIC X(01).
          02 WKS-LR-DESCRIPCION         PIC X(20) VALUE SPACES.

      *PASOS DEL CALENDARIO CON SU REGLA Y SU ESTADO DE LA NOCHE
      *(PENDIENTE = TOCA Y NO HA CORRIDO, NO TOCA = SU REGLA NO SE
      *CUMPLE HOY, FUERA CAL = CORRIO SIN TOCARLE, NO REPORTO = TOCABA
      *Y NUNCA AVISO AL CONDUCTOR ANTES DE LA ENTREGA DE TURNO).
       01 WKS-TABLA-CALENDARIO.
          02 WKS-CA-ENTRADA OCCURS 30 TIMES.
             03 WKS-CA-PASO             PIC X(08).
             03 WKS-CA-PROGRAMA         PIC X(08).
             03 WKS-CA-REGLA            PIC X(08).
             03 WKS-CA-PARAMETRO        PIC X(08).
             03 WKS-CA-RC-MAXIMO        PIC 9(02).
             03 WKS-CA-RC-DEGRADA       PIC 9(02).
             03 WKS-CA-ESTADO           PIC X(10).
             03 WKS-CA-RC               PIC 9(03).
             03 WKS-CA-FECHA            PIC 9(08).
             03 WKS-CA-HORA             PIC 9(06).
          02 WKS-CA-CANT                PIC 9(02) VALUE ZEROES.
          02 WKS-CA-IDX                 PIC 9(02) VALUE ZEROES.
          02 WKS-CA-POS                 PIC 9(02) VALUE ZEROES.
          02 WKS-CA-TOCA-SW             PIC X(01) VALUE "N".
             88 WKS-CA-TOCA                       VALUE "S".

      *LINEA DEL ARCHIVO DE TERMINOS: TIPO (T/R), ID, DESDE, HASTA.
       01 WKS-LINEA-TERMINO.
          02 WKS-LT-TIPO                PIC X(01) VALUE SPACES.
          02 FILLER                     PIC X(01).
          02 WKS-LT-ID                  PIC X(02) VALUE SPACES.
          02 FILLER                     PIC X(01).
          02 WKS-LT-DESDE               PIC 9(08) VALUE ZEROES.
          02 FILLER                     PIC X(01).
          02 WKS-LT-HASTA               PIC 9(08) VALUE ZEROES.
          02 FILLER                     PIC X(01).
          02 WKS-LT-DESCRIPCION         PIC X(20) VALUE SPACES.

      *SITUACION DE LA FECHA DE PROCESO FRENTE A LOS FERIADOS
      *(VIA ELAPBUS1) Y AL CALENDARIO ESCOLAR, CALCULADA UNA VEZ.
       01 WKS-CONTROL-CALENDARIO.
          02 WKS-CL-FECHA               PIC 9(08) VALUE ZEROES.
          02 WKS-CL-FECHA-PARTES REDEFINES WKS-CL-FECHA.
             03 WKS-CL-ANIO             PIC 9(04).
             03 WKS-CL-MES              PIC 9(02).
             03 WKS-CL-DIA              PIC 9(02).
          02 WKS-CL-FECHA-ANTERIOR      PIC 9(08) VALUE ZEROES.
          02 WKS-CL-FECHA-LIMITE        PIC 9(08) VALUE ZEROES.
          02 WKS-CL-ENTERO              PIC 9(07) VALUE ZEROES.
          02 WKS-CL-DIA-SEMANA          PIC 9(01) VALUE ZEROES.
          02 WKS-CL-DIAS                PIC 9(05) VALUE ZEROES.
          02 WKS-CL-ERROR               PIC X(01) VALUE "N".
          02 WKS-CL-VUELTAS             PIC 9(02) VALUE ZEROES.
          02 WKS-CL-HABIL-SW            PIC X(01) VALUE "N".
             88 WKS-CL-ES-HABIL                   VALUE "S".
          02 WKS-HOY-HABIL              PIC X(01) VALUE "N".
          02 WKS-HOY-PRI-HABIL          PIC X(01) VALUE "N".
          02 WKS-HOY-ULT-HABIL          PIC X(01) VALUE "N".
          02 WKS-HOY-POST-FERIADO       PIC X(01) VALUE "N".
          02 WKS-HOY-EN-TERMINO         PIC X(01) VALUE "N".
          02 WKS-HOY-INI-TERMINO        PIC X(01) VALUE "N".
          02 WKS-HOY-FIN-TERMINO        PIC X(01) VALUE "N".
          02 WKS-HOY-EN-RECESO          PIC X(01) VALUE "N".
          02 WKS-CL-NO-REPORTO          PIC 9(02) VALUE ZEROES.
          02 WKS-CL-FUERA-CAL           PIC 9(02) VALUE ZEROES.

      *LINEA DEL ARCHIVO DE ESTADO DE CADENA.
       01 WKS-LINEA-ESTADO.
          02 WKS-LE-PASO                PIC X(08) VALUE SPACES.

      *MODO DE INVOCACION Y DATOS DEL PASO EVALUADO.
       01 WKS-CONTROL-INVOCACION.
          02 WKS-MODO                   PIC X(07) VALUE SPACES.
             88 WKS-MODO-INICIO                   VALUE "INICIO".
             88 WKS-MODO-PASO                     VALUE "PASO".
             88 WKS-MODO-FINMES                   VALUE "FINMES".
             88 WKS-MODO-ENTREGA                  VALUE "ENTREGA".
          02 WKS-PASO-NOMBRE            PIC X(08) VALUE SPACES.
          02 WKS-PASO-RC                PIC 9(03) VALUE ZEROES.

              MOVE ZEROES TO WKS-PASO-RC
           END-IF

           PERFORM 0007-INICIO-CARGA-CALENDARIO THRU
              0007-CARGA-CALENDARIO-E
           PERFORM 0001-INICIO-CARGA-ESTADO THRU 0001-CARGA-ESTADO-E

           EVALUATE TRUE
           WHEN WKS-MODO-FINMES
                PERFORM 0005-INICIO-VERIFICA-CIERRE THRU
                   0005-VERIFICA-CIERRE-E
           WHEN WKS-MODO-ENTREGA
                PERFORM 0012-INICIO-ENTREGA-TURNO THRU
                   0012-ENTREGA-TURNO-E
           WHEN OTHER
                DISPLAY "MODO DE INVOCACION DESCONOCIDO: " WKS-MODO
                MOVE 16 TO RETURN-CODE
           END-EVALUATE

           IF WKS-MODO-INICIO OR WKS-MODO-PASO OR WKS-MODO-ENTREGA
              PERFORM 0004-INICIO-GRABA-ESTADO THRU
                 0004-GRABA-ESTADO-E
           END-IF

       0001-INICIO-CARGA-ESTADO SECTION.
      *CARGA EL ESTADO DE LA NOCHE; SIN ARCHIVO, TODOS LOS PASOS
      *FIJOS QUEDAN PENDIENTES Y LOS DEL CALENDARIO SIN DECIDIR.
           PERFORM VARYING WKS-EP-IDX FROM 1 BY 1
              UNTIL WKS-EP-IDX > 4
              MOVE "PENDIENTE" TO WKS-EP-ESTADO(WKS-EP-IDX)
                            WKS-EP-HORA(WKS-EP-IDX)
                      END-IF
                   END-PERFORM
                   PERFORM VARYING WKS-CA-IDX FROM 1 BY 1
                      UNTIL WKS-CA-IDX > WKS-CA-CANT
                      IF WKS-CA-PASO(WKS-CA-IDX) = WKS-LE-PASO
                         MOVE WKS-LE-ESTADO TO
                            WKS-CA-ESTADO(WKS-CA-IDX)
                         MOVE WKS-LE-RC TO WKS-CA-RC(WKS-CA-IDX)
                         MOVE WKS-LE-FECHA TO
                            WKS-CA-FECHA(WKS-CA-IDX)
                         MOVE WKS-LE-HORA TO
                            WKS-CA-HORA(WKS-CA-IDX)
                      END-IF
                   END-PERFORM
                   READ ESTADO-CADENA INTO WKS-LINEA-ESTADO
                   AT END
                      SET WKS-FIN-CADESTAT TO TRUE
      *FECHA DE PROCESO ESTE VALIDADO POR LA AUDITORIA DE FERIADOS;
      *LUEGO, SI LA NOCHE ANTERIOR QUEDO DETENIDA, SE REINICIA
      *DESDE EL PASO DETENIDO CONSERVANDO LOS PASOS YA TERMINADOS;
      *SI TERMINO COMPLETA, SE PARTE DE CERO. AL FINAL SE DECIDE
      *QUE PASOS DEL CALENDARIO TOCAN ESTA NOCHE.
           PERFORM 0006-INICIO-VERIFICA-ANIO THRU
              0006-VERIFICA-ANIO-E
           IF RETURN-CODE = 8
                 MOVE "PENDIENTE" TO WKS-EP-ESTADO(WKS-EP-IDX)
                 MOVE ZEROES TO WKS-EP-RC(WKS-EP-IDX)
              END-PERFORM
           END-IF

           PERFORM 0008-INICIO-EVALUA-CALENDARIO THRU
              0008-EVALUA-CALENDARIO-E.
       0002-ARRANQUE-E.
           EXIT.

           END-PERFORM

           IF WKS-EP-PASO-ACTUAL = ZEROES
              PERFORM 0011-INICIO-PASO-CALENDARIO THRU
                 0011-PASO-CALENDARIO-E
              GO TO 0003-EVALUA-PASO-E
           END-IF

           EXIT.

       0004-INICIO-GRABA-ESTADO SECTION.
      *REESCRIBE EL ARCHIVO DE ESTADO CON LOS CUATRO PASOS FIJOS Y
      *LOS PASOS DEL CALENDARIO.
           MOVE SPACES TO WKS-FS-CADESTAT
           OPEN OUTPUT ESTADO-CADENA
           IF WKS-FS-CADESTAT NOT = "00"
              WRITE REG-ESTADO-CADENA FROM WKS-LINEA-ESTADO
           END-PERFORM

           PERFORM VARYING WKS-CA-IDX FROM 1 BY 1
              UNTIL WKS-CA-IDX > WKS-CA-CANT
              MOVE WKS-CA-PASO(WKS-CA-IDX) TO WKS-LE-PASO
              MOVE WKS-CA-ESTADO(WKS-CA-IDX) TO WKS-LE-ESTADO
              MOVE WKS-CA-RC(WKS-CA-IDX) TO WKS-LE-RC
              MOVE WKS-CA-FECHA(WKS-CA-IDX) TO WKS-LE-FECHA
              MOVE WKS-CA-HORA(WKS-CA-IDX) TO WKS-LE-HORA
              WRITE REG-ESTADO-CADENA FROM WKS-LINEA-ESTADO
           END-PERFORM

           CLOSE ESTADO-CADENA.
       0004-GRABA-ESTADO-E.
           EXIT.
           END-IF.
       0006-VERIFICA-ANIO-E.
           EXIT.

       0007-INICIO-CARGA-CALENDARIO SECTION.
      *CARGA EL CALENDARIO DE CORRIDA. LOS PASOS FIJOS DE LA CADENA
      *CORREN TODAS LAS NOCHES CON SUS REGLAS DE RC Y NO SE TOMAN
      *DEL CALENDARIO; LAS LINEAS QUE EMPIEZAN CON * SON COMENTARIO.
           OPEN INPUT CALENDARIO-CADENA
           IF WKS-FS-CALCADEN NOT = "00"
              DISPLAY "SIN CALENDARIO DE CORRIDA: LA NOCHE SOLO TIENE "
                      "LOS PASOS FIJOS"
              GO TO 0007-CARGA-CALENDARIO-E
           END-IF

           READ CALENDARIO-CADENA INTO WKS-LINEA-CALENDARIO
           AT END
              SET WKS-FIN-CALCADEN TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-CALCADEN
                   MOVE ZEROES TO WKS-EP-PASO-ACTUAL
                   PERFORM VARYING WKS-EP-IDX FROM 1 BY 1
                      UNTIL WKS-EP-IDX > 4
                      IF WKS-PS-NOMBRE(WKS-EP-IDX) = WKS-LR-PASO
                         MOVE WKS-EP-IDX TO WKS-EP-PASO-ACTUAL
                      END-IF
                   END-PERFORM
                   EVALUATE TRUE
                   WHEN WKS-LR-PASO = SPACES OR
                        WKS-LR-PASO(1:1) = "*"
                        CONTINUE
                   WHEN WKS-EP-PASO-ACTUAL > ZEROES
                        DISPLAY "PASO FIJO EN EL CALENDARIO, SE "
                                "IGNORA: " WKS-LR-PASO
                   WHEN WKS-CA-CANT NOT < 30
                        DISPLAY "CALENDARIO DE CORRIDA LLENO, SE "
                                "IGNORA: " WKS-LR-PASO
                   WHEN OTHER
                        ADD 1 TO WKS-CA-CANT
                        MOVE WKS-LR-PASO TO WKS-CA-PASO(WKS-CA-CANT)
                        MOVE WKS-LR-PROGRAMA TO
                           WKS-CA-PROGRAMA(WKS-CA-CANT)
                        MOVE WKS-LR-REGLA TO WKS-CA-REGLA(WKS-CA-CANT)
                        MOVE WKS-LR-PARAMETRO TO
                           WKS-CA-PARAMETRO(WKS-CA-CANT)
                        IF WKS-LR-RC-MAXIMO NUMERIC
                           MOVE WKS-LR-RC-MAXIMO TO
                              WKS-CA-RC-MAXIMO(WKS-CA-CANT)
                        ELSE
                           MOVE 04 TO WKS-CA-RC-MAXIMO(WKS-CA-CANT)
                        END-IF
                        IF WKS-LR-RC-DEGRADA NUMERIC
                           MOVE WKS-LR-RC-DEGRADA TO
                              WKS-CA-RC-DEGRADA(WKS-CA-CANT)
                        ELSE
                           MOVE 99 TO WKS-CA-RC-DEGRADA(WKS-CA-CANT)
                        END-IF
                        MOVE SPACES TO WKS-CA-ESTADO(WKS-CA-CANT)
                        MOVE ZEROES TO WKS-CA-RC(WKS-CA-CANT)
                        MOVE ZEROES TO WKS-CA-FECHA(WKS-CA-CANT)
                        MOVE ZEROES TO WKS-CA-HORA(WKS-CA-CANT)
                   END-EVALUATE
                   READ CALENDARIO-CADENA INTO WKS-LINEA-CALENDARIO
                   AT END
                      SET WKS-FIN-CALCADEN TO TRUE
                   END-READ
           END-PERFORM

           CLOSE CALENDARIO-CADENA
           MOVE ZEROES TO WKS-EP-PASO-ACTUAL.
       0007-CARGA-CALENDARIO-E.
           EXIT.

       0008-INICIO-EVALUA-CALENDARIO SECTION.
      *DECIDE QUE PASOS DEL CALENDARIO TOCAN ESTA NOCHE Y LOS DEJA
      *PENDIENTES; LOS DEMAS QUEDAN "NO TOCA". EN UN REINICIO LA
      *DECISION YA TOMADA PARA LA NOCHE SE CONSERVA Y SOLO SE
      *DECIDEN LOS PASOS QUE TODAVIA NO LA TIENEN.
           IF WKS-CA-CANT = ZEROES
              GO TO 0008-EVALUA-CALENDARIO-E
           END-IF

           MOVE WKS-FECHA-HOY TO WKS-CL-FECHA
           PERFORM 0009-INICIO-ES-HABIL THRU 0009-ES-HABIL-E
           MOVE WKS-CL-HABIL-SW TO WKS-HOY-HABIL

           IF WKS-HOY-HABIL = "S"
      *PRIMER DIA HABIL DEL MES: UN SOLO DIA HABIL DESDE EL PRIMERO.
              MOVE WKS-FECHA-HOY TO WKS-CL-FECHA
              MOVE 01 TO WKS-CL-DIA
              COMPUTE WKS-CL-FECHA-ANTERIOR = FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE(WKS-CL-FECHA) - 1)
              CALL 'ELAPBUS1' USING WKS-CL-FECHA-ANTERIOR
                                    WKS-FECHA-HOY
                                    WKS-CL-DIAS
                                    WKS-CL-ERROR
              IF WKS-CL-DIAS = 1
                 MOVE "S" TO WKS-HOY-PRI-HABIL
              END-IF
      *ULTIMO DIA HABIL DEL MES: NINGUN DIA HABIL DESPUES DE HOY
      *HASTA EL FIN DE MES.
              MOVE WKS-FECHA-HOY TO WKS-CL-FECHA
              MOVE 01 TO WKS-CL-DIA
              IF WKS-CL-MES = 12
                 ADD 1 TO WKS-CL-ANIO
                 MOVE 01 TO WKS-CL-MES
              ELSE
                 ADD 1 TO WKS-CL-MES
              END-IF
              COMPUTE WKS-CL-FECHA-LIMITE = FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE(WKS-CL-FECHA) - 1)
              CALL 'ELAPBUS1' USING WKS-FECHA-HOY
                                    WKS-CL-FECHA-LIMITE
                                    WKS-CL-DIAS
                                    WKS-CL-ERROR
              IF WKS-CL-DIAS = ZEROES
                 MOVE "S" TO WKS-HOY-ULT-HABIL
              END-IF
      *PRIMER DIA HABIL DESPUES DE UN FERIADO: ENTRE AYER Y EL
      *ULTIMO DIA HABIL HAY UN DIA DE SEMANA INHABIL (FERIADO).
              COMPUTE WKS-CL-ENTERO =
                 FUNCTION INTEGER-OF-DATE(WKS-FECHA-HOY)
              MOVE "N" TO WKS-CL-HABIL-SW
              PERFORM VARYING WKS-CL-VUELTAS FROM 1 BY 1
                 UNTIL WKS-CL-VUELTAS > 15 OR WKS-CL-ES-HABIL
                 COMPUTE WKS-CL-FECHA = FUNCTION DATE-OF-INTEGER
                    (WKS-CL-ENTERO - WKS-CL-VUELTAS)
                 PERFORM 0009-INICIO-ES-HABIL THRU 0009-ES-HABIL-E
                 IF NOT WKS-CL-ES-HABIL
                    COMPUTE WKS-CL-DIA-SEMANA = FUNCTION MOD
                       (WKS-CL-ENTERO - WKS-CL-VUELTAS, 7)
                    IF WKS-CL-DIA-SEMANA NOT = 0 AND
                       WKS-CL-DIA-SEMANA NOT = 6
                       MOVE "S" TO WKS-HOY-POST-FERIADO
                    END-IF
                 END-IF
              END-PERFORM
              PERFORM 0010-INICIO-REVISA-TERMINOS THRU
                 0010-REVISA-TERMINOS-E
           END-IF

           DISPLAY "PASOS DEL CALENDARIO QUE TOCAN ESTA NOCHE:"
           PERFORM VARYING WKS-CA-IDX FROM 1 BY 1
              UNTIL WKS-CA-IDX > WKS-CA-CANT
              IF WKS-EP-REINICIO = ZEROES OR
                 WKS-CA-ESTADO(WKS-CA-IDX) = SPACES
                 PERFORM 0013-INICIO-APLICA-REGLA THRU
                    0013-APLICA-REGLA-E
                 IF WKS-CA-TOCA
                    MOVE "PENDIENTE" TO WKS-CA-ESTADO(WKS-CA-IDX)
                 ELSE
                    MOVE "NO TOCA" TO WKS-CA-ESTADO(WKS-CA-IDX)
                 END-IF
                 MOVE ZEROES TO WKS-CA-RC(WKS-CA-IDX)
                 MOVE WKS-FECHA-HOY TO WKS-CA-FECHA(WKS-CA-IDX)
                 MOVE ZEROES TO WKS-CA-HORA(WKS-CA-IDX)
              END-IF
              IF WKS-CA-ESTADO(WKS-CA-IDX) NOT = "NO TOCA"
                 DISPLAY "   " WKS-CA-PASO(WKS-CA-IDX) " "
                         WKS-CA-PROGRAMA(WKS-CA-IDX) " "
                         WKS-CA-REGLA(WKS-CA-IDX) " "
                         WKS-CA-ESTADO(WKS-CA-IDX)
              END-IF
           END-PERFORM.
       0008-EVALUA-CALENDARIO-E.
           EXIT.

       0009-INICIO-ES-HABIL SECTION.
      *WKS-CL-FECHA ES HABIL SI ELAPBUS1 CUENTA UN DIA HABIL ENTRE
      *EL DIA ANTERIOR Y ELLA (MISMO CALENDARIO DE FERIADOS QUE EL
      *RESTO DEL SISTEMA).
           COMPUTE WKS-CL-FECHA-ANTERIOR = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE(WKS-CL-FECHA) - 1)
           CALL 'ELAPBUS1' USING WKS-CL-FECHA-ANTERIOR
                                 WKS-CL-FECHA
                                 WKS-CL-DIAS
                                 WKS-CL-ERROR
           IF WKS-CL-DIAS = 1
              MOVE "S" TO WKS-CL-HABIL-SW
           ELSE
              MOVE "N" TO WKS-CL-HABIL-SW
           END-IF.
       0009-ES-HABIL-E.
           EXIT.

       0010-INICIO-REVISA-TERMINOS SECTION.
      *UBICA LA FECHA DE PROCESO EN EL CALENDARIO ESCOLAR: DENTRO
      *DE UN TERMINO (T), EN SU PRIMER O ULTIMO DIA HABIL, O EN UN
      *RECESO (R). SIN CALENDARIO ESCOLAR LAS REGLAS DE TERMINO NO
      *TOCAN.
           OPEN INPUT ARCHIVO-TERMINOS
           IF WKS-FS-TERMINOS NOT = "00"
              DISPLAY "SIN CALENDARIO ESCOLAR (TERMINOS): LAS REGLAS "
                      "DE TERMINO NO TOCAN"
              GO TO 0010-REVISA-TERMINOS-E
           END-IF

           READ ARCHIVO-TERMINOS INTO WKS-LINEA-TERMINO
           AT END
              SET WKS-FIN-TERMINOS TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-TERMINOS
                   IF WKS-LT-DESDE NOT > WKS-FECHA-HOY AND
                      WKS-LT-HASTA NOT < WKS-FECHA-HOY
                      IF WKS-LT-TIPO = "R"
                         MOVE "S" TO WKS-HOY-EN-RECESO
                      END-IF
                      IF WKS-LT-TIPO = "T"
                         MOVE "S" TO WKS-HOY-EN-TERMINO
                         COMPUTE WKS-CL-FECHA-ANTERIOR =
                            FUNCTION DATE-OF-INTEGER
                            (FUNCTION INTEGER-OF-DATE(WKS-LT-DESDE)
                             - 1)
                         CALL 'ELAPBUS1' USING WKS-CL-FECHA-ANTERIOR
                                               WKS-FECHA-HOY
                                               WKS-CL-DIAS
                                               WKS-CL-ERROR
                         IF WKS-CL-DIAS = 1
                            MOVE "S" TO WKS-HOY-INI-TERMINO
                         END-IF
                         CALL 'ELAPBUS1' USING WKS-FECHA-HOY
                                               WKS-LT-HASTA
                                               WKS-CL-DIAS
                                               WKS-CL-ERROR
                         IF WKS-CL-DIAS = ZEROES
                            MOVE "S" TO WKS-HOY-FIN-TERMINO
                         END-IF
                      END-IF
                   END-IF
                   READ ARCHIVO-TERMINOS INTO WKS-LINEA-TERMINO
                   AT END
                      SET WKS-FIN-TERMINOS TO TRUE
                   END-READ
           END-PERFORM

           CLOSE ARCHIVO-TERMINOS.
       0010-REVISA-TERMINOS-E.
           EXIT.

       0011-INICIO-PASO-CALENDARIO SECTION.
      *PASO DEL CALENDARIO: SI LA REGLA NO LE TOCABA HOY QUEDA
      *"FUERA CAL" Y SE AVISA CON RC 4 (YA CORRIO, NO HAY QUE
      *DETENER NADA); SI LE TOCABA SE EVALUA SU RC IGUAL QUE UN
      *PASO FIJO, CON LAS REGLAS DE RC DE SU LINEA DE CALENDARIO.
           MOVE ZEROES TO WKS-CA-POS
           PERFORM VARYING WKS-CA-IDX FROM 1 BY 1
              UNTIL WKS-CA-IDX > WKS-CA-CANT OR WKS-CA-POS > ZEROES
              IF WKS-CA-PASO(WKS-CA-IDX) = WKS-PASO-NOMBRE
                 MOVE WKS-CA-IDX TO WKS-CA-POS
              END-IF
           END-PERFORM

           IF WKS-CA-POS = ZEROES
              DISPLAY "PASO DESCONOCIDO: " WKS-PASO-NOMBRE
              MOVE 16 TO RETURN-CODE
              GO TO 0011-PASO-CALENDARIO-E
           END-IF

           MOVE WKS-PASO-RC TO WKS-CA-RC(WKS-CA-POS)
           MOVE WKS-FECHA-HOY TO WKS-CA-FECHA(WKS-CA-POS)
           MOVE WKS-HORA-AHORA TO WKS-CA-HORA(WKS-CA-POS)

           IF WKS-CA-ESTADO(WKS-CA-POS) = "NO TOCA" OR
              WKS-CA-ESTADO(WKS-CA-POS) = "FUERA CAL"
              MOVE "FUERA CAL" TO WKS-CA-ESTADO(WKS-CA-POS)
              DISPLAY "PASO " WKS-PASO-NOMBRE " CORRIO SIN TOCARLE "
                      "(REGLA " WKS-CA-REGLA(WKS-CA-POS)
                      "): SE REPORTA EN LA ENTREGA DE TURNO"
              MOVE 4 TO RETURN-CODE
              GO TO 0011-PASO-CALENDARIO-E
           END-IF

           EVALUATE TRUE
           WHEN WKS-PASO-RC > WKS-CA-RC-MAXIMO(WKS-CA-POS)
                MOVE "DETENIDO" TO WKS-CA-ESTADO(WKS-CA-POS)
                DISPLAY "PASO " WKS-PASO-NOMBRE " DETENIDO CON RC "
                        WKS-PASO-RC
                        ": LA CADENA QUEDA EN ESPERA"
                MOVE 8 TO RETURN-CODE
           WHEN WKS-PASO-RC = WKS-CA-RC-DEGRADA(WKS-CA-POS) AND
                WKS-PASO-RC > ZEROES
                MOVE "DEGRADADO" TO WKS-CA-ESTADO(WKS-CA-POS)
                DISPLAY "PASO " WKS-PASO-NOMBRE " CONTINUA CON RC "
                        WKS-PASO-RC ": NOCHE MARCADA DEGRADADA"
           WHEN OTHER
                MOVE "OK" TO WKS-CA-ESTADO(WKS-CA-POS)
                DISPLAY "PASO " WKS-PASO-NOMBRE " TERMINO BIEN, RC "
                        WKS-PASO-RC
           END-EVALUATE.
       0011-PASO-CALENDARIO-E.
           EXIT.

       0012-INICIO-ENTREGA-TURNO SECTION.
      *REVISION ANTES DE LA ENTREGA DE TURNO DE LA MAÑANA: TODO
      *PASO QUE TOCABA Y SIGUE PENDIENTE QUEDA "NO REPORTO", Y SE
      *LISTAN LOS PASOS QUE CORRIERON SIN TOCARLES. CUALQUIERA DE
      *LOS DOS CASOS DEVUELVE RC 4.
           MOVE ZEROES TO WKS-CL-NO-REPORTO
           MOVE ZEROES TO WKS-CL-FUERA-CAL

           PERFORM VARYING WKS-EP-IDX FROM 1 BY 1
              UNTIL WKS-EP-IDX > 4
              IF WKS-EP-ESTADO(WKS-EP-IDX) = "PENDIENTE" OR
                 WKS-EP-ESTADO(WKS-EP-IDX) = "NO REPORTO"
                 MOVE "NO REPORTO" TO WKS-EP-ESTADO(WKS-EP-IDX)
                 ADD 1 TO WKS-CL-NO-REPORTO
                 DISPLAY "PASO " WKS-PS-NOMBRE(WKS-EP-IDX)
                         " NO REPORTO ESTA NOCHE"
              END-IF
           END-PERFORM

           PERFORM VARYING WKS-CA-IDX FROM 1 BY 1
              UNTIL WKS-CA-IDX > WKS-CA-CANT
              EVALUATE WKS-CA-ESTADO(WKS-CA-IDX)
              WHEN "PENDIENTE"
              WHEN "NO REPORTO"
                   MOVE "NO REPORTO" TO WKS-CA-ESTADO(WKS-CA-IDX)
                   ADD 1 TO WKS-CL-NO-REPORTO
                   DISPLAY "PASO " WKS-CA-PASO(WKS-CA-IDX)
                           " (" WKS-CA-PROGRAMA(WKS-CA-IDX)
                           ") TOCABA POR " WKS-CA-REGLA(WKS-CA-IDX)
                           " Y NO REPORTO ESTA NOCHE"
              WHEN "FUERA CAL"
                   ADD 1 TO WKS-CL-FUERA-CAL
                   DISPLAY "PASO " WKS-CA-PASO(WKS-CA-IDX)
                           " (" WKS-CA-PROGRAMA(WKS-CA-IDX)
                           ") CORRIO SIN TOCARLE, RC "
                           WKS-CA-RC(WKS-CA-IDX)
              WHEN OTHER
                   CONTINUE
              END-EVALUATE
           END-PERFORM

           DISPLAY "PASOS QUE NO REPORTARON: " WKS-CL-NO-REPORTO
           DISPLAY "PASOS QUE CORRIERON SIN TOCARLES: "
                   WKS-CL-FUERA-CAL
           IF WKS-CL-NO-REPORTO > ZEROES OR WKS-CL-FUERA-CAL > ZEROES
              MOVE 4 TO RETURN-CODE
           END-IF.
       0012-ENTREGA-TURNO-E.
           EXIT.

       0013-INICIO-APLICA-REGLA SECTION.
      *APLICA LA REGLA DEL PASO WKS-CA-IDX A LA FECHA DE PROCESO.
      *UNA REGLA DESCONOCIDA DEJA EL PASO ESPERADO: ES PREFERIBLE
      *QUE LA ENTREGA DE TURNO LO RECLAME A QUE SE OMITA EN SILENCIO.
           MOVE "N" TO WKS-CA-TOCA-SW
           EVALUATE WKS-CA-REGLA(WKS-CA-IDX)
           WHEN "DIARIO"
                SET WKS-CA-TOCA TO TRUE
           WHEN "HABIL"
                MOVE WKS-HOY-HABIL TO WKS-CA-TOCA-SW
           WHEN "PRIHABIL"
                MOVE WKS-HOY-PRI-HABIL TO WKS-CA-TOCA-SW
           WHEN "ULTHABIL"
                MOVE WKS-HOY-ULT-HABIL TO WKS-CA-TOCA-SW
           WHEN "POSTFER"
                MOVE WKS-HOY-POST-FERIADO TO WKS-CA-TOCA-SW
           WHEN "INITERM"
                MOVE WKS-HOY-INI-TERMINO TO WKS-CA-TOCA-SW
           WHEN "FINTERM"
                MOVE WKS-HOY-FIN-TERMINO TO WKS-CA-TOCA-SW
           WHEN "ENCLASES"
                IF WKS-HOY-EN-TERMINO = "S" AND
                   WKS-HOY-EN-RECESO = "N"
                   SET WKS-CA-TOCA TO TRUE
                END-IF
           WHEN "FECHA"
                IF WKS-CA-PARAMETRO(WKS-CA-IDX)(5:4) = SPACES
                   IF WKS-CA-PARAMETRO(WKS-CA-IDX)(1:4) =
                      WKS-FECHA-HOY(5:4)
                      SET WKS-CA-TOCA TO TRUE
                   END-IF
                ELSE
                   IF WKS-CA-PARAMETRO(WKS-CA-IDX) = WKS-FECHA-HOY
                      SET WKS-CA-TOCA TO TRUE
                   END-IF
                END-IF
           WHEN OTHER
                DISPLAY "REGLA DE CALENDARIO DESCONOCIDA "
                        WKS-CA-REGLA(WKS-CA-IDX) " EN EL PASO "
                        WKS-CA-PASO(WKS-CA-IDX) ": QUEDA ESPERADO"
                SET WKS-CA-TOCA TO TRUE
           END-EVALUATE.
       0013-APLICA-REGLA-E.
           EXIT.
