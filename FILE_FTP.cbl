      *Y EL NETO DEL DIA (INCLUYE LOS ARRASTRES PROCESADOS), PARA
      *QUE TESORERIA DEJE DE REARMAR POSICIONES A MANO DESDE
      *FTPMOM. SUS TOTALES SE CUADRAN CONTRA EL TRAILER DEL LOTE
      *ANTES DE CERRAR. CADA LINEA LLEVA LA FECHA DE NEGOCIO PARA
      *QUE LAS GENERACIONES DEL MES SE PUEDAN CONCATENAR (SALDO
      *PROMEDIO DIARIO DE EDUC3087).
           SELECT POSICION-NETA ASSIGN TO POSNETA
                  FILE STATUS IS FS-POSNETA.
      *MAESTRO DE AGENCIAS (MANTENIDO POR EDUC3041): NOMBRE, REGION
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS AGENMST-LLAVE
                  FILE STATUS IS FS-AGENMST.
      *MAESTRO DE CUENTAS (MANTENIDO POR EDUC3070): CLASE, MONEDA,
      *AGENCIA DUENA Y ESTADO DE CADA CUENTA. UN MOVIMIENTO SOBRE
      *UNA CUENTA INEXISTENTE, CONGELADA O CERRADA, O CUYA CLASE O
      *MONEDA NO COINCIDE CON EL MAESTRO, SE ENRUTA A RECHAZOS CON
      *SU PROPIO MOTIVO EN VEZ DE SALIR AL BANCO. SI EL MAESTRO NO
      *EXISTE, EL EXTRACTO TRABAJA COMO ANTES.
           SELECT CUENTA-MASTER ASSIGN TO CTAMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CTAMST-LLAVE
                  FILE STATUS IS FS-CTAMST.
      *SEGREGACION DE FUNCIONES: EL OPERADOR QUE GRABA EL MOVIMIENTO
      *(EL DEL CAJERO FILE-CAJERO, SEGUN LA TABLA CAJERO-OPERADOR
      *CAJOPER) Y EL QUE LO VERIFICA (FILE-GRABA-VERIF) SE CRUZAN
      *CONTRA EL MAESTRO DE OPERADORES (MANTENIDO POR EDUC3061).
      *MISMA PERSONA EN AMBOS PAPELES, VERIFICADOR INACTIVO O
      *INEXISTENTE, Y MOVIMIENTO SOBRE MONTO_VERIFICA SIN
      *VERIFICADOR VAN AL ARCHIVO DE EXCEPCIONES SODEXC; EL
      *MOVIMIENTO NO SE DETIENE. EL RESUMEN MENSUAL POR AGENCIA LO
      *ARMA EDUC3074 DESDE ESAS EXCEPCIONES.
           SELECT OPERADOR-MASTER ASSIGN TO OPERMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS OPERMST-LLAVE
                  FILE STATUS IS FS-OPERMST.
           SELECT CAJERO-OPERADOR ASSIGN TO CAJOPER
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-CAJOPER.
           SELECT EXCEPCION-SOD ASSIGN TO SODEXC
                  FILE STATUS IS FS-SODEXC.
      *MATRIZ DE VALIDEZ DE CODIGOS: REGLAS "M" (QUE MOTIVOS SON
      *VALIDOS PARA CADA CODIGO DE TRANSACCION) Y REGLAS "C" (QUE
      *CODIGOS DE TRANSACCION SON VALIDOS PARA CADA CLASE DE
      *RETORNO 6 SI NO).
           SELECT POLIZA-CONTABLE ASSIGN TO GLVOUCH
                  FILE STATUS IS FS-GLVOUCH.
      *RENDICION XML ESTILO ISO 20022 DEL MISMO LOTE PARA EL BANCO
      *RECEPTOR (PARAMETRO FORMATO_SALIDA: PIPE, XML O BOTH). LAS
      *ENTRADAS SE ACUMULAN EN XMLDET DURANTE LA CORRIDA Y AL FINAL,
      *SOLO SI EL LOTE BALANCEA, SE ARMA FTPXML CON EL ENCABEZADO
      *DE GRUPO (CANTIDAD Y SUMA DE CONTROL = TOTALES DEL TRAILER)
      *SEGUIDO DE LAS ENTRADAS, PARA QUE AMBOS ARCHIVOS CUADREN.
           SELECT DETALLE-XML ASSIGN TO XMLDET
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-XMLDET.
           SELECT ARCHIVO-XML ASSIGN TO FTPXML
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-FTPXML.

       DATA DIVISION.
       FILE SECTION.
       FD AGENCIA-MASTER.
           COPY AGENMST.

       FD CUENTA-MASTER.
           COPY CTAMST.

       FD OPERADOR-MASTER.
           COPY OPERMST.

       FD CAJERO-OPERADOR.
       01 REG-CAJERO-OPERADOR         PIC X(20).

       FD EXCEPCION-SOD
           RECORDING MODE IS F.
       01 AREA-EXCEPCION-SOD          PIC X(175).

       FD REGLAS-CODIGOS.
       01 REG-REGLA-CODIGO            PIC X(20).

           RECORDING MODE IS F.
       01 AREA-POLIZA                 PIC X(60).

       FD DETALLE-XML.
       01 REG-DETALLE-XML             PIC X(200).

       FD ARCHIVO-XML.
       01 REG-ARCHIVO-XML             PIC X(200).

       WORKING-STORAGE SECTION.
       01 WKS-CONTADOR                PIC 9(06)        VALUE ZEROES.
       01 WKS-HEADER1.
          88 WKS-FIN-GENCTL                             VALUE "10".
       01 FS-POSNETA                  PIC X(02)        VALUE ZEROES.
       01 FS-AGENMST                  PIC X(02)        VALUE ZEROES.
       01 FS-CTAMST                   PIC X(02)        VALUE ZEROES.
       01 FS-OPERMST                  PIC X(02)        VALUE ZEROES.
       01 FS-CAJOPER                  PIC X(02)        VALUE ZEROES.
          88 WKS-FIN-CAJOPER                           VALUE "10".
       01 FS-SODEXC                   PIC X(02)        VALUE ZEROES.
       01 FS-REGLASTM                 PIC X(02)        VALUE ZEROES.
          88 WKS-FIN-REGLASTM                           VALUE "10".

          02 WKS-PZ-SIGNO             PIC X(01) VALUE "+".
          02 WKS-PZ-VALOR             PIC 9(11)V99 VALUE ZEROES.

       01 FS-XMLDET                   PIC X(02)        VALUE ZEROES.
          88 WKS-FIN-XMLDET                             VALUE "10".
       01 FS-FTPXML                   PIC X(02)        VALUE ZEROES.

      *CONTROL DE LA RENDICION XML. EL CODIGO ISO DE CADA MONEDA VA
      *EN EL MISMO ORDEN DEL CATALOGO WKS-TABLA-MONEDA (1,2,3,9).
       01 WKS-CONTROL-XML.
          02 WKS-FORMATO-SALIDA       PIC X(04) VALUE "PIPE".
             88 WKS-FORMATO-VALIDO            VALUE "PIPE" "XML"
                                                    "BOTH".
             88 WKS-SALIDA-PIPE               VALUE "PIPE" "BOTH".
             88 WKS-SALIDA-XML                VALUE "XML" "BOTH".
          02 WKS-XM-DET-ABIERTO       PIC X(01) VALUE "N".
          02 WKS-XM-FECHA-BASE        PIC 9(08) VALUE ZEROES.
          02 WKS-XM-FECHA-MOV         PIC 9(08) VALUE ZEROES.
          02 WKS-XM-FECHA-MOV-R REDEFINES WKS-XM-FECHA-MOV.
             03 WKS-XM-ANIO           PIC 9(04).
             03 WKS-XM-MES            PIC 9(02).
             03 WKS-XM-DIA            PIC 9(02).
          02 WKS-XM-VALOR-ABS         PIC 9(09)V99 VALUE ZEROES.
          02 WKS-XM-MONTO-ED          PIC Z(8)9.99 VALUE ZEROES.
          02 WKS-XM-SUMA-ED           PIC -(11)9.99 VALUE ZEROES.
          02 WKS-XM-CANT-ED           PIC Z(5)9 VALUE ZEROES.
          02 WKS-XM-INDICADOR         PIC X(04) VALUE SPACES.
          02 WKS-XM-ISO               PIC X(03) VALUE SPACES.
          02 WKS-XM-MSG-ID            PIC X(35) VALUE SPACES.
          02 WKS-XM-CREACION          PIC X(19) VALUE SPACES.
          02 WKS-XM-LINEA             PIC X(200) VALUE SPACES.
          02 WKS-XM-ENTRADAS          PIC 9(06) VALUE ZEROES.
       01 WKS-CATALOGO-ISO.
          02 FILLER                   PIC X(03) VALUE "GTQ".
          02 FILLER                   PIC X(03) VALUE "USD".
          02 FILLER                   PIC X(03) VALUE "EUR".
          02 FILLER                   PIC X(03) VALUE "XXX".
       01 WKS-TABLA-ISO REDEFINES WKS-CATALOGO-ISO.
          02 WKS-ISO-CODIGO OCCURS 4 TIMES PIC X(03).

      *LINEA DEL MANIFIESTO PARA LA RENDICION XML.
       01 WKS-MANIFIESTO-XML.
          02 FILLER                   PIC X(07)     VALUE "FTPXML ".
          02 FILLER                   PIC X(04)     VALUE SPACES.
          02 FILLER                   PIC X(01)     VALUE "|".
          02 WKS-MX-REGISTROS         PIC 9(06)     VALUE ZEROES.
          02 FILLER                   PIC X(01)     VALUE "|".
          02 WKS-MX-HASH              PIC -(11)9.99 VALUE ZEROES.

      *CONTROL DE LA COLA DE REVISION DE ALTO VALOR.
       01 WKS-CONTROL-REVISION.
          02 WKS-UMBRAL-REVISION      PIC 9(09) VALUE ZEROES.
          02 WKS-AG-ESTADO-ACT         PIC X(01) VALUE SPACES.
          02 WKS-AG-BUSCADA            PIC 9(03) VALUE ZEROES.

      *CONTROL DEL MAESTRO DE CUENTAS Y CONTADORES PROPIOS DE CADA
      *MOTIVO DE RECHAZO POR CUENTA (SE CUENTAN APARTE EN LOS
      *TOTALES, COMO LOS DE LA MATRIZ).
       01 WKS-CONTROL-CUENTAS.
          02 WKS-CT-ABIERTO            PIC X(01) VALUE "N".
             88 WKS-CON-CUENTAS                 VALUE "S".
          02 WKS-CONT-RECH-CTA-NOEXIS  PIC 9(06) VALUE ZEROES.
          02 WKS-CONT-RECH-CTA-CONGEL  PIC 9(06) VALUE ZEROES.
          02 WKS-CONT-RECH-CTA-CERRAD  PIC 9(06) VALUE ZEROES.
          02 WKS-CONT-RECH-CTA-CLASE   PIC 9(06) VALUE ZEROES.
          02 WKS-CONT-RECH-CTA-MONEDA  PIC 9(06) VALUE ZEROES.

      *CONTROL DE SEGREGACION DE FUNCIONES: TABLA CAJERO-OPERADOR,
      *OPERADORES DEL MOVIMIENTO EN CURSO, MONTO_VERIFICA (EN
      *QUETZALES; CERO = SIN EXIGENCIA DE VERIFICADOR) Y CONTADORES
      *POR MOTIVO DE EXCEPCION.
       01 WKS-CONTROL-SOD.
          02 WKS-SD-OPER-ABIERTO       PIC X(01) VALUE "N".
             88 WKS-CON-OPERADORES              VALUE "S".
          02 WKS-SD-ENTRADA OCCURS 500 TIMES.
             03 WKS-SD-CAJERO          PIC 9(04).
             03 WKS-SD-OPERADOR        PIC X(08).
          02 WKS-SD-CANT               PIC 9(03) VALUE ZEROES.
          02 WKS-SD-IDX                PIC 9(03) VALUE ZEROES.
          02 WKS-SD-GRABA              PIC X(08) VALUE SPACES.
          02 WKS-SD-CAJERO-ALFA        PIC X(04) VALUE SPACES.
          02 WKS-SD-MOTIVO             PIC X(30) VALUE SPACES.
          02 WKS-MONTO-VERIFICA        PIC 9(09) VALUE ZEROES.
             88 WKS-SIN-MONTO-VERIFICA          VALUE ZEROES.
          02 WKS-SD-EQUIVALENTE        PIC S9(13)V99 VALUE ZEROES.
          02 WKS-SD-EQ-ABS             PIC 9(13)V99 VALUE ZEROES.
          02 WKS-CONT-SOD-MISMO        PIC 9(06) VALUE ZEROES.
          02 WKS-CONT-SOD-INACTIVO     PIC 9(06) VALUE ZEROES.
          02 WKS-CONT-SOD-NOEXISTE     PIC 9(06) VALUE ZEROES.
          02 WKS-CONT-SOD-SINVERIF     PIC 9(06) VALUE ZEROES.

      *VISTA DE LA LINEA DE LA TABLA CAJERO-OPERADOR:
      *CCCC OOOOOOOO (CAJERO, ID DEL OPERADOR EN OPERMST).
       01 WKS-LINEA-CAJOPER.
          02 WKS-CO-CAJERO             PIC 9(04).
          02 FILLER                    PIC X(01).
          02 WKS-CO-OPERADOR           PIC X(08).
          02 FILLER                    PIC X(07).

      *LINEA DEL ARCHIVO DE EXCEPCIONES DE SEGREGACION: FECHA DE
      *NEGOCIO, AGENCIA, CAJERO, OPERADOR QUE GRABA, VERIFICADOR,
      *MOTIVO Y EL REGISTRO ORIGINAL DE FILE-IN.
       01 WKS-LINEA-SOD.
          02 WKS-LS-FECHA              PIC 9(08) VALUE ZEROES.
          02 FILLER                    PIC X(01) VALUE "|".
          02 WKS-LS-AGENCIA            PIC 9(03) VALUE ZEROES.
          02 FILLER                    PIC X(01) VALUE "|".
          02 WKS-LS-CAJERO             PIC 9(04) VALUE ZEROES.
          02 FILLER                    PIC X(01) VALUE "|".
          02 WKS-LS-GRABA              PIC X(08) VALUE SPACES.
          02 FILLER                    PIC X(01) VALUE "|".
          02 WKS-LS-VERIFICA           PIC X(08) VALUE SPACES.
          02 FILLER                    PIC X(01) VALUE "|".
          02 WKS-LS-MOTIVO             PIC X(30) VALUE SPACES.
          02 FILLER                    PIC X(01) VALUE "|".
          02 WKS-LS-REGISTRO           PIC X(108) VALUE SPACES.

      *SUBTOTALES POR REGION DEL RESUMEN DE AGENCIAS.
       01 WKS-TABLA-REGIONES.
          02 WKS-RG-ENTRADA OCCURS 20 TIMES.
          02 WKS-PL-VALOR-CRE         PIC -(11)9.99 VALUE ZEROES.
          02 FILLER                   PIC X(01) VALUE "|".
          02 WKS-PL-NETO              PIC -(12)9.99 VALUE ZEROES.
          02 FILLER                   PIC X(01) VALUE "|".
          02 WKS-PL-FECHA             PIC 9(08) VALUE ZEROES.

      *GUARDIA DE RETRANSMISION: LINEA DEL ARCHIVO DE CONTROL DE
      *GENERACIONES Y TABLA DE GENERACIONES ANTERIORES. EL HASH SE
          02 WKS-GR-FECHA             PIC 9(08) VALUE ZEROES.
          02 WKS-GR-REGISTROS         PIC 9(08) VALUE ZEROES.
          02 WKS-GR-CONFORME          PIC X(01) VALUE "S".
          02 WKS-GR-PROGRAMA          PIC X(08) VALUE "EDUC3011".

      *AREA PARA LA RUTINA COMUN DE ESTADISTICAS DE CORRIDA.
       01 WKS-CONTROL-ESTADISTICA.
           PERFORM 0039-INICIO-CARGA-AGENCIAS THRU
              0039-CARGA-AGENCIAS-E

           PERFORM 0054-INICIO-ABRE-CUENTAS THRU 0054-ABRE-CUENTAS-E

           PERFORM 0056-INICIO-CARGA-OPERADORES THRU
              0056-CARGA-OPERADORES-E
           IF WKS-REG-A-OMITIR > ZEROES
              OPEN EXTEND EXCEPCION-SOD
           ELSE
              OPEN OUTPUT EXCEPCION-SOD
           END-IF

           PERFORM 0042-INICIO-CARGA-REGLAS THRU 0042-CARGA-REGLAS-E

           IF NOT WKS-SIN-DUP-DIAS
                          FTPMOM-PARTE5
           END-IF

           IF WKS-SALIDA-XML
              IF WKS-VENTANA-ACTIVA
                 MOVE WKS-FECHA-NEGOCIO TO WKS-XM-FECHA-BASE
              ELSE
                 MOVE WKS-ST-FECHA-INICIO TO WKS-XM-FECHA-BASE
              END-IF
              IF WKS-REG-A-OMITIR > ZEROES
                 OPEN EXTEND DETALLE-XML
                 IF FS-XMLDET = "35"
                    OPEN OUTPUT DETALLE-XML
                 END-IF
              ELSE
                 OPEN OUTPUT DETALLE-XML
              END-IF
              IF FS-XMLDET NOT = "00"
                 MOVE 'XMLDET' TO ARCHIVO
                 MOVE 'OPEN' TO ACCION
                 MOVE 'LLAVE' TO LLAVE
                 PERFORM 0002-INICIO-RUTINA THRU 0002-RUTINA-E
                 STOP RUN
              END-IF
              MOVE "S" TO WKS-XM-DET-ABIERTO
           END-IF

           IF WKS-REG-A-OMITIR > ZEROES
              OPEN EXTEND FTPMOM
              OPEN EXTEND FTPMOM-MON1
           IF NOT WKS-SIN-PARTES
              CLOSE FTPMOM-PARTE1, FTPMOM-PARTE2, FTPMOM-PARTE3,
                    FTPMOM-PARTE4, FTPMOM-PARTE5
           END-IF
           IF WKS-CON-CUENTAS
              CLOSE CUENTA-MASTER
           END-IF
           IF WKS-CON-OPERADORES
              CLOSE OPERADOR-MASTER
           END-IF
           IF WKS-XM-DET-ABIERTO = "S"
              CLOSE DETALLE-XML
           END-IF
           CLOSE EXCEPCION-SOD.
       0003-CIERRE-E.
           EXIT.

           END-IF

           IF WKS-REG-A-OMITIR = ZEROES
              IF WKS-SALIDA-PIPE
                 WRITE AREA-SALIDA FROM WKS-HEADER1
              END-IF
              WRITE AREA-SALIDA-MON1 FROM WKS-HEADER1
              WRITE AREA-SALIDA-MON2 FROM WKS-HEADER1
              WRITE AREA-SALIDA-MON3 FROM WKS-HEADER1
                   IF WKS-REGISTRO-VALIDO
                   PERFORM 0010-INICIO-FORMATO-MONEDA THRU
                      0010-FORMATO-MONEDA-E
                   PERFORM 0057-INICIO-REVISA-SEGREGACION THRU
                      0057-REVISA-SEGREGACION-E
                   MOVE "N" TO WKS-RV-SOLO-MARCA
                   PERFORM 0051-INICIO-REVISA-ALTO-VALOR THRU
                      0051-REVISA-ALTO-VALOR-E
                   MOVE FILE-CODIGO-MOTIVO TO WKS-CODIGO-MOTIVO-FTP
                   MOVE FILE-FILLER TO WKS-FILLER-FTP

                   IF WKS-SALIDA-PIPE
                      WRITE AREA-SALIDA FROM WKS-REG-FTPMOM
                   END-IF
                   IF WKS-SALIDA-XML
                      PERFORM 0058-INICIO-DETALLE-XML THRU
                         0058-DETALLE-XML-E
                   END-IF

                   IF NOT WKS-SIN-PARTES
                      PERFORM 0044-INICIO-ESCRIBE-PARTE THRU
                   "TRANSACCION: " WKS-CONT-RECH-MOTIVO
           DISPLAY "RECHAZADOS POR TRANSACCION INVALIDA PARA LA "
                   "CLASE: " WKS-CONT-RECH-CLASE
           IF WKS-CON-CUENTAS
              DISPLAY "RECHAZADOS POR CUENTA INEXISTENTE: "
                      WKS-CONT-RECH-CTA-NOEXIS
              DISPLAY "RECHAZADOS POR CUENTA CONGELADA: "
                      WKS-CONT-RECH-CTA-CONGEL
              DISPLAY "RECHAZADOS POR CUENTA CERRADA: "
                      WKS-CONT-RECH-CTA-CERRAD
              DISPLAY "RECHAZADOS POR CLASE DISTINTA AL MAESTRO: "
                      WKS-CONT-RECH-CTA-CLASE
              DISPLAY "RECHAZADOS POR MONEDA DISTINTA AL MAESTRO: "
                      WKS-CONT-RECH-CTA-MONEDA
           END-IF
           DISPLAY "EXCEPCIONES DE SEGREGACION, MISMO OPERADOR GRABA "
                   "Y VERIFICA: " WKS-CONT-SOD-MISMO
           DISPLAY "EXCEPCIONES DE SEGREGACION, VERIFICADOR INACTIVO: "
                   WKS-CONT-SOD-INACTIVO
           DISPLAY "EXCEPCIONES DE SEGREGACION, VERIFICADOR NO EXISTE: "
                   WKS-CONT-SOD-NOEXISTE
           DISPLAY "EXCEPCIONES DE SEGREGACION, SIN VERIFICADOR: "
                   WKS-CONT-SOD-SINVERIF

      *VERIFICACION DE BALANCEO CONTRA LA TARJETA DE CONTROL DEL
      *SISTEMA ORIGEN: CON DESBALANCE NO SE GRABA NINGUN TRAILER,
           ELSE
              MOVE WKS-CONTADOR TO WKS-TR-TOTAL-REGISTROS
              MOVE WKS-TOTAL-VALOR TO WKS-TR-TOTAL-VALOR
              IF WKS-SALIDA-PIPE
                 WRITE AREA-SALIDA FROM WKS-TRAILER1
              END-IF
              IF WKS-SALIDA-XML
                 PERFORM 0059-INICIO-ARMA-XML THRU 0059-ARMA-XML-E
              END-IF

              PERFORM 0018-INICIO-TRAILER-MONEDA THRU
                 0018-TRAILER-MONEDA-E
              END-IF
              MOVE WKS-CONTADOR TO WKS-GR-REGISTROS
              MOVE "R" TO WKS-GR-FUNCION
      *FTPMOM Y SU COPIA ARCHFTPM SOLO SE REGISTRAN CUANDO SE
      *RINDIERON EN PIPE; CON SOLO XML QUEDAN VACIOS.
              IF WKS-SALIDA-PIPE
                 MOVE "FTPMOM" TO WKS-GR-ARCHIVO
                 CALL 'GENREG01' USING WKS-GR-FUNCION
                                       WKS-GR-ARCHIVO
                                       WKS-GR-FECHA
                                       WKS-GR-REGISTROS
                                       WKS-GR-CONFORME
                                       WKS-GR-PROGRAMA
                 MOVE "ARCHFTPM" TO WKS-GR-ARCHIVO
                 CALL 'GENREG01' USING WKS-GR-FUNCION
                                       WKS-GR-ARCHIVO
                                       WKS-GR-FECHA
                                       WKS-GR-REGISTROS
                                       WKS-GR-CONFORME
                                       WKS-GR-PROGRAMA
              END-IF
              IF WKS-SALIDA-XML
                 MOVE "FTPXML" TO WKS-GR-ARCHIVO
                 CALL 'GENREG01' USING WKS-GR-FUNCION
                                       WKS-GR-ARCHIVO
                                       WKS-GR-FECHA
                                       WKS-GR-REGISTROS
                                       WKS-GR-CONFORME
                                       WKS-GR-PROGRAMA
              END-IF
      *EL MOMDCO QUE ALIMENTO LA GENERACION QUEDA COMO CONSUMO, PARA
      *EL LINAJE DE REPROCESOS.
              MOVE "C" TO WKS-GR-FUNCION
              MOVE "MOMDCO" TO WKS-GR-ARCHIVO
              CALL 'GENREG01' USING WKS-GR-FUNCION
                                    WKS-GR-ARCHIVO
                                    WKS-GR-FECHA
                                    WKS-GR-REGISTROS
                                    WKS-GR-CONFORME
                                    WKS-GR-PROGRAMA

              IF WKS-ES-INTRADIA
                 PERFORM 0030-INICIO-CIERRA-CICLO THRU
              END-IF
           END-IF

      *LA CUENTA DEBE EXISTIR EN EL MAESTRO, ESTAR ABIERTA Y
      *COINCIDIR EN CLASE Y MONEDA CON EL MOVIMIENTO.
           IF WKS-REGISTRO-VALIDO AND WKS-CON-CUENTAS
              PERFORM 0055-INICIO-VALIDA-CUENTA THRU
                 0055-VALIDA-CUENTA-E
           END-IF

      *DETECCION DE DUPLICADOS ENTRE DIAS CONTRA LA REFERENCIA
      *RODANTE DE MOVIMIENTOS YA TRANSMITIDOS.
           IF WKS-REGISTRO-VALIDO AND NOT WKS-SIN-DUP-DIAS
           IF WKS-UMBRAL-REVISION NOT NUMERIC
              MOVE ZEROES TO WKS-UMBRAL-REVISION
           END-IF
           ACCEPT WKS-MONTO-VERIFICA FROM ENVIRONMENT
              "MONTO_VERIFICA"
           IF WKS-MONTO-VERIFICA NOT NUMERIC
              MOVE ZEROES TO WKS-MONTO-VERIFICA
           END-IF
           ACCEPT WKS-FORMATO-SALIDA FROM ENVIRONMENT
              "FORMATO_SALIDA"

           CALL 'PARMRD01' USING WKS-PARM-SECCION
                                 WKS-PARM-CANT
                      MOVE WKS-PARM-VALOR(WKS-PARM-IDX)(1:9) TO
                         WKS-UMBRAL-REVISION
                   END-IF
              WHEN "MONTO_VERIFICA"
                   IF WKS-PARM-VALOR(WKS-PARM-IDX)(1:9) NUMERIC
                      MOVE WKS-PARM-VALOR(WKS-PARM-IDX)(1:9) TO
                         WKS-MONTO-VERIFICA
                   END-IF
              WHEN "FORMATO_SALIDA"
                   MOVE WKS-PARM-VALOR(WKS-PARM-IDX)(1:4) TO
                      WKS-FORMATO-SALIDA
              WHEN OTHER
                   DISPLAY "PARAMETRO DESCONOCIDO EN PARAMET: "
                           WKS-PARM-CLAVE(WKS-PARM-IDX)
              MOVE WKS-FECHA-NEGOCIO(5:2) TO WKS-VN-MES
              MOVE WKS-FECHA-NEGOCIO(7:2) TO WKS-VN-DIA
           END-IF
      *FORMATO DE SALIDA PARA EL BANCO RECEPTOR: PIPE (POR OMISION),
      *XML O BOTH. LAS PARTES DE TRANSMISION SON DEL FORMATO PIPE:
      *CON SOLO XML NO SE CORTA NADA.
           IF NOT WKS-FORMATO-VALIDO
              DISPLAY "FORMATO_SALIDA INVALIDO: " WKS-FORMATO-SALIDA
                      "; SE USA PIPE"
              MOVE "PIPE" TO WKS-FORMATO-SALIDA
           END-IF
           IF NOT WKS-SALIDA-PIPE AND NOT WKS-SIN-PARTES
              DISPLAY "MAX_REG_PARTE NO APLICA AL FORMATO XML; SE "
                      "IGNORA"
              MOVE ZEROES TO WKS-PT-MAX-REGISTROS
           END-IF

           DISPLAY "PARAMETROS EFECTIVOS DE LA CORRIDA:"
           DISPLAY "  FECHA_NEGOCIO: " WKS-FECHA-NEGOCIO
           DISPLAY "  REGEN_FORZADA: " WKS-REGEN-FORZADA
           DISPLAY "  MAX_REG_PARTE: " WKS-PT-MAX-REGISTROS
           DISPLAY "  DIAS_DUPLICADO: " WKS-DIAS-DUPLICADO
           DISPLAY "  UMBRAL_REVISION: " WKS-UMBRAL-REVISION
           DISPLAY "  MONTO_VERIFICA: " WKS-MONTO-VERIFICA
           DISPLAY "  FORMATO_SALIDA: " WKS-FORMATO-SALIDA.
       0034-PARAMETROS-E.
           EXIT.

      *CONTRA LAS GENERACIONES YA REGISTRADAS DE LA MISMA FECHA DE
      *NEGOCIO. MISMA FECHA, MISMA CANTIDAD Y MISMO HASH = EL MISMO
      *MOMDCO YA FUE EXTRAIDO: LA CORRIDA SE NIEGA CON CODIGO DE
      *RETORNO 10, SALVO REGENERACION FORZADA (REGEN_FORZADA=S). LA
      *NEGATIVA CUBRE TAMBIEN LA RENDICION XML (FTPXML): LA GUARDIA
      *CORRE ANTES DE ABRIR CUALQUIER SALIDA, SEA CUAL SEA EL
      *FORMATO_SALIDA DE LA CORRIDA.
           IF WKS-VENTANA-ACTIVA
              MOVE WKS-FECHA-NEGOCIO TO WKS-GD-FECHA-CORRIDA
           ELSE
              GO TO 0038-ESCRIBE-POSICION-E
           END-IF

           IF WKS-VENTANA-ACTIVA
              MOVE WKS-FECHA-NEGOCIO TO WKS-PL-FECHA
           ELSE
              MOVE WKS-ST-FECHA-INICIO TO WKS-PL-FECHA
           END-IF
           MOVE ZEROES TO WKS-PN-TOT-BRUTO
           PERFORM VARYING WKS-PN-IDX FROM 1 BY 1
              UNTIL WKS-PN-IDX > WKS-PN-CANT
              GO TO 0028-MANIFIESTO-E
           END-IF

      *LA LINEA DE FTPMOM SOLO VA CUANDO SE RINDE EN PIPE: CON SOLO
      *XML EL FTPMOM QUEDA VACIO Y NO DEBE CONCILIARSE CONTRA EL
      *CONTEO DE LA CORRIDA.
           IF WKS-SALIDA-PIPE
              MOVE FUNCTION CURRENT-DATE TO WKS-FECHA-HORA-ACTUAL
              MOVE WKS-FH-FECHA TO WKS-MN-FECHA
              MOVE WKS-FH-HORA TO WKS-MN-HORA
              MOVE WKS-CONTADOR TO WKS-MN-REGISTROS
              MOVE WKS-TOTAL-VALOR TO WKS-MN-HASH-VALOR
              MOVE WKS-CONT-RECHAZADOS TO WKS-MN-RECHAZADOS
              WRITE REG-MANIFIESTO FROM WKS-REG-MANIFIESTO
           END-IF

      *CON CORTE EN PARTES ACTIVO, UNA LINEA POR PARTE (PARTE N DE
      *M) CON SU CONTEO Y SU HASH, PARA LA VERIFICACION Y CARGA
              END-PERFORM
           END-IF

      *CON RENDICION XML, UNA LINEA PROPIA PARA FTPXML CON LAS
      *ENTRADAS COPIADAS Y LA SUMA DE CONTROL DE SU ENCABEZADO.
           IF WKS-SALIDA-XML
              MOVE WKS-XM-ENTRADAS TO WKS-MX-REGISTROS
              MOVE WKS-TOTAL-VALOR TO WKS-MX-HASH
              WRITE REG-MANIFIESTO FROM WKS-MANIFIESTO-XML
           END-IF

           CLOSE ARCHIVO-MANIFIESTO.
       0028-MANIFIESTO-E.
           EXIT.
           MOVE ZEROES TO WKS-RS-SUB-CANTIDAD, WKS-RS-SUB-VALOR.
       0015-SUBTOTAL-AGENCIA-E.
           EXIT.

       0054-INICIO-ABRE-CUENTAS SECTION.
      *ABRE EL MAESTRO DE CUENTAS PARA CONSULTA DIRECTA POR NUMERO
      *DE CUENTA; SIN MAESTRO (FILE STATUS 35) EL EXTRACTO SIGUE SIN
      *LA VALIDACION DE CUENTA.
           OPEN INPUT CUENTA-MASTER
           IF FS-CTAMST = "35"
              DISPLAY "SIN MAESTRO DE CUENTAS CTAMST"
              GO TO 0054-ABRE-CUENTAS-E
           END-IF
           IF FS-CTAMST NOT = "00"
              MOVE 'CTAMST' TO ARCHIVO
              MOVE 'OPEN' TO ACCION
              MOVE 'LLAVE' TO LLAVE
              PERFORM 0002-INICIO-RUTINA THRU 0002-RUTINA-E
              GO TO 0054-ABRE-CUENTAS-E
           END-IF

           MOVE "S" TO WKS-CT-ABIERTO.
       0054-ABRE-CUENTAS-E.
           EXIT.

       0055-INICIO-VALIDA-CUENTA SECTION.
      *CADA VIOLACION LLEVA SU PROPIO MOTIVO DE RECHAZO Y SU PROPIO
      *CONTADOR: CUENTA INEXISTENTE, CONGELADA (F), CERRADA (C),
      *CLASE DISTINTA Y MONEDA DISTINTA A LAS DEL MAESTRO.
           MOVE FILE-NUMERO-CUENTA TO CTAMST-NUMERO
           READ CUENTA-MASTER
           END-READ

           EVALUATE TRUE
           WHEN FS-CTAMST NOT = "00"
                SET WKS-VR-VALIDO TO "N"
                MOVE "CUENTA NO EXISTE EN MAESTRO" TO WKS-VR-RAZON
                ADD 1 TO WKS-CONT-RECH-CTA-NOEXIS
           WHEN CTAMST-ESTADO = "F"
                SET WKS-VR-VALIDO TO "N"
                MOVE "CUENTA CONGELADA" TO WKS-VR-RAZON
                ADD 1 TO WKS-CONT-RECH-CTA-CONGEL
           WHEN CTAMST-ESTADO = "C"
                SET WKS-VR-VALIDO TO "N"
                MOVE "CUENTA CERRADA" TO WKS-VR-RAZON
                ADD 1 TO WKS-CONT-RECH-CTA-CERRAD
           WHEN CTAMST-CLASE NOT = FILE-CLASE-CUENTA
                SET WKS-VR-VALIDO TO "N"
                MOVE "CLASE NO COINCIDE CON MAESTRO" TO WKS-VR-RAZON
                ADD 1 TO WKS-CONT-RECH-CTA-CLASE
           WHEN CTAMST-MONEDA NOT = FILE-CODIGO-MONEDA
                SET WKS-VR-VALIDO TO "N"
                MOVE "MONEDA NO COINCIDE C/MAESTRO" TO WKS-VR-RAZON
                ADD 1 TO WKS-CONT-RECH-CTA-MONEDA
           END-EVALUATE.
       0055-VALIDA-CUENTA-E.
           EXIT.

       0056-INICIO-CARGA-OPERADORES SECTION.
      *ABRE EL MAESTRO DE OPERADORES PARA CONSULTA DIRECTA Y CARGA
      *EN MEMORIA LA TABLA CAJERO-OPERADOR. SIN MAESTRO NO SE REVISA
      *EL ESTADO DEL VERIFICADOR; SIN TABLA, EL CAJERO SE COMPARA
      *CONTRA EL VERIFICADOR POR SU PROPIO NUMERO.
           OPEN INPUT OPERADOR-MASTER
           EVALUATE TRUE
           WHEN FS-OPERMST = "00"
                MOVE "S" TO WKS-SD-OPER-ABIERTO
           WHEN FS-OPERMST = "35"
                DISPLAY "SIN MAESTRO DE OPERADORES OPERMST"
           WHEN OTHER
                MOVE 'OPERMST' TO ARCHIVO
                MOVE 'OPEN' TO ACCION
                MOVE 'LLAVE' TO LLAVE
                PERFORM 0002-INICIO-RUTINA THRU 0002-RUTINA-E
           END-EVALUATE

           OPEN INPUT CAJERO-OPERADOR
           IF FS-CAJOPER = "35"
              DISPLAY "SIN TABLA CAJERO-OPERADOR CAJOPER"
              GO TO 0056-CARGA-OPERADORES-E
           END-IF
           IF FS-CAJOPER NOT = "00"
              MOVE 'CAJOPER' TO ARCHIVO
              MOVE 'OPEN' TO ACCION
              MOVE 'LLAVE' TO LLAVE
              PERFORM 0002-INICIO-RUTINA THRU 0002-RUTINA-E
              GO TO 0056-CARGA-OPERADORES-E
           END-IF

           READ CAJERO-OPERADOR INTO WKS-LINEA-CAJOPER
           AT END
              SET WKS-FIN-CAJOPER TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-CAJOPER
                   IF WKS-CO-CAJERO NOT NUMERIC OR
                      WKS-CO-OPERADOR = SPACES
                      DISPLAY "LINEA CAJERO-OPERADOR INVALIDA: "
                              WKS-LINEA-CAJOPER
                   ELSE
                      IF WKS-SD-CANT < 500
                         ADD 1 TO WKS-SD-CANT
                         MOVE WKS-CO-CAJERO TO
                            WKS-SD-CAJERO(WKS-SD-CANT)
                         MOVE WKS-CO-OPERADOR TO
                            WKS-SD-OPERADOR(WKS-SD-CANT)
                      ELSE
                         DISPLAY "TABLA CAJERO-OPERADOR LLENA; SE "
                                 "IGNORA: " WKS-LINEA-CAJOPER
                      END-IF
                   END-IF
                   READ CAJERO-OPERADOR INTO WKS-LINEA-CAJOPER
                   AT END
                      SET WKS-FIN-CAJOPER TO TRUE
                   END-READ
           END-PERFORM

           CLOSE CAJERO-OPERADOR.
       0056-CARGA-OPERADORES-E.
           EXIT.

       0057-INICIO-REVISA-SEGREGACION SECTION.
      *UN MOVIMIENTO PUEDE TENER UNA SOLA EXCEPCION, EN ESTE ORDEN:
      *SIN VERIFICADOR SOBRE EL MONTO, MISMA PERSONA GRABA Y
      *VERIFICA, VERIFICADOR INEXISTENTE O INACTIVO EN EL MAESTRO.
      *EL MONTO SE COMPARA EN QUETZALES, COMO LA COLA DE REVISION.
           MOVE SPACES TO WKS-SD-MOTIVO

           MOVE SPACES TO WKS-SD-GRABA
           MOVE FILE-CAJERO TO WKS-SD-CAJERO-ALFA
           MOVE WKS-SD-CAJERO-ALFA TO WKS-SD-GRABA
           PERFORM VARYING WKS-SD-IDX FROM 1 BY 1
              UNTIL WKS-SD-IDX > WKS-SD-CANT
              IF WKS-SD-CAJERO(WKS-SD-IDX) = FILE-CAJERO
                 MOVE WKS-SD-OPERADOR(WKS-SD-IDX) TO WKS-SD-GRABA
                 MOVE WKS-SD-CANT TO WKS-SD-IDX
              END-IF
           END-PERFORM

           IF FILE-GRABA-VERIF = SPACES OR
              FILE-GRABA-VERIF = LOW-VALUES
              IF NOT WKS-SIN-MONTO-VERIFICA
                 IF WKS-VR-MONEDA-ORD > ZEROES AND
                    NOT WKS-TA-AUSENTE(WKS-VR-MONEDA-ORD)
                    COMPUTE WKS-SD-EQUIVALENTE ROUNDED =
                       WKS-VALOR-MONEDA *
                       WKS-TA-TASA(WKS-VR-MONEDA-ORD)
                 ELSE
                    MOVE WKS-VALOR-MONEDA TO WKS-SD-EQUIVALENTE
                 END-IF
                 IF WKS-SD-EQUIVALENTE < ZEROES
                    COMPUTE WKS-SD-EQ-ABS = ZERO - WKS-SD-EQUIVALENTE
                 ELSE
                    MOVE WKS-SD-EQUIVALENTE TO WKS-SD-EQ-ABS
                 END-IF
                 IF WKS-SD-EQ-ABS > WKS-MONTO-VERIFICA
                    MOVE "SIN VERIFICADOR SOBRE MONTO" TO
                       WKS-SD-MOTIVO
                    ADD 1 TO WKS-CONT-SOD-SINVERIF
                 END-IF
              END-IF
              GO TO 0057-GRABA-EXCEPCION
           END-IF

           IF FILE-GRABA-VERIF = WKS-SD-GRABA
              MOVE "MISMO OPERADOR GRABA Y VERIFICA" TO WKS-SD-MOTIVO
              ADD 1 TO WKS-CONT-SOD-MISMO
              GO TO 0057-GRABA-EXCEPCION
           END-IF

           IF WKS-CON-OPERADORES
              MOVE FILE-GRABA-VERIF TO OPERMST-ID
              READ OPERADOR-MASTER
              END-READ
              EVALUATE TRUE
              WHEN FS-OPERMST NOT = "00"
                   MOVE "VERIFICADOR NO EXISTE" TO WKS-SD-MOTIVO
                   ADD 1 TO WKS-CONT-SOD-NOEXISTE
              WHEN OPERMST-ESTADO NOT = "A"
                   MOVE "VERIFICADOR INACTIVO" TO WKS-SD-MOTIVO
                   ADD 1 TO WKS-CONT-SOD-INACTIVO
              END-EVALUATE
           END-IF.

       0057-GRABA-EXCEPCION.
           IF WKS-SD-MOTIVO = SPACES
              GO TO 0057-REVISA-SEGREGACION-E
           END-IF
           IF WKS-VENTANA-ACTIVA
              MOVE WKS-FECHA-NEGOCIO TO WKS-LS-FECHA
           ELSE
              MOVE WKS-ST-FECHA-INICIO TO WKS-LS-FECHA
           END-IF
           MOVE FILE-AGENCIA-ORIGEN TO WKS-LS-AGENCIA
           MOVE FILE-CAJERO TO WKS-LS-CAJERO
           MOVE WKS-SD-GRABA TO WKS-LS-GRABA
           MOVE FILE-GRABA-VERIF TO WKS-LS-VERIFICA
           MOVE WKS-SD-MOTIVO TO WKS-LS-MOTIVO
           MOVE FILE-IN-REGISTRO TO WKS-LS-REGISTRO
           WRITE AREA-EXCEPCION-SOD FROM WKS-LINEA-SOD.
       0057-REVISA-SEGREGACION-E.
           EXIT.

       0058-INICIO-DETALLE-XML SECTION.
      *UNA ENTRADA <Ntry> POR MOVIMIENTO VALIDO, CON EL MISMO VALOR
      *QUE VA A FTPMOM: EL MONTO VA SIN SIGNO Y EL INDICADOR
      *CRDT/DBIT SALE DEL SIGNO DEL VALOR, PARA QUE LA SUMA DE
      *CONTROL DEL ENCABEZADO SEA EL MISMO TOTAL NETO DEL TRAILER.
      *EL AÑO DE LA FECHA CONTABLE ES EL DE LA FECHA DE LA CORRIDA,
      *SALVO QUE EL MES Y DIA DEL MOVIMIENTO QUEDEN DESPUES DE ELLA.
           MOVE WKS-XM-FECHA-BASE(1:4) TO WKS-XM-ANIO
           MOVE WKS-MES-FTP TO WKS-XM-MES
           MOVE WKS-DIA-FTP TO WKS-XM-DIA
           IF WKS-XM-FECHA-MOV(5:4) > WKS-XM-FECHA-BASE(5:4)
              SUBTRACT 1 FROM WKS-XM-ANIO
           END-IF

           IF WKS-VALOR-MONEDA < ZEROES
              MOVE "DBIT" TO WKS-XM-INDICADOR
              COMPUTE WKS-XM-VALOR-ABS = ZERO - WKS-VALOR-MONEDA
           ELSE
              MOVE "CRDT" TO WKS-XM-INDICADOR
              MOVE WKS-VALOR-MONEDA TO WKS-XM-VALOR-ABS
           END-IF
           MOVE WKS-XM-VALOR-ABS TO WKS-XM-MONTO-ED
           IF WKS-VR-MONEDA-ORD > ZEROES
              MOVE WKS-ISO-CODIGO(WKS-VR-MONEDA-ORD) TO WKS-XM-ISO
           ELSE
              MOVE "XXX" TO WKS-XM-ISO
           END-IF

           MOVE "    <Ntry>" TO REG-DETALLE-XML
           WRITE REG-DETALLE-XML

           MOVE SPACES TO WKS-XM-LINEA
           STRING "      <NtryRef>" WKS-CONTADOR "</NtryRef>"
                  "<Acct><Id><Othr><Id>" WKS-NUMERO-CUENTA
                  "</Id></Othr></Id><Tp><Prtry>"
                  WKS-CLASE-CUENTA-FTP "</Prtry></Tp></Acct>"
              DELIMITED BY SIZE INTO WKS-XM-LINEA
           END-STRING
           WRITE REG-DETALLE-XML FROM WKS-XM-LINEA

           MOVE SPACES TO WKS-XM-LINEA
           STRING '      <Amt Ccy="' WKS-XM-ISO '">'
                  FUNCTION TRIM(WKS-XM-MONTO-ED) "</Amt>"
                  "<CdtDbtInd>" WKS-XM-INDICADOR "</CdtDbtInd>"
                  "<Sts><Cd>BOOK</Cd></Sts>"
              DELIMITED BY SIZE INTO WKS-XM-LINEA
           END-STRING
           WRITE REG-DETALLE-XML FROM WKS-XM-LINEA

           MOVE SPACES TO WKS-XM-LINEA
           STRING "      <BookgDt><Dt>" WKS-XM-ANIO "-" WKS-XM-MES
                  "-" WKS-XM-DIA "</Dt></BookgDt>"
                  "<BkTxCd><Prtry><Cd>" WKS-CODIGO-TRANSACCION
                  "</Cd><Issr>EDUC3011</Issr></Prtry></BkTxCd>"
              DELIMITED BY SIZE INTO WKS-XM-LINEA
           END-STRING
           WRITE REG-DETALLE-XML FROM WKS-XM-LINEA

           MOVE SPACES TO WKS-XM-LINEA
           STRING "      <NtryDtls><TxDtls><Refs><AcctSvcrRef>"
                  WKS-DOCUMENTO-FTP "</AcctSvcrRef><EndToEndId>"
                  WKS-AGENCIA-ORIGEN "-" WKS-TERMINAL-FINANCIERA "-"
                  WKS-NUM-SECUENCIA-FTP
                  "</EndToEndId></Refs></TxDtls></NtryDtls>"
              DELIMITED BY SIZE INTO WKS-XM-LINEA
           END-STRING
           WRITE REG-DETALLE-XML FROM WKS-XM-LINEA

           MOVE "    </Ntry>" TO REG-DETALLE-XML
           WRITE REG-DETALLE-XML.
       0058-DETALLE-XML-E.
           EXIT.

       0059-INICIO-ARMA-XML SECTION.
      *ARMA FTPXML CUANDO EL LOTE YA BALANCEO: ENCABEZADO DE GRUPO
      *CON IDENTIFICADOR DE MENSAJE, FECHA/HORA DE CREACION, CANTIDAD
      *DE MOVIMIENTOS Y SUMA DE CONTROL (LOS MISMOS TOTALES DEL
      *TRAILER DE FTPMOM) Y DESPUES LAS ENTRADAS DE XMLDET.
           CLOSE DETALLE-XML
           MOVE "N" TO WKS-XM-DET-ABIERTO

           OPEN OUTPUT ARCHIVO-XML
           IF FS-FTPXML NOT = "00"
              MOVE 'FTPXML' TO ARCHIVO
              MOVE 'OPEN' TO ACCION
              MOVE 'LLAVE' TO LLAVE
              PERFORM 0002-INICIO-RUTINA THRU 0002-RUTINA-E
              MOVE 12 TO RETURN-CODE
              GO TO 0059-ARMA-XML-E
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WKS-FECHA-HORA-ACTUAL
           MOVE SPACES TO WKS-XM-CREACION
           STRING WKS-FH-FECHA(1:4) "-" WKS-FH-FECHA(5:2) "-"
                  WKS-FH-FECHA(7:2) "T" WKS-FH-HORA(1:2) ":"
                  WKS-FH-HORA(3:2) ":" WKS-FH-HORA(5:2)
              DELIMITED BY SIZE INTO WKS-XM-CREACION
           END-STRING
           MOVE SPACES TO WKS-XM-MSG-ID
           IF WKS-ES-INTRADIA
              STRING "FTPMOM" WKS-XM-FECHA-BASE WKS-FH-HORA
                     "C" WKS-CI-CICLO
                 DELIMITED BY SIZE INTO WKS-XM-MSG-ID
              END-STRING
           ELSE
              STRING "FTPMOM" WKS-XM-FECHA-BASE WKS-FH-HORA
                 DELIMITED BY SIZE INTO WKS-XM-MSG-ID
              END-STRING
           END-IF
           MOVE WKS-CONTADOR TO WKS-XM-CANT-ED
           MOVE WKS-TOTAL-VALOR TO WKS-XM-SUMA-ED

           MOVE '<?xml version="1.0" encoding="UTF-8"?>' TO
              REG-ARCHIVO-XML
           WRITE REG-ARCHIVO-XML
           MOVE SPACES TO WKS-XM-LINEA
           STRING '<Document xmlns="urn:iso:std:iso:20022:tech:xsd:'
                  'camt.054.001.08">'
              DELIMITED BY SIZE INTO WKS-XM-LINEA
           END-STRING
           WRITE REG-ARCHIVO-XML FROM WKS-XM-LINEA
           MOVE " <BkToCstmrDbtCdtNtfctn>" TO REG-ARCHIVO-XML
           WRITE REG-ARCHIVO-XML
           MOVE "  <GrpHdr>" TO REG-ARCHIVO-XML
           WRITE REG-ARCHIVO-XML
           MOVE SPACES TO WKS-XM-LINEA
           STRING "   <MsgId>" FUNCTION TRIM(WKS-XM-MSG-ID) "</MsgId>"
                  "<CreDtTm>" WKS-XM-CREACION "</CreDtTm>"
              DELIMITED BY SIZE INTO WKS-XM-LINEA
           END-STRING
           WRITE REG-ARCHIVO-XML FROM WKS-XM-LINEA
           MOVE SPACES TO WKS-XM-LINEA
           STRING "   <NbOfTxs>" FUNCTION TRIM(WKS-XM-CANT-ED)
                  "</NbOfTxs><CtrlSum>" FUNCTION TRIM(WKS-XM-SUMA-ED)
                  "</CtrlSum>"
              DELIMITED BY SIZE INTO WKS-XM-LINEA
           END-STRING
           WRITE REG-ARCHIVO-XML FROM WKS-XM-LINEA
           MOVE "  </GrpHdr>" TO REG-ARCHIVO-XML
           WRITE REG-ARCHIVO-XML
           MOVE "  <Ntfctn>" TO REG-ARCHIVO-XML
           WRITE REG-ARCHIVO-XML
           MOVE SPACES TO WKS-XM-LINEA
           STRING "   <Id>" FUNCTION TRIM(WKS-XM-MSG-ID) "</Id>"
                  "<CreDtTm>" WKS-XM-CREACION "</CreDtTm>"
              DELIMITED BY SIZE INTO WKS-XM-LINEA
           END-STRING
           WRITE REG-ARCHIVO-XML FROM WKS-XM-LINEA

           MOVE ZEROES TO WKS-XM-ENTRADAS
           OPEN INPUT DETALLE-XML
           IF FS-XMLDET = "00"
              READ DETALLE-XML
              AT END
                 SET WKS-FIN-XMLDET TO TRUE
              END-READ
              PERFORM UNTIL WKS-FIN-XMLDET
                      IF REG-DETALLE-XML(1:10) = "    <Ntry>"
                         ADD 1 TO WKS-XM-ENTRADAS
                      END-IF
                      WRITE REG-ARCHIVO-XML FROM REG-DETALLE-XML
                      READ DETALLE-XML
                      AT END
                         SET WKS-FIN-XMLDET TO TRUE
                      END-READ
              END-PERFORM
              CLOSE DETALLE-XML
           END-IF

           MOVE "  </Ntfctn>" TO REG-ARCHIVO-XML
           WRITE REG-ARCHIVO-XML
           MOVE " </BkToCstmrDbtCdtNtfctn>" TO REG-ARCHIVO-XML
           WRITE REG-ARCHIVO-XML
           MOVE "</Document>" TO REG-ARCHIVO-XML
           WRITE REG-ARCHIVO-XML
           CLOSE ARCHIVO-XML

      *LAS ENTRADAS COPIADAS DEBEN SER LAS MISMAS QUE CUENTA EL
      *TRAILER; SI NO, EL XML NO SE DEBE TRANSMITIR.
           IF WKS-XM-ENTRADAS NOT = WKS-CONTADOR
              DISPLAY "ATENCION: FTPXML CON " WKS-XM-ENTRADAS
                      " ENTRADAS CONTRA " WKS-CONTADOR
                      " DEL TRAILER"
              MOVE 12 TO RETURN-CODE
           ELSE
              DISPLAY "RENDICION XML GENERADA: " WKS-XM-ENTRADAS
                      " ENTRADAS"
           END-IF.
       0059-ARMA-XML-E.
           EXIT.
