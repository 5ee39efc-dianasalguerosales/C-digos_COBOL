      *             : CUOTA BASE MAS LA TARIFA DE CADA CURSO           *
      *             : MATRICULADO (TABLA TARIFAS), CON LA REFERENCIA   *
      *             : DE PAGO QUE EL BANCO DEVUELVE EN FILE-DOCUMENTO  *
      *             : (CODIGO X 1000 + ULTIMO DIGITO DEL AÑO X 100 +  *
      *             : MES: ASI LA REFERENCIA NO SE RECICLA DE UN AÑO  *
      *             : AL SIGUIENTE MIENTRAS HAYA FACTURAS ABIERTAS;    *
      *             : NINGUNA FACTURA VIVE UNA DECADA). CADA FACTURA   *
      *             : EMITIDA SE DIRIGE EN FACTDIR AL ENCARGADO DE     *
      *             : FACTURACION DEL ESTUDIANTE (ENCMST) CON SU NIT,  *
      *             : O AL ESTUDIANTE COMO CONSUMIDOR FINAL (CF) SI NO *
      *             : TIENE ENCARGADO DE FACTURACION. SI EL ESTUDIANTE *
      *             : TIENE BECA ACTIVA Y VIGENTE EN EL MES (BECMST),  *
      *             : LA FACTURA LLEVA SU LINEA DE DESCUENTO           *
      *             : (PORCENTAJE DEL BRUTO O MONTO FIJO, NUNCA MAS    *
      *             : QUE EL BRUTO) Y SE EMITE POR EL NETO; EL DETALLE *
      *             : DE CADA FACTURA (BASE, CURSOS Y BECA) SALE EN    *
      *             : FACTLIN Y CADA DESCUENTO APLICADO SE ACUMULA EN  *
      *             : EL HISTORICO BECHIST. AL ESTUDIANTE INSCRITO EN  *
      *             : TRANSPORTE ESCOLAR CON RUTA ASIGNADA (RUTASIG,   *
      *             : EDUC3116) SE LE AGREGA DESPUES DEL DESCUENTO DE  *
      *             : BECA, QUE NO LO ALCANZA, LA TARIFA DE SU RUTA:   *
      *             : LA LINEA DE TARIFAS CON EL ID DE LA RUTA O, SI   *
      *             : NO LA HAY, LA TARIFA GENERAL TRANSP. EN MODO     *
      *             : PAGOS CRUZA LOS MOVIMIENTOS DEL ARCHFTPM DEL DIA *
      *             : CONTRA LAS FACTURAS ABIERTAS POR ESA REFERENCIA  *
      *             : Y LAS DEJA PAGADAS O PARCIALES; UN PAGO A UNA    *
      *             : FACTURA QUE ESTA EN UN CONVENIO DE PAGO ACTIVO   *
      *             : (CONVMST, EDUC3110) SE ABONA PRIMERO A LAS       *
      *             : CUOTAS PENDIENTES DEL CONVENIO Y LUEGO SE        *
      *             : REPARTE ENTRE SUS FACTURAS. EN MODO MORA         *
      *             : ENVEJECE LAS FACTURAS ABIERTAS EN DIAS HABILES   *
      *             : (ELAPBUS1); LAS QUE ESTAN EN CONVENIO ACTIVO SE  *
      *             : LISTAN APARTE CON SUS CUOTAS VENCIDAS, Y EL      *
      *             : CONVENIO QUE ACUMULA CONV_MAX_ATRASO CUOTAS      *
      *             : VENCIDAS SIN CUBRIR QUEDA ROTO Y SUS FACTURAS    *
      *             : VUELVEN AL ENVEJECIMIENTO NORMAL. EL MISMO MODO  *
      *             : MORA REGENERA EL ARCHIVO DE RETENCIONES DE       *
      *             : MATRICULA RETENMAT CON CADA ESTUDIANTE QUE TIENE *
      *             : FACTURAS SIN CONVENIO VENCIDAS MAS ALLA DE       *
      *             : RETEN_DIAS DIAS HABILES (SALDO VENCIDO Y FECHA   *
      *             : MAS ANTIGUA); AL PAGAR O ENTRAR EN CONVENIO LA   *
      *             : RETENCION SE LEVANTA EN LA CORRIDA SIGUIENTE. EL *
      *             : MAESTRO DE FACTURAS ABIERTAS SE REESCRIBE EN     *
      *             : FACTNEW Y EL PLANIFICADOR LO RENOMBRA SOBRE      *
      *             : FACTMAST.                                        *
      * ARCHIVOS    : FACTMAST (ENTRADA), FACTNEW (SALIDA), ROSTERSAL  *
      *             : (ENTRADA), ROSTCURSO (ENTRADA), TARIFAS          *
      *             : (ENTRADA), ARCHFTPM (ENTRADA), RPTMORA (SALIDA), *
      *             : ENCMST (ENTRADA), FACTDIR (SALIDA), BECMST       *
      *             : (ENTRADA), FACTLIN (SALIDA), BECHIST (EXTEND),   *
      *             : CONVMST (I-O), RETENMAT (SALIDA), RUTASIG        *
      *             : (ENTRADA, OPCIONAL)                              *
      * PROGRAMA(S) : PARMRD01, ELAPBUS1                               *
      ******************************************************************

           SELECT RPT-MORA ASSIGN TO RPTMORA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-RPTMORA.
           SELECT RETENCION-MATRICULA ASSIGN TO RETENMAT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-RETENMAT.
           SELECT MAESTRO-ENCARGADOS ASSIGN TO ENCMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ENC-LLAVE
                  FILE STATUS IS WKS-FS-ENCMST.
           SELECT FACTURAS-DESTINO ASSIGN TO FACTDIR
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-FACTDIR.
           SELECT BECA-MASTER ASSIGN TO BECMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS BEC-LLAVE
                  FILE STATUS IS WKS-FS-BECMST.
           SELECT FACTURAS-DETALLE ASSIGN TO FACTLIN
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-FACTLIN.
           SELECT HISTORICO-BECAS ASSIGN TO BECHIST
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-BECHIST.
           SELECT CONVENIO-MASTER ASSIGN TO CONVMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CONV-LLAVE
                  FILE STATUS IS WKS-FS-CONVMST.
           SELECT ASIGNACION-RUTAS ASSIGN TO RUTASIG
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WKS-FS-RUTASIG.

       DATA DIVISION.

       FD RPT-MORA.
       01 REG-RPT-MORA                  PIC X(90).

       FD RETENCION-MATRICULA.
           COPY RETENMAT.

       FD MAESTRO-ENCARGADOS.
           COPY ENCMST.

       FD FACTURAS-DESTINO.
       01 REG-FACTURA-DESTINO           PIC X(132).

       FD BECA-MASTER.
           COPY BECAMST.

       FD FACTURAS-DETALLE.
       01 REG-FACTURA-DETALLE           PIC X(60).

       FD HISTORICO-BECAS.
       01 REG-HISTORICO-BECAS           PIC X(60).

       FD CONVENIO-MASTER.
           COPY CONVMST.

       FD ASIGNACION-RUTAS.
           COPY RUTASIG.

       WORKING-STORAGE SECTION.

       01 WKS-CONTROL-ARCHIVOS.
          02 WKS-FS-ARCHFTPM            PIC X(02) VALUE SPACES.
             88 WKS-FIN-ARCHFTPM                  VALUE "10".
          02 WKS-FS-RPTMORA             PIC X(02) VALUE SPACES.
          02 WKS-FS-RETENMAT            PIC X(02) VALUE SPACES.
          02 WKS-FS-ENCMST              PIC X(02) VALUE SPACES.
             88 WKS-FIN-ENCMST                    VALUE "10".
          02 WKS-FS-FACTDIR             PIC X(02) VALUE SPACES.
          02 WKS-FS-BECMST              PIC X(02) VALUE SPACES.
             88 WKS-FIN-BECMST                    VALUE "10".
          02 WKS-FS-FACTLIN             PIC X(02) VALUE SPACES.
          02 WKS-FS-BECHIST             PIC X(02) VALUE SPACES.
          02 WKS-FS-CONVMST             PIC X(02) VALUE SPACES.
             88 WKS-FIN-CONVMST                   VALUE "10".
          02 WKS-FS-RUTASIG             PIC X(02) VALUE SPACES.
             88 WKS-FIN-RUTASIG                   VALUE "10".

       01 WKS-CONTROL-MODO.
          02 WKS-MODO-COBROS            PIC X(07) VALUE "FACTURA".
             88 WKS-MODO-PAGOS                    VALUE "PAGOS".
             88 WKS-MODO-MORA                     VALUE "MORA".
          02 WKS-MES-COBRO              PIC 9(06) VALUE ZEROES.
          02 WKS-MAX-ATRASO             PIC 9(02) VALUE 02.
          02 WKS-RETEN-DIAS             PIC 9(03) VALUE 060.

      *LINEA DEL MAESTRO DE FACTURAS ABIERTAS: REFERENCIA DE PAGO
      *(CODIGO X 1000 + DIGITO DE AÑO X 100 + MES), CODIGO, MES,

       01 WKS-CONTROL-FACTURACION.
          02 WKS-FA-MONTO               PIC 9(07)V99 VALUE ZEROES.
          02 WKS-FA-BRUTO               PIC 9(07)V99 VALUE ZEROES.
          02 WKS-FA-DESCUENTO           PIC 9(07)V99 VALUE ZEROES.
          02 WKS-FA-VALOR-PAGO          PIC 9(09)V99 VALUE ZEROES.
          02 WKS-FA-REFERENCIA          PIC 9(08) VALUE ZEROES.
      *DESARMADO DEL DOCUMENTO DEL MOVIMIENTO PARA DECIDIR SI
          02 WKS-PG-CODIGO              PIC 9(05) VALUE ZEROES.
          02 WKS-PG-MES                 PIC 9(02) VALUE ZEROES.

      *ENCARGADO DE FACTURACION DE CADA ESTUDIANTE, CARGADO DEL
      *MAESTRO DE ENCARGADOS (SOLO ENCARGADOS ACTIVOS).
       01 WKS-TABLA-ENCARGADOS.
          02 WKS-EF-ENTRADA OCCURS 2000 TIMES.
             03 WKS-EF-CODIGO           PIC 9(05).
             03 WKS-EF-DPI              PIC 9(13).
             03 WKS-EF-NOMBRE           PIC X(40).
             03 WKS-EF-NIT              PIC X(10).
          02 WKS-EF-CANT                PIC 9(04) VALUE ZEROES.
          02 WKS-EF-IDX                 PIC 9(04) VALUE ZEROES.
          02 WKS-EF-POS                 PIC 9(04) VALUE ZEROES.
          02 WKS-EF-VINCULO             PIC 9(02) VALUE ZEROES.

      *DESTINATARIO DE CADA FACTURA EMITIDA: ENCARGADO DE
      *FACTURACION CON SU NIT, O EL ESTUDIANTE COMO CONSUMIDOR FINAL.
       01 WKS-LINEA-DESTINO.
          02 WKS-LD-REFERENCIA          PIC 9(08) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LD-CODIGO              PIC 9(05) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LD-MES                 PIC 9(06) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LD-MONTO               PIC ZZZZZZ9.99 VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LD-DPI-ENCARGADO       PIC 9(13) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LD-NIT                 PIC X(10) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-LD-NOMBRE              PIC X(50) VALUE SPACES.

      *BECAS ACTIVAS Y VIGENTES EN EL MES DE COBRO, CARGADAS DEL
      *MAESTRO DE BECAS.
       01 WKS-TABLA-BECAS.
          02 WKS-BC-ENTRADA OCCURS 2000 TIMES.
             03 WKS-BC-CODIGO           PIC 9(05).
             03 WKS-BC-TIPO             PIC X(01).
             03 WKS-BC-MODALIDAD        PIC X(01).
             03 WKS-BC-PORCENTAJE       PIC 9(03)V99.
             03 WKS-BC-MONTO            PIC 9(07)V99.
          02 WKS-BC-CANT                PIC 9(04) VALUE ZEROES.
          02 WKS-BC-IDX                 PIC 9(04) VALUE ZEROES.
          02 WKS-BC-POS                 PIC 9(04) VALUE ZEROES.

      *ESTUDIANTES CON RUTA DE TRANSPORTE ASIGNADA (RUTASIG).
       01 WKS-TABLA-TRANSPORTE.
          02 WKS-TT-ENTRADA OCCURS 2000 TIMES.
             03 WKS-TT-CODIGO           PIC 9(05).
             03 WKS-TT-RUTA             PIC X(06).
          02 WKS-TT-CANT                PIC 9(04) VALUE ZEROES.
          02 WKS-TT-IDX                 PIC 9(04) VALUE ZEROES.
          02 WKS-TT-POS                 PIC 9(04) VALUE ZEROES.
          02 WKS-TT-TARIFA              PIC 9(03) VALUE ZEROES.

      *LINEA DE DETALLE DE LA FACTURA: CUOTA BASE, UNA POR CURSO
      *MATRICULADO, LA DE BECA (NEGATIVA) CUANDO LA HAY Y LA DE LA
      *RUTA DE TRANSPORTE ASIGNADA.
       01 WKS-LINEA-DETALLE.
          02 WKS-DL-REFERENCIA          PIC 9(08) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-DL-CODIGO              PIC 9(05) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-DL-MES                 PIC 9(06) VALUE ZEROES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-DL-CONCEPTO            PIC X(10) VALUE SPACES.
          02 FILLER                     PIC X(01) VALUE SPACES.
          02 WKS-DL-MONTO               PIC -ZZZZZZ9.99 VALUE ZEROES.

      *HISTORICO DE DESCUENTOS POR BECA: MES, REFERENCIA, CODIGO,
      *TIPO Y MODALIDAD DE LA BECA, BRUTO, DESCUENTO Y FECHA DE
      *EMISION. LO LEE EL REPORTE DE COSTO DE BECAS (EDUC3109).
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

      *FACTURAS DE LOS CONVENIOS DE PAGO ACTIVOS, CON EL NUMERO DE
      *CONVENIO, SUS CUOTAS VENCIDAS Y EL PROXIMO VENCIMIENTO.
       01 WKS-TABLA-CONVENIOS.
          02 WKS-CV-ENTRADA OCCURS 2000 TIMES.
             03 WKS-CV-REFERENCIA       PIC 9(08).
             03 WKS-CV-NUMERO           PIC 9(06).
             03 WKS-CV-VENCIDAS         PIC 9(02).
             03 WKS-CV-PROXIMA          PIC 9(08).
          02 WKS-CV-CANT                PIC 9(04) VALUE ZEROES.
          02 WKS-CV-IDX                 PIC 9(04) VALUE ZEROES.
          02 WKS-CV-POS                 PIC 9(04) VALUE ZEROES.
          02 WKS-CV-CON-MAESTRO         PIC X(01) VALUE "N".
             88 WKS-CV-HAY-MAESTRO                VALUE "S".
          02 WKS-CV-K                   PIC 9(02) VALUE ZEROES.
          02 WKS-CV-PENDIENTES          PIC 9(02) VALUE ZEROES.
          02 WKS-CV-VENCIDAS-TRAB       PIC 9(02) VALUE ZEROES.
          02 WKS-CV-PROXIMA-TRAB        PIC 9(08) VALUE ZEROES.
          02 WKS-CV-RESTO               PIC 9(09)V99 VALUE ZEROES.
          02 WKS-CV-APLICA              PIC 9(09)V99 VALUE ZEROES.

      *ESTUDIANTES RETENIDOS PARA MATRICULA: SALDO DE LAS FACTURAS
      *VENCIDAS MAS ALLA DE RETEN_DIAS Y LA EMISION MAS ANTIGUA.
       01 WKS-TABLA-RETENCION.
          02 WKS-RT-ENTRADA OCCURS 2000 TIMES.
             03 WKS-RT-CODIGO           PIC 9(05).
             03 WKS-RT-MONTO            PIC 9(07)V99.
             03 WKS-RT-FECHA            PIC 9(08).
             03 WKS-RT-FACTURAS         PIC 9(03).
          02 WKS-RT-CANT                PIC 9(04) VALUE ZEROES.
          02 WKS-RT-IDX                 PIC 9(04) VALUE ZEROES.
          02 WKS-RT-POS                 PIC 9(04) VALUE ZEROES.

      *ENVEJECIMIENTO EN DIAS HABILES VIA ELAPBUS1.
       01 WKS-CONTROL-MORA.
          02 WKS-MO-FECHA-INICIO        PIC 9(08) VALUE ZEROES.
          02 WKS-I-PAGOS-CRUZADOS       PIC 9(05) VALUE ZEROES.
          02 WKS-I-PAGOS-HUERFANOS      PIC 9(05) VALUE ZEROES.
          02 WKS-I-MOROSAS              PIC 9(04) VALUE ZEROES.
          02 WKS-I-SIN-ENCARGADO        PIC 9(04) VALUE ZEROES.
          02 WKS-I-CON-BECA             PIC 9(04) VALUE ZEROES.
          02 WKS-I-CON-TRANSPORTE       PIC 9(04) VALUE ZEROES.
          02 WKS-I-TOTAL-BECAS          PIC 9(09)V99 VALUE ZEROES.
          02 WKS-I-PAGOS-CONVENIO       PIC 9(05) VALUE ZEROES.
          02 WKS-I-EN-CONVENIO          PIC 9(04) VALUE ZEROES.
          02 WKS-I-CONVENIOS-ROTOS      PIC 9(04) VALUE ZEROES.
          02 WKS-I-CONVENIOS-CUMPLIDOS  PIC 9(04) VALUE ZEROES.
          02 WKS-I-RETENIDOS            PIC 9(04) VALUE ZEROES.

       01 WKS-LINEA-MORA.
          02 WKS-LM-REFERENCIA          PIC 9(08) VALUE ZEROES.

           DISPLAY "FACTURAS CARGADAS: " WKS-I-CARGADAS
           DISPLAY "FACTURAS EMITIDAS: " WKS-I-FACTURADAS
           DISPLAY "FACTURAS SIN ENCARGADO DE FACTURACION: "
                   WKS-I-SIN-ENCARGADO
           DISPLAY "FACTURAS CON DESCUENTO POR BECA: " WKS-I-CON-BECA
           DISPLAY "TOTAL DESCONTADO POR BECAS: " WKS-I-TOTAL-BECAS
           DISPLAY "FACTURAS CON TARIFA DE TRANSPORTE: "
                   WKS-I-CON-TRANSPORTE
           DISPLAY "PAGOS LEIDOS: " WKS-I-PAGOS
           DISPLAY "PAGOS CRUZADOS: " WKS-I-PAGOS-CRUZADOS
           DISPLAY "PAGOS SIN FACTURA: " WKS-I-PAGOS-HUERFANOS
           DISPLAY "FACTURAS EN MORA: " WKS-I-MOROSAS
           DISPLAY "PAGOS ABONADOS A CONVENIOS: " WKS-I-PAGOS-CONVENIO
           DISPLAY "FACTURAS EN CONVENIO DE PAGO: " WKS-I-EN-CONVENIO
           DISPLAY "CONVENIOS CUMPLIDOS: " WKS-I-CONVENIOS-CUMPLIDOS
           DISPLAY "CONVENIOS ROTOS: " WKS-I-CONVENIOS-ROTOS
           DISPLAY "ESTUDIANTES RETENIDOS PARA MATRICULA: "
                   WKS-I-RETENIDOS

           IF WKS-I-PAGOS-HUERFANOS > ZEROES
              MOVE 4 TO RETURN-CODE
           IF WKS-MES-COBRO NOT NUMERIC OR WKS-MES-COBRO = ZEROES
              MOVE WKS-FECHA-HOY(1:6) TO WKS-MES-COBRO
           END-IF
           ACCEPT WKS-MAX-ATRASO FROM ENVIRONMENT "CONV_MAX_ATRASO"
           IF WKS-MAX-ATRASO NOT NUMERIC OR WKS-MAX-ATRASO = ZEROES
              MOVE 2 TO WKS-MAX-ATRASO
           END-IF
           ACCEPT WKS-RETEN-DIAS FROM ENVIRONMENT "RETEN_DIAS"
           IF WKS-RETEN-DIAS NOT NUMERIC OR WKS-RETEN-DIAS = ZEROES
              MOVE 60 TO WKS-RETEN-DIAS
           END-IF

           CALL 'PARMRD01' USING WKS-PARM-SECCION
                                 WKS-PARM-CANT
                      MOVE WKS-PARM-VALOR(WKS-PARM-IDX)(1:6) TO
                         WKS-MES-COBRO
                   END-IF
              WHEN "CONV_MAX_ATRASO"
                   IF WKS-PARM-VALOR(WKS-PARM-IDX)(1:2) NUMERIC AND
                      WKS-PARM-VALOR(WKS-PARM-IDX)(1:2) NOT = "00"
                      MOVE WKS-PARM-VALOR(WKS-PARM-IDX)(1:2) TO
                         WKS-MAX-ATRASO
                   END-IF
              WHEN "RETEN_DIAS"
                   IF WKS-PARM-VALOR(WKS-PARM-IDX)(1:3) NUMERIC AND
                      WKS-PARM-VALOR(WKS-PARM-IDX)(1:3) NOT = "000"
                      MOVE WKS-PARM-VALOR(WKS-PARM-IDX)(1:3) TO
                         WKS-RETEN-DIAS
                   END-IF
              WHEN OTHER
                   DISPLAY "PARAMETRO DESCONOCIDO EN PARAMET: "
                           WKS-PARM-CLAVE(WKS-PARM-IDX)

           DISPLAY "PARAMETROS EFECTIVOS DE LA CORRIDA:"
           DISPLAY "  MODO_COBROS: " WKS-MODO-COBROS
           DISPLAY "  MES_COBRO: " WKS-MES-COBRO
           DISPLAY "  CONV_MAX_ATRASO: " WKS-MAX-ATRASO
           DISPLAY "  RETEN_DIAS: " WKS-RETEN-DIAS.
       0001-PARAMETROS-E.
           EXIT.

           EXIT.

       0003-INICIO-FACTURA SECTION.
      *CARGA LAS TARIFAS, LAS MATRICULAS Y LAS RUTAS ASIGNADAS, Y
      *EMITE LA FACTURA DEL MES DE CADA ESTUDIANTE DEL MAESTRO QUE
      *TODAVIA NO LA TIENE.
           PERFORM 0004-INICIO-CARGA-TARIFAS THRU
              0004-CARGA-TARIFAS-E
           PERFORM 0005-INICIO-CARGA-MATRICULAS THRU
              0005-CARGA-MATRICULAS-E
           PERFORM 0009-INICIO-CARGA-ENCARGADOS THRU
              0009-CARGA-ENCARGADOS-E
           PERFORM 0011-INICIO-CARGA-BECAS THRU 0011-CARGA-BECAS-E
           PERFORM 0017-INICIO-CARGA-TRANSPORTE THRU
              0017-CARGA-TRANSPORTE-E

           OPEN INPUT ROSTER-ESTUDIANTES
           IF WKS-FS-ROSTER NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE ESTUDIANTES"
              STOP RUN
           END-IF
           OPEN OUTPUT FACTURAS-DESTINO
           IF WKS-FS-FACTDIR NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE DESTINATARIOS "
                      "DE FACTURAS"
              STOP RUN
           END-IF
           OPEN OUTPUT FACTURAS-DETALLE
           IF WKS-FS-FACTLIN NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL DETALLE DE FACTURAS"
              STOP RUN
           END-IF
           OPEN EXTEND HISTORICO-BECAS
           IF WKS-FS-BECHIST = "35"
              OPEN OUTPUT HISTORICO-BECAS
           END-IF
           IF WKS-FS-BECHIST NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL HISTORICO DE BECAS"
              STOP RUN
           END-IF

           READ ROSTER-ESTUDIANTES
           AT END

                   IF WKS-FA-REFERENCIA > ZEROES AND
                      WKS-TF-CANT < 2000
                      PERFORM 0012-INICIO-DETALLE-FACTURA THRU
                         0012-DETALLE-FACTURA-E
                      PERFORM 0018-INICIO-CARGO-TRANSPORTE THRU
                         0018-CARGO-TRANSPORTE-E

                      ADD 1 TO WKS-TF-CANT
                      ADD 1 TO WKS-I-FACTURADAS
                      MOVE ZEROES TO WKS-TF-PAGADO(WKS-TF-CANT)
                      MOVE "A" TO WKS-TF-ESTADO(WKS-TF-CANT)
                      MOVE WKS-FECHA-HOY TO WKS-TF-FECHA(WKS-TF-CANT)
                      PERFORM 0010-INICIO-DESTINO-FACTURA THRU
                         0010-DESTINO-FACTURA-E
                   END-IF

                   READ ROSTER-ESTUDIANTES
                   END-READ
           END-PERFORM

           CLOSE ROSTER-ESTUDIANTES, FACTURAS-DESTINO, FACTURAS-DETALLE,
                 HISTORICO-BECAS.
       0003-FACTURA-E.
           EXIT.

       0006-INICIO-PAGOS SECTION.
      *CRUZA LOS MOVIMIENTOS DEL DIA CONTRA LAS FACTURAS ABIERTAS
      *POR LA REFERENCIA DE FILE-DOCUMENTO; EL PAGO DEJA LA FACTURA
      *CANCELADA O PARCIAL. SI LA FACTURA ESTA EN UN CONVENIO
      *ACTIVO EL PAGO SE ABONA PRIMERO A SUS CUOTAS (0015).
           OPEN INPUT ARCHIVO-FTPMOM
           IF WKS-FS-ARCHFTPM NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE MOVIMIENTOS"
              STOP RUN
           END-IF
           PERFORM 0013-INICIO-CARGA-CONVENIOS THRU
              0013-CARGA-CONVENIOS-E

           READ ARCHIVO-FTPMOM INTO WKS-REG-ARCHIVO-VISTA
           AT END
                      (WKS-AR-VALOR-DEC / 100)

                   MOVE ZEROES TO WKS-FA-REFERENCIA
                   PERFORM 0015-INICIO-PAGO-CONVENIO THRU
                      0015-PAGO-CONVENIO-E
                   PERFORM VARYING WKS-TF-IDX FROM 1 BY 1
                      UNTIL WKS-TF-IDX > WKS-TF-CANT OR
                            WKS-FA-REFERENCIA > ZEROES
                      IF WKS-TF-ESTADO(WKS-TF-IDX) NOT = "C" AND
                         WKS-TF-REFERENCIA(WKS-TF-IDX) =
                            WKS-AR-DOCUMENTO
                   END-READ
           END-PERFORM

           CLOSE ARCHIVO-FTPMOM
           IF WKS-CV-HAY-MAESTRO
              CLOSE CONVENIO-MASTER
           END-IF.
       0006-PAGOS-E.
           EXIT.

              DISPLAY "NO SE PUDO ABRIR EL REPORTE DE MORA"
              STOP RUN
           END-IF
           OPEN OUTPUT RETENCION-MATRICULA
           IF WKS-FS-RETENMAT NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL ARCHIVO DE RETENCIONES"
              STOP RUN
           END-IF

           PERFORM 0013-INICIO-CARGA-CONVENIOS THRU
              0013-CARGA-CONVENIOS-E

           MOVE "FACTURAS EN MORA (DIAS HABILES DESDE EMISION):" TO
              REG-RPT-MORA
           WRITE REG-RPT-MORA

      *LAS FACTURAS DE UN CONVENIO ACTIVO NO ENVEJECEN AQUI; VAN EN
      *SU PROPIA SECCION MAS ABAJO.
           PERFORM VARYING WKS-TF-IDX FROM 1 BY 1
              UNTIL WKS-TF-IDX > WKS-TF-CANT
              MOVE ZEROES TO WKS-CV-POS
              PERFORM VARYING WKS-CV-IDX FROM 1 BY 1
                 UNTIL WKS-CV-IDX > WKS-CV-CANT OR WKS-CV-POS > ZEROES
                 IF WKS-CV-REFERENCIA(WKS-CV-IDX) =
                    WKS-TF-REFERENCIA(WKS-TF-IDX)
                    MOVE WKS-CV-IDX TO WKS-CV-POS
                 END-IF
              END-PERFORM
              IF WKS-TF-ESTADO(WKS-TF-IDX) NOT = "C" AND
                 WKS-CV-POS = ZEROES
                 MOVE WKS-TF-FECHA(WKS-TF-IDX) TO WKS-MO-FECHA-INICIO
                 MOVE WKS-FECHA-HOY TO WKS-MO-FECHA-FIN
                 CALL 'ELAPBUS1' USING WKS-MO-FECHA-INICIO
                 MOVE WKS-MO-SALDO TO WKS-LM-SALDO
                 MOVE WKS-MO-DIAS-HABILES TO WKS-LM-DIAS
                 WRITE REG-RPT-MORA FROM WKS-LINEA-MORA
                 IF WKS-MO-DIAS-HABILES > WKS-RETEN-DIAS
                    PERFORM 0016-INICIO-ACUMULA-RETENCION THRU
                       0016-ACUMULA-RETENCION-E
                 END-IF
              END-IF
           END-PERFORM

      *RETENMAT SE REGENERA COMPLETO EN CADA CORRIDA: EL ESTUDIANTE
      *QUE PAGO O ENTRO EN CONVENIO YA NO APARECE.
           PERFORM VARYING WKS-RT-IDX FROM 1 BY 1
              UNTIL WKS-RT-IDX > WKS-RT-CANT
              MOVE SPACES TO RET-REGISTRO
              MOVE WKS-RT-CODIGO(WKS-RT-IDX) TO RET-CODIGO
              MOVE WKS-RT-MONTO(WKS-RT-IDX) TO RET-MONTO
              MOVE WKS-RT-FECHA(WKS-RT-IDX) TO RET-FECHA-VENCE
              MOVE WKS-RT-FACTURAS(WKS-RT-IDX) TO RET-FACTURAS
              WRITE RET-REGISTRO
              ADD 1 TO WKS-I-RETENIDOS
           END-PERFORM
           CLOSE RETENCION-MATRICULA

           MOVE SPACES TO REG-RPT-MORA
           WRITE REG-RPT-MORA
           MOVE "FACTURAS EN CONVENIO DE PAGO ACTIVO:" TO REG-RPT-MORA
           WRITE REG-RPT-MORA
           PERFORM VARYING WKS-CV-IDX FROM 1 BY 1
              UNTIL WKS-CV-IDX > WKS-CV-CANT
              PERFORM VARYING WKS-TF-IDX FROM 1 BY 1
                 UNTIL WKS-TF-IDX > WKS-TF-CANT
                 IF WKS-TF-REFERENCIA(WKS-TF-IDX) =
                    WKS-CV-REFERENCIA(WKS-CV-IDX) AND
                    WKS-TF-ESTADO(WKS-TF-IDX) NOT = "C"
                    ADD 1 TO WKS-I-EN-CONVENIO
                    COMPUTE WKS-MO-SALDO = WKS-TF-MONTO(WKS-TF-IDX) -
                       WKS-TF-PAGADO(WKS-TF-IDX)
                    MOVE WKS-MO-SALDO TO WKS-LM-SALDO
                    MOVE SPACES TO REG-RPT-MORA
                    STRING WKS-TF-REFERENCIA(WKS-TF-IDX)
                           " CODIGO: " WKS-TF-CODIGO(WKS-TF-IDX)
                           " SALDO: " WKS-LM-SALDO
                           " CONVENIO: " WKS-CV-NUMERO(WKS-CV-IDX)
                           " VENCIDAS: " WKS-CV-VENCIDAS(WKS-CV-IDX)
                           " PROXIMA: " WKS-CV-PROXIMA(WKS-CV-IDX)
                       DELIMITED BY SIZE INTO REG-RPT-MORA
                    END-STRING
                    WRITE REG-RPT-MORA
                 END-IF
              END-PERFORM
           END-PERFORM

           CLOSE RPT-MORA
           IF WKS-CV-HAY-MAESTRO
              CLOSE CONVENIO-MASTER
           END-IF.
       0007-MORA-E.
           EXIT.

           CLOSE FACTURAS-NUEVO.
       0008-REESCRIBE-E.
           EXIT.

       0009-INICIO-CARGA-ENCARGADOS SECTION.
      *CARGA EL ENCARGADO DE FACTURACION DE CADA ESTUDIANTE. SIN
      *MAESTRO DE ENCARGADOS TODAS LAS FACTURAS SE DIRIGEN AL
      *ESTUDIANTE COMO CONSUMIDOR FINAL.
           OPEN INPUT MAESTRO-ENCARGADOS
           IF WKS-FS-ENCMST NOT = "00"
              DISPLAY "SIN MAESTRO DE ENCARGADOS; LAS FACTURAS SE "
                      "DIRIGEN AL ESTUDIANTE (CF)"
              GO TO 0009-CARGA-ENCARGADOS-E
           END-IF

           READ MAESTRO-ENCARGADOS
           AT END
              SET WKS-FIN-ENCMST TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-ENCMST
                   IF ENC-ACTIVO
                      PERFORM VARYING WKS-EF-VINCULO FROM 1 BY 1
                         UNTIL WKS-EF-VINCULO > ENC-CANT-ESTUDIANTES
                         IF ENC-EST-ES-FACTURA(WKS-EF-VINCULO) AND
                            WKS-EF-CANT < 2000
                            ADD 1 TO WKS-EF-CANT
                            MOVE ENC-EST-CODIGO(WKS-EF-VINCULO) TO
                               WKS-EF-CODIGO(WKS-EF-CANT)
                            MOVE ENC-DPI TO WKS-EF-DPI(WKS-EF-CANT)
                            MOVE ENC-NOMBRE TO
                               WKS-EF-NOMBRE(WKS-EF-CANT)
                            MOVE ENC-NIT TO WKS-EF-NIT(WKS-EF-CANT)
                         END-IF
                      END-PERFORM
                   END-IF
                   READ MAESTRO-ENCARGADOS
                   AT END
                      SET WKS-FIN-ENCMST TO TRUE
                   END-READ
           END-PERFORM

           CLOSE MAESTRO-ENCARGADOS
           DISPLAY "ENCARGADOS DE FACTURACION CARGADOS: " WKS-EF-CANT.
       0009-CARGA-ENCARGADOS-E.
           EXIT.

       0010-INICIO-DESTINO-FACTURA SECTION.
      *DIRIGE LA FACTURA RECIEN EMITIDA AL ENCARGADO DE FACTURACION
      *DEL ESTUDIANTE; SIN ENCARGADO VA A NOMBRE DEL ESTUDIANTE Y
      *COMO CONSUMIDOR FINAL.
           MOVE ZEROES TO WKS-EF-POS
           PERFORM VARYING WKS-EF-IDX FROM 1 BY 1
              UNTIL WKS-EF-IDX > WKS-EF-CANT OR WKS-EF-POS > ZEROES
              IF WKS-EF-CODIGO(WKS-EF-IDX) = ROS-CODIGO
                 MOVE WKS-EF-IDX TO WKS-EF-POS
              END-IF
           END-PERFORM

           MOVE WKS-FA-REFERENCIA TO WKS-LD-REFERENCIA
           MOVE ROS-CODIGO TO WKS-LD-CODIGO
           MOVE WKS-MES-COBRO TO WKS-LD-MES
           MOVE WKS-FA-MONTO TO WKS-LD-MONTO
           IF WKS-EF-POS > ZEROES
              MOVE WKS-EF-DPI(WKS-EF-POS) TO WKS-LD-DPI-ENCARGADO
              MOVE WKS-EF-NIT(WKS-EF-POS) TO WKS-LD-NIT
              MOVE WKS-EF-NOMBRE(WKS-EF-POS) TO WKS-LD-NOMBRE
           ELSE
              ADD 1 TO WKS-I-SIN-ENCARGADO
              MOVE ZEROES TO WKS-LD-DPI-ENCARGADO
              MOVE "CF" TO WKS-LD-NIT
              MOVE ROS-NOMBRE TO WKS-LD-NOMBRE
           END-IF
           WRITE REG-FACTURA-DESTINO FROM WKS-LINEA-DESTINO.
       0010-DESTINO-FACTURA-E.
           EXIT.

       0011-INICIO-CARGA-BECAS SECTION.
      *CARGA LAS BECAS ACTIVAS CUYA VIGENCIA CUBRE EL MES DE COBRO.
      *SIN MAESTRO DE BECAS SE FACTURA SIN DESCUENTOS.
           OPEN INPUT BECA-MASTER
           IF WKS-FS-BECMST NOT = "00"
              DISPLAY "SIN MAESTRO DE BECAS; SE FACTURA SIN "
                      "DESCUENTOS"
              GO TO 0011-CARGA-BECAS-E
           END-IF

           READ BECA-MASTER
           AT END
              SET WKS-FIN-BECMST TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-BECMST
                   IF BEC-ACTIVA AND
                      BEC-DESDE(1:6) NOT > WKS-MES-COBRO AND
                      BEC-HASTA(1:6) NOT < WKS-MES-COBRO
                      IF WKS-BC-CANT < 2000
                         ADD 1 TO WKS-BC-CANT
                         MOVE BEC-CODIGO TO WKS-BC-CODIGO(WKS-BC-CANT)
                         MOVE BEC-TIPO TO WKS-BC-TIPO(WKS-BC-CANT)
                         MOVE BEC-MODALIDAD TO
                            WKS-BC-MODALIDAD(WKS-BC-CANT)
                         MOVE BEC-PORCENTAJE TO
                            WKS-BC-PORCENTAJE(WKS-BC-CANT)
                         MOVE BEC-MONTO TO WKS-BC-MONTO(WKS-BC-CANT)
                      ELSE
                         DISPLAY "TABLA DE BECAS LLENA, BECA SIN "
                                 "APLICAR: " BEC-CODIGO
                      END-IF
                   END-IF
                   READ BECA-MASTER
                   AT END
                      SET WKS-FIN-BECMST TO TRUE
                   END-READ
           END-PERFORM

           CLOSE BECA-MASTER
           DISPLAY "BECAS VIGENTES EN EL MES: " WKS-BC-CANT.
       0011-CARGA-BECAS-E.
           EXIT.

       0012-INICIO-DETALLE-FACTURA SECTION.
      *ARMA LA FACTURA DEL ESTUDIANTE: CUOTA BASE MAS LA TARIFA DE
      *CADA CURSO MATRICULADO, CADA UNA EN SU LINEA DE DETALLE. SI
      *TIENE BECA VIGENTE, EL DESCUENTO VA EN LINEA APARTE Y LA
      *FACTURA QUEDA POR EL NETO.
           MOVE WKS-FA-REFERENCIA TO WKS-DL-REFERENCIA
           MOVE ROS-CODIGO TO WKS-DL-CODIGO
           MOVE WKS-MES-COBRO TO WKS-DL-MES

           MOVE WKS-TR-BASE TO WKS-FA-BRUTO
           MOVE "BASE" TO WKS-DL-CONCEPTO
           MOVE WKS-TR-BASE TO WKS-DL-MONTO
           WRITE REG-FACTURA-DETALLE FROM WKS-LINEA-DETALLE

           PERFORM VARYING WKS-MT-IDX FROM 1 BY 1
              UNTIL WKS-MT-IDX > WKS-MT-CANT
              IF WKS-MT-CODIGO(WKS-MT-IDX) NUMERIC AND
                 FUNCTION NUMVAL(WKS-MT-CODIGO(WKS-MT-IDX)) =
                    ROS-CODIGO
                 PERFORM VARYING WKS-TR-IDX FROM 1 BY 1
                    UNTIL WKS-TR-IDX > WKS-TR-CANT
                    IF WKS-TR-CURSO(WKS-TR-IDX) =
                       WKS-MT-CURSO(WKS-MT-IDX)
                       ADD WKS-TR-MONTO(WKS-TR-IDX) TO WKS-FA-BRUTO
                       MOVE WKS-TR-CURSO(WKS-TR-IDX) TO
                          WKS-DL-CONCEPTO
                       MOVE WKS-TR-MONTO(WKS-TR-IDX) TO WKS-DL-MONTO
                       WRITE REG-FACTURA-DETALLE FROM
                          WKS-LINEA-DETALLE
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM

           MOVE WKS-FA-BRUTO TO WKS-FA-MONTO
           MOVE ZEROES TO WKS-FA-DESCUENTO
           MOVE ZEROES TO WKS-BC-POS
           PERFORM VARYING WKS-BC-IDX FROM 1 BY 1
              UNTIL WKS-BC-IDX > WKS-BC-CANT OR WKS-BC-POS > ZEROES
              IF WKS-BC-CODIGO(WKS-BC-IDX) = ROS-CODIGO
                 MOVE WKS-BC-IDX TO WKS-BC-POS
              END-IF
           END-PERFORM
           IF WKS-BC-POS = ZEROES OR WKS-FA-BRUTO = ZEROES
              GO TO 0012-DETALLE-FACTURA-E
           END-IF

           IF WKS-BC-MODALIDAD(WKS-BC-POS) = "P"
              COMPUTE WKS-FA-DESCUENTO ROUNDED = WKS-FA-BRUTO *
                 WKS-BC-PORCENTAJE(WKS-BC-POS) / 100
           ELSE
              MOVE WKS-BC-MONTO(WKS-BC-POS) TO WKS-FA-DESCUENTO
           END-IF
           IF WKS-FA-DESCUENTO > WKS-FA-BRUTO
              MOVE WKS-FA-BRUTO TO WKS-FA-DESCUENTO
           END-IF
           COMPUTE WKS-FA-MONTO = WKS-FA-BRUTO - WKS-FA-DESCUENTO

           MOVE SPACES TO WKS-DL-CONCEPTO
           STRING "BECA " WKS-BC-TIPO(WKS-BC-POS)
              DELIMITED BY SIZE INTO WKS-DL-CONCEPTO
           END-STRING
           COMPUTE WKS-DL-MONTO = ZERO - WKS-FA-DESCUENTO
           WRITE REG-FACTURA-DETALLE FROM WKS-LINEA-DETALLE

           MOVE WKS-MES-COBRO TO WKS-HB-MES
           MOVE WKS-FA-REFERENCIA TO WKS-HB-REFERENCIA
           MOVE ROS-CODIGO TO WKS-HB-CODIGO
           MOVE WKS-BC-TIPO(WKS-BC-POS) TO WKS-HB-TIPO
           MOVE WKS-BC-MODALIDAD(WKS-BC-POS) TO WKS-HB-MODALIDAD
           MOVE WKS-FA-BRUTO TO WKS-HB-BRUTO
           MOVE WKS-FA-DESCUENTO TO WKS-HB-DESCUENTO
           MOVE WKS-FECHA-HOY TO WKS-HB-FECHA
           WRITE REG-HISTORICO-BECAS FROM WKS-LINEA-HISTBECA

           ADD 1 TO WKS-I-CON-BECA
           ADD WKS-FA-DESCUENTO TO WKS-I-TOTAL-BECAS.
       0012-DETALLE-FACTURA-E.
           EXIT.

       0013-INICIO-CARGA-CONVENIOS SECTION.
      *CARGA LAS FACTURAS DE LOS CONVENIOS ACTIVOS. EN MODO MORA
      *CADA CONVENIO SE REVISA ANTES: PUEDE QUEDAR CUMPLIDO O ROTO
      *Y ENTONCES SUS FACTURAS NO ENTRAN A LA TABLA. EL MAESTRO
      *QUEDA ABIERTO PARA ABONAR LOS PAGOS DEL DIA.
           OPEN I-O CONVENIO-MASTER
           IF WKS-FS-CONVMST NOT = "00"
              DISPLAY "SIN MAESTRO DE CONVENIOS DE PAGO; TODAS LAS "
                      "FACTURAS SE TRATAN SIN CONVENIO"
              GO TO 0013-CARGA-CONVENIOS-E
           END-IF
           SET WKS-CV-HAY-MAESTRO TO TRUE

           READ CONVENIO-MASTER NEXT
           AT END
              SET WKS-FIN-CONVMST TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-CONVMST
                   IF CONV-ACTIVO
                      PERFORM 0014-INICIO-REVISA-CONVENIO THRU
                         0014-REVISA-CONVENIO-E
                   END-IF
                   IF CONV-ACTIVO
                      PERFORM VARYING WKS-CV-K FROM 1 BY 1
                         UNTIL WKS-CV-K > CONV-CANT-FACTURAS
                         IF WKS-CV-CANT < 2000
                            ADD 1 TO WKS-CV-CANT
                            MOVE CONV-FAC-REFERENCIA(WKS-CV-K) TO
                               WKS-CV-REFERENCIA(WKS-CV-CANT)
                            MOVE CONV-NUMERO TO
                               WKS-CV-NUMERO(WKS-CV-CANT)
                            MOVE WKS-CV-VENCIDAS-TRAB TO
                               WKS-CV-VENCIDAS(WKS-CV-CANT)
                            MOVE WKS-CV-PROXIMA-TRAB TO
                               WKS-CV-PROXIMA(WKS-CV-CANT)
                         ELSE
                            DISPLAY "TABLA DE CONVENIOS LLENA, "
                                    "FACTURA SIN CONVENIO: "
                                    CONV-FAC-REFERENCIA(WKS-CV-K)
                         END-IF
                      END-PERFORM
                   END-IF
                   READ CONVENIO-MASTER NEXT
                   AT END
                      SET WKS-FIN-CONVMST TO TRUE
                   END-READ
           END-PERFORM

           DISPLAY "FACTURAS EN CONVENIOS ACTIVOS: " WKS-CV-CANT.
       0013-CARGA-CONVENIOS-E.
           EXIT.

       0014-INICIO-REVISA-CONVENIO SECTION.
      *CUENTA LAS CUOTAS PENDIENTES Y LAS YA VENCIDAS (VENCIMIENTO
      *ANTERIOR A HOY SIN CUBRIR) Y UBICA EL PROXIMO VENCIMIENTO.
      *SOLO EN MODO MORA SE MARCA EL CONVENIO ROTO O CUMPLIDO.
           MOVE ZEROES TO WKS-CV-PENDIENTES WKS-CV-VENCIDAS-TRAB
                          WKS-CV-PROXIMA-TRAB
           PERFORM VARYING WKS-CV-K FROM 1 BY 1
              UNTIL WKS-CV-K > CONV-CANT-CUOTAS
              IF CONV-CU-ESTADO(WKS-CV-K) NOT = "C"
                 ADD 1 TO WKS-CV-PENDIENTES
                 IF WKS-CV-PROXIMA-TRAB = ZEROES
                    MOVE CONV-CU-VENCE(WKS-CV-K) TO WKS-CV-PROXIMA-TRAB
                 END-IF
                 IF CONV-CU-VENCE(WKS-CV-K) < WKS-FECHA-HOY
                    ADD 1 TO WKS-CV-VENCIDAS-TRAB
                 END-IF
              END-IF
           END-PERFORM

           IF NOT WKS-MODO-MORA
              GO TO 0014-REVISA-CONVENIO-E
           END-IF

           MOVE WKS-CV-VENCIDAS-TRAB TO CONV-CUOTAS-VENCIDAS
           EVALUATE TRUE
           WHEN WKS-CV-PENDIENTES = ZEROES
                MOVE "C" TO CONV-ESTADO
                MOVE WKS-FECHA-HOY TO CONV-FECHA-ESTADO
                ADD 1 TO WKS-I-CONVENIOS-CUMPLIDOS
           WHEN WKS-CV-VENCIDAS-TRAB NOT < WKS-MAX-ATRASO
                MOVE "R" TO CONV-ESTADO
                MOVE WKS-FECHA-HOY TO CONV-FECHA-ESTADO
                ADD 1 TO WKS-I-CONVENIOS-ROTOS
                MOVE SPACES TO REG-RPT-MORA
                STRING "CONVENIO " CONV-NUMERO " DEL CODIGO "
                       CONV-CODIGO " ROTO CON " WKS-CV-VENCIDAS-TRAB
                       " CUOTAS VENCIDAS; SUS FACTURAS VUELVEN A MORA"
                   DELIMITED BY SIZE INTO REG-RPT-MORA
                END-STRING
                WRITE REG-RPT-MORA
           WHEN OTHER
                CONTINUE
           END-EVALUATE

           REWRITE CONV-REGISTRO
           END-REWRITE
           IF WKS-FS-CONVMST NOT = "00"
              DISPLAY "ERROR AL REGRABAR EL CONVENIO " CONV-NUMERO
                      " FILE STATUS " WKS-FS-CONVMST
           END-IF.
       0014-REVISA-CONVENIO-E.
           EXIT.

       0015-INICIO-PAGO-CONVENIO SECTION.
      *UN PAGO CUYA REFERENCIA ES DE UNA FACTURA EN CONVENIO ACTIVO
      *SE ABONA PRIMERO A LAS CUOTAS PENDIENTES DEL CONVENIO, DE LA
      *MAS ANTIGUA EN ADELANTE, Y EL MISMO VALOR SE REPARTE LUEGO
      *ENTRE LAS FACTURAS DEL CONVENIO EN SU ORDEN; UN EXCEDENTE
      *QUEDA EN LA FACTURA DE LA REFERENCIA. DEJA WKS-FA-REFERENCIA
      *EN 1 CUANDO EL PAGO QUEDO APLICADO AL CONVENIO.
           MOVE ZEROES TO WKS-CV-POS
           PERFORM VARYING WKS-CV-IDX FROM 1 BY 1
              UNTIL WKS-CV-IDX > WKS-CV-CANT OR WKS-CV-POS > ZEROES
              IF WKS-CV-REFERENCIA(WKS-CV-IDX) = WKS-AR-DOCUMENTO
                 MOVE WKS-CV-IDX TO WKS-CV-POS
              END-IF
           END-PERFORM
           IF WKS-CV-POS = ZEROES
              GO TO 0015-PAGO-CONVENIO-E
           END-IF

           MOVE WKS-CV-NUMERO(WKS-CV-POS) TO CONV-NUMERO
           READ CONVENIO-MASTER
           END-READ
           IF WKS-FS-CONVMST NOT = "00"
              GO TO 0015-PAGO-CONVENIO-E
           END-IF
           IF NOT CONV-ACTIVO
              GO TO 0015-PAGO-CONVENIO-E
           END-IF

           MOVE 1 TO WKS-FA-REFERENCIA
           ADD 1 TO WKS-I-PAGOS-CRUZADOS
           ADD 1 TO WKS-I-PAGOS-CONVENIO

           MOVE WKS-FA-VALOR-PAGO TO WKS-CV-RESTO
           MOVE ZEROES TO WKS-CV-PENDIENTES
           PERFORM VARYING WKS-CV-K FROM 1 BY 1
              UNTIL WKS-CV-K > CONV-CANT-CUOTAS
              IF CONV-CU-ESTADO(WKS-CV-K) NOT = "C" AND
                 WKS-CV-RESTO > ZEROES
                 COMPUTE WKS-CV-APLICA = CONV-CU-MONTO(WKS-CV-K) -
                    CONV-CU-PAGADO(WKS-CV-K)
                 IF WKS-CV-APLICA > WKS-CV-RESTO
                    MOVE WKS-CV-RESTO TO WKS-CV-APLICA
                 END-IF
                 ADD WKS-CV-APLICA TO CONV-CU-PAGADO(WKS-CV-K)
                 SUBTRACT WKS-CV-APLICA FROM WKS-CV-RESTO
                 IF CONV-CU-PAGADO(WKS-CV-K) NOT <
                    CONV-CU-MONTO(WKS-CV-K)
                    MOVE "C" TO CONV-CU-ESTADO(WKS-CV-K)
                    MOVE WKS-FECHA-HOY TO CONV-CU-FECHA-PAGO(WKS-CV-K)
                 END-IF
              END-IF
              IF CONV-CU-ESTADO(WKS-CV-K) NOT = "C"
                 ADD 1 TO WKS-CV-PENDIENTES
              END-IF
           END-PERFORM
           IF WKS-CV-PENDIENTES = ZEROES
              MOVE "C" TO CONV-ESTADO
              MOVE WKS-FECHA-HOY TO CONV-FECHA-ESTADO
              ADD 1 TO WKS-I-CONVENIOS-CUMPLIDOS
           END-IF
           REWRITE CONV-REGISTRO
           END-REWRITE
           IF WKS-FS-CONVMST NOT = "00"
              DISPLAY "ERROR AL REGRABAR EL CONVENIO " CONV-NUMERO
                      " FILE STATUS " WKS-FS-CONVMST
           END-IF

           MOVE WKS-FA-VALOR-PAGO TO WKS-CV-RESTO
           PERFORM VARYING WKS-CV-K FROM 1 BY 1
              UNTIL WKS-CV-K > CONV-CANT-FACTURAS OR
                    WKS-CV-RESTO = ZEROES
              PERFORM VARYING WKS-TF-IDX FROM 1 BY 1
                 UNTIL WKS-TF-IDX > WKS-TF-CANT
                 IF WKS-TF-REFERENCIA(WKS-TF-IDX) =
                    CONV-FAC-REFERENCIA(WKS-CV-K) AND
                    WKS-TF-ESTADO(WKS-TF-IDX) NOT = "C"
                    COMPUTE WKS-CV-APLICA = WKS-TF-MONTO(WKS-TF-IDX) -
                       WKS-TF-PAGADO(WKS-TF-IDX)
                    IF WKS-CV-APLICA > WKS-CV-RESTO
                       MOVE WKS-CV-RESTO TO WKS-CV-APLICA
                    END-IF
                    ADD WKS-CV-APLICA TO WKS-TF-PAGADO(WKS-TF-IDX)
                    SUBTRACT WKS-CV-APLICA FROM WKS-CV-RESTO
                    IF WKS-TF-PAGADO(WKS-TF-IDX) NOT <
                       WKS-TF-MONTO(WKS-TF-IDX)
                       MOVE "C" TO WKS-TF-ESTADO(WKS-TF-IDX)
                    ELSE
                       MOVE "P" TO WKS-TF-ESTADO(WKS-TF-IDX)
                    END-IF
                 END-IF
              END-PERFORM
           END-PERFORM

           IF WKS-CV-RESTO > ZEROES
              PERFORM VARYING WKS-TF-IDX FROM 1 BY 1
                 UNTIL WKS-TF-IDX > WKS-TF-CANT
                 IF WKS-TF-REFERENCIA(WKS-TF-IDX) = WKS-AR-DOCUMENTO
                    ADD WKS-CV-RESTO TO WKS-TF-PAGADO(WKS-TF-IDX)
                    MOVE "C" TO WKS-TF-ESTADO(WKS-TF-IDX)
                    MOVE ZEROES TO WKS-CV-RESTO
                 END-IF
              END-PERFORM
           END-IF.
       0015-PAGO-CONVENIO-E.
           EXIT.

       0016-INICIO-ACUMULA-RETENCION SECTION.
      *SUMA LA FACTURA EN CURSO (WKS-TF-IDX, SALDO EN WKS-MO-SALDO)
      *A LA RETENCION DE SU ESTUDIANTE Y CONSERVA LA EMISION MAS
      *ANTIGUA COMO FECHA DE VENCIMIENTO DE LA DEUDA.
           MOVE ZEROES TO WKS-RT-POS
           PERFORM VARYING WKS-RT-IDX FROM 1 BY 1
              UNTIL WKS-RT-IDX > WKS-RT-CANT OR WKS-RT-POS > ZEROES
              IF WKS-RT-CODIGO(WKS-RT-IDX) = WKS-TF-CODIGO(WKS-TF-IDX)
                 MOVE WKS-RT-IDX TO WKS-RT-POS
              END-IF
           END-PERFORM

           IF WKS-RT-POS = ZEROES
              IF WKS-RT-CANT NOT < 2000
                 DISPLAY "TABLA DE RETENCIONES LLENA, SIN RETENER: "
                         WKS-TF-CODIGO(WKS-TF-IDX)
                 GO TO 0016-ACUMULA-RETENCION-E
              END-IF
              ADD 1 TO WKS-RT-CANT
              MOVE WKS-RT-CANT TO WKS-RT-POS
              MOVE WKS-TF-CODIGO(WKS-TF-IDX) TO
                 WKS-RT-CODIGO(WKS-RT-POS)
              MOVE ZEROES TO WKS-RT-MONTO(WKS-RT-POS)
                             WKS-RT-FACTURAS(WKS-RT-POS)
              MOVE WKS-TF-FECHA(WKS-TF-IDX) TO WKS-RT-FECHA(WKS-RT-POS)
           END-IF

           ADD WKS-MO-SALDO TO WKS-RT-MONTO(WKS-RT-POS)
           ADD 1 TO WKS-RT-FACTURAS(WKS-RT-POS)
           IF WKS-TF-FECHA(WKS-TF-IDX) < WKS-RT-FECHA(WKS-RT-POS)
              MOVE WKS-TF-FECHA(WKS-TF-IDX) TO WKS-RT-FECHA(WKS-RT-POS)
           END-IF.
       0016-ACUMULA-RETENCION-E.
           EXIT.

       0017-INICIO-CARGA-TRANSPORTE SECTION.
      *CARGA LAS ASIGNACIONES DE RUTA DE LA ULTIMA CORRIDA DE
      *ASIGNACION (EDUC3116). SIN EL ARCHIVO SE FACTURA SIN
      *TRANSPORTE.
           OPEN INPUT ASIGNACION-RUTAS
           IF WKS-FS-RUTASIG NOT = "00"
              DISPLAY "SIN ASIGNACIONES DE TRANSPORTE; SE FACTURA SIN "
                      "TRANSPORTE"
              GO TO 0017-CARGA-TRANSPORTE-E
           END-IF

           READ ASIGNACION-RUTAS
           AT END
              SET WKS-FIN-RUTASIG TO TRUE
           END-READ

           PERFORM UNTIL WKS-FIN-RUTASIG
                   IF WKS-TT-CANT < 2000
                      ADD 1 TO WKS-TT-CANT
                      MOVE RAS-CODIGO TO WKS-TT-CODIGO(WKS-TT-CANT)
                      MOVE RAS-RUTA TO WKS-TT-RUTA(WKS-TT-CANT)
                   ELSE
                      DISPLAY "TABLA DE TRANSPORTE LLENA, SIN COBRAR "
                              "RUTA: " RAS-CODIGO
                   END-IF
                   READ ASIGNACION-RUTAS
                   AT END
                      SET WKS-FIN-RUTASIG TO TRUE
                   END-READ
           END-PERFORM

           CLOSE ASIGNACION-RUTAS
           DISPLAY "ESTUDIANTES CON RUTA ASIGNADA: " WKS-TT-CANT.
       0017-CARGA-TRANSPORTE-E.
           EXIT.

       0018-INICIO-CARGO-TRANSPORTE SECTION.
      *AGREGA A LA FACTURA LA TARIFA DE LA RUTA DEL ESTUDIANTE, YA
      *DESPUES DEL DESCUENTO DE BECA (LA BECA NO CUBRE TRANSPORTE):
      *LA LINEA DE TARIFAS CUYO CONCEPTO ES EL ID DE LA RUTA O, SI
      *LA RUTA NO TIENE TARIFA PROPIA, LA GENERAL "TRANSP".
           MOVE ZEROES TO WKS-TT-POS
           PERFORM VARYING WKS-TT-IDX FROM 1 BY 1
              UNTIL WKS-TT-IDX > WKS-TT-CANT OR WKS-TT-POS > ZEROES
              IF WKS-TT-CODIGO(WKS-TT-IDX) = ROS-CODIGO
                 MOVE WKS-TT-IDX TO WKS-TT-POS
              END-IF
           END-PERFORM
           IF WKS-TT-POS = ZEROES
              GO TO 0018-CARGO-TRANSPORTE-E
           END-IF

           MOVE ZEROES TO WKS-TT-TARIFA
           PERFORM VARYING WKS-TR-IDX FROM 1 BY 1
              UNTIL WKS-TR-IDX > WKS-TR-CANT
              IF WKS-TR-CURSO(WKS-TR-IDX) = WKS-TT-RUTA(WKS-TT-POS)
                 MOVE WKS-TR-IDX TO WKS-TT-TARIFA
              END-IF
              IF WKS-TR-CURSO(WKS-TR-IDX) = "TRANSP" AND
                 WKS-TT-TARIFA = ZEROES
                 MOVE WKS-TR-IDX TO WKS-TT-TARIFA
              END-IF
           END-PERFORM
           IF WKS-TT-TARIFA = ZEROES
              DISPLAY "RUTA SIN TARIFA DE TRANSPORTE: "
                      WKS-TT-RUTA(WKS-TT-POS) " CODIGO: " ROS-CODIGO
              GO TO 0018-CARGO-TRANSPORTE-E
           END-IF

           ADD WKS-TR-MONTO(WKS-TT-TARIFA) TO WKS-FA-MONTO
           MOVE WKS-FA-REFERENCIA TO WKS-DL-REFERENCIA
           MOVE ROS-CODIGO TO WKS-DL-CODIGO
           MOVE WKS-MES-COBRO TO WKS-DL-MES
           MOVE WKS-TT-RUTA(WKS-TT-POS) TO WKS-DL-CONCEPTO
           MOVE WKS-TR-MONTO(WKS-TT-TARIFA) TO WKS-DL-MONTO
           WRITE REG-FACTURA-DETALLE FROM WKS-LINEA-DETALLE

           ADD 1 TO WKS-I-CON-TRANSPORTE.
       0018-CARGO-TRANSPORTE-E.
           EXIT.
