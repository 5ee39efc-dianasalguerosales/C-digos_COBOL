      *             : FUENTE_BUSQ=MASCARA LA MISMA BUSQUEDA CORRE      *
      *             : SOBRE LA COPIA ENMASCARADA (ARCHMASK), PARA LAS  *
      *             : SOLICITUDES QUE VIENEN DE FUERA DE OPERACIONES.  *
      *             : CUANDO LA TARJETA CUENTA TRAE UN NUMERO COMPLETO *
      *             : Y NO SE PIDE OTRA FUENTE, LA BUSQUEDA LEE POR    *
      *             : LLAVE EL HISTORICO INDEXADO POR CUENTA (MOVHIST, *
      *             : DE EDUC3085) EN VEZ DE BARRER LAS GENERACIONES;  *
      *             : CON FUENTE_BUSQ=ARCHIVO SE FUERZA EL BARRIDO.    *
      * ARCHIVOS    : ARCHFTPM, ARCHMASK O MOVHIST (ENTRADA),          *
      *             : EXTBUSQ (SALIDA), RPTBUSQ (SALIDA)               *
      * PROGRAMA(S) : NO APLICA PARA ESTE CASO                         *
      ******************************************************************
                  FILE STATUS IS WKS-FS-ARCHFTPM.
           SELECT ARCHIVO-MASCARA ASSIGN TO ARCHMASK
                  FILE STATUS IS WKS-FS-ARCHMASK.
           SELECT MOVIMIENTO-HISTORIA ASSIGN TO MOVHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS MOVH-LLAVE
                  FILE STATUS IS WKS-FS-MOVHIST.
           SELECT EXTRACTO-BUSQUEDA ASSIGN TO EXTBUSQ
                  FILE STATUS IS WKS-FS-EXTBUSQ.
           SELECT RPT-BUSQUEDA ASSIGN TO RPTBUSQ
           RECORDING MODE IS F.
       01 AREA-MASCARA                  PIC X(115).

       FD MOVIMIENTO-HISTORIA.
           COPY MOVHIST.

       FD EXTRACTO-BUSQUEDA
           RECORDING MODE IS F.
       01 AREA-EXTRACTO                 PIC X(115).
             88 WKS-FIN-ARCHFTPM                  VALUE "10".
          02 WKS-FS-ARCHMASK            PIC X(02) VALUE SPACES.
             88 WKS-FIN-ARCHMASK                  VALUE "10".
          02 WKS-FS-MOVHIST             PIC X(02) VALUE SPACES.
             88 WKS-FIN-MOVHIST                   VALUE "10".
          02 WKS-FS-EXTBUSQ             PIC X(02) VALUE SPACES.
          02 WKS-FS-RPTBUSQ             PIC X(02) VALUE SPACES.

      *FUENTE DE LA BUSQUEDA: EL RESPALDO COMPLETO, LA COPIA
      *ENMASCARADA DE RETENCION LARGA O EL HISTORICO POR CUENTA.
       01 WKS-FUENTE-BUSQ               PIC X(08) VALUE SPACES.
          88 WKS-FUENTE-MASCARA                   VALUE "MASCARA".
          88 WKS-FUENTE-HISTORIA                  VALUE "HISTORIA".

      *VISTA DE LOS CAMPOS DE SELECCION DENTRO DEL REGISTRO DE
      *ANCHO FIJO DE EDUC3011 (EN LA COPIA ENMASCARADA LA CUENTA Y

       0000-INICIO SECTION.
           ACCEPT WKS-FUENTE-BUSQ FROM ENVIRONMENT "FUENTE_BUSQ"
           IF WKS-FUENTE-BUSQ NOT = "MASCARA" AND
              WKS-FUENTE-BUSQ NOT = "ARCHIVO"
              MOVE SPACES TO WKS-FUENTE-BUSQ
           END-IF

           PERFORM 0001-INICIO-LEE-TARJETAS THRU 0001-LEE-TARJETAS-E

      *SIN FUENTE PEDIDA, UNA CUENTA COMPLETA SE BUSCA POR LLAVE EN
      *EL HISTORICO; CUALQUIER OTRA BUSQUEDA BARRE EL RESPALDO.
           IF WKS-FUENTE-BUSQ = SPACES
              IF WKS-CR-CUENTA-SW = "S" AND WKS-CR-CUENTA NUMERIC
                 MOVE "HISTORIA" TO WKS-FUENTE-BUSQ
              ELSE
                 MOVE "ARCHIVO" TO WKS-FUENTE-BUSQ
              END-IF
           END-IF

           OPEN OUTPUT EXTRACTO-BUSQUEDA
           IF WKS-FS-EXTBUSQ NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL EXTRACTO DE BUSQUEDA"
           EXIT.

       0002-INICIO-BARRE SECTION.
           IF WKS-FUENTE-HISTORIA
              PERFORM 0006-INICIO-LEE-HISTORIA THRU
                 0006-LEE-HISTORIA-E
              IF WKS-FUENTE-HISTORIA
                 GO TO 0002-BARRE-E
              END-IF
           END-IF

           IF WKS-FUENTE-MASCARA
              OPEN INPUT ARCHIVO-MASCARA
              IF WKS-FS-ARCHMASK NOT = "00"
           CLOSE RPT-BUSQUEDA.
       0005-RESUMEN-E.
           EXIT.

       0006-INICIO-LEE-HISTORIA SECTION.
      *LEE POR LLAVE SOLO LOS MOVIMIENTOS DE LA CUENTA PEDIDA, EN
      *ORDEN DE FECHA, Y LES APLICA EL RESTO DE CRITERIOS. SI EL
      *HISTORICO AUN NO EXISTE SE VUELVE AL BARRIDO DEL RESPALDO.
           OPEN INPUT MOVIMIENTO-HISTORIA
           IF WKS-FS-MOVHIST = "35"
              DISPLAY "SIN HISTORICO POR CUENTA; SE BARRE EL RESPALDO"
              MOVE "ARCHIVO" TO WKS-FUENTE-BUSQ
              GO TO 0006-LEE-HISTORIA-E
           END-IF
           IF WKS-FS-MOVHIST NOT = "00"
              DISPLAY "NO SE PUDO ABRIR EL HISTORICO DE MOVIMIENTOS"
              STOP RUN
           END-IF

           MOVE WKS-CR-CUENTA TO MOVH-CUENTA
           MOVE ZEROES TO MOVH-FECHA MOVH-SECUENCIA
           START MOVIMIENTO-HISTORIA KEY NOT < MOVH-LLAVE
           IF WKS-FS-MOVHIST NOT = "00"
              SET WKS-FIN-MOVHIST TO TRUE
           ELSE
              READ MOVIMIENTO-HISTORIA NEXT RECORD
              AT END
                 SET WKS-FIN-MOVHIST TO TRUE
              END-READ
           END-IF

           PERFORM UNTIL WKS-FIN-MOVHIST OR
                 MOVH-CUENTA NOT = WKS-CR-CUENTA
                   ADD 1 TO WKS-I-LEIDOS
                   MOVE MOVH-MOVIMIENTO TO WKS-REG-VISTA
                   PERFORM 0003-INICIO-EVALUA THRU 0003-EVALUA-E
                   READ MOVIMIENTO-HISTORIA NEXT RECORD
                   AT END
                      SET WKS-FIN-MOVHIST TO TRUE
                   END-READ
           END-PERFORM

           CLOSE MOVIMIENTO-HISTORIA.
       0006-LEE-HISTORIA-E.
           EXIT.
