      ******************************************************************
      * COPY        : HORARIO                                          *
      * DESCRIPCION : LAYOUT DEL MAESTRO INDEXADO DE HORARIOS DE CLASE *
      *             : (HORMST), MANTENIDO POR EDUC3101. LLAVE = CURSO  *
      *             : + DIA DE LA SEMANA (1=LUNES ... 6=SABADO) +      *
      *             : PERIODO DE INICIO; CADA REGISTRO ES UNA SESION   *
      *             : SEMANAL DEL CURSO CON SU PERIODO FINAL (01-12),  *
      *             : EL AULA DONDE SE DA Y EL ESTADO (A=ACTIVA,       *
      *             : I=INACTIVA). LO USAN LA CAPTURA DE MATRICULAS DE *
      *             : EDUC3008 PARA RECHAZAR CHOQUES DE HORARIO DEL    *
      *             : ESTUDIANTE Y LA IMPRESION DE HORARIOS            *
      *             : (EDUC3102).                                      *
      ******************************************************************
       01 HOR-REGISTRO.
          05 HOR-LLAVE.
             10 HOR-CURSO             PIC X(06).
             10 HOR-DIA               PIC 9(01).
             10 HOR-PERIODO-INI       PIC 9(02).
          05 HOR-PERIODO-FIN          PIC 9(02).
          05 HOR-AULA                 PIC X(06).
          05 HOR-ESTADO               PIC X(01).
             88 HOR-ACTIVA                      VALUE "A".
             88 HOR-INACTIVA                    VALUE "I".
