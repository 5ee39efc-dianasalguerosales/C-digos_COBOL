      ******************************************************************
      * COPY        : DOCENTE                                          *
      * DESCRIPCION : LAYOUT DEL MAESTRO INDEXADO DE DOCENTES          *
      *             : (DOCMST), MANTENIDO POR EDUC3103. LLAVE = CODIGO *
      *             : DE DOCENTE (00000 QUEDA RESERVADO PARA "SIN      *
      *             : DOCENTE ASIGNADO" EN EL MAESTRO DE CURSOS).      *
      *             : LLEVA EL NOMBRE, EL DPI VALIDADO POR DPICHK01,   *
      *             : EL MAXIMO DE PERIODOS SEMANALES QUE PUEDE DAR,   *
      *             : HASTA DIEZ MATERIAS EN LAS QUE ESTA HABILITADO   *
      *             : (LAS MISMAS CLAVES DE CURSO-MATERIA) Y EL ESTADO *
      *             : (A=ACTIVO, I=INACTIVO). EL MAESTRO DE CURSOS LO  *
      *             : REFERENCIA POR CODIGO.                           *
      ******************************************************************
       01 DOC-REGISTRO.
          05 DOC-LLAVE.
             10 DOC-CODIGO            PIC 9(05).
          05 DOC-NOMBRE               PIC X(20).
          05 DOC-DPI                  PIC 9(13).
          05 DOC-MAX-PERIODOS         PIC 9(02).
          05 DOC-MATERIAS.
             10 DOC-MATERIA OCCURS 10 TIMES
                                      PIC X(04).
          05 DOC-ESTADO               PIC X(01).
             88 DOC-ACTIVO                      VALUE "A".
             88 DOC-INACTIVO                    VALUE "I".
