      ******************************************************************
      * COPY        : CURSOMST                                         *
      * DESCRIPCION : LAYOUT DEL MAESTRO DE CURSOS (CURSMST),          *
      *             : MANTENIDO POR EDUC3048: CODIGO DE CURSO, NOMBRE, *
      *             : CODIGO DEL DOCENTE EN EL MAESTRO DE DOCENTES     *
      *             : (DOCMST; 00000 = SIN DOCENTE ASIGNADO), MATERIA  *
      *             : DEL CURSO (CONTRA LA QUE SE REVISA LA            *
      *             : HABILITACION DEL DOCENTE), AULA, CAPACIDAD DEL   *
      *             : AULA Y ESTADO (A=ACTIVO, I=INACTIVO). LO USA LA  *
      *             : GENERACION DE ROSTERS POR CURSO (EDUC3008) PARA  *
      *             : RECHAZAR MATRICULAS DE CURSOS DESCONOCIDOS O     *
      *             : INACTIVOS, MARCAR EL SOBRECUPO CON SU LISTA DE   *
          05 CURSO-LLAVE.
             10 CURSO-CODIGO          PIC X(06).
          05 CURSO-NOMBRE             PIC X(20).
          05 CURSO-DOCENTE-ID         PIC 9(05).
          05 CURSO-MATERIA            PIC X(04).
          05 CURSO-AULA               PIC X(06).
          05 CURSO-CAPACIDAD          PIC 9(03).
          05 CURSO-ESTADO             PIC X(01).
