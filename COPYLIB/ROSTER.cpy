      *             : AL CORTE REGULATORIO), GENERO Y DPI DEL          *
      *             : ESTUDIANTE. LO LEEN LA CONCILIACION CONTRA EL    *
      *             : REGISTRO DE DPI (EDUC3036) Y LOS DEMAS           *
      *             : PROCESOS QUE TRABAJAN SOBRE EL MAESTRO. LLEVA    *
      *             : TAMBIEN EL TIPO DE DOCUMENTO (C=CUI DE MENOR,    *
      *             : D=DPI DE ADULTO, P=PASAPORTE) Y LA FECHA EN QUE  *
      *             : EL ESTUDIANTE PASO DE CUI A DPI.                 *
      ******************************************************************
       01 ROS-REGISTRO.
          05 ROS-CODIGO               PIC 9(05).
          05 ROS-GENERO               PIC X(01).
          05 ROS-EDAD-CORTE           PIC 9(02).
          05 ROS-DPI                  PIC 9(13).
          05 ROS-TIPO-DOCUMENTO       PIC X(01).
             88 ROS-DOC-CUI-MENOR               VALUE "C".
             88 ROS-DOC-DPI-ADULTO              VALUE "D".
             88 ROS-DOC-PASAPORTE               VALUE "P".
          05 ROS-FECHA-TIPO-DOC       PIC 9(08).
