           MOVE "N" TO WKS-ED-SALTAR
           MOVE SPACES TO WKS-ED-ESTADO

      *EL PASAPORTE NO PASA POR EL REGISTRO DE DPI.
           IF ROS-DPI NUMERIC AND ROS-DPI > ZEROES AND
              NOT ROS-DOC-PASAPORTE
              MOVE ROS-DPI TO REGDPI-LLAVE
              READ REGISTRO-DPI
              END-READ
