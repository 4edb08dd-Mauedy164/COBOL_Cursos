      * cambio o baja en empleados.dat deja un renglón con la acción
      * (AL, CA o BA), la fecha y hora, y las imágenes completas del
      * registro antes y después: el alta lleva la imagen anterior en
      * blanco. La baja ya no borra: su imagen posterior es el
      * registro marcado de baja con fecha y motivo (los renglones
      * de bajas anteriores traen la posterior en blanco).
      *
      * Las imágenes son copias byte a byte de EMPLEADO-REG; si ese
      * layout crece, el ancho de AEM-ANTES y AEM-DESPUES debe crecer
      * con él (hoy: 164 posiciones, con estado, fecha y motivo de
      * baja, RFC, CURP, NSS, banco y CLABE interbancaria). Los
      * renglones viejos de 82, 90, 101 y 143 llegan rellenos de
      * espacios al leerse. Los primeros 6
      * caracteres de cada imagen son el EMP-ID, que es como la
      * consulta de historial ubica los renglones de un empleado.
      ******************************************************************
       01 AUDIT-EMP-REG.
           05 AEM-ACCION           PIC X(2).
           05 AEM-FECHA            PIC 9(8).
           05 AEM-HORA             PIC 9(6).
           05 AEM-ANTES            PIC X(164).
           05 AEM-DESPUES          PIC X(164).
