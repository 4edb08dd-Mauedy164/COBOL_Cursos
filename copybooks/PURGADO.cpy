      ******************************************************************
      * Layout del índice de clientes purgados (PURGADOS.DAT,
      * secuencial de líneas, sólo se agrega). La purga anual de
      * cerradas (PurgaCerradas.cbl) graba un renglón por cada
      * cliente que saca de CLIENTES.DAT, con la fecha del archivo
      * fechado PURGAaaaammdd.DAT donde quedó su imagen completa y
      * la de sus cuentas. La consulta de clientes lo lee cuando el
      * número ya no está en el maestro, para ir directo al archivo
      * que le corresponde sin pedir fechas a quien consulta.
      ******************************************************************
       01 PURGADO-REG.
           05 PUR-CLIENTE          PIC 9(6).
           05 PUR-FECHA-ARCHIVO    PIC 9(8).
           05 PUR-NOMBRE           PIC X(40).
