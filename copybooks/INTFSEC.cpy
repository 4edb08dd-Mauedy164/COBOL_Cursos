      ******************************************************************
      * Layout del registro de secuencias aplicadas de las interfaces
      * entrantes (INTFSEC.DAT, secuencial de líneas). Un renglón por
      * archivo cargado completo: lo agrega VALIDA-INTERFAZ cuando el
      * lote que cargó el archivo se lo confirma, y con él rechaza un
      * segundo archivo con la misma interfaz y secuencia.
      ******************************************************************
       01 INTFSEC-REG.
           05 ISQ-INTERFAZ         PIC X(8).
           05 ISQ-SECUENCIA        PIC 9(6).
           05 ISQ-FECHA            PIC 9(8).
           05 ISQ-HORA             PIC 9(6).
           05 ISQ-REGISTROS        PIC 9(7).
           05 ISQ-IMPORTE          PIC 9(13)V99.
