      ******************************************************************
      * Layout del registro de archivos de interfaz en cuarentena
      * (CUARENT.DAT, secuencial de líneas). VALIDA-INTERFAZ agrega
      * un renglón por cada archivo que rechaza: el archivo se
      * renombra a CUA-NOMBRE para que ningún lote lo cargue y el
      * motivo queda aquí y en el reporte CUARENT.TXT.
      *
      * Estados: Q en cuarentena, L liberado (un supervisor lo
      * regresó a su nombre original, ya corregido, para que el lote
      * lo vuelva a validar y cargar), D descartado (se queda
      * renombrado y no se carga). La liberación y el descarte los
      * hace la consola de supervisión, con rastro en AUDITSUP.DAT.
      ******************************************************************
       01 CUARENTENA-REG.
           05 CUA-INTERFAZ         PIC X(8).
           05 CUA-ARCHIVO          PIC X(20).
           05 CUA-NOMBRE           PIC X(40).
           05 CUA-FECHA            PIC 9(8).
           05 CUA-HORA             PIC 9(6).
           05 CUA-SECUENCIA        PIC 9(6).
           05 CUA-MOTIVO           PIC X(40).
           05 CUA-ESTADO           PIC X(1).
           05 CUA-SUPERVISOR       PIC 9(6).
           05 CUA-FECHA-RESUELTO   PIC 9(8).
