      ******************************************************************
      * Layout del valor de la UDI (UDIS.DAT, secuencial de líneas,
      * un renglón por valor publicado). El valor de una fecha es el
      * del renglón más reciente que no sea posterior a ella, con la
      * misma regla de vigencia de TASAS.DAT; se agrega un renglón
      * por cada publicación sin tocar los anteriores.
      ******************************************************************
       01 UDI-REG.
           05 UDI-FECHA            PIC 9(8).
           05 UDI-VALOR            PIC 9(2)V9(6).
