      ******************************************************************
      * Layout de un arqueo de billetes del cajero (ARQUEOS.DAT,
      * secuencial de líneas, sólo se agrega). El supervisor cuenta
      * las charolas al abrir la bóveda, antes de cargar o retirar, y
      * el cajero graba un renglón por arqueo con lo contado y lo que
      * decía el inventario en libros (el archivo de billetes de la
      * terminal) por denominación, y la posición esperada en pesos
      * reconstruida por POSICION-ESPERADA desde el arqueo anterior.
      *
      * ARQ-DIFERENCIA es el sobrante (positivo) o faltante
      * (negativo) que se contabiliza: lo contado contra lo esperado
      * o, en el primer arqueo de la terminal (ARQ-HAY-ESPERADO "N"),
      * contra los libros. De aquí toman sus renglones el extracto
      * contable (ExtractoGL.cbl, cuenta de suspenso 190100) y el
      * reporte de sobrantes y faltantes (ReporteArqueos.cbl).
      ******************************************************************
       01 ARQUEO-REG.
           05 ARQ-FECHA            PIC 9(8).
           05 ARQ-HORA             PIC 9(6).
           05 ARQ-TERMINAL         PIC X(4).
           05 ARQ-SUCURSAL         PIC X(10).
           05 ARQ-SUPERVISOR       PIC X(8).
           05 ARQ-DENOMINACION OCCURS 4 TIMES.
              10 ARQ-VALOR         PIC 9(3).
              10 ARQ-CONTADOS      PIC 9(5).
              10 ARQ-LIBROS        PIC 9(5).
           05 ARQ-VALOR-CONTADO    PIC 9(9)V99.
           05 ARQ-VALOR-LIBROS     PIC 9(9)V99.
           05 ARQ-HAY-ESPERADO     PIC X(1).
           05 ARQ-VALOR-ESPERADO   PIC S9(9)V99.
           05 ARQ-DIFERENCIA       PIC S9(9)V99.
