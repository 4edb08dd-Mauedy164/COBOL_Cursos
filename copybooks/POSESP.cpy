      ******************************************************************
      * Parámetros del subprograma POSICION-ESPERADA: el efectivo que
      * debería haber en una terminal según sus movimientos desde el
      * último arqueo. El cajero lo llama en el arqueo del supervisor
      * con la terminal, su bitácora y la fecha de negocio; regresa:
      *   PSE-HAY-ARQUEO "N" si la terminal nunca se ha arqueado (no
      *     hay desde dónde reconstruir) o "S" con el arqueo de
      *     partida, y
      *   lo contado en ese arqueo, más las cargas, menos los retiros
      *     del supervisor (RECARGAS.DAT) y menos lo dispensado a
      *     clientes (retiros "RE" de la terminal en las bitácoras),
      *     todo en pesos.
      ******************************************************************
       01 POSICION-ESPERADA-REG.
           05 PSE-TERMINAL         PIC X(4).
           05 PSE-BITACORA         PIC X(20).
           05 PSE-FECHA            PIC 9(8).
           05 PSE-HAY-ARQUEO       PIC X(1).
           05 PSE-FECHA-ARQUEO     PIC 9(8).
           05 PSE-HORA-ARQUEO      PIC 9(6).
           05 PSE-VALOR-ARQUEO     PIC 9(9)V99.
           05 PSE-CARGADO          PIC 9(9)V99.
           05 PSE-RETIRADO         PIC 9(9)V99.
           05 PSE-DISPENSADO       PIC 9(9)V99.
           05 PSE-ESPERADO         PIC S9(9)V99.
