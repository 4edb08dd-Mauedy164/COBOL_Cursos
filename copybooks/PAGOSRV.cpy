      ******************************************************************
      * Layout de los pagos de servicios cobrados en el cajero
      * (archivo indexado PAGOSERV.DAT). La llave es la emisora más
      * el folio del movimiento "PS" que cargó el pago, así que leído
      * en orden el archivo sale agrupado por emisora, que es como
      * lo recorre el lote nocturno RemesaServicios.cbl para armar
      * una remesa por emisora.
      *
      * Estados: P pendiente de remitir, R remitido (incluido en la
      * remesa de PSV-FECHA-REMESA y abonado a la cuenta
      * liquidadora de la emisora), D devuelto (la emisora rechazó
      * la referencia; se le regresó el monto al cliente con "DS" y
      * se le cargó a la cuenta liquidadora con "CS"; PSV-MOTIVO
      * trae el motivo que mandó la emisora).
      ******************************************************************
       01 PAGOSERV-REG.
           05 PSV-LLAVE.
              10 PSV-EMISORA       PIC 9(4).
              10 PSV-FOLIO         PIC 9(9).
           05 PSV-REFERENCIA       PIC X(20).
           05 PSV-CUENTA           PIC 9(6).
           05 PSV-MONTO            PIC 9(7)V99.
           05 PSV-COMISION         PIC 9(5)V99.
           05 PSV-FECHA            PIC 9(8).
           05 PSV-HORA             PIC 9(6).
           05 PSV-TERMINAL         PIC X(4).
           05 PSV-ESTADO           PIC X(1).
           05 PSV-FECHA-REMESA     PIC 9(8).
           05 PSV-MOTIVO           PIC X(2).
