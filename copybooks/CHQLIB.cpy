      ******************************************************************
      * Layout de los cheques librados con novedad (archivo indexado
      * CHQLIB.DAT, llave cuenta + número de cheque): los cheques de
      * nuestros clientes ya pagados a la cámara y los que tienen
      * orden de no pago. Un cheque sin renglón aquí no se ha
      * presentado ni tiene orden.
      *
      * Estados: S orden de no pago (la captura la consola de
      * supervisión, con el monto que dice el cliente o cero si no
      * lo sabe), P pagado (lo graba PagaCheques.cbl al cargar la
      * cuenta, con el banco presentador y el folio del movimiento
      * "CQ"). Un cheque pagado no admite orden de no pago, y uno
      * con orden o ya pagado se devuelve si la cámara lo presenta.
      ******************************************************************
       01 CHQLIB-REG.
           05 CHL-LLAVE.
              10 CHL-CUENTA        PIC 9(6).
              10 CHL-NUMERO        PIC 9(7).
           05 CHL-ESTADO           PIC X(1).
           05 CHL-MONTO            PIC 9(7)V99.
           05 CHL-FECHA            PIC 9(8).
           05 CHL-SUPERVISOR       PIC 9(6).
           05 CHL-RAZON            PIC X(2).
           05 CHL-BANCO            PIC 9(3).
           05 CHL-FOLIO            PIC 9(9).
