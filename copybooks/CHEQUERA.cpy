      ******************************************************************
      * Layout del registro de chequeras emitidas (archivo indexado
      * CHEQUERAS.DAT, llave cuenta + primer folio). Cada chequera
      * entregada al cliente deja aquí su rango de folios; el pago
      * de cheques presentados por la cámara (PagaCheques.cbl) sólo
      * paga cheques cuyo número cae en una chequera activa de la
      * cuenta librada, y la orden de no pago de la consola de
      * supervisión sólo se acepta sobre esos mismos folios.
      *
      * Estados: A activa, C cancelada (robo o extravío de la
      * chequera completa: sus cheques ya no se pagan). Los folios
      * de una cuenta no se enciman: la consola asigna a cada
      * chequera nueva el folio siguiente al último emitido.
      ******************************************************************
       01 CHEQUERA-REG.
           05 CHR-LLAVE.
              10 CHR-CUENTA        PIC 9(6).
              10 CHR-FOLIO-INICIAL PIC 9(7).
           05 CHR-FOLIO-FINAL      PIC 9(7).
           05 CHR-FECHA-EMISION    PIC 9(8).
           05 CHR-SUPERVISOR       PIC 9(6).
           05 CHR-ESTADO           PIC X(1).
