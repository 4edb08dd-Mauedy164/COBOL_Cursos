      * interno del cheque (CHEQUE.cpy), que viaja a la cámara y
      * regresa intacto para ligar la respuesta con el depósito.
      * Lo procesa el lote ProcesaCheques.cbl.
      *
      * En sentido contrario, la cámara deja en CHQPRE.DAT los
      * cheques librados contra cuentas NUESTRAS que otros bancos
      * le presentaron: tipo "P", con la referencia del banco
      * presentador, CQM-DOCUMENTO el número del cheque (siete
      * dígitos con ceros a la izquierda) y CQM-CUENTA la cuenta
      * librada. El lote PagaCheques.cbl paga o devuelve cada uno y
      * contesta en CHQRES.DAT el mismo renglón con tipo "A" pagado
      * o "R" devuelto, con el motivo:
      *   FI fondos insuficientes      NP orden de no pago
      *   CC cuenta cerrada            NE cheque no emitido a la
      *   CI cuenta inactiva (dormida)    cuenta o chequera cancelada
      *   CX cuenta inexistente        PG cheque ya pagado
      *   MO moneda distinta a la de la cuenta
      *
      * Los dos archivos que llegan de la cámara, CHQENT.DAT y
      * CHQPRE.DAT, vienen dentro del sobre de control INTFCTL.cpy
      * (encabezado "0" de la interfaz CHQENT o CHQPRE y trailer "9"
      * con renglones e importe, la suma de CQM-MONTO); el lote que
      * los carga los valida con VALIDA-INTERFAZ antes de tocar nada.
      ******************************************************************
       01 CHQCAM-REG.
           05 CQM-TIPO             PIC X(1).
