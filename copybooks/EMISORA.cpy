      ******************************************************************
      * Layout del catálogo de emisoras de servicios (archivo indexado
      * EMISORAS.DAT, llave EMI-CODIGO). Cada emisora es una empresa
      * (luz, agua, teléfono, gas) cuyos recibos el cliente paga en
      * el cajero con la referencia impresa en el recibo. Lo da de
      * alta y lo modifica MantenimientoEmisoras.cbl; lo leen el
      * cajero al cobrar y el lote nocturno RemesaServicios.cbl al
      * remitir.
      *
      * EMI-LONGITUD-REF es el largo exacto de la referencia.
      * EMI-DIGITO es la regla del dígito verificador, que es el
      * último carácter de la referencia: N sin dígito (la referencia
      * puede ser alfanumérica), D módulo 10 (pesos 2 y 1 desde la
      * derecha, sumando los dígitos de cada producto) u O módulo 11
      * (pesos 2 a 7 desde la derecha; si resulta 10 u 11 el dígito
      * es 0); con D u O la referencia es toda numérica.
      * EMI-CUENTA-LIQ es la cuenta en pesos de la emisora en este
      * banco, donde el lote nocturno abona lo cobrado.
      * EMI-COMISION es lo que se cobra al cliente por cada pago
      * (movimiento "CM", aparte del pago). EMI-ACTIVA S/N: una
      * emisora inactiva ya no acepta pagos, pero lo cobrado antes
      * se le sigue remitiendo.
      ******************************************************************
       01 EMISORA-REG.
           05 EMI-CODIGO           PIC 9(4).
           05 EMI-NOMBRE           PIC X(30).
           05 EMI-LONGITUD-REF     PIC 9(2).
           05 EMI-DIGITO           PIC X(1).
           05 EMI-CUENTA-LIQ       PIC 9(6).
           05 EMI-COMISION         PIC 9(5)V99.
           05 EMI-ACTIVA           PIC X(1).
