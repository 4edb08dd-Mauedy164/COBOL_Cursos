      * retiros limitados en modo diferido cuando CUENTAS.DAT no
      * está disponible — el disponible diferido es saldo menos
      * retenido, para que la charola no entregue dinero que sigue
      * en cámara, y menos lo congelado por órdenes de autoridad
      * (SNP-EMBARGADO). Esos retiros quedan encolados en PENDOFF.DAT y
      * los aplica RecuperaDiferido.cbl cuando el maestro regresa.
      ******************************************************************
       01 SALDO-CORTE-REG.
           05 SNP-MONEDA           PIC X(3).
           05 SNP-BLOQUEADA        PIC X(1).
           05 SNP-ESTADO           PIC X(1).
           05 SNP-EMBARGADO        PIC S9(7)V99.
