      ******************************************************************
      * Layout de las órdenes de aseguramiento y embargo (archivo
      * indexado EMBARGOS.DAT, llave EMB-NUMERO consecutivo). Cada
      * orden de una autoridad judicial o fiscal congela un monto de
      * una cuenta sin bloquearla: el cliente sigue consultando y
      * depositando, pero el monto retenido por la orden sale del
      * disponible en todas partes donde ya se resta lo retenido por
      * cheques en cámara. La suma de lo retenido por las órdenes
      * activas de una cuenta vive en CTA-EMBARGADO (CUENTA.cpy), que
      * es lo que leen el cajero y los lotes; este archivo es el
      * detalle por orden.
      *
      * Estados: A activa, L liberada (por orden de la autoridad),
      * E ejecutada (lo asegurado se traspasó a la cuenta de
      * suspenso 250100 del mayor con el movimiento "EJ"). Una
      * ejecución parcial deja la orden activa por el resto.
      * EMB-MONTO-ORDENADO es lo que dice el oficio;
      * EMB-MONTO-RETENIDO es lo que sigue congelado hoy y
      * EMB-MONTO-TRANSFERIDO lo ya traspasado. La consola de
      * supervisión da de alta, libera y ejecuta, con rastro en
      * AUDITSUP.DAT.
      ******************************************************************
       01 EMBARGO-REG.
           05 EMB-NUMERO            PIC 9(6).
           05 EMB-CUENTA            PIC 9(6).
           05 EMB-AUTORIDAD         PIC X(30).
           05 EMB-EXPEDIENTE        PIC X(20).
           05 EMB-FECHA-OFICIO      PIC 9(8).
           05 EMB-MONTO-ORDENADO    PIC 9(7)V99.
           05 EMB-MONTO-RETENIDO    PIC 9(7)V99.
           05 EMB-MONTO-TRANSFERIDO PIC 9(7)V99.
           05 EMB-ESTADO            PIC X(1).
           05 EMB-FECHA-ALTA        PIC 9(8).
           05 EMB-SUPERVISOR-ALTA   PIC 9(6).
           05 EMB-FECHA-CIERRE      PIC 9(8).
           05 EMB-SUPERVISOR-CIERRE PIC 9(6).
