      ******************************************************************
      * Layout de la remesa de pagos de servicios que el lote
      * nocturno RemesaServicios.cbl deja a cada emisora: un archivo
      * por emisora y por día, RSeeeeaaaammdd.DAT (eeee la emisora),
      * con un encabezado (tipo "H"), un detalle por pago (tipo "D")
      * y un renglón de totales de control (tipo "T") con la
      * cantidad de pagos y su importe, que la emisora cuadra contra
      * el abono a su cuenta liquidadora.
      *
      * Las referencias que la emisora no reconoce regresan en
      * SRVRECH.DAT con el mismo renglón de detalle y el motivo del
      * rechazo en RMS-MOTIVO; el mismo lote las devuelve al
      * cliente en su siguiente corrida. SRVRECH.DAT viene dentro
      * del sobre de control INTFCTL.cpy (encabezado "0" de la
      * interfaz SRVRECH y trailer "9" con los renglones y la suma
      * de RMS-MONTO de los detalles); el lote lo valida con
      * VALIDA-INTERFAZ antes de devolver.
      ******************************************************************
       01 REMESA-REG.
           05 RMS-TIPO             PIC X(1).
           05 RMS-EMISORA          PIC 9(4).
           05 RMS-DETALLE.
              10 RMS-FOLIO         PIC 9(9).
              10 RMS-REFERENCIA    PIC X(20).
              10 RMS-MONTO         PIC 9(7)V99.
              10 RMS-FECHA-PAGO    PIC 9(8).
              10 RMS-MOTIVO        PIC X(2).
           05 RMS-ENCABEZADO REDEFINES RMS-DETALLE.
              10 RMS-FECHA-REMESA  PIC 9(8).
              10 RMS-NOMBRE        PIC X(30).
              10 RMS-CUENTA-LIQ    PIC 9(6).
              10 FILLER            PIC X(4).
           05 RMS-TOTALES REDEFINES RMS-DETALLE.
              10 RMS-CANTIDAD      PIC 9(6).
              10 RMS-IMPORTE       PIC 9(11)V99.
              10 FILLER            PIC X(29).
