      ******************************************************************
      * Layout de las alertas de fraude del cajero (archivo indexado
      * FRAUDALE.DAT, llave ALF-NUMERO). Cada regla de FRAUDREG.DAT
      * que dispara en la autenticación o en el retiro deja aquí su
      * alerta en estado "P" con la acción tomada en el momento
      * (A sólo alerta, D declinada, B declinada y tarjeta
      * bloqueada). Un supervisor la revisa desde la consola de
      * supervisión: "L" liberada (falso positivo; si la tarjeta
      * quedó bloqueada por la alerta se reactiva) o "F" fraude
      * confirmado (la tarjeta queda reportada), con su firma, su
      * razón y la fecha y hora de la revisión, y el rastro en
      * AUDITSUP.DAT. El reporte diario de fraude (ReporteFraude.cbl)
      * sale de este mismo archivo.
      *
      * ALF-TERMINAL-PREVIA y ALF-MINUTOS son de la regla VT (la
      * terminal del uso anterior y los minutos transcurridos);
      * ALF-CONTEO es de la regla FN (tarjetas distintas con NIP
      * fallido en la ventana); ALF-MONTO y ALF-PROMEDIO son de la
      * regla MM (el retiro intentado y el retiro promedio de la
      * tarjeta). Lo que no aplica a la regla va en cero o en
      * blanco.
      ******************************************************************
       01 ALERTA-FRAUDE-REG.
           05 ALF-NUMERO           PIC 9(6).
           05 ALF-REGLA            PIC X(2).
           05 ALF-ACCION           PIC X(1).
           05 ALF-TARJETA          PIC 9(16).
           05 ALF-CUENTA           PIC 9(6).
           05 ALF-TERMINAL         PIC X(4).
           05 ALF-TERMINAL-PREVIA  PIC X(4).
           05 ALF-MINUTOS          PIC 9(4).
           05 ALF-CONTEO           PIC 9(3).
           05 ALF-MONTO            PIC 9(7)V99.
           05 ALF-PROMEDIO         PIC 9(7)V99.
           05 ALF-FECHA            PIC 9(8).
           05 ALF-HORA             PIC 9(6).
           05 ALF-ESTADO           PIC X(1).
           05 ALF-SUPERVISOR       PIC 9(6).
           05 ALF-RAZON            PIC X(2).
           05 ALF-FECHA-REV        PIC 9(8).
           05 ALF-HORA-REV         PIC 9(6).
