      * Layout de la cola de aprobaciones pendientes de supervisión
      * (archivo indexado PENDAPR.DAT, llave PEN-NUMERO). Las
      * acciones de supervisor por arriba del umbral de DUALCTRL.CFG
      * — reversas de movimientos ("RV"), aumentos del límite
      * diario ("LM") y líneas de sobregiro ("SG") — ya no postean
      * solas: la primera firma deja aquí la solicitud en estado
      * "P" y un supervisor DISTINTO la revisa desde la consola de
      * supervisión; sólo al aprobarse se aplica de verdad. El
      * registro conserva las dos firmas: quién solicitó y quién
      * resolvió, con sus fechas y horas, además del rastro de cada
      * paso en AUDITSUP.DAT.
      *
      * La calificación mensual de cartera encola además las
      * propuestas de castigo de préstamos ("CP") con el solicitante
      * en cero: la cuenta es la ligada al préstamo, PEN-MONTO su
      * saldo insoluto y PEN-REFERENCIA el número de préstamo.
      *
      * PEN-MONTO es el monto con signo de la reversa, el límite
      * nuevo o la línea de sobregiro; PEN-REFERENCIA y PEN-TASA
      * aplican a reversas (fecha+hora y tasa del movimiento
      * original), y PEN-TASA lleva además la tasa anual de la
      * línea de sobregiro. Estados: P pendiente, A aprobada y
      * aplicada, R rechazada.
      ******************************************************************
       01 PENDIENTE-REG.
           05 PEN-NUMERO           PIC 9(6).
