      ******************************************************************
      * Layout de un renglón de los parámetros de calificación de
      * cartera (RESERVAS.DAT, secuencial de líneas). Mantenido
      * desde el módulo de préstamos de consumo
      * (MantenimientoPrestamos.cbl) igual que el tarifario de
      * comisiones: un renglón nuevo gana al anterior porque el lote
      * se queda con el último leído. Lo consume la calificación
      * mensual de cartera (CalificaCartera.cbl).
      *
      * Porcentajes de estimación preventiva sobre el saldo
      * insoluto por tramo de días de atraso: al corriente, 1-30,
      * 31-60, 61-90 y más de 90. RSV-TASA-MORATORIA es la tasa
      * mensual del interés moratorio sobre la mensualidad vencida
      * y RSV-DIAS-CASTIGO los días de atraso a partir de los cuales
      * el lote propone el castigo del préstamo.
      ******************************************************************
       01 RESERVA-REG.
           05 RSV-PCT-CORRIENTE    PIC 9(3)V99.
           05 RSV-PCT-1-30         PIC 9(3)V99.
           05 RSV-PCT-31-60        PIC 9(3)V99.
           05 RSV-PCT-61-90        PIC 9(3)V99.
           05 RSV-PCT-MAS-90       PIC 9(3)V99.
           05 RSV-TASA-MORATORIA   PIC 9V9999.
           05 RSV-DIAS-CASTIGO     PIC 9(4).
