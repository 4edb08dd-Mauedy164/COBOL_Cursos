      * sale la morosidad en días del reporte; un cobro con éxito la
      * limpia.
      *
      * La calificación mensual de cartera (CalificaCartera.cbl)
      * mantiene el resto: PRE-MORATORIOS acumula el interés
      * moratorio sobre la mensualidad vencida, que la cobranza
      * nocturna cobra junto con la siguiente mensualidad (movimiento
      * "PM"); PRE-RESERVA es la estimación preventiva ya constituida
      * por el préstamo, y PRE-MES-CALIFICA el mes (AAAAMM) de la
      * última calificación, para que una segunda corrida del mes
      * no duplique moratorios. Al aprobarse el castigo desde la
      * consola de supervisión el préstamo pasa a "C" con la fecha
      * en PRE-FECHA-CASTIGO y el saldo castigado en PRE-CASTIGADO;
      * lo que después se recupere de la cuenta ligada (movimiento
      * "RC") lo va bajando.
      *
      * Estados: V vigente, L liquidado, C castigado.
      ******************************************************************
       01 PRESTAMO-REG.
           05 PRE-NUMERO           PIC 9(6).
           05 PRE-ULT-COBRO        PIC 9(8).
           05 PRE-VENCIDO-DESDE    PIC 9(8).
           05 PRE-ESTADO           PIC X(1).
           05 PRE-MORATORIOS       PIC S9(7)V99.
           05 PRE-RESERVA          PIC S9(7)V99.
           05 PRE-MES-CALIFICA     PIC 9(6).
           05 PRE-FECHA-CASTIGO    PIC 9(8).
           05 PRE-CASTIGADO        PIC S9(7)V99.
