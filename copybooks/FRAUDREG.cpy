      ******************************************************************
      * Layout de un renglón de las reglas de fraude del cajero
      * (FRAUDREG.DAT, secuencial de líneas, un renglón por regla).
      * Se registra desde la consola de supervisión, igual que el
      * tarifario de comisiones: un renglón repetido gana al
      * anterior porque el cajero se queda con el último leído, así
      * que ajustar una regla es volver a capturarla. Sin archivo el
      * cajero aplica las reglas por omisión (10 minutos, 3 tarjetas
      * y 10 veces el retiro habitual).
      *
      * Reglas hoy reconocidas:
      *   VT  velocidad de tarjeta: la misma tarjeta entra en una
      *       terminal distinta a la de su último uso antes de
      *       RFR-VENTANA minutos; conteo y múltiplo no aplican y
      *       van en cero.
      *   FN  NIP fallido en una terminal: RFR-CONTEO tarjetas
      *       DISTINTAS fallan el NIP en la misma terminal dentro
      *       de RFR-VENTANA minutos; el múltiplo va en cero.
      *   MM  monto inusual: el retiro rebasa RFR-MULTIPLO veces el
      *       retiro promedio de la tarjeta, una vez que la tarjeta
      *       lleva al menos RFR-CONTEO retiros en su perfil; la
      *       ventana va en cero.
      *
      * Acciones: A sólo alerta, D declina la operación y alerta,
      * B declina, bloquea la tarjeta (TAR-ESTADO "B") y alerta,
      * N regla apagada. Toda regla que dispara deja su alerta en
      * FRAUDALE.DAT (layout FRAUDALE.cpy).
      ******************************************************************
       01 REGLA-FRAUDE-REG.
           05 RFR-REGLA            PIC X(2).
           05 RFR-VENTANA          PIC 9(4).
           05 RFR-CONTEO           PIC 9(3).
           05 RFR-MULTIPLO         PIC 9(3)V9.
           05 RFR-ACCION           PIC X(1).
