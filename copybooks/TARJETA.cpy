      * rastro en AUDITSUP.DAT.
      *
      * Estados: A activa, B bloqueada, R reportada (robo o
      * extravío), P pendiente de activación (renovación emitida
      * por el lote RenuevaTarjetas.cbl), S sustituida por su
      * renovación. La autenticación rechaza tarjetas vencidas
      * (TAR-VENCE, AAAAMM, anterior al mes de la operación),
      * bloqueadas, reportadas o sustituidas ANTES de pedir el NIP.
      *
      * Renovación: el lote mensual emite el plástico nuevo en P con
      * TAR-ANTERIOR apuntando al que reemplaza, y marca el anterior
      * con TAR-RENOVACION para no renovarlo dos veces. El anterior
      * sigue operando hasta que el cliente entra al cajero con el
      * nuevo: el primer NIP correcto activa el nuevo (A) y retira
      * el anterior (S). Sin renovación los dos campos van en cero.
      *
      * Para las reglas de fraude del cajero (FRAUDREG.cpy) la
      * tarjeta guarda su último uso (terminal, fecha y hora de la
      * última autenticación exitosa) y su perfil de retiros: el
      * retiro promedio y cuántos retiros lo forman, topados a 20
      * para que el promedio siga los hábitos recientes del
      * cliente. Una tarjeta nueva o repuesta nace sin uso y sin
      * perfil.
      ******************************************************************
       01 TARJETA-REG.
           05 TAR-NUMERO           PIC 9(16).
           05 TAR-CUENTA           PIC 9(6).
           05 TAR-VENCE            PIC 9(6).
           05 TAR-ESTADO           PIC X(1).
           05 TAR-ULT-TERMINAL     PIC X(4).
           05 TAR-ULT-FECHA        PIC 9(8).
           05 TAR-ULT-HORA         PIC 9(6).
           05 TAR-RETIROS-PERFIL   PIC 9(3).
           05 TAR-RETIRO-PROMEDIO  PIC 9(7)V99.
           05 TAR-ANTERIOR         PIC 9(16).
           05 TAR-RENOVACION       PIC 9(16).
