      ******************************************************************
      * Bloque de comunicación del perfil de montos de la bitácora
      * rotada MOVaaaammdd.DAT (layout MOVIMIEN.cpy). Lo llena quien
      * pide el perfil (PerfilMovimientos.cbl) con la fecha de la
      * bitácora y el número de desviaciones que separa un monto
      * atípico, y se pasa a las dos rutinas que lo trabajan:
      *   PERFIL-MONTOS (entrada de NumeroMayor.COB): movimientos,
      *     mínimo, máximo, promedio, desviación estándar y bandas
      *     de percentiles por operación y terminal; la lista de
      *     montos atípicos, y un renglón por grupo en HISTORIAL.DAT;
      *   CLASIFICA-MONTOS (entrada de Positivo-Negativo-Cero.COB):
      *     positivos, negativos y ceros por grupo, con las reversas
      *     y los montos en cero o negativos donde no deben ir.
      * Un grupo es una operación (MOV-OPERACION) en una terminal
      * (MOV-TERMINAL); las dos rutinas lo buscan igual y agregan
      * el que no exista. PRF-ESTADO regresa el file status de la
      * bitácora ("00" si se leyó). Quien pide el perfil limpia el
      * bloque (INITIALIZE) antes de llamar a las rutinas.
      ******************************************************************
       01 PERFIL-REG.
           05 PRF-FECHA            PIC 9(8).
           05 PRF-DESVIOS          PIC 9(2)V9.
           05 PRF-ESTADO           PIC X(2).
           05 PRF-LEIDOS           PIC 9(7).
      * Movimientos sin lugar en la tabla de grupos (tabla llena).
           05 PRF-FUERA-DE-TABLA   PIC 9(7).
           05 PRF-REVERSAS         PIC 9(7).
           05 PRF-CEROS-INDEBIDOS  PIC 9(7).
           05 PRF-NEGATIVOS-INDEBIDOS PIC 9(7).
           05 PRF-TOTAL-GRUPOS     PIC 9(3).
           05 PRF-GRUPO OCCURS 150 TIMES.
              10 PRG-OPERACION     PIC X(2).
              10 PRG-TERMINAL      PIC X(4).
              10 PRG-MOVIMIENTOS   PIC 9(7).
              10 PRG-MINIMO        PIC S9(7)V99.
              10 PRG-MAXIMO        PIC S9(7)V99.
              10 PRG-SUMA          PIC S9(11)V99.
              10 PRG-PROMEDIO      PIC S9(7)V99.
              10 PRG-DESVIACION    PIC 9(7)V99.
              10 PRG-P10           PIC S9(7)V99.
              10 PRG-P25           PIC S9(7)V99.
              10 PRG-P50           PIC S9(7)V99.
              10 PRG-P75           PIC S9(7)V99.
              10 PRG-P90           PIC S9(7)V99.
              10 PRG-POSITIVOS     PIC 9(7).
              10 PRG-NEGATIVOS     PIC 9(7).
              10 PRG-CEROS         PIC 9(7).
      * Ceros en una operación que siempre lleva monto (todas menos
      * la consulta "CO" y la reactivación "RA") y negativos fuera
      * de una reversa "RV".
              10 PRG-CEROS-INDEBIDOS PIC 9(7).
              10 PRG-NEGATIVOS-INDEBIDOS PIC 9(7).
              10 PRG-ATIPICOS      PIC 9(7).
      * Montos atípicos: más de PRF-DESVIOS desviaciones estándar
      * del promedio de su grupo. Se cuentan todos y se listan los
      * primeros 100 en el orden de la bitácora.
           05 PRF-TOTAL-ATIPICOS   PIC 9(7).
           05 PRF-LISTADOS         PIC 9(3).
           05 PRF-ATIPICO OCCURS 100 TIMES.
              10 PRA-GRUPO         PIC 9(3).
              10 PRA-CUENTA        PIC 9(6).
              10 PRA-MONTO         PIC S9(7)V99.
              10 PRA-FECHA         PIC 9(8).
              10 PRA-HORA          PIC 9(6).
              10 PRA-FOLIO         PIC 9(9).
              10 PRA-DESVIOS       PIC 9(5)V99.
