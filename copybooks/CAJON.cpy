      ******************************************************************
      * Layout de un renglón de la bitácora de cajones de ventanilla
      * (CAJONES.DAT, secuencial de líneas, sólo se agrega). La
      * consola de ventanilla (Ventanilla.cbl) graba un renglón por
      * evento del cajón de su estación:
      *   "A" apertura: el cajero recibe su dotación inicial
      *       (CAJ-MONTO);
      *   "M" movimiento de efectivo: cada entrada o salida del
      *       cajón con su folio (CAJ-OPERACION "DE" depósito, "RE"
      *       retiro, "CC" pago del saldo de una cuenta cerrada, "NV"
      *       pago de nómina en efectivo — en "NV" CAJ-CUENTA lleva
      *       el empleado y CAJ-PERIODO el periodo pagado);
      *   "C" corte: lo contado por denominación al terminar el
      *       turno, contra lo esperado (dotación más entradas menos
      *       salidas), con el sobrante (positivo) o faltante
      *       (negativo) en CAJ-DIFERENCIA. El corte cierra el cajón.
      * Un cajón abierto es el último "A" de la terminal sin su "C".
      * De aquí toman sus renglones el cierre del cajero
      * (CierreCajero.cbl, sección de cajones de ventanilla) y el
      * extracto contable (ExtractoGL.cbl: la nómina pagada en
      * efectivo y los sobrantes y faltantes de los cortes).
      ******************************************************************
       01 CAJON-REG.
           05 CAJ-TIPO             PIC X(1).
           05 CAJ-TERMINAL         PIC X(4).
           05 CAJ-SUCURSAL         PIC X(10).
           05 CAJ-OPERADOR         PIC 9(6).
           05 CAJ-FECHA            PIC 9(8).
           05 CAJ-HORA             PIC 9(6).
           05 CAJ-OPERACION        PIC X(2).
           05 CAJ-FOLIO            PIC 9(9).
           05 CAJ-CUENTA           PIC 9(6).
           05 CAJ-PERIODO          PIC 9(6).
           05 CAJ-MONTO            PIC S9(9)V99.
      * Sólo en el corte: piezas contadas por denominación, las
      * monedas en pesos, y el cuadre del turno.
           05 CAJ-DENOMINACION OCCURS 6 TIMES.
              10 CAJ-VALOR         PIC 9(4).
              10 CAJ-PIEZAS        PIC 9(5).
           05 CAJ-MONEDAS          PIC 9(7)V99.
           05 CAJ-DOTACION         PIC S9(9)V99.
           05 CAJ-ENTRADAS         PIC S9(9)V99.
           05 CAJ-SALIDAS          PIC S9(9)V99.
           05 CAJ-ESPERADO         PIC S9(9)V99.
           05 CAJ-DIFERENCIA       PIC S9(9)V99.
