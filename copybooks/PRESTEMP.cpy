      * a mover el saldo y el recibo recalculado usa la misma
      * deducción que la corrida original. Estados: V vigente, L
      * liquidado.
      *
      * PEM-ULT-INTERES es la parte de interés de esa última
      * deducción: la póliza de nómina (PolizaNomina.cbl) abona el
      * capital a la cartera y el interés al ingreso. El cobro del
      * finiquito es sólo saldo insoluto y lo deja en cero.
      ******************************************************************
       01 PRESTAMO-EMP-REG.
           05 PEM-EMPLEADO         PIC 9(6).
           05 PEM-ULT-PERIODO      PIC 9(6).
           05 PEM-ULT-DEDUCCION    PIC S9(7)V99.
           05 PEM-ESTADO           PIC X(1).
           05 PEM-ULT-INTERES      PIC S9(7)V99.
