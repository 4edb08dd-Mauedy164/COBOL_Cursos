      * órdenes y reversas), el cierre y la reversa le agregan solos
      * una entrada SIST implícita, para que esos movimientos no
      * queden sin consolidar.
      *
      * Las estaciones de ventanilla (Ventanilla.cbl) leen el mismo
      * layout de VENTANILLA.CFG, sin archivo de billetes; sin
      * archivo son la estación V001 de CENTRO sobre la bitácora
      * central.
      ******************************************************************
       01 TERMINAL-REG.
           05 TRM-ID               PIC X(4).
