      * vigencia más reciente que no sea posterior al día de la
      * operación. Compartido por MantenimientoTasas.cbl, que captura
      * los fixings, y por CajeroAutomatico.cbl, que los aplica.
      *
      * TAS-COMPRA y TAS-VENTA son las puntas con que el banco
      * compra y vende la divisa a sus clientes en el cambio entre
      * cuentas propias (subprograma COTIZA-CAMBIO); el fixing
      * TAS-TASA queda en medio y es con el que se valúa todo lo
      * demás. Los renglones capturados antes de que existieran las
      * puntas las traen en blanco: valen lo mismo que el fixing.
      ******************************************************************
       01 TASA-REG.
           05 TAS-MONEDA            PIC X(3).
           05 TAS-TASA              PIC 9(3)V9999.
           05 TAS-FECHA-VIGENCIA    PIC 9(8).
           05 TAS-COMPRA            PIC 9(3)V9999.
           05 TAS-VENTA             PIC 9(3)V9999.
