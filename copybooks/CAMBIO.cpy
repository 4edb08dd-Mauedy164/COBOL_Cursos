      ******************************************************************
      * Layout de una operación de cambio de divisas entre dos
      * cuentas del mismo cliente (CAMBIOS.DAT, secuencial de líneas,
      * un renglón por conversión). Lo graban el cajero y la consola
      * de supervisión después de postear las dos patas: el cargo
      * "CX" en la cuenta origen y el abono "AX" en la destino, cada
      * una con la tasa aplicada en MOV-TASA.
      *
      * El mismo layout es el parámetro del subprograma
      * COTIZA-CAMBIO: quien llama llena fecha, monedas y el monto
      * solicitado en la moneda origen, y el subprograma regresa el
      * lado, las tasas, los montos de las dos patas y el margen.
      * CMB-LADO "V" cuando el banco vende la divisa (el cliente
      * entrega pesos, se aplica la punta de venta), "C" cuando la
      * compra (el cliente entrega divisa, punta de compra) y
      * espacio cuando no hay cotización para esa conversión.
      *
      * CMB-MONTO-ORIGEN es lo que realmente se carga: en una venta
      * la divisa se entrega en centavos completos y el cargo en
      * pesos se ajusta a esa cantidad, así que puede quedar un poco
      * abajo de lo solicitado. CMB-MARGEN es la utilidad cambiaria
      * en MXN contra el fixing, la que el extracto contable registra
      * como ingreso.
      ******************************************************************
       01 CAMBIO-REG.
           05 CMB-FECHA             PIC 9(8).
           05 CMB-HORA              PIC 9(6).
           05 CMB-CLIENTE           PIC 9(6).
           05 CMB-CUENTA-ORIGEN     PIC 9(6).
           05 CMB-MONEDA-ORIGEN     PIC X(3).
           05 CMB-MONTO-SOLICITADO  PIC 9(7)V99.
           05 CMB-MONTO-ORIGEN      PIC 9(7)V99.
           05 CMB-FOLIO-CARGO       PIC 9(9).
           05 CMB-CUENTA-DESTINO    PIC 9(6).
           05 CMB-MONEDA-DESTINO    PIC X(3).
           05 CMB-MONTO-DESTINO     PIC 9(7)V99.
           05 CMB-FOLIO-ABONO       PIC 9(9).
           05 CMB-LADO              PIC X(1).
           05 CMB-DIVISA            PIC X(3).
           05 CMB-TASA-APLICADA     PIC 9(3)V9999.
           05 CMB-TASA-FIXING       PIC 9(3)V9999.
           05 CMB-MARGEN            PIC S9(7)V99.
           05 CMB-TERMINAL          PIC X(4).
