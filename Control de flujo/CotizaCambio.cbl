      ******************************************************************
      * Cotización del cambio de divisas entre cuentas propias.
      * Subprograma al estilo de FECHA-NEGOCIO: el cajero y la
      * consola de supervisión lo CALLean con el renglón de
      * CAMBIO.cpy ya con la fecha, las dos monedas y el monto
      * solicitado en la moneda origen, y aquí se decide el lado del
      * diferencial y se calculan las dos patas, para que la regla
      * viva en un solo lugar.
      *
      * Sólo hay cambio entre MXN y una divisa. De pesos a divisa el
      * banco vende y aplica su punta de venta; de divisa a pesos
      * compra y aplica su punta de compra. Las puntas se toman de
      * TASAS.DAT con la misma regla de vigencia del cajero (el
      * renglón más reciente de la moneda que no pase de la fecha
      * de la operación). Sin un fixing publicado para la divisa no
      * se cotiza: el cajero trae tasas por omisión para mostrar
      * equivalentes, pero no para vender divisa con ellas. En ese
      * caso, y con cualquier otra combinación de monedas, CMB-LADO
      * regresa en espacio.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COTIZA-CAMBIO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TASAS-FILE ASSIGN TO "TASAS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-TASAS.

       DATA DIVISION.
       FILE SECTION.
       FD  TASAS-FILE.
           COPY TASA.

       WORKING-STORAGE SECTION.
       01  FS-TASAS                PIC X(2) VALUE "00".
       01  LADO-COTIZADO           PIC X(1) VALUE SPACE.
       01  FECHA-COTIZACION        PIC 9(8) VALUE 0.
       01  FIXING-COTIZADO         PIC 9(3)V9999 VALUE 0.
       01  COMPRA-COTIZADA         PIC 9(3)V9999 VALUE 0.
       01  VENTA-COTIZADA          PIC 9(3)V9999 VALUE 0.

       LINKAGE SECTION.
           COPY CAMBIO.

       PROCEDURE DIVISION USING CAMBIO-REG.
       COTIZA-CAMBIO-MAIN.
           MOVE SPACE TO CMB-LADO.
           MOVE SPACES TO CMB-DIVISA.
           MOVE 0 TO CMB-TASA-APLICADA.
           MOVE 0 TO CMB-TASA-FIXING.
           MOVE 0 TO CMB-MONTO-ORIGEN.
           MOVE 0 TO CMB-MONTO-DESTINO.
           MOVE 0 TO CMB-MARGEN.
           MOVE SPACE TO LADO-COTIZADO.

           IF CMB-MONEDA-ORIGEN = "MXN"
                 AND CMB-MONEDA-DESTINO NOT = "MXN"
                 AND CMB-MONEDA-DESTINO NOT = SPACES
              MOVE "V" TO LADO-COTIZADO
              MOVE CMB-MONEDA-DESTINO TO CMB-DIVISA
           END-IF.
           IF CMB-MONEDA-DESTINO = "MXN"
                 AND CMB-MONEDA-ORIGEN NOT = "MXN"
                 AND CMB-MONEDA-ORIGEN NOT = SPACES
              MOVE "C" TO LADO-COTIZADO
              MOVE CMB-MONEDA-ORIGEN TO CMB-DIVISA
           END-IF.
           IF LADO-COTIZADO = SPACE
              GOBACK
           END-IF.

           MOVE 0 TO FECHA-COTIZACION.
           MOVE 0 TO FIXING-COTIZADO.
           MOVE 0 TO COMPRA-COTIZADA.
           MOVE 0 TO VENTA-COTIZADA.
           MOVE "00" TO FS-TASAS.
           OPEN INPUT TASAS-FILE.
           IF FS-TASAS = "00"
              PERFORM LEE-COTIZACION UNTIL FS-TASAS = "10"
              CLOSE TASAS-FILE
           END-IF.
           IF FIXING-COTIZADO = 0
              GOBACK
           END-IF.

      * En la venta la divisa se entrega truncada a centavos y el
      * cargo en pesos se recalcula sobre esa cantidad, de modo que
      * las dos patas valen lo mismo a la tasa aplicada y nunca se
      * cobra más de lo solicitado.
           IF LADO-COTIZADO = "V"
              MOVE VENTA-COTIZADA TO CMB-TASA-APLICADA
              COMPUTE CMB-MONTO-DESTINO =
                 CMB-MONTO-SOLICITADO / VENTA-COTIZADA
              COMPUTE CMB-MONTO-ORIGEN ROUNDED =
                 CMB-MONTO-DESTINO * VENTA-COTIZADA
              COMPUTE CMB-MARGEN ROUNDED =
                 CMB-MONTO-ORIGEN
                 - CMB-MONTO-DESTINO * FIXING-COTIZADO
           ELSE
              MOVE COMPRA-COTIZADA TO CMB-TASA-APLICADA
              MOVE CMB-MONTO-SOLICITADO TO CMB-MONTO-ORIGEN
              COMPUTE CMB-MONTO-DESTINO ROUNDED =
                 CMB-MONTO-ORIGEN * COMPRA-COTIZADA
              COMPUTE CMB-MARGEN ROUNDED =
                 CMB-MONTO-ORIGEN * FIXING-COTIZADO
                 - CMB-MONTO-DESTINO
           END-IF.
           MOVE FIXING-COTIZADO TO CMB-TASA-FIXING.
           MOVE LADO-COTIZADO TO CMB-LADO.
           GOBACK.

      * Un renglón sin puntas (capturado antes de que existieran)
      * cotiza compra y venta al mismo fixing.
       LEE-COTIZACION.
           READ TASAS-FILE
              AT END MOVE "10" TO FS-TASAS
           END-READ.
           IF FS-TASAS NOT = "10"
              IF TAS-MONEDA = CMB-DIVISA
                    AND TAS-TASA IS NUMERIC
                    AND TAS-FECHA-VIGENCIA <= CMB-FECHA
                    AND TAS-FECHA-VIGENCIA >= FECHA-COTIZACION
                 MOVE TAS-FECHA-VIGENCIA TO FECHA-COTIZACION
                 MOVE TAS-TASA TO FIXING-COTIZADO
                 MOVE TAS-TASA TO COMPRA-COTIZADA
                 MOVE TAS-TASA TO VENTA-COTIZADA
                 IF TAS-COMPRA IS NUMERIC AND TAS-COMPRA > 0
                    MOVE TAS-COMPRA TO COMPRA-COTIZADA
                 END-IF
                 IF TAS-VENTA IS NUMERIC AND TAS-VENTA > 0
                    MOVE TAS-VENTA TO VENTA-COTIZADA
                 END-IF
              END-IF
           END-IF.

       END PROGRAM COTIZA-CAMBIO.
