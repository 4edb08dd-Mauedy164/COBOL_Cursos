      * con la fecha de vigencia más reciente que no sea posterior al
      * día de la operación, así que publicar una tasa nueva ya no
      * requiere recompilar ningún programa.
      * Con cada fixing se capturan también las puntas de compra y
      * de venta con que el banco cambia la divisa a sus clientes
      * entre cuentas propias; en blanco valen lo mismo que el
      * fixing, y nunca pueden quedar del lado equivocado de él.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENIMIENTO-TASAS.

       01  MONEDA-ENTRADA              PIC X(3) VALUE SPACES.
       01  TASA-CAPTURADA              PIC 9(3)V9999 VALUE 0.
       01  COMPRA-CAPTURADA            PIC 9(3)V9999 VALUE 0.
       01  VENTA-CAPTURADA             PIC 9(3)V9999 VALUE 0.
       01  FECHA-ENTRADA               PIC X(8) VALUE SPACES.
       01  FECHA-CAPTURADA             PIC 9(8) VALUE 0.
       01  TOTAL-LISTADAS              PIC 9(4) VALUE 0.
              GO TO REGISTRA-TASA-EXIT
           END-IF.

      * Las puntas van a los lados del fixing: compra abajo, venta
      * arriba. Cero o vacío deja la punta igual al fixing.
           DISPLAY "Tasa de compra (0 = igual al fixing): ".
           ACCEPT COMPRA-CAPTURADA.
           IF COMPRA-CAPTURADA IS NOT NUMERIC
              MOVE 0 TO COMPRA-CAPTURADA
           END-IF.
           IF COMPRA-CAPTURADA = 0
              MOVE TASA-CAPTURADA TO COMPRA-CAPTURADA
           END-IF.
           IF COMPRA-CAPTURADA > TASA-CAPTURADA
              DISPLAY "La compra no puede quedar arriba del fixing."
              GO TO REGISTRA-TASA-EXIT
           END-IF.

           DISPLAY "Tasa de venta (0 = igual al fixing): ".
           ACCEPT VENTA-CAPTURADA.
           IF VENTA-CAPTURADA IS NOT NUMERIC
              MOVE 0 TO VENTA-CAPTURADA
           END-IF.
           IF VENTA-CAPTURADA = 0
              MOVE TASA-CAPTURADA TO VENTA-CAPTURADA
           END-IF.
           IF VENTA-CAPTURADA < TASA-CAPTURADA
              DISPLAY "La venta no puede quedar abajo del fixing."
              GO TO REGISTRA-TASA-EXIT
           END-IF.

           DISPLAY "Fecha de vigencia (AAAAMMDD): ".
           ACCEPT FECHA-ENTRADA.
           IF FECHA-ENTRADA IS NOT NUMERIC
           MOVE MONEDA-ENTRADA TO TAS-MONEDA.
           MOVE TASA-CAPTURADA TO TAS-TASA.
           MOVE FECHA-CAPTURADA TO TAS-FECHA-VIGENCIA.
           MOVE COMPRA-CAPTURADA TO TAS-COMPRA.
           MOVE VENTA-CAPTURADA TO TAS-VENTA.

           OPEN EXTEND TASAS-FILE.
           IF FS-TASAS = "35"
           IF FS-TASAS NOT = "00"
              DISPLAY "Todavía no hay tasas registradas."
           ELSE
              DISPLAY "MONEDA  TASA      VIGENCIA  COMPRA    VENTA"
              PERFORM LISTA-UNA-TASA UNTIL FS-TASAS = "10"
              CLOSE TASAS-FILE
              DISPLAY "TASAS REGISTRADAS: " TOTAL-LISTADAS
              AT END MOVE "10" TO FS-TASAS
           END-READ.
           IF FS-TASAS NOT = "10"
      * Los renglones anteriores a las puntas las traen en blanco:
      * se listan iguales al fixing, que es como se aplican.
              IF TAS-COMPRA IS NOT NUMERIC OR TAS-COMPRA = 0
                 MOVE TAS-TASA TO TAS-COMPRA
              END-IF
              IF TAS-VENTA IS NOT NUMERIC OR TAS-VENTA = 0
                 MOVE TAS-TASA TO TAS-VENTA
              END-IF
              DISPLAY TAS-MONEDA "     " TAS-TASA "  "
                 TAS-FECHA-VIGENCIA "  " TAS-COMPRA "  " TAS-VENTA
              ADD 1 TO TOTAL-LISTADAS
           END-IF.

