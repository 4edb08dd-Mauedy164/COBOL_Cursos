      * mismo mes la brinca, igual que la dispersión de nómina con
      * NH-DISPERSADO. Las cuentas cuyo saldo no alcanza para la
      * comisión salen en el reporte MANEJO.TXT como no cobradas: el
      * saldo nunca se deja negativo. Lo congelado por órdenes de
      * autoridad (CTA-EMBARGADO) tampoco es cobrable: sale del
      * disponible como lo retenido.
      *
      * El importe y el saldo mínimo salen del producto de la cuenta
      * (CTA-PRODUCTO en el catálogo PRODUCTOS.DAT, subprograma
      * PRODUCTO-CUENTA); un producto con comisión en cero no la
      * cobra y su cuenta cuenta como exenta. Sólo una cuenta sin
      * producto en el catálogo toma el renglón "MA" general del
      * tarifario, y sin ese renglón tampoco paga: sin catálogo ni
      * renglón "MA" el lote recorre el maestro sin cobrar nada.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBRA-MANEJO.
       01  MES-ACTUAL               PIC 9(6) VALUE 0.

      * Renglón "MA" del tarifario: importe mensual y saldo mínimo
      * exento de las cuentas sin producto en el catálogo. Sin
      * renglón esas cuentas no pagan.
       01  HAY-TARIFA-MANEJO        PIC X(1) VALUE "N".
       01  IMPORTE-MANEJO-GENERAL   PIC 9(5)V99 VALUE 0.
       01  SALDO-MINIMO-GENERAL     PIC 9(7)V99 VALUE 0.

      * Importe y saldo mínimo que aplican a la cuenta en turno: los
      * de su producto o, sin producto, los del renglón "MA".
       01  IMPORTE-MANEJO           PIC 9(5)V99 VALUE 0.
       01  SALDO-MINIMO             PIC 9(7)V99 VALUE 0.
           COPY PRODCTA.

       01  CUENTAS-COBRADAS         PIC 9(6) VALUE 0.
       01  CUENTAS-SIN-FONDOS       PIC 9(6) VALUE 0.
           PERFORM CARGA-TARIFA-MANEJO.
           IF HAY-TARIFA-MANEJO NOT = "S"
              DISPLAY "El tarifario no trae comisión por manejo; "
                 "sólo cobran las cuentas cuyo producto la trae."
           END-IF.

           OPEN I-O CUENTAS-FILE.
           IF FS-COMISION NOT = "10"
              IF COM-OPERACION = "MA" AND COM-IMPORTE > 0
                 MOVE "S" TO HAY-TARIFA-MANEJO
                 MOVE COM-IMPORTE TO IMPORTE-MANEJO-GENERAL
                 MOVE COM-SALDO-MINIMO TO SALDO-MINIMO-GENERAL
              END-IF
           END-IF.

      ******************************************************************
      * Revisa una cuenta: sólo las activas con saldo abajo del
      * mínimo de su producto y sin cobro sellado este mes pagan.
      * Las bloqueadas y las dormidas no se tocan: su situación se
      * resuelve primero. Una cuenta cuyo producto no cobra manejo
      * es exenta.
      ******************************************************************
       REVISA-CUENTA.
           READ CUENTAS-FILE NEXT
              AT END MOVE "10" TO FS-CUENTAS
           END-READ.
           IF FS-CUENTAS NOT = "10"
              PERFORM OBTEN-TARIFA-CUENTA
              IF IMPORTE-MANEJO = 0
                 ADD 1 TO CUENTAS-EXENTAS
              ELSE
                 PERFORM REVISA-SALDO-MINIMO
              END-IF
           END-IF.

       OBTEN-TARIFA-CUENTA.
           MOVE CTA-PRODUCTO TO PRC-CODIGO.
           CALL "PRODUCTO-CUENTA" USING PRODUCTO-CUENTA-REG.
           IF PRC-HALLADO = "S"
              MOVE PRC-COMISION-MANEJO TO IMPORTE-MANEJO
              MOVE PRC-SALDO-MINIMO TO SALDO-MINIMO
           ELSE
              MOVE IMPORTE-MANEJO-GENERAL TO IMPORTE-MANEJO
              MOVE SALDO-MINIMO-GENERAL TO SALDO-MINIMO
           END-IF.

       REVISA-SALDO-MINIMO.
           IF CTA-ESTADO = "A" AND CTA-BLOQUEADA NOT = "S"
                 AND CTA-SALDO < SALDO-MINIMO
                 AND CTA-MES-MANEJO NOT = MES-ACTUAL
              PERFORM COBRA-UNA-CUENTA
           ELSE
              IF CTA-SALDO >= SALDO-MINIMO
                 ADD 1 TO CUENTAS-EXENTAS
              END-IF
           END-IF.

           MOVE IMPORTE-MANEJO TO LD-IMPORTE.
      * La comisión se cobra contra el disponible: lo retenido por
      * cheques en cámara no es cobrable y el saldo nunca debe
      * quedar abajo de la retención; lo embargado tampoco.
           IF IMPORTE-MANEJO >
                 CTA-SALDO - CTA-RETENIDO - CTA-EMBARGADO
              ADD 1 TO CUENTAS-SIN-FONDOS
              MOVE "SIN FONDOS" TO LD-RESULTADO
           ELSE
