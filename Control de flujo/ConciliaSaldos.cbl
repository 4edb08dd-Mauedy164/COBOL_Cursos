      *   modo diferido del cajero cuando CUENTAS.DAT no está
      *   disponible, y el diferido opera sobre saldo menos
      *   retenido.
      * - El corte lleva también lo congelado por órdenes de
      *   autoridad (SNP-EMBARGADO), que el diferido resta como el
      *   retenido; el traspaso de lo embargado a suspenso ("EJ")
      *   concilia como cargo.
      * - El pago de cheques librados contra nuestras cuentas
      *   ("CQ") concilia como cargo.
      * - Pagos de servicios: el pago en el cajero ("PS") y el cargo
      *   a la emisora por una referencia rechazada ("CS") concilian
      *   como cargos; la remesa a la cuenta liquidadora ("LS") y la
      *   devolución al cliente ("DS"), como abonos.
      * - Cambio de divisas entre cuentas propias: la pata de cargo
      *   ("CX") concilia como cargo y la de abono ("AX") como abono,
      *   cada una en la moneda de su cuenta.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCILIA-SALDOS.
                    OR MOV-OPERACION = "TD"
                    OR MOV-OPERACION = "CM"
                    OR MOV-OPERACION = "DQ" OR MOV-OPERACION = "CD"
                    OR MOV-OPERACION = "RI" OR MOV-OPERACION = "IS"
                    OR MOV-OPERACION = "PM" OR MOV-OPERACION = "RC"
                    OR MOV-OPERACION = "EJ" OR MOV-OPERACION = "CQ"
                    OR MOV-OPERACION = "PS" OR MOV-OPERACION = "LS"
                    OR MOV-OPERACION = "DS" OR MOV-OPERACION = "CS"
                    OR MOV-OPERACION = "CX" OR MOV-OPERACION = "AX"
                 MOVE MOV-CUENTA TO SRT-CUENTA
                 MOVE MOV-OPERACION TO SRT-OPERACION
                 MOVE MOV-MONTO TO SRT-MONTO
              WHEN "TR"
              WHEN "TD"
              WHEN "DQ"
              WHEN "LS"
              WHEN "DS"
              WHEN "AX"
                 ADD SRT-MONTO TO DELTA-DIA
              WHEN "RE"
              WHEN "TE"
              WHEN "CM"
              WHEN "CD"
              WHEN "RI"
              WHEN "IS"
              WHEN "PM"
              WHEN "RC"
              WHEN "EJ"
              WHEN "CQ"
              WHEN "PS"
              WHEN "CS"
              WHEN "CX"
                 SUBTRACT SRT-MONTO FROM DELTA-DIA
           END-EVALUATE.
           PERFORM REGRESA-MOVIMIENTO.
              MOVE CTA-NUMERO TO SNP-CUENTA
              MOVE CTA-SALDO TO SNP-SALDO
              MOVE CTA-RETENIDO TO SNP-RETENIDO
              MOVE CTA-EMBARGADO TO SNP-EMBARGADO
              MOVE CTA-NIP-CIFRADO TO SNP-NIP-CIFRADO
              MOVE CTA-MONEDA TO SNP-MONEDA
              MOVE CTA-BLOQUEADA TO SNP-BLOQUEADA
