      * la consola de supervisión (con el saldo pagado como retiro
      * final y rastro "CC" en AUDITSUP.DAT): el registro se
      * conserva por el periodo de retención pero la autenticación
      * del cajero la rechaza y los lotes ya no la tocan. Pasado ese
      * periodo la purga anual (PurgaCerradas.cbl) la archiva y la
      * borra del maestro con sus tarjetas.
      * CTA-FECHA-ULT-MOV es la última operación del cliente en el
      * cajero; los abonos automáticos (intereses, nómina, órdenes)
      * no cuentan como actividad del cliente y no la mueven.
      * envíos y plazos validan contra el disponible, no contra el
      * saldo a secas.
           05 CTA-RETENIDO         PIC S9(7)V99.
      * Línea de sobregiro autorizada: monto que la cuenta puede
      * quedar por debajo de cero y tasa anual que se cobra sobre lo
      * dispuesto. Las fija la consola de supervisión (con doble
      * control por arriba del umbral); en cero la cuenta no tiene
      * línea. Retiros, transferencias, órdenes domiciliadas y
      * cobro de préstamos validan contra el disponible MÁS la
      * línea; plazos y envíos interbancarios no la usan. El lote
      * InteresSobregiro.cbl del cierre cobra el interés de cada
      * noche que la cuenta amanece negativa (movimiento "IS").
           05 CTA-LINEA-SOBREGIRO  PIC S9(7)V99.
           05 CTA-TASA-SOBREGIRO   PIC 9V9999.
      * Monto congelado por órdenes de autoridad (EMBARGOS.DAT,
      * layout EMBARGO.cpy): la suma de lo retenido por las órdenes
      * activas de la cuenta. Se resta del disponible igual que el
      * retenido por cheques, en el cajero y en los lotes, sin
      * bloquear la cuenta. Lo mueve sólo la consola de supervisión
      * al dar de alta, liberar o ejecutar una orden.
           05 CTA-EMBARGADO        PIC S9(7)V99.
      * Producto de la cuenta en el catálogo PRODUCTOS.DAT
      * (PRODUCTO.cpy), elegido en el alta: de él salen la tasa de
      * interés, la comisión por manejo y su saldo mínimo, los
      * retiros libres del mes, el límite diario inicial y si la
      * cuenta entra al barrido de dormancia. Las cuentas anteriores
      * al catálogo quedaron en el producto básico de su moneda
      * ("B" más la moneda: BMXN, BUSD, BEUR). Un código que no
      * está en el catálogo sigue las reglas generales.
           05 CTA-PRODUCTO         PIC X(4).
