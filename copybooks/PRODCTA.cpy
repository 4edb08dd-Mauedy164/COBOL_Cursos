      ******************************************************************
      * Parámetro del subprograma PRODUCTO-CUENTA (ProductoCuenta.cbl),
      * que resuelve un código de producto contra el catálogo
      * PRODUCTOS.DAT (layout PRODUCTO.cpy). Quien llama llena
      * PRC-CODIGO, normalmente con el CTA-PRODUCTO de la cuenta en
      * turno; regresa:
      *   PRC-HALLADO  "S" con los parámetros vigentes del producto
      *                (el último renglón capturado de ese código),
      *                o "N" si el código viene en blanco o no está
      *                en el catálogo: quien llama aplica entonces
      *                sus reglas generales de siempre
      * El significado de cada parámetro está en PRODUCTO.cpy.
      ******************************************************************
       01 PRODUCTO-CUENTA-REG.
           05 PRC-CODIGO           PIC X(4).
           05 PRC-HALLADO          PIC X(1).
           05 PRC-DESCRIPCION      PIC X(30).
           05 PRC-MONEDA           PIC X(3).
           05 PRC-TASA-INTERES     PIC 9V9999.
           05 PRC-SALDO-MINIMO     PIC 9(7)V99.
           05 PRC-OPS-LIBRES       PIC 9(3).
           05 PRC-COMISION-MANEJO  PIC 9(5)V99.
           05 PRC-LIMITE-DIARIO    PIC 9(7)V99.
           05 PRC-APLICA-DORMANCIA PIC X(1).
