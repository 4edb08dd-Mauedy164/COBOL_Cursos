      ******************************************************************
      * Layout de un renglón del catálogo de productos de cuenta
      * (PRODUCTOS.DAT, secuencial de líneas, sólo se agrega).
      * Mantenido por MantenimientoProductos.cbl con la misma
      * mecánica que el tarifario de comisiones: un renglón
      * repetido del mismo código gana al anterior, así que ajustar
      * un producto es volver a capturarlo. Cada cuenta lleva su
      * código en CTA-PRODUCTO (CUENTA.cpy), elegido en el alta; los
      * consumidores lo resuelven con el subprograma
      * PRODUCTO-CUENTA (ProductoCuenta.cbl, parámetro PRODCTA.cpy).
      *
      *   PRD-TASA-INTERES      tasa ANUAL con cuatro decimales; el
      *                         abono de fin de periodo (mensual) de
      *                         InteresCuentas.cbl usa su doceava
      *                         parte y el devengo diario la usa tal
      *                         cual sobre 360 días
      *   PRD-SALDO-MINIMO      saldo abajo del cual CobraManejo.cbl
      *                         cobra la comisión por manejo
      *   PRD-OPS-LIBRES        retiros sin costo al mes en el
      *                         cajero; el importe de cada retiro
      *                         adicional sigue siendo el del renglón
      *                         "RE" del tarifario
      *   PRD-COMISION-MANEJO   comisión mensual por manejo; en cero
      *                         el producto no la cobra
      *   PRD-LIMITE-DIARIO     límite diario de retiro con que nace
      *                         la cuenta en el alta
      *   PRD-APLICA-DORMANCIA  "S" la cuenta entra al barrido de
      *                         dormancia de MarcaInactivas.cbl, "N"
      *                         no (cuentas de nómina, por ejemplo)
      * Una cuenta sin producto o con un código que no está en el
      * catálogo sigue las reglas generales de siempre.
      * El código básico "B" + moneda (BMXN, BUSD, BEUR) que
      * ConvierteMaestros.cbl pone a las cuentas existentes y que el
      * cajero propone por omisión en el alta se acepta aunque no
      * esté capturado: esas cuentas siguen las reglas generales
      * hasta que el área de productos registre BMXN, BUSD y BEUR
      * en el catálogo con sus parámetros.
      ******************************************************************
       01 PRODUCTO-REG.
           05 PRD-CODIGO           PIC X(4).
           05 PRD-DESCRIPCION      PIC X(30).
           05 PRD-MONEDA           PIC X(3).
           05 PRD-TASA-INTERES     PIC 9V9999.
           05 PRD-SALDO-MINIMO     PIC 9(7)V99.
           05 PRD-OPS-LIBRES       PIC 9(3).
           05 PRD-COMISION-MANEJO  PIC 9(5)V99.
           05 PRD-LIMITE-DIARIO    PIC 9(7)V99.
           05 PRD-APLICA-DORMANCIA PIC X(1).
