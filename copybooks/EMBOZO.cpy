      ******************************************************************
      * Layout del archivo de embozado para el proveedor de plásticos
      * (EMBaaaammdd.DAT, secuencial de líneas, registros de longitud
      * fija de 141 posiciones). Lo produce RenuevaTarjetas.cbl con
      * las tarjetas renovadas de la corrida:
      *   H  encabezado: fecha de la corrida;
      *   D  un registro por plástico por grabar: número y
      *      vencimiento (AAAAMM) de la tarjeta nueva, nombre y
      *      domicilio de entrega del tarjetahabiente, cuenta,
      *      cliente y la tarjeta que reemplaza;
      *   T  trailer: número de plásticos del archivo.
      ******************************************************************
       01 EMB-ENCABEZADO.
           05 EMH-TIPO             PIC X(1).
           05 EMH-FECHA            PIC 9(8).
           05 FILLER               PIC X(132).
       01 EMB-DETALLE.
           05 EMD-TIPO             PIC X(1).
           05 EMD-TARJETA          PIC 9(16).
           05 EMD-VENCE            PIC 9(6).
           05 EMD-NOMBRE           PIC X(40).
           05 EMD-DIRECCION        PIC X(50).
           05 EMD-CUENTA           PIC 9(6).
           05 EMD-CLIENTE          PIC 9(6).
           05 EMD-TARJETA-ANTERIOR PIC 9(16).
       01 EMB-TRAILER.
           05 EMT-TIPO             PIC X(1).
           05 EMT-TARJETAS         PIC 9(7).
           05 FILLER               PIC X(133).
