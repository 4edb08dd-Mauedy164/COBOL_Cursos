      ******************************************************************
      * Layout del archivo de cobertura del seguro de depósitos para
      * el regulador (SEGaaaammdd.DAT, secuencial de líneas, registros
      * de longitud fija de 125 posiciones, importes en MXN sin signo
      * con dos decimales implícitos). Lo produce SeguroDepositos.cbl:
      *   H  encabezado: fecha de corte, valor de la UDI y límite
      *      asegurado en UDIs y en pesos;
      *   D  un registro por cliente: depósitos a la vista, depósitos
      *      a plazo, total, parte cubierta y parte no cubierta;
      *   T  trailer: número de clientes y totales. SGT-SALDO-210100
      *      y SGT-SALDO-210200 son la suma de los detalles a la vista
      *      y a plazo y deben cuadrar contra esas cuentas de mayor.
      ******************************************************************
       01 SEG-ENCABEZADO.
           05 SGE-TIPO             PIC X(1).
           05 SGE-FECHA-CORTE      PIC 9(8).
           05 SGE-VALOR-UDI        PIC 9(2)V9(6).
           05 SGE-LIMITE-UDIS      PIC 9(7).
           05 SGE-LIMITE-MXN       PIC 9(11)V99.
           05 FILLER               PIC X(88).
       01 SEG-DETALLE.
           05 SGD-TIPO             PIC X(1).
           05 SGD-CLIENTE          PIC 9(6).
           05 SGD-RFC              PIC X(13).
           05 SGD-NOMBRE           PIC X(40).
           05 SGD-VISTA            PIC 9(11)V99.
           05 SGD-PLAZO            PIC 9(11)V99.
           05 SGD-TOTAL            PIC 9(11)V99.
           05 SGD-CUBIERTO         PIC 9(11)V99.
           05 SGD-NO-CUBIERTO      PIC 9(11)V99.
       01 SEG-TRAILER.
           05 SGT-TIPO             PIC X(1).
           05 SGT-CLIENTES         PIC 9(7).
           05 SGT-SALDO-210100     PIC 9(13)V99.
           05 SGT-SALDO-210200     PIC 9(13)V99.
           05 SGT-TOTAL            PIC 9(13)V99.
           05 SGT-CUBIERTO         PIC 9(13)V99.
           05 SGT-NO-CUBIERTO      PIC 9(13)V99.
           05 FILLER               PIC X(42).
