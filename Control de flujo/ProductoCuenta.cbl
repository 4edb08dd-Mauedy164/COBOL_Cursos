      ******************************************************************
      * Catálogo de productos de cuenta.
      * Subprograma al estilo de DIA-HABIL: los lotes y el cajero
      * que cobran, abonan o limitan por producto lo CALLean con el
      * renglón de PRODCTA.cpy y el código de producto de la cuenta,
      * y aquí se decide qué parámetros tiene vigentes, para que la
      * regla de "el último renglón capturado gana" viva en un solo
      * lugar.
      *
      * El catálogo PRODUCTOS.DAT (layout PRODUCTO.cpy) se carga en
      * la primera llamada de la corrida y se conserva para las
      * siguientes: los lotes lo consultan una vez por cuenta y el
      * catálogo cambia pocas veces, así que un producto registrado
      * se ve desde la siguiente corrida (o la siguiente sesión del
      * cajero). Sin archivo ningún código se halla y cada quien
      * aplica sus reglas generales.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODUCTO-CUENTA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCTOS-FILE ASSIGN TO "PRODUCTOS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-PRODUCTOS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCTOS-FILE.
           COPY PRODUCTO.

       WORKING-STORAGE SECTION.
       01  FS-PRODUCTOS            PIC X(2) VALUE "00".
       01  CATALOGO-CARGADO        PIC X(1) VALUE "N".

      * Productos del catálogo, uno por código: un renglón repetido
      * sobrepone al anterior en su misma posición.
       01  MAX-PRODUCTOS           PIC 9(3) VALUE 100.
       01  TOTAL-PRODUCTOS         PIC 9(3) VALUE 0.
       01  IDX-PRD                 PIC 9(3) VALUE 0.
       01  TABLA-PRODUCTOS.
           05 TP-ENTRY OCCURS 100 TIMES.
              10 TP-CODIGO         PIC X(4).
              10 TP-DESCRIPCION    PIC X(30).
              10 TP-MONEDA         PIC X(3).
              10 TP-TASA-INTERES   PIC 9V9999.
              10 TP-SALDO-MINIMO   PIC 9(7)V99.
              10 TP-OPS-LIBRES     PIC 9(3).
              10 TP-COMISION-MANEJO PIC 9(5)V99.
              10 TP-LIMITE-DIARIO  PIC 9(7)V99.
              10 TP-APLICA-DORMANCIA PIC X(1).

       LINKAGE SECTION.
           COPY PRODCTA.

       PROCEDURE DIVISION USING PRODUCTO-CUENTA-REG.
       PRODUCTO-CUENTA-MAIN.
           MOVE "N" TO PRC-HALLADO.
           MOVE SPACES TO PRC-DESCRIPCION.
           MOVE SPACES TO PRC-MONEDA.
           MOVE 0 TO PRC-TASA-INTERES.
           MOVE 0 TO PRC-SALDO-MINIMO.
           MOVE 0 TO PRC-OPS-LIBRES.
           MOVE 0 TO PRC-COMISION-MANEJO.
           MOVE 0 TO PRC-LIMITE-DIARIO.
           MOVE "S" TO PRC-APLICA-DORMANCIA.

           IF CATALOGO-CARGADO NOT = "S"
              PERFORM CARGA-PRODUCTOS
              MOVE "S" TO CATALOGO-CARGADO
           END-IF.

           IF PRC-CODIGO = SPACES
              GOBACK
           END-IF.

           PERFORM BUSCA-PRODUCTO
              VARYING IDX-PRD FROM 1 BY 1
              UNTIL IDX-PRD > TOTAL-PRODUCTOS
                 OR TP-CODIGO (IDX-PRD) = PRC-CODIGO.
           IF IDX-PRD <= TOTAL-PRODUCTOS
              MOVE "S" TO PRC-HALLADO
              MOVE TP-DESCRIPCION (IDX-PRD) TO PRC-DESCRIPCION
              MOVE TP-MONEDA (IDX-PRD) TO PRC-MONEDA
              MOVE TP-TASA-INTERES (IDX-PRD) TO PRC-TASA-INTERES
              MOVE TP-SALDO-MINIMO (IDX-PRD) TO PRC-SALDO-MINIMO
              MOVE TP-OPS-LIBRES (IDX-PRD) TO PRC-OPS-LIBRES
              MOVE TP-COMISION-MANEJO (IDX-PRD)
                 TO PRC-COMISION-MANEJO
              MOVE TP-LIMITE-DIARIO (IDX-PRD) TO PRC-LIMITE-DIARIO
              MOVE TP-APLICA-DORMANCIA (IDX-PRD)
                 TO PRC-APLICA-DORMANCIA
           END-IF.
           GOBACK.

       CARGA-PRODUCTOS.
           MOVE 0 TO TOTAL-PRODUCTOS.
           OPEN INPUT PRODUCTOS-FILE.
           IF FS-PRODUCTOS = "00"
              PERFORM APLICA-PRODUCTO-ARCHIVO
                 UNTIL FS-PRODUCTOS = "10"
              CLOSE PRODUCTOS-FILE
           END-IF.

      ******************************************************************
      * Un renglón del catálogo: si el código ya está en la tabla se
      * sobrepone (el más reciente gana); si no, ocupa la siguiente
      * posición mientras haya lugar. Un renglón sin código se
      * ignora.
      ******************************************************************
       APLICA-PRODUCTO-ARCHIVO.
           READ PRODUCTOS-FILE
              AT END MOVE "10" TO FS-PRODUCTOS
           END-READ.
           IF FS-PRODUCTOS NOT = "10" AND PRD-CODIGO NOT = SPACES
              PERFORM BUSCA-PRODUCTO
                 VARYING IDX-PRD FROM 1 BY 1
                 UNTIL IDX-PRD > TOTAL-PRODUCTOS
                    OR TP-CODIGO (IDX-PRD) = PRD-CODIGO
              IF IDX-PRD > TOTAL-PRODUCTOS
                 IF TOTAL-PRODUCTOS < MAX-PRODUCTOS
                    ADD 1 TO TOTAL-PRODUCTOS
                    MOVE TOTAL-PRODUCTOS TO IDX-PRD
                 ELSE
                    DISPLAY "Catálogo de productos lleno; se ignora "
                       PRD-CODIGO
                    MOVE 0 TO IDX-PRD
                 END-IF
              END-IF
              IF IDX-PRD > 0
                 PERFORM GUARDA-PRODUCTO
              END-IF
           END-IF.

       GUARDA-PRODUCTO.
           MOVE PRD-CODIGO TO TP-CODIGO (IDX-PRD).
           MOVE PRD-DESCRIPCION TO TP-DESCRIPCION (IDX-PRD).
           MOVE PRD-MONEDA TO TP-MONEDA (IDX-PRD).
           MOVE PRD-TASA-INTERES TO TP-TASA-INTERES (IDX-PRD).
           MOVE PRD-SALDO-MINIMO TO TP-SALDO-MINIMO (IDX-PRD).
           MOVE PRD-OPS-LIBRES TO TP-OPS-LIBRES (IDX-PRD).
           MOVE PRD-COMISION-MANEJO TO TP-COMISION-MANEJO (IDX-PRD).
           MOVE PRD-LIMITE-DIARIO TO TP-LIMITE-DIARIO (IDX-PRD).
           MOVE PRD-APLICA-DORMANCIA TO TP-APLICA-DORMANCIA (IDX-PRD).

       BUSCA-PRODUCTO.
           CONTINUE.

       END PROGRAM PRODUCTO-CUENTA.
