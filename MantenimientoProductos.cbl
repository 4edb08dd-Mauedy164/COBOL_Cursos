      ******************************************************************
      * Mantenimiento del catálogo de productos de cuenta.
      * Programa de captura para el área de productos: registra en
      * PRODUCTOS.DAT (layout PRODUCTO.cpy) cada producto — código,
      * moneda, tasa anual de interés, saldo mínimo, retiros libres
      * al mes, comisión mensual por manejo, límite diario con que
      * nace la cuenta y si entra al barrido de dormancia — y
      * permite listar lo registrado, con la misma mecánica de
      * captura que el tarifario de comisiones. Un renglón repetido
      * de un código gana al anterior porque el subprograma
      * PRODUCTO-CUENTA se queda con el último leído, así que
      * ajustar un producto es volver a capturarlo. El cajero ofrece
      * el producto en el alta de cuenta y los lotes de intereses,
      * manejo de cuenta y dormancia toman de aquí sus parámetros.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENIMIENTO-PRODUCTOS.
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
       01  FS-PRODUCTOS              PIC X(2) VALUE "00".
       01  OPCION-MENU               PIC 9(1) VALUE 0.
       01  OPCION-ENTRADA            PIC X(1) VALUE SPACE.
       01  ENTRADA-VALIDA            PIC X(1) VALUE "N".
       01  SIGUE-EN-MENU             PIC X(1) VALUE "S".

       01  CODIGO-ENTRADA            PIC X(4) VALUE SPACES.
       01  DESCRIPCION-ENTRADA       PIC X(30) VALUE SPACES.
       01  MONEDA-ENTRADA            PIC X(3) VALUE SPACES.
       01  TASA-CAPTURADA            PIC 9V9999 VALUE 0.
       01  MINIMO-CAPTURADO          PIC 9(7)V99 VALUE 0.
       01  LIBRES-CAPTURADAS         PIC 9(3) VALUE 0.
       01  MANEJO-CAPTURADO          PIC 9(5)V99 VALUE 0.
       01  LIMITE-CAPTURADO          PIC 9(7)V99 VALUE 0.
       01  DORMANCIA-ENTRADA         PIC X(1) VALUE SPACE.
       01  TOTAL-LISTADOS            PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       MANTENIMIENTO-PRODUCTOS-MAIN.
           MOVE "S" TO SIGUE-EN-MENU.
           PERFORM MUESTRA-MENU-PRODUCTOS
              UNTIL SIGUE-EN-MENU = "N".
           GOBACK.

       MUESTRA-MENU-PRODUCTOS.
           DISPLAY "---- CATALOGO DE PRODUCTOS DE CUENTA ----".
           DISPLAY "1. REGISTRAR PRODUCTO  2. LISTAR  3. SALIR".
           PERFORM PIDE-OPCION-PRODUCTOS
              UNTIL ENTRADA-VALIDA = "S".
           MOVE "N" TO ENTRADA-VALIDA.

           EVALUATE OPCION-MENU
              WHEN 1 PERFORM REGISTRA-PRODUCTO
                        THRU REGISTRA-PRODUCTO-EXIT
              WHEN 2 PERFORM LISTA-PRODUCTOS
              WHEN 3 MOVE "N" TO SIGUE-EN-MENU
              WHEN OTHER DISPLAY "Opción inválida"
           END-EVALUATE.

       PIDE-OPCION-PRODUCTOS.
           DISPLAY "Opción: ".
           ACCEPT OPCION-ENTRADA.
           IF OPCION-ENTRADA IS NOT NUMERIC
              DISPLAY "Coloca un número válido"
              MOVE "N" TO ENTRADA-VALIDA
           ELSE
              MOVE OPCION-ENTRADA TO OPCION-MENU
              MOVE "S" TO ENTRADA-VALIDA
           END-IF.

      ******************************************************************
      * Registro de un producto. Se agrega al final del archivo; el
      * renglón más reciente de un código es el vigente. La moneda
      * es una de las que maneja el cajero; la tasa es anual.
      ******************************************************************
       REGISTRA-PRODUCTO.
           DISPLAY "Código del producto (4 posiciones): ".
           ACCEPT CODIGO-ENTRADA.
           IF CODIGO-ENTRADA = SPACES
              DISPLAY "Captura un código de producto."
              GO TO REGISTRA-PRODUCTO-EXIT
           END-IF.

           DISPLAY "Descripción: ".
           ACCEPT DESCRIPCION-ENTRADA.

           DISPLAY "Moneda (MXN, USD o EUR): ".
           ACCEPT MONEDA-ENTRADA.
           IF MONEDA-ENTRADA NOT = "MXN"
                 AND MONEDA-ENTRADA NOT = "USD"
                 AND MONEDA-ENTRADA NOT = "EUR"
              DISPLAY "Captura una moneda válida."
              GO TO REGISTRA-PRODUCTO-EXIT
           END-IF.

           DISPLAY "Tasa anual de interés (0 si no paga): ".
           ACCEPT TASA-CAPTURADA.
           IF TASA-CAPTURADA IS NOT NUMERIC
              DISPLAY "La tasa debe ser numérica."
              GO TO REGISTRA-PRODUCTO-EXIT
           END-IF.

           DISPLAY "Saldo mínimo (0 si no aplica): ".
           ACCEPT MINIMO-CAPTURADO.
           IF MINIMO-CAPTURADO IS NOT NUMERIC
              DISPLAY "El saldo mínimo debe ser numérico."
              GO TO REGISTRA-PRODUCTO-EXIT
           END-IF.

           DISPLAY "Retiros libres al mes: ".
           ACCEPT LIBRES-CAPTURADAS.
           IF LIBRES-CAPTURADAS IS NOT NUMERIC
              DISPLAY "Los retiros libres deben ser numéricos."
              GO TO REGISTRA-PRODUCTO-EXIT
           END-IF.

           DISPLAY "Comisión mensual por manejo (0 si no cobra): ".
           ACCEPT MANEJO-CAPTURADO.
           IF MANEJO-CAPTURADO IS NOT NUMERIC
              DISPLAY "La comisión debe ser numérica."
              GO TO REGISTRA-PRODUCTO-EXIT
           END-IF.

           DISPLAY "Límite diario de retiro: ".
           ACCEPT LIMITE-CAPTURADO.
           IF LIMITE-CAPTURADO IS NOT NUMERIC
                 OR LIMITE-CAPTURADO = 0
              DISPLAY "El límite diario debe ser mayor que cero."
              GO TO REGISTRA-PRODUCTO-EXIT
           END-IF.

           DISPLAY "¿Aplica dormancia? (S/N): ".
           ACCEPT DORMANCIA-ENTRADA.
           IF DORMANCIA-ENTRADA NOT = "S"
                 AND DORMANCIA-ENTRADA NOT = "N"
              DISPLAY "Contesta S o N."
              GO TO REGISTRA-PRODUCTO-EXIT
           END-IF.

           MOVE CODIGO-ENTRADA TO PRD-CODIGO.
           MOVE DESCRIPCION-ENTRADA TO PRD-DESCRIPCION.
           MOVE MONEDA-ENTRADA TO PRD-MONEDA.
           MOVE TASA-CAPTURADA TO PRD-TASA-INTERES.
           MOVE MINIMO-CAPTURADO TO PRD-SALDO-MINIMO.
           MOVE LIBRES-CAPTURADAS TO PRD-OPS-LIBRES.
           MOVE MANEJO-CAPTURADO TO PRD-COMISION-MANEJO.
           MOVE LIMITE-CAPTURADO TO PRD-LIMITE-DIARIO.
           MOVE DORMANCIA-ENTRADA TO PRD-APLICA-DORMANCIA.

           OPEN EXTEND PRODUCTOS-FILE.
           IF FS-PRODUCTOS = "35"
              OPEN OUTPUT PRODUCTOS-FILE
           END-IF.
           WRITE PRODUCTO-REG.
           CLOSE PRODUCTOS-FILE.
           DISPLAY "Producto registrado.".
       REGISTRA-PRODUCTO-EXIT.
           EXIT.

       LISTA-PRODUCTOS.
           MOVE 0 TO TOTAL-LISTADOS.
           OPEN INPUT PRODUCTOS-FILE.
           IF FS-PRODUCTOS NOT = "00"
              DISPLAY "Todavía no hay productos registrados."
           ELSE
              DISPLAY "PROD DESCRIPCION                    MON "
                 "TASA   SALDO MIN  LIB  MANEJO   LIMITE DIA D"
              PERFORM LISTA-UN-PRODUCTO UNTIL FS-PRODUCTOS = "10"
              CLOSE PRODUCTOS-FILE
              DISPLAY "PRODUCTOS REGISTRADOS: " TOTAL-LISTADOS
           END-IF.

       LISTA-UN-PRODUCTO.
           READ PRODUCTOS-FILE
              AT END MOVE "10" TO FS-PRODUCTOS
           END-READ.
           IF FS-PRODUCTOS NOT = "10"
              DISPLAY PRD-CODIGO " " PRD-DESCRIPCION " " PRD-MONEDA
                 " " PRD-TASA-INTERES " " PRD-SALDO-MINIMO " "
                 PRD-OPS-LIBRES " " PRD-COMISION-MANEJO " "
                 PRD-LIMITE-DIARIO " " PRD-APLICA-DORMANCIA
              ADD 1 TO TOTAL-LISTADOS
           END-IF.

       END PROGRAM MANTENIMIENTO-PRODUCTOS.
