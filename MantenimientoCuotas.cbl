      ******************************************************************
      * Mantenimiento de la tabla de cuotas obrero-patronales.
      * Programa de captura para el área de nómina: registra en
      * CUOTAIMS.DAT (layout CUOTAIMS.cpy) la tasa patronal y obrera
      * de cada ramo de seguro del IMSS con su base y su tope en
      * UMAs, y el valor diario de la UMA (renglón "UM"); permite
      * además listar lo registrado. Es la misma mecánica de captura
      * del tarifario de comisiones: el renglón más reciente de un
      * ramo es el vigente, así que ajustar una tasa es volver a
      * capturarla. Lo consume el cálculo mensual de cuotas
      * (CuotasImss.cbl).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENIMIENTO-CUOTAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUOTAIMS-FILE ASSIGN TO "CUOTAIMS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-CUOTAIMS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUOTAIMS-FILE.
           COPY CUOTAIMS.

       WORKING-STORAGE SECTION.
       01  FS-CUOTAIMS               PIC X(2) VALUE "00".
       01  OPCION-MENU               PIC 9(1) VALUE 0.
       01  OPCION-ENTRADA            PIC X(1) VALUE SPACE.
       01  ENTRADA-VALIDA            PIC X(1) VALUE "N".
       01  SIGUE-EN-MENU             PIC X(1) VALUE "S".

       01  RAMO-ENTRADA              PIC X(2) VALUE SPACES.
       01  DESCRIPCION-CAPTURADA     PIC X(20) VALUE SPACES.
       01  BASE-CAPTURADA            PIC X(1) VALUE SPACE.
       01  TASA-PATRON-CAPTURADA     PIC 9V9(5) VALUE 0.
       01  TASA-OBRERO-CAPTURADA     PIC 9V9(5) VALUE 0.
       01  TOPE-CAPTURADO            PIC 9(2) VALUE 0.
       01  UMBRAL-CAPTURADO          PIC 9(2) VALUE 0.
       01  UMA-CAPTURADA             PIC 9(5)V99 VALUE 0.
       01  TOTAL-LISTADOS            PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       MANTENIMIENTO-CUOTAS-MAIN.
           MOVE "S" TO SIGUE-EN-MENU.
           PERFORM MUESTRA-MENU-CUOTAS
              UNTIL SIGUE-EN-MENU = "N".
           GOBACK.

       MUESTRA-MENU-CUOTAS.
           DISPLAY "---- CUOTAS OBRERO-PATRONALES IMSS ----".
           DISPLAY "1. REGISTRAR RAMO  2. REGISTRAR UMA  3. LISTAR  "
              "4. SALIR".
           PERFORM PIDE-OPCION-CUOTAS
              UNTIL ENTRADA-VALIDA = "S".
           MOVE "N" TO ENTRADA-VALIDA.

           EVALUATE OPCION-MENU
              WHEN 1 PERFORM REGISTRA-RAMO
                        THRU REGISTRA-RAMO-EXIT
              WHEN 2 PERFORM REGISTRA-UMA
                        THRU REGISTRA-UMA-EXIT
              WHEN 3 PERFORM LISTA-CUOTAS
              WHEN 4 MOVE "N" TO SIGUE-EN-MENU
              WHEN OTHER DISPLAY "Opción inválida"
           END-EVALUATE.

       PIDE-OPCION-CUOTAS.
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
      * Registro de un ramo: clave, descripción, base (F cuota fija,
      * E excedente, S salario), tasas patronal y obrera como
      * fracción (0.01750 = 1.75%), tope y umbral en UMAs. Se agrega
      * al final del archivo; el renglón más reciente de un ramo es
      * el vigente.
      ******************************************************************
       REGISTRA-RAMO.
           DISPLAY "Clave del ramo (2 letras): ".
           ACCEPT RAMO-ENTRADA.
           IF RAMO-ENTRADA = SPACES OR RAMO-ENTRADA = "UM"
              DISPLAY "Captura una clave de ramo válida."
              GO TO REGISTRA-RAMO-EXIT
           END-IF.

           DISPLAY "Descripción: ".
           ACCEPT DESCRIPCION-CAPTURADA.

           DISPLAY "Base (F cuota fija, E excedente, S salario): ".
           ACCEPT BASE-CAPTURADA.
           IF BASE-CAPTURADA NOT = "F" AND BASE-CAPTURADA NOT = "E"
                 AND BASE-CAPTURADA NOT = "S"
              DISPLAY "La base debe ser F, E o S."
              GO TO REGISTRA-RAMO-EXIT
           END-IF.

           DISPLAY "Tasa patronal (fracción, ej. 0.01750): ".
           ACCEPT TASA-PATRON-CAPTURADA.
           IF TASA-PATRON-CAPTURADA IS NOT NUMERIC
              DISPLAY "La tasa patronal debe ser numérica."
              GO TO REGISTRA-RAMO-EXIT
           END-IF.

           DISPLAY "Tasa obrera (fracción, 0 si no aplica): ".
           ACCEPT TASA-OBRERO-CAPTURADA.
           IF TASA-OBRERO-CAPTURADA IS NOT NUMERIC
              DISPLAY "La tasa obrera debe ser numérica."
              GO TO REGISTRA-RAMO-EXIT
           END-IF.

           IF TASA-PATRON-CAPTURADA = 0 AND TASA-OBRERO-CAPTURADA = 0
              DISPLAY "Al menos una de las tasas debe ser mayor que "
                 "cero."
              GO TO REGISTRA-RAMO-EXIT
           END-IF.

           DISPLAY "Tope del salario base en UMAs (0 = sin tope): ".
           ACCEPT TOPE-CAPTURADO.
           IF TOPE-CAPTURADO IS NOT NUMERIC
              DISPLAY "El tope debe ser numérico."
              GO TO REGISTRA-RAMO-EXIT
           END-IF.

           MOVE 0 TO UMBRAL-CAPTURADO.
           IF BASE-CAPTURADA = "E"
              DISPLAY "Umbral del excedente en UMAs: "
              ACCEPT UMBRAL-CAPTURADO
              IF UMBRAL-CAPTURADO IS NOT NUMERIC
                    OR UMBRAL-CAPTURADO = 0
                 DISPLAY "El umbral debe ser mayor que cero."
                 GO TO REGISTRA-RAMO-EXIT
              END-IF
           END-IF.

           MOVE RAMO-ENTRADA TO CIM-RAMO.
           MOVE DESCRIPCION-CAPTURADA TO CIM-DESCRIPCION.
           MOVE BASE-CAPTURADA TO CIM-BASE.
           MOVE TASA-PATRON-CAPTURADA TO CIM-TASA-PATRON.
           MOVE TASA-OBRERO-CAPTURADA TO CIM-TASA-OBRERO.
           MOVE TOPE-CAPTURADO TO CIM-TOPE-UMAS.
           MOVE UMBRAL-CAPTURADO TO CIM-UMBRAL-UMAS.
           MOVE 0 TO CIM-VALOR-UMA.
           PERFORM GRABA-RENGLON-CUOTA.
           DISPLAY "Ramo registrado.".
       REGISTRA-RAMO-EXIT.
           EXIT.

      * El valor diario de la UMA cambia una vez al año; se captura
      * como el renglón "UM" con tasas y topes en cero.
       REGISTRA-UMA.
           DISPLAY "Valor diario de la UMA: ".
           ACCEPT UMA-CAPTURADA.
           IF UMA-CAPTURADA IS NOT NUMERIC OR UMA-CAPTURADA = 0
              DISPLAY "El valor de la UMA debe ser mayor que cero."
              GO TO REGISTRA-UMA-EXIT
           END-IF.

           MOVE "UM" TO CIM-RAMO.
           MOVE "VALOR DIARIO UMA" TO CIM-DESCRIPCION.
           MOVE SPACE TO CIM-BASE.
           MOVE 0 TO CIM-TASA-PATRON.
           MOVE 0 TO CIM-TASA-OBRERO.
           MOVE 0 TO CIM-TOPE-UMAS.
           MOVE 0 TO CIM-UMBRAL-UMAS.
           MOVE UMA-CAPTURADA TO CIM-VALOR-UMA.
           PERFORM GRABA-RENGLON-CUOTA.
           DISPLAY "UMA registrada.".
       REGISTRA-UMA-EXIT.
           EXIT.

       GRABA-RENGLON-CUOTA.
           OPEN EXTEND CUOTAIMS-FILE.
           IF FS-CUOTAIMS = "35"
              OPEN OUTPUT CUOTAIMS-FILE
           END-IF.
           WRITE CUOTAIMS-REG.
           CLOSE CUOTAIMS-FILE.

       LISTA-CUOTAS.
           MOVE 0 TO TOTAL-LISTADOS.
           OPEN INPUT CUOTAIMS-FILE.
           IF FS-CUOTAIMS NOT = "00"
              DISPLAY "Todavía no hay cuotas registradas; el cálculo "
                 "usa la tabla por omisión."
           ELSE
              DISPLAY "RAMO DESCRIPCION          B PATRON  OBRERO  "
                 "TOPE UMBR UMA"
              PERFORM LISTA-UNA-CUOTA UNTIL FS-CUOTAIMS = "10"
              CLOSE CUOTAIMS-FILE
              DISPLAY "RENGLONES REGISTRADOS: " TOTAL-LISTADOS
           END-IF.

       LISTA-UNA-CUOTA.
           READ CUOTAIMS-FILE
              AT END MOVE "10" TO FS-CUOTAIMS
           END-READ.
           IF FS-CUOTAIMS NOT = "10"
              DISPLAY CIM-RAMO "   " CIM-DESCRIPCION " " CIM-BASE
                 " " CIM-TASA-PATRON " " CIM-TASA-OBRERO " "
                 CIM-TOPE-UMAS "   " CIM-UMBRAL-UMAS "   "
                 CIM-VALOR-UMA
              ADD 1 TO TOTAL-LISTADOS
           END-IF.

       END PROGRAM MANTENIMIENTO-CUOTAS.
