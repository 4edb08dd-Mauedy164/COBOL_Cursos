      * para que tesorería cubra la posición con números en vez de
      * preguntas por teléfono. Los movimientos en MXN no entran: no
      * son posición de divisas.
      *
      * Los cambios de divisas entre cuentas propias de los clientes
      * entran a la posición por su pata en divisa ("AX" cuando el
      * banco vendió, "CX" cuando compró), valuada a la tasa
      * aplicada, así que su revaluación contra el fixing es el
      * margen que el diferencial ya dejó. Además, por moneda se
      * reporta lo comprado, lo vendido y el margen del día según
      * CAMBIOS.DAT (layout CAMBIO.cpy), para que tesorería vea
      * cuánto de la posición viene de esas conversiones.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSICION-DIVISAS.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-TASAS.

           SELECT CAMBIOS-FILE ASSIGN TO "CAMBIOS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-CAMBIOS.

           SELECT REPORTE-FILE ASSIGN TO "DIVISAS.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-REPORTE.
       FD  TASAS-FILE.
           COPY TASA.

       FD  CAMBIOS-FILE.
           COPY CAMBIO.

       FD  REPORTE-FILE.
       01  LINEA-REPORTE             PIC X(100).

       01  FS-HISTORICO              PIC X(2) VALUE "00".
       01  FS-TASAS                  PIC X(2) VALUE "00".
       01  FS-REPORTE                PIC X(2) VALUE "00".
       01  FS-CAMBIOS                PIC X(2) VALUE "00".

       01  FECHA-ENTRADA             PIC X(8) VALUE SPACES.
       01  FECHA-POSICION            PIC 9(8) VALUE 0.
              10 DV-VALOR-APLICADO   PIC S9(13)V99.
              10 DV-TASA-FIXING      PIC 9(3)V9999.
              10 DV-FECHA-FIXING     PIC 9(8).
              10 DV-CAMBIOS          PIC 9(5).
              10 DV-COMPRADO         PIC 9(11)V99.
              10 DV-VENDIDO          PIC 9(11)V99.
              10 DV-MARGEN           PIC S9(11)V99.

      * Moneda por ubicar en la tabla: la del movimiento o la de
      * un cambio de CAMBIOS.DAT.
       01  MONEDA-POSICION           PIC X(3) VALUE SPACES.
       01  TOTAL-CAMBIOS             PIC 9(5) VALUE 0.
       01  TOTAL-MARGEN              PIC S9(11)V99 VALUE 0.
       01  NATURALEZA-MOV            PIC X(1) VALUE SPACE.
       01  MOVS-EN-DIVISA            PIC 9(6) VALUE 0.
       01  NETO-NATIVO               PIC S9(11)V99 VALUE 0.
           05 FILLER                 PIC X(9) VALUE "  REVAL: ".
           05 LV-REVAL               PIC Z,ZZZ,ZZZ,ZZ9.99-.

       01  LINEA-CAMBIOS.
           05 FILLER                 PIC X(11)
              VALUE "  CAMBIOS: ".
           05 LX-CAMBIOS             PIC ZZZZ9.
           05 FILLER                 PIC X(12)
              VALUE "  COMPRADO: ".
           05 LX-COMPRADO            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(11)
              VALUE "  VENDIDO: ".
           05 LX-VENDIDO             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(10)
              VALUE "  MARGEN: ".
           05 LX-MARGEN              PIC Z,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       POSICION-DIVISAS-MAIN.
           DISPLAY "Fecha de la posición (AAAAMMDD, vacío = hoy): ".
           PERFORM ACUMULA-MOVIMIENTO UNTIL FS-HISTORICO = "10".
           CLOSE HISTORICO-FILE.

           PERFORM CARGA-CAMBIOS.

           PERFORM CARGA-FIXINGS.

           OPEN OUTPUT REPORTE-FILE.
           STRING "MONEDAS CON POSICION: " TOTAL-DIVISAS
              DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE TOTAL-MARGEN TO LX-MARGEN.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "CAMBIOS ENTRE CUENTAS PROPIAS: " TOTAL-CAMBIOS
              "  MARGEN MXN: " LX-MARGEN
              DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           CLOSE REPORTE-FILE.
           DISPLAY "Monedas con posición: " TOTAL-DIVISAS
              " (DIVISAS.TXT)".
                    AND MOV-MONEDA NOT = SPACES
                 PERFORM CLASIFICA-NATURALEZA
                 IF NATURALEZA-MOV NOT = SPACE
                    MOVE MOV-MONEDA TO MONEDA-POSICION
                    PERFORM UBICA-DIVISA
                    IF IDX-DIV-MOV NOT = 0
                       PERFORM SUMA-A-DIVISA
              WHEN "TR"
              WHEN "TD"
              WHEN "DQ"
              WHEN "LS"
              WHEN "DS"
              WHEN "AX"
                 MOVE "A" TO NATURALEZA-MOV
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
                 MOVE "C" TO NATURALEZA-MOV
              WHEN OTHER
                 MOVE " " TO NATURALEZA-MOV
              IF TOTAL-DIVISAS < MAX-DIVISAS
                 ADD 1 TO TOTAL-DIVISAS
                 MOVE TOTAL-DIVISAS TO IDX-DIV-MOV
                 MOVE MONEDA-POSICION TO DV-MONEDA (IDX-DIV-MOV)
                 MOVE 0 TO DV-ENTRADAS (IDX-DIV-MOV)
                 MOVE 0 TO DV-SALIDAS (IDX-DIV-MOV)
                 MOVE 0 TO DV-VALOR-APLICADO (IDX-DIV-MOV)
                 MOVE 0 TO DV-TASA-FIXING (IDX-DIV-MOV)
                 MOVE 0 TO DV-FECHA-FIXING (IDX-DIV-MOV)
                 MOVE 0 TO DV-CAMBIOS (IDX-DIV-MOV)
                 MOVE 0 TO DV-COMPRADO (IDX-DIV-MOV)
                 MOVE 0 TO DV-VENDIDO (IDX-DIV-MOV)
                 MOVE 0 TO DV-MARGEN (IDX-DIV-MOV)
              ELSE
                 DISPLAY "Más monedas que la tabla ("
                    MAX-DIVISAS "); se ignora " MONEDA-POSICION
              END-IF
           END-IF.

       COMPARA-DIVISA.
           IF DV-MONEDA (IDX-DIV) = MONEDA-POSICION
              MOVE IDX-DIV TO IDX-DIV-MOV
           END-IF.

                 - MOV-MONTO * MOV-TASA
           END-IF.

      ******************************************************************
      * Cambios entre cuentas propias del día: por divisa, lo que el
      * banco compró (el cliente entregó divisa) y lo que vendió
      * (el cliente recibió divisa), y el margen en MXN contra el
      * fixing. Sin CAMBIOS.DAT no hubo conversiones.
      ******************************************************************
       CARGA-CAMBIOS.
           OPEN INPUT CAMBIOS-FILE.
           IF FS-CAMBIOS = "00"
              PERFORM ACUMULA-CAMBIO UNTIL FS-CAMBIOS = "10"
              CLOSE CAMBIOS-FILE
           END-IF.

       ACUMULA-CAMBIO.
           READ CAMBIOS-FILE
              AT END MOVE "10" TO FS-CAMBIOS
           END-READ.
           IF FS-CAMBIOS NOT = "10"
              IF CMB-FECHA = FECHA-POSICION
                 MOVE CMB-DIVISA TO MONEDA-POSICION
                 PERFORM UBICA-DIVISA
                 IF IDX-DIV-MOV NOT = 0
                    ADD 1 TO DV-CAMBIOS (IDX-DIV-MOV)
                    ADD 1 TO TOTAL-CAMBIOS
                    IF CMB-LADO = "C"
                       ADD CMB-MONTO-ORIGEN
                          TO DV-COMPRADO (IDX-DIV-MOV)
                    ELSE
                       ADD CMB-MONTO-DESTINO
                          TO DV-VENDIDO (IDX-DIV-MOV)
                    END-IF
                    ADD CMB-MARGEN TO DV-MARGEN (IDX-DIV-MOV)
                    ADD CMB-MARGEN TO TOTAL-MARGEN
                 END-IF
              END-IF
           END-IF.

      ******************************************************************
      * Fixing del día por moneda: el renglón de TASAS.DAT con la
      * fecha de vigencia más reciente que no pase de la fecha de la
           MOVE LINEA-VALOR TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           IF DV-CAMBIOS (IDX-DIV) > 0
              MOVE DV-CAMBIOS (IDX-DIV) TO LX-CAMBIOS
              MOVE DV-COMPRADO (IDX-DIV) TO LX-COMPRADO
              MOVE DV-VENDIDO (IDX-DIV) TO LX-VENDIDO
              MOVE DV-MARGEN (IDX-DIV) TO LX-MARGEN
              MOVE LINEA-CAMBIOS TO LINEA-REPORTE
              WRITE LINEA-REPORTE
           END-IF.

           IF DV-TASA-FIXING (IDX-DIV) = 0
              MOVE "  SIN FIXING PUBLICADO EN TASAS.DAT" TO
                 LINEA-REPORTE
