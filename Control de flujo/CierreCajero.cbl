      *   órdenes y reversas), el cierre agrega solo una entrada
      *   SIST implícita para que esos movimientos no queden sin
      *   liquidar ni rotar.
      * - El reporte agrega los cajones de ventanilla (CAJONES.DAT,
      *   layout CAJON.cpy, que graba Ventanilla.cbl): por cada
      *   corte del día la apertura, lo que entró y salió, lo
      *   esperado, lo contado y el sobrante o faltante, y al final
      *   los cajones que siguen abiertos sin corte. Un cajón
      *   abierto al cierre se avisa y deja RETURN-CODE 4.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIERRE-CAJERO.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-BILLHIST.

           SELECT CAJONES-FILE ASSIGN TO "CAJONES.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-CAJONES.

       DATA DIVISION.
       FILE SECTION.
       FD  MOVIMIENTOS-FILE.
       FD  BILLHIST-FILE.
           COPY BILLHIST.

       FD  CAJONES-FILE.
           COPY CAJON.

       WORKING-STORAGE SECTION.
       01  FS-MOVIMIENTOS            PIC X(2) VALUE "00".
       01  FS-REPORTE                PIC X(2) VALUE "00".
       01  FS-HISTTMP                PIC X(2) VALUE "00".
       01  FS-BILLETES               PIC X(2) VALUE "00".
       01  FS-BILLHIST               PIC X(2) VALUE "00".
       01  FS-CAJONES                PIC X(2) VALUE "00".
       01  TOTAL-PENDIENTES          PIC 9(6) VALUE 0.
       01  BITACORAS-LEIDAS          PIC 9(2) VALUE 0.

           05 FILLER                 PIC X(3) VALUE SPACES.
           05 LU-MOVS                PIC ZZ,ZZ9.

      * Cajones de ventanilla: el último abierto de cada estación,
      * con lo que ha entrado y salido desde su apertura, para
      * reportar los que llegan al cierre sin corte.
       01  MAX-CAJONES               PIC 9(2) VALUE 20.
       01  TOTAL-CAJONES             PIC 9(2) VALUE 0.
       01  IDX-CAJ                   PIC 9(2) VALUE 0.
       01  IDX-CAJ-REG               PIC 9(2) VALUE 0.
       01  CORTES-DEL-DIA            PIC 9(4) VALUE 0.
       01  CAJONES-SIN-CORTE         PIC 9(2) VALUE 0.
       01  TABLA-CAJONES.
           05 TC-ENTRY OCCURS 20 TIMES.
              10 TC-TERMINAL         PIC X(4).
              10 TC-ABIERTO          PIC X(1).
              10 TC-OPERADOR         PIC 9(6).
              10 TC-FECHA            PIC 9(8).
              10 TC-HORA             PIC 9(6).
              10 TC-DOTACION         PIC S9(9)V99.
              10 TC-ENTRADAS         PIC S9(9)V99.
              10 TC-SALIDAS          PIC S9(9)V99.

       01  LINEA-CAJON.
           05 FILLER                 PIC X(9) VALUE "TERMINAL ".
           05 LJ-TERMINAL            PIC X(4).
           05 FILLER                 PIC X(11) VALUE "  OPERADOR ".
           05 LJ-OPERADOR            PIC 9(6).
           05 FILLER                 PIC X(11) VALUE "  APERTURA ".
           05 LJ-FECHA-APERTURA      PIC 9(8).
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 LJ-HORA-APERTURA       PIC 9(6).
           05 LJ-DATOS-CORTE.
              10 FILLER              PIC X(8) VALUE "  CORTE ".
              10 LJ-FECHA-CORTE      PIC 9(8).
              10 FILLER              PIC X(1) VALUE SPACE.
              10 LJ-HORA-CORTE       PIC 9(6).
           05 LJ-SIN-CORTE REDEFINES LJ-DATOS-CORTE PIC X(23).

       01  LINEA-CAJON-MOVS.
           05 FILLER                 PIC X(12) VALUE "   DOTACION ".
           05 LJ-DOTACION            PIC Z,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(10) VALUE " ENTRADAS ".
           05 LJ-ENTRADAS            PIC Z,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(9) VALUE " SALIDAS ".
           05 LJ-SALIDAS             PIC Z,ZZZ,ZZ9.99.

       01  LINEA-CAJON-CUADRE.
           05 FILLER                 PIC X(12) VALUE "   ESPERADO ".
           05 LJ-ESPERADO            PIC ----,---,--9.99.
           05 FILLER                 PIC X(9) VALUE " CONTADO ".
           05 LJ-CONTADO             PIC Z,ZZZ,ZZ9.99.
           05 LJ-CONCEPTO            PIC X(12).
           05 LJ-DIFERENCIA          PIC ----,--9.99.

       PROCEDURE DIVISION.
       CIERRE-DE-DIA.
           ACCEPT FECHA-CIERRE FROM DATE YYYYMMDD.

           PERFORM REPORTA-TERMINALES.
           PERFORM REPORTA-EFECTIVO.
           PERFORM REPORTA-CAJONES.
           CLOSE REPORTE-FILE.
           IF CAJONES-SIN-CORTE > 0
              DISPLAY "Hay " CAJONES-SIN-CORTE " cajón(es) de "
                 "ventanilla abiertos sin corte de caja."
              MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      ******************************************************************
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
              WHEN "TR"
              WHEN "TD"
              WHEN "DQ"
              WHEN "LS"
              WHEN "DS"
              WHEN "AX"
                 ADD SRT-MONTO TO TOT-DEPOSITOS
                 ADD SRT-MONTO TO SUB-DEPOSITOS
              WHEN "RE"
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
                 ADD SRT-MONTO TO TOT-RETIROS
                 ADD SRT-MONTO TO SUB-RETIROS
           END-EVALUATE.
           MOVE 0 TO BILL-DISPENSADOS-HOY.
           WRITE BILLETE-REG.

      ******************************************************************
      * Cajones de ventanilla: recorre CAJONES.DAT llevando el cajón
      * vigente de cada estación; cada corte de la fecha de cierre
      * (o de un cajón abierto ese día) sale con su cuadre, y al
      * final se listan los cajones que siguen abiertos, de
      * cualquier fecha, con lo que deberían tener.
      ******************************************************************
       REPORTA-CAJONES.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "CAJONES DE VENTANILLA" TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE 0 TO TOTAL-CAJONES.
           MOVE 0 TO CORTES-DEL-DIA.
           MOVE 0 TO CAJONES-SIN-CORTE.
           MOVE "00" TO FS-CAJONES.
           OPEN INPUT CAJONES-FILE.
           IF FS-CAJONES NOT = "00"
              MOVE "SIN BITACORA DE CAJONES" TO LINEA-REPORTE
              WRITE LINEA-REPORTE
           ELSE
              PERFORM LEE-CAJON UNTIL FS-CAJONES = "10"
              CLOSE CAJONES-FILE
              PERFORM REPORTA-CAJON-ABIERTO
                 VARYING IDX-CAJ FROM 1 BY 1
                 UNTIL IDX-CAJ > TOTAL-CAJONES
              MOVE SPACES TO LINEA-REPORTE
              STRING "CORTES DEL DIA: " CORTES-DEL-DIA
                 "   CAJONES SIN CORTE: " CAJONES-SIN-CORTE
                 DELIMITED BY SIZE INTO LINEA-REPORTE
              WRITE LINEA-REPORTE
           END-IF.

       LEE-CAJON.
           READ CAJONES-FILE
              AT END MOVE "10" TO FS-CAJONES
           END-READ.
           IF FS-CAJONES NOT = "10"
              PERFORM BUSCA-CAJON
              IF IDX-CAJ-REG > 0
                 EVALUATE CAJ-TIPO
                    WHEN "A"
                       MOVE "S" TO TC-ABIERTO (IDX-CAJ-REG)
                       MOVE CAJ-OPERADOR TO TC-OPERADOR (IDX-CAJ-REG)
                       MOVE CAJ-FECHA TO TC-FECHA (IDX-CAJ-REG)
                       MOVE CAJ-HORA TO TC-HORA (IDX-CAJ-REG)
                       MOVE CAJ-MONTO TO TC-DOTACION (IDX-CAJ-REG)
                       MOVE 0 TO TC-ENTRADAS (IDX-CAJ-REG)
                       MOVE 0 TO TC-SALIDAS (IDX-CAJ-REG)
                    WHEN "M"
                       IF CAJ-OPERACION = "DE"
                          ADD CAJ-MONTO TO TC-ENTRADAS (IDX-CAJ-REG)
                       ELSE
                          ADD CAJ-MONTO TO TC-SALIDAS (IDX-CAJ-REG)
                       END-IF
                    WHEN "C"
                       PERFORM REPORTA-CORTE
                       MOVE "N" TO TC-ABIERTO (IDX-CAJ-REG)
                 END-EVALUATE
              END-IF
           END-IF.

      * Renglón de la estación en la tabla; una estación nueva se
      * agrega mientras haya lugar.
       BUSCA-CAJON.
           MOVE 0 TO IDX-CAJ-REG.
           PERFORM COMPARA-CAJON
              VARYING IDX-CAJ FROM 1 BY 1
              UNTIL IDX-CAJ > TOTAL-CAJONES OR IDX-CAJ-REG > 0.
           IF IDX-CAJ-REG = 0
              IF TOTAL-CAJONES < MAX-CAJONES
                 ADD 1 TO TOTAL-CAJONES
                 MOVE TOTAL-CAJONES TO IDX-CAJ-REG
                 MOVE CAJ-TERMINAL TO TC-TERMINAL (IDX-CAJ-REG)
                 MOVE "N" TO TC-ABIERTO (IDX-CAJ-REG)
                 MOVE 0 TO TC-DOTACION (IDX-CAJ-REG)
                 MOVE 0 TO TC-ENTRADAS (IDX-CAJ-REG)
                 MOVE 0 TO TC-SALIDAS (IDX-CAJ-REG)
              ELSE
                 DISPLAY "CAJONES.DAT excede " MAX-CAJONES
                    " estaciones; el resto no se reporta."
              END-IF
           END-IF.

       COMPARA-CAJON.
           IF TC-TERMINAL (IDX-CAJ) = CAJ-TERMINAL
              MOVE IDX-CAJ TO IDX-CAJ-REG
           END-IF.

      * El corte lleva su propio cuadre; sale si se hizo en la fecha
      * de cierre o si cierra un cajón abierto ese día.
       REPORTA-CORTE.
           IF CAJ-FECHA = FECHA-CIERRE
                 OR TC-FECHA (IDX-CAJ-REG) = FECHA-CIERRE
              ADD 1 TO CORTES-DEL-DIA
              MOVE CAJ-TERMINAL TO LJ-TERMINAL
              MOVE CAJ-OPERADOR TO LJ-OPERADOR
              MOVE TC-FECHA (IDX-CAJ-REG) TO LJ-FECHA-APERTURA
              MOVE TC-HORA (IDX-CAJ-REG) TO LJ-HORA-APERTURA
              MOVE "  CORTE" TO LJ-SIN-CORTE
              MOVE CAJ-FECHA TO LJ-FECHA-CORTE
              MOVE CAJ-HORA TO LJ-HORA-CORTE
              MOVE LINEA-CAJON TO LINEA-REPORTE
              WRITE LINEA-REPORTE
              MOVE CAJ-DOTACION TO LJ-DOTACION
              MOVE CAJ-ENTRADAS TO LJ-ENTRADAS
              MOVE CAJ-SALIDAS TO LJ-SALIDAS
              MOVE LINEA-CAJON-MOVS TO LINEA-REPORTE
              WRITE LINEA-REPORTE
              MOVE CAJ-ESPERADO TO LJ-ESPERADO
              MOVE CAJ-MONTO TO LJ-CONTADO
              EVALUATE TRUE
                 WHEN CAJ-DIFERENCIA > 0
                    MOVE " SOBRANTE " TO LJ-CONCEPTO
                 WHEN CAJ-DIFERENCIA < 0
                    MOVE " FALTANTE " TO LJ-CONCEPTO
                 WHEN OTHER
                    MOVE " DIFERENCIA " TO LJ-CONCEPTO
              END-EVALUATE
              MOVE CAJ-DIFERENCIA TO LJ-DIFERENCIA
              MOVE LINEA-CAJON-CUADRE TO LINEA-REPORTE
              WRITE LINEA-REPORTE
           END-IF.

       REPORTA-CAJON-ABIERTO.
           IF TC-ABIERTO (IDX-CAJ) = "S"
              ADD 1 TO CAJONES-SIN-CORTE
              MOVE TC-TERMINAL (IDX-CAJ) TO LJ-TERMINAL
              MOVE TC-OPERADOR (IDX-CAJ) TO LJ-OPERADOR
              MOVE TC-FECHA (IDX-CAJ) TO LJ-FECHA-APERTURA
              MOVE TC-HORA (IDX-CAJ) TO LJ-HORA-APERTURA
              MOVE "  ABIERTO SIN CORTE" TO LJ-SIN-CORTE
              MOVE LINEA-CAJON TO LINEA-REPORTE
              WRITE LINEA-REPORTE
              MOVE TC-DOTACION (IDX-CAJ) TO LJ-DOTACION
              MOVE TC-ENTRADAS (IDX-CAJ) TO LJ-ENTRADAS
              MOVE TC-SALIDAS (IDX-CAJ) TO LJ-SALIDAS
              MOVE LINEA-CAJON-MOVS TO LINEA-REPORTE
              WRITE LINEA-REPORTE
              MOVE SPACES TO LINEA-REPORTE
              COMPUTE LJ-ESPERADO = TC-DOTACION (IDX-CAJ)
                 + TC-ENTRADAS (IDX-CAJ) - TC-SALIDAS (IDX-CAJ)
              STRING "   ESPERADO " LJ-ESPERADO
                 DELIMITED BY SIZE INTO LINEA-REPORTE
              WRITE LINEA-REPORTE
           END-IF.

       END PROGRAM CIERRE-CAJERO.
