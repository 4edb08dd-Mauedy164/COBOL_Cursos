      * primer movimiento del periodo: a un abono se le resta el
      * monto del saldo resultante y a un cargo se le suma, así que
      * no hace falta guardar cortes de saldo por separado.
      *
      * Los cheques librados que pagó la cámara ("CQ") muestran en
      * su renglón el número de cheque, que el movimiento lleva en
      * MOV-REFERENCIA, para que el cliente los identifique.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTADO-CUENTA.
           05 SRT-OPERACION          PIC X(2).
           05 SRT-MONTO              PIC S9(7)V99.
           05 SRT-SALDO              PIC S9(7)V99.
           05 SRT-CHEQUE             PIC 9(7).

       FD  REPORTE-FILE.
       01  LINEA-REPORTE             PIC X(80).
           05 FILLER PIC X(4)  VALUE "OP  ".
           05 FILLER PIC X(15) VALUE "          MONTO".
           05 FILLER PIC X(15) VALUE "          SALDO".
           05 FILLER PIC X(9)  VALUE "   CHEQUE".

       01  LINEA-DETALLE.
           05 LD-FECHA               PIC 9(8).
           05 LD-MONTO               PIC ZZZ,ZZ9.99-.
           05 FILLER                 PIC X(3) VALUE SPACES.
           05 LD-SALDO               PIC ZZZ,ZZ9.99-.
           05 FILLER                 PIC X(7) VALUE SPACES.
           05 LD-CHEQUE              PIC ZZZZZZ9 BLANK WHEN ZERO.

       01  LINEA-SALDO.
           05 LS-ETIQUETA            PIC X(15).
              MOVE MOV-OPERACION TO SRT-OPERACION
              MOVE MOV-MONTO TO SRT-MONTO
              MOVE MOV-SALDO-RESULTANTE TO SRT-SALDO
              MOVE 0 TO SRT-CHEQUE
              IF MOV-OPERACION = "CQ"
                 MOVE MOV-REFERENCIA TO SRT-CHEQUE
              END-IF
              RELEASE MOV-ORDENADO
              ADD 1 TO MOVS-LIBERADOS
           END-IF.
           MOVE SRT-OPERACION TO LD-OPERACION.
           MOVE SRT-MONTO TO LD-MONTO.
           MOVE SRT-SALDO TO LD-SALDO.
           MOVE SRT-CHEQUE TO LD-CHEQUE.
           MOVE LINEA-DETALLE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           ADD 1 TO RENGLONES-EN-PAGINA.
              WHEN "TR"
              WHEN "TD"
              WHEN "DQ"
              WHEN "LS"
              WHEN "DS"
              WHEN "AX"
                 COMPUTE SALDO-INICIAL = SRT-SALDO - SRT-MONTO
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
                 COMPUTE SALDO-INICIAL = SRT-SALDO + SRT-MONTO
              WHEN OTHER
                 MOVE SRT-SALDO TO SALDO-INICIAL
