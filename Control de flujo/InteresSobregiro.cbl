      ******************************************************************
      * Interés de sobregiro y reporte de uso de líneas.
      * Paso nocturno del cierre (CierreDia.cbl), antes de la
      * liquidación para que sus cargos entren en la bitácora del
      * día: recorre el maestro de cuentas y a cada cuenta que
      * amanece negativa le cobra el interés del día sobre lo
      * dispuesto, con la tasa anual de su línea
      * (CTA-TASA-SOBREGIRO) en base 360. El cargo sale como su
      * propio movimiento "IS" en la bitácora MOVIMIENTOS, de modo
      * que el estado de cuenta, la liquidación y el extracto
      * contable (ingreso por intereses de cartera) lo ven como
      * cualquier otro cargo.
      *
      * El mismo recorrido produce SOBREGIRO.TXT, el reporte de uso
      * de líneas: toda cuenta con línea autorizada o saldo
      * negativo, con la línea, lo dispuesto, el porcentaje de uso y
      * el interés cobrado; las cuentas dispuestas por arriba de su
      * línea (o negativas sin línea) salen marcadas EXCEDIDA para
      * cobranza.
      *
      * Lleva checkpoint (SOBREGIR.CHK) tras CADA cuenta cobrada,
      * igual que el abono de intereses: una corrida caída y
      * relanzada no vuelve a cobrarle a ninguna cuenta.
      *
      * El cierre sólo corre en días hábiles, así que el cobro de
      * cada noche cubre los días naturales hasta el siguiente día
      * hábil (subprograma DIA-HABIL con FERIADOS.DAT): el viernes
      * cobra tres días y la víspera de un feriado cobra también el
      * feriado. Un día inhábil abierto por excepción no cobra
      * interés (ya lo cubrió el día hábil anterior), pero el
      * reporte de uso de líneas sale igual.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTERES-SOBREGIRO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUENTAS-FILE ASSIGN TO "CUENTAS.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CTA-NUMERO
              FILE STATUS IS FS-CUENTAS.

           SELECT MOVIMIENTOS-FILE ASSIGN TO "MOVIMIENTOS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-MOVIMIENTOS.

           SELECT MOVIDX-FILE ASSIGN TO "MOVIDX.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MIX-LLAVE
              FILE STATUS IS FS-MOVIDX.

           SELECT CHECKPOINT-FILE ASSIGN TO "SOBREGIR.CHK"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-CHECKPOINT.

           SELECT REPORTE-FILE ASSIGN TO "SOBREGIRO.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       FD  CUENTAS-FILE.
           COPY CUENTA.

       FD  MOVIMIENTOS-FILE.
           COPY MOVIMIEN.

       FD  MOVIDX-FILE.
           COPY MOVIDX.

       FD  CHECKPOINT-FILE.
           COPY CHECKPT.

       FD  REPORTE-FILE.
       01  LINEA-REPORTE             PIC X(80).

       WORKING-STORAGE SECTION.
       01  FS-CUENTAS                PIC X(2) VALUE "00".
       01  FS-MOVIMIENTOS            PIC X(2) VALUE "00".
       01  FS-MOVIDX                 PIC X(2) VALUE "00".
       01  FS-CHECKPOINT             PIC X(2) VALUE "00".
       01  FS-REPORTE                PIC X(2) VALUE "00".

       01  FECHA-HOY                 PIC 9(8) VALUE 0.
       01  HORA-ACTUAL               PIC 9(6) VALUE 0.

      * Base anual del cálculo y días que cubre el cobro de esta
      * noche.
       01  DIAS-BASE                 PIC 9(3) VALUE 360.
       01  DIAS-COBRO                PIC 9(3) VALUE 1.
           COPY DIAHABIL.

       01  MONTO-DISPUESTO           PIC S9(7)V99 VALUE 0.
       01  INTERES-CALCULADO         PIC S9(7)V99 VALUE 0.
       01  PORCENTAJE-USO            PIC 9(3)V9 VALUE 0.
       01  CUENTA-EXCEDIDA           PIC X(1) VALUE "N".

       01  CUENTAS-REPORTADAS        PIC 9(6) VALUE 0.
       01  CUENTAS-COBRADAS          PIC 9(6) VALUE 0.
       01  CUENTAS-EXCEDIDAS         PIC 9(6) VALUE 0.
       01  TOTAL-LINEAS              PIC S9(9)V99 VALUE 0.
       01  TOTAL-DISPUESTO           PIC S9(9)V99 VALUE 0.
       01  TOTAL-INTERES             PIC S9(9)V99 VALUE 0.

       01  LINEA-DETALLE.
           05 LD-CUENTA              PIC 9(6).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 LD-LINEA               PIC ZZZ,ZZ9.99.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 LD-DISPUESTO           PIC ZZZ,ZZ9.99.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 LD-USO                 PIC ZZ9.9.
           05 FILLER                 PIC X(1) VALUE "%".
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 LD-INTERES             PIC ZZ,ZZ9.99.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 LD-MARCA               PIC X(8).

       01  LINEA-TOTALES.
           05 FILLER                 PIC X(8) VALUE "TOTALES ".
           05 LT-LINEAS              PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 LT-DISPUESTO           PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(9) VALUE SPACES.
           05 LT-INTERES             PIC ZZZ,ZZ9.99.

      * Folio consecutivo del movimiento por grabar, asignado por
      * el subprograma SIGUIENTE-FOLIO y estampado en la bitácora y
      * en el historial indexado.
       01  FOLIO-MOVIMIENTO        PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       COBRA-SOBREGIROS.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           CALL "FECHA-NEGOCIO" USING FECHA-HOY.
           ACCEPT HORA-ACTUAL FROM TIME.
           MOVE FECHA-HOY TO DH-FECHA.
           MOVE 0 TO DH-DIA-MES.
           MOVE 0 TO DH-ULTIMA.
           CALL "DIA-HABIL" USING DIA-HABIL-REG.
           IF DH-HABIL = "S"
              MOVE DH-DIAS-SIGUIENTE TO DIAS-COBRO
           ELSE
              MOVE 0 TO DIAS-COBRO
           END-IF.

           OPEN I-O CUENTAS-FILE.
           IF FS-CUENTAS NOT = "00" AND FS-CUENTAS NOT = "05"
              DISPLAY "No se pudo abrir el archivo de cuentas."
              MOVE 8 TO RETURN-CODE
           ELSE
              OPEN EXTEND MOVIMIENTOS-FILE
              IF FS-MOVIMIENTOS = "35"
                 OPEN OUTPUT MOVIMIENTOS-FILE
              END-IF
              OPEN OUTPUT REPORTE-FILE

              MOVE SPACES TO LINEA-REPORTE
              STRING "USO DE LINEAS DE SOBREGIRO AL " FECHA-HOY
                 " (INTERES POR " DIAS-COBRO " DIAS)"
                 DELIMITED BY SIZE INTO LINEA-REPORTE
              WRITE LINEA-REPORTE
              MOVE "CUENTA       LINEA   DISPUESTO    USO    INTERES"
                 TO LINEA-REPORTE
              WRITE LINEA-REPORTE

              MOVE 0 TO CTA-NUMERO
              START CUENTAS-FILE KEY IS NOT LESS THAN CTA-NUMERO
                 INVALID KEY MOVE "10" TO FS-CUENTAS
              END-START
              PERFORM RECUPERA-CHECKPOINT
              PERFORM REVISA-UNA-CUENTA UNTIL FS-CUENTAS = "10"

              MOVE SPACES TO LINEA-REPORTE
              WRITE LINEA-REPORTE
              MOVE TOTAL-LINEAS TO LT-LINEAS
              MOVE TOTAL-DISPUESTO TO LT-DISPUESTO
              MOVE TOTAL-INTERES TO LT-INTERES
              MOVE LINEA-TOTALES TO LINEA-REPORTE
              WRITE LINEA-REPORTE
              MOVE SPACES TO LINEA-REPORTE
              STRING "CUENTAS CON LINEA O NEGATIVAS: "
                 CUENTAS-REPORTADAS
                 DELIMITED BY SIZE INTO LINEA-REPORTE
              WRITE LINEA-REPORTE
              MOVE SPACES TO LINEA-REPORTE
              STRING "CUENTAS CON INTERES COBRADO:   "
                 CUENTAS-COBRADAS
                 DELIMITED BY SIZE INTO LINEA-REPORTE
              WRITE LINEA-REPORTE
              MOVE SPACES TO LINEA-REPORTE
              STRING "CUENTAS EXCEDIDAS:             "
                 CUENTAS-EXCEDIDAS
                 DELIMITED BY SIZE INTO LINEA-REPORTE
              WRITE LINEA-REPORTE

              CLOSE MOVIMIENTOS-FILE
              CLOSE REPORTE-FILE
              CLOSE CUENTAS-FILE
              PERFORM BORRA-CHECKPOINT
              DISPLAY "Cuentas con interés de sobregiro: "
                 CUENTAS-COBRADAS
              DISPLAY "Interés cobrado: " TOTAL-INTERES
           END-IF.
           GOBACK.

       RECUPERA-CHECKPOINT.
           OPEN INPUT CHECKPOINT-FILE.
           IF FS-CHECKPOINT = "00"
              READ CHECKPOINT-FILE
                 AT END CONTINUE
                 NOT AT END
                    DISPLAY "Reanudando sobregiros después de la "
                       "cuenta " CHK-ULTIMA-LLAVE
                    MOVE CHK-ULTIMA-LLAVE TO CTA-NUMERO
                    START CUENTAS-FILE KEY IS GREATER THAN CTA-NUMERO
                       INVALID KEY MOVE "10" TO FS-CUENTAS
                    END-START
              END-READ
              CLOSE CHECKPOINT-FILE
           END-IF.

      ******************************************************************
      * Una cuenta: si tiene línea o amanece negativa entra al
      * reporte; si además está negativa y su línea trae tasa, se le
      * cobra el interés del día sobre lo dispuesto. Las cuentas
      * cerradas no se tocan.
      ******************************************************************
       REVISA-UNA-CUENTA.
           READ CUENTAS-FILE NEXT
              AT END MOVE "10" TO FS-CUENTAS
           END-READ.
           IF FS-CUENTAS NOT = "10"
              IF CTA-ESTADO NOT = "C"
                    AND (CTA-LINEA-SOBREGIRO > 0 OR CTA-SALDO < 0)
                 PERFORM COBRA-UNA-CUENTA
              END-IF
           END-IF.

       COBRA-UNA-CUENTA.
           MOVE 0 TO MONTO-DISPUESTO.
           MOVE 0 TO INTERES-CALCULADO.
           IF CTA-SALDO < 0
              COMPUTE MONTO-DISPUESTO = 0 - CTA-SALDO
           END-IF.

           IF MONTO-DISPUESTO > 0 AND CTA-TASA-SOBREGIRO > 0
              COMPUTE INTERES-CALCULADO ROUNDED =
                 MONTO-DISPUESTO * CTA-TASA-SOBREGIRO * DIAS-COBRO
                    / DIAS-BASE
           END-IF.
           IF INTERES-CALCULADO > 0
              SUBTRACT INTERES-CALCULADO FROM CTA-SALDO
              ADD 1 TO CTA-TOTAL-MOVS
              REWRITE CUENTA-REG
              PERFORM GRABA-MOVIMIENTO-SOBREGIRO
              ADD INTERES-CALCULADO TO TOTAL-INTERES
              ADD 1 TO CUENTAS-COBRADAS
           END-IF.

           MOVE 0 TO PORCENTAJE-USO.
           MOVE "N" TO CUENTA-EXCEDIDA.
           IF MONTO-DISPUESTO > CTA-LINEA-SOBREGIRO
              MOVE "S" TO CUENTA-EXCEDIDA
              ADD 1 TO CUENTAS-EXCEDIDAS
           END-IF.
           IF CTA-LINEA-SOBREGIRO > 0 AND CUENTA-EXCEDIDA = "N"
              COMPUTE PORCENTAJE-USO ROUNDED =
                 MONTO-DISPUESTO * 100 / CTA-LINEA-SOBREGIRO
           END-IF.

           MOVE CTA-NUMERO TO LD-CUENTA.
           MOVE CTA-LINEA-SOBREGIRO TO LD-LINEA.
           MOVE MONTO-DISPUESTO TO LD-DISPUESTO.
           MOVE PORCENTAJE-USO TO LD-USO.
           MOVE INTERES-CALCULADO TO LD-INTERES.
           IF CUENTA-EXCEDIDA = "S"
              MOVE "EXCEDIDA" TO LD-MARCA
           ELSE
              MOVE SPACES TO LD-MARCA
           END-IF.
           MOVE LINEA-DETALLE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           ADD 1 TO CUENTAS-REPORTADAS.
           ADD CTA-LINEA-SOBREGIRO TO TOTAL-LINEAS.
           ADD MONTO-DISPUESTO TO TOTAL-DISPUESTO.

      * El checkpoint se graba tras CADA cargo: protege dinero.
           IF INTERES-CALCULADO > 0
              PERFORM GRABA-CHECKPOINT
           END-IF.

      * El cargo es en la moneda de la propia cuenta (sólo MXN lleva
      * línea), así que la tasa de cambio grabada es 1.0000.
       GRABA-MOVIMIENTO-SOBREGIRO.
           MOVE CTA-NUMERO TO MOV-CUENTA.
           MOVE "IS" TO MOV-OPERACION.
           MOVE INTERES-CALCULADO TO MOV-MONTO.
           MOVE CTA-SALDO TO MOV-SALDO-RESULTANTE.
           MOVE FECHA-HOY TO MOV-FECHA.
           MOVE HORA-ACTUAL TO MOV-HORA.
           MOVE 1.0000 TO MOV-TASA.
           MOVE 0 TO MOV-REFERENCIA.
           MOVE CTA-MONEDA TO MOV-MONEDA.
           MOVE "SIST" TO MOV-TERMINAL.
           CALL "SIGUIENTE-FOLIO" USING FOLIO-MOVIMIENTO.
           MOVE FOLIO-MOVIMIENTO TO MOV-FOLIO.
           WRITE MOV-REG.
           PERFORM GRABA-INDICE-MOVIMIENTO.

      * El historial indexado del mini estado se mantiene igual que
      * en el cajero: la secuencia es el CTA-TOTAL-MOVS recién
      * incrementado de la cuenta cobrada.
       GRABA-INDICE-MOVIMIENTO.
           OPEN I-O MOVIDX-FILE.
           IF FS-MOVIDX = "35"
              OPEN OUTPUT MOVIDX-FILE
              CLOSE MOVIDX-FILE
              OPEN I-O MOVIDX-FILE
           END-IF.
           MOVE MOV-CUENTA TO MIX-CUENTA.
           MOVE CTA-TOTAL-MOVS TO MIX-SECUENCIA.
           MOVE MOV-OPERACION TO MIX-OPERACION.
           MOVE MOV-MONTO TO MIX-MONTO.
           MOVE MOV-SALDO-RESULTANTE TO MIX-SALDO-RESULTANTE.
           MOVE MOV-FECHA TO MIX-FECHA.
           MOVE MOV-HORA TO MIX-HORA.
           MOVE MOV-FOLIO TO MIX-FOLIO.
           MOVE MOV-TASA TO MIX-TASA.
           MOVE MOV-TERMINAL TO MIX-TERMINAL.
           WRITE MOVIDX-REG
              INVALID KEY REWRITE MOVIDX-REG
           END-WRITE.
           CLOSE MOVIDX-FILE.

       GRABA-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE.
           MOVE "SOBREGIR" TO CHK-PROGRAMA.
           MOVE CTA-NUMERO TO CHK-ULTIMA-LLAVE.
           WRITE CHECKPOINT-REG.
           CLOSE CHECKPOINT-FILE.

       BORRA-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE.
           CLOSE CHECKPOINT-FILE.

       END PROGRAM INTERES-SOBREGIRO.
