      ******************************************************************
      * Cámara de cheques: pago de cheques librados contra nuestras
      * cuentas. ProcesaCheques.cbl resuelve los cheques de otros
      * bancos que depositan nuestros clientes; este lote atiende el
      * sentido contrario: la cámara deja en CHQPRE.DAT los cheques
      * de nuestros clientes que otros bancos le presentaron (layout
      * CHQCAM.cpy, tipo "P") y cada uno se paga o se devuelve:
      *   pagado    se carga la cuenta librada con un movimiento
      *             "CQ" que lleva el número de cheque como
      *             referencia, y el cheque queda en CHQLIB.DAT
      *             como pagado (P) para no pagarlo dos veces
      *   devuelto  la cuenta no se toca; el motivo es CX cuenta
      *             inexistente, CC cerrada, CI dormida, MO moneda
      *             distinta, NE cheque fuera de las chequeras
      *             activas de la cuenta (CHEQUERAS.DAT), NP con
      *             orden de no pago, PG ya pagado o FI fondos
      *             insuficientes
      * El disponible es el mismo del cajero: saldo menos lo
      * retenido por cheques en cámara y por embargos, más la línea
      * de sobregiro. La respuesta a la cámara va en CHQRES.DAT, el
      * mismo renglón presentado con tipo "A" pagado o "R" devuelto
      * y el motivo; el detalle queda en LIBRADOS.TXT y la entrada
      * procesada se archiva con la fecha de la corrida
      * (CHPaaaammdd.ENT). Sin archivo de la cámara no hay nada que
      * hacer y el paso termina limpio.
      * Antes de pagar, el subprograma VALIDA-INTERFAZ revisa el
      * sobre de control del archivo (encabezado "0" con su
      * secuencia y trailer "9" con renglones e importe, INTFCTL.cpy).
      * Un archivo rechazado queda en cuarentena sin cargar ni un
      * cheque a las cuentas y el lote termina con código 8, para
      * que el cierre se detenga aquí.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAGA-CHEQUES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHQPRE-FILE ASSIGN TO "CHQPRE.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-CHQPRE.

           SELECT CHQRES-FILE ASSIGN TO "CHQRES.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-CHQRES.

           SELECT CUENTAS-FILE ASSIGN TO "CUENTAS.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CTA-NUMERO
              FILE STATUS IS FS-CUENTAS.

           SELECT CHEQUERAS-FILE ASSIGN TO "CHEQUERAS.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CHR-LLAVE
              FILE STATUS IS FS-CHEQUERAS.

           SELECT CHQLIB-FILE ASSIGN TO "CHQLIB.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CHL-LLAVE
              FILE STATUS IS FS-CHQLIB.

           SELECT MOVIMIENTOS-FILE ASSIGN TO "MOVIMIENTOS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-MOVIMIENTOS.

           SELECT MOVIDX-FILE ASSIGN TO "MOVIDX.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MIX-LLAVE
              FILE STATUS IS FS-MOVIDX.

           SELECT REPORTE-FILE ASSIGN TO "LIBRADOS.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       FD  CHQPRE-FILE.
           COPY CHQCAM.

      * La respuesta es el mismo renglón CHQCAM-REG presentado, con
      * el tipo y el motivo ya resueltos.
       FD  CHQRES-FILE.
       01  LINEA-RESPUESTA          PIC X(48).

       FD  CUENTAS-FILE.
           COPY CUENTA.

       FD  CHEQUERAS-FILE.
           COPY CHEQUERA.

       FD  CHQLIB-FILE.
           COPY CHQLIB.

       FD  MOVIMIENTOS-FILE.
           COPY MOVIMIEN.

       FD  MOVIDX-FILE.
           COPY MOVIDX.

       FD  REPORTE-FILE.
       01  LINEA-REPORTE            PIC X(80).

       WORKING-STORAGE SECTION.
       01  FS-CHQPRE                PIC X(2) VALUE "00".
       01  FS-CHQRES                PIC X(2) VALUE "00".
       01  FS-CUENTAS               PIC X(2) VALUE "00".
       01  FS-CHEQUERAS             PIC X(2) VALUE "00".
       01  FS-CHQLIB                PIC X(2) VALUE "00".
       01  FS-MOVIMIENTOS           PIC X(2) VALUE "00".
       01  FS-MOVIDX                PIC X(2) VALUE "00".
       01  FS-REPORTE               PIC X(2) VALUE "00".

       01  FECHA-HOY                PIC 9(8) VALUE 0.
       01  HORA-ACTUAL              PIC 9(6) VALUE 0.

      * Sin CHEQUERAS.DAT ningún cheque está emitido y todos se
      * devuelven con NE.
       01  HAY-CHEQUERAS            PIC X(1) VALUE "S".

      * Datos del cheque presentado, guardados antes de usar las
      * áreas de registro de cuentas y chequeras.
       01  MOTIVO-DEVOLUCION        PIC X(2) VALUE SPACES.
       01  CUENTA-CHEQUE            PIC 9(6) VALUE 0.
       01  MONTO-CHEQUE             PIC S9(7)V99 VALUE 0.
       01  MONEDA-CHEQUE            PIC X(3) VALUE SPACES.
       01  BANCO-CHEQUE             PIC 9(3) VALUE 0.
       01  DOCUMENTO-CHEQUE         PIC X(10) VALUE SPACES.
       01  DOCUMENTO-NUMERICO REDEFINES DOCUMENTO-CHEQUE
                                    PIC 9(10).
       01  NUMERO-CHEQUE            PIC 9(7) VALUE 0.
       01  CHEQUE-EMITIDO           PIC X(1) VALUE "N".
       01  DISPONIBLE-CUENTA        PIC S9(8)V99 VALUE 0.

       01  CHEQUES-PAGADOS          PIC 9(6) VALUE 0.
       01  CHEQUES-DEVUELTOS        PIC 9(6) VALUE 0.
       01  IMPORTE-PAGADO           PIC S9(9)V99 VALUE 0.
       01  IMPORTE-PAGADO-ED        PIC ZZZ,ZZZ,ZZ9.99.

       01  NOMBRE-ENTRADA           PIC X(20) VALUE "CHQPRE.DAT".
       01  NOMBRE-ARCHIVADO.
           05 NAR-PREFIJO           PIC X(3) VALUE "CHP".
           05 NAR-FECHA             PIC 9(8).
           05 NAR-EXTENSION         PIC X(4) VALUE ".ENT".

       01  LINEA-DETALLE.
           05 LD-REFERENCIA         PIC 9(6).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 LD-BANCO              PIC 9(3).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 LD-CUENTA             PIC 9(6).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 LD-DOCUMENTO          PIC X(10).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 LD-MONTO              PIC ZZZ,ZZ9.99.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 LD-MOTIVO             PIC X(2).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 LD-RESULTADO          PIC X(14).

      * Folio consecutivo del movimiento por grabar, asignado por
      * el subprograma SIGUIENTE-FOLIO y estampado en la bitácora y
      * en el historial indexado.
       01  FOLIO-MOVIMIENTO        PIC 9(9) VALUE 0.

      * Validación del sobre de control antes de pagar.
           COPY VALINTF.

       PROCEDURE DIVISION.
       PAGA-CHEQUES-DIA.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           CALL "FECHA-NEGOCIO" USING FECHA-HOY.
           ACCEPT HORA-ACTUAL FROM TIME.
           MOVE FECHA-HOY TO NAR-FECHA.

           MOVE "V" TO VI-FUNCION.
           MOVE "CHQPRE" TO VI-INTERFAZ.
           MOVE NOMBRE-ENTRADA TO VI-ARCHIVO.
           MOVE "P" TO VI-TIPOS-IMPORTE.
           MOVE SPACES TO VI-TIPOS-OTROS.
           MOVE 27 TO VI-POS-IMPORTE.
           MOVE 9 TO VI-DIGITOS-IMPORTE.
           CALL "VALIDA-INTERFAZ" USING VALIDA-INTERFAZ-REG.
           IF VI-RESULTADO = "R"
              DISPLAY "Presentación de la cámara rechazada: "
                 VI-MOTIVO
              DISPLAY "Quedó en cuarentena como " VI-CUARENTENA
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN INPUT CHQPRE-FILE.
           IF FS-CHQPRE NOT = "00"
              DISPLAY "No hay cheques presentados por la cámara."
              GOBACK
           END-IF.

           OPEN I-O CUENTAS-FILE.
           IF FS-CUENTAS NOT = "00" AND FS-CUENTAS NOT = "05"
              DISPLAY "No se pudo abrir el archivo de cuentas."
              MOVE 8 TO RETURN-CODE
              CLOSE CHQPRE-FILE
              GOBACK
           END-IF.

           OPEN I-O CHQLIB-FILE.
           IF FS-CHQLIB = "35"
              OPEN OUTPUT CHQLIB-FILE
              CLOSE CHQLIB-FILE
              OPEN I-O CHQLIB-FILE
           END-IF.
           IF FS-CHQLIB NOT = "00"
              DISPLAY "No se pudo abrir el archivo de cheques librados."
              MOVE 8 TO RETURN-CODE
              CLOSE CUENTAS-FILE
              CLOSE CHQPRE-FILE
              GOBACK
           END-IF.

           OPEN INPUT CHEQUERAS-FILE.
           IF FS-CHEQUERAS NOT = "00"
              MOVE "N" TO HAY-CHEQUERAS
           END-IF.

           OPEN OUTPUT CHQRES-FILE.
           OPEN OUTPUT REPORTE-FILE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "CHEQUES LIBRADOS PRESENTADOS EL " FECHA-HOY
              DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "REF.    BCO  CUENTA  CHEQUE           MONTO  MO"
              "  RESULTADO" DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           PERFORM PROCESA-PRESENTADO UNTIL FS-CHQPRE = "10".

           MOVE IMPORTE-PAGADO TO IMPORTE-PAGADO-ED.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           STRING "CHEQUES PAGADOS:   " CHEQUES-PAGADOS
              "  IMPORTE: " IMPORTE-PAGADO-ED
              DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "CHEQUES DEVUELTOS: " CHEQUES-DEVUELTOS
              DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           CLOSE REPORTE-FILE.
           CLOSE CHQRES-FILE.
           IF HAY-CHEQUERAS = "S"
              CLOSE CHEQUERAS-FILE
           END-IF.
           CLOSE CHQLIB-FILE.
           CLOSE CUENTAS-FILE.
           CLOSE CHQPRE-FILE.

      * La presentación procesada se archiva con fecha: una
      * recorrida ya no la encuentra y no paga dos veces, y su
      * secuencia queda aplicada para rechazar un reenvío.
           MOVE "C" TO VI-FUNCION.
           CALL "VALIDA-INTERFAZ" USING VALIDA-INTERFAZ-REG.
           CALL "CBL_RENAME_FILE" USING NOMBRE-ENTRADA
              NOMBRE-ARCHIVADO.

           DISPLAY "Cheques pagados: " CHEQUES-PAGADOS
              " devueltos: " CHEQUES-DEVUELTOS.
           GOBACK.

       PROCESA-PRESENTADO.
           READ CHQPRE-FILE
              AT END MOVE "10" TO FS-CHQPRE
           END-READ.
           IF FS-CHQPRE NOT = "10"
                 AND CQM-TIPO NOT = "0" AND CQM-TIPO NOT = "9"
              PERFORM RESUELVE-PRESENTADO THRU RESUELVE-PRESENTADO-EXIT
              PERFORM CONTESTA-CAMARA
           END-IF.

      ******************************************************************
      * Resuelve un cheque presentado. Las validaciones van de la
      * cuenta al cheque y al final los fondos; la primera que falla
      * deja el motivo de devolución y la cuenta queda sin tocar.
      ******************************************************************
       RESUELVE-PRESENTADO.
           MOVE SPACES TO MOTIVO-DEVOLUCION.
           MOVE CQM-CUENTA TO CUENTA-CHEQUE.
           MOVE CQM-MONTO TO MONTO-CHEQUE.
           MOVE CQM-MONEDA TO MONEDA-CHEQUE.
           MOVE CQM-BANCO TO BANCO-CHEQUE.
           MOVE CQM-DOCUMENTO TO DOCUMENTO-CHEQUE.

           MOVE CQM-REFERENCIA TO LD-REFERENCIA.
           MOVE BANCO-CHEQUE TO LD-BANCO.
           MOVE CUENTA-CHEQUE TO LD-CUENTA.
           MOVE DOCUMENTO-CHEQUE TO LD-DOCUMENTO.
           MOVE MONTO-CHEQUE TO LD-MONTO.

           MOVE CUENTA-CHEQUE TO CTA-NUMERO.
           READ CUENTAS-FILE
              INVALID KEY
                 MOVE "CX" TO MOTIVO-DEVOLUCION
                 GO TO RESUELVE-PRESENTADO-EXIT
           END-READ.
           IF CTA-ESTADO = "C"
              MOVE "CC" TO MOTIVO-DEVOLUCION
              GO TO RESUELVE-PRESENTADO-EXIT
           END-IF.
           IF CTA-ESTADO = "D"
              MOVE "CI" TO MOTIVO-DEVOLUCION
              GO TO RESUELVE-PRESENTADO-EXIT
           END-IF.
           IF MONEDA-CHEQUE NOT = SPACES
              AND MONEDA-CHEQUE NOT = CTA-MONEDA
              MOVE "MO" TO MOTIVO-DEVOLUCION
              GO TO RESUELVE-PRESENTADO-EXIT
           END-IF.

      * El número de cheque viene con ceros a la izquierda; uno que
      * no es numérico o no cabe en los folios de chequera no pudo
      * salir de este banco.
           IF DOCUMENTO-CHEQUE IS NOT NUMERIC
              OR DOCUMENTO-NUMERICO > 9999999
              OR DOCUMENTO-NUMERICO = 0
              MOVE "NE" TO MOTIVO-DEVOLUCION
              GO TO RESUELVE-PRESENTADO-EXIT
           END-IF.
           MOVE DOCUMENTO-NUMERICO TO NUMERO-CHEQUE.
           PERFORM BUSCA-CHEQUERA THRU BUSCA-CHEQUERA-EXIT.
           IF CHEQUE-EMITIDO = "N"
              MOVE "NE" TO MOTIVO-DEVOLUCION
              GO TO RESUELVE-PRESENTADO-EXIT
           END-IF.

           MOVE CUENTA-CHEQUE TO CHL-CUENTA.
           MOVE NUMERO-CHEQUE TO CHL-NUMERO.
           READ CHQLIB-FILE
              INVALID KEY MOVE SPACE TO CHL-ESTADO
           END-READ.
           IF CHL-ESTADO = "S"
              MOVE "NP" TO MOTIVO-DEVOLUCION
              GO TO RESUELVE-PRESENTADO-EXIT
           END-IF.
           IF CHL-ESTADO = "P"
              MOVE "PG" TO MOTIVO-DEVOLUCION
              GO TO RESUELVE-PRESENTADO-EXIT
           END-IF.

           COMPUTE DISPONIBLE-CUENTA = CTA-SALDO - CTA-RETENIDO
              - CTA-EMBARGADO + CTA-LINEA-SOBREGIRO.
           IF MONTO-CHEQUE > DISPONIBLE-CUENTA
              MOVE "FI" TO MOTIVO-DEVOLUCION
              GO TO RESUELVE-PRESENTADO-EXIT
           END-IF.

           SUBTRACT MONTO-CHEQUE FROM CTA-SALDO.
           ADD 1 TO CTA-TOTAL-MOVS.
           MOVE FECHA-HOY TO CTA-FECHA-ULT-MOV.
           REWRITE CUENTA-REG.
           PERFORM GRABA-MOVIMIENTO-CHEQUE.
           PERFORM GRABA-CHEQUE-PAGADO.
       RESUELVE-PRESENTADO-EXIT.
           EXIT.

      * El cheque debe caer en el rango de folios de una chequera
      * activa de la cuenta; las chequeras de la cuenta se recorren
      * desde su llave más baja.
       BUSCA-CHEQUERA.
           MOVE "N" TO CHEQUE-EMITIDO.
           IF HAY-CHEQUERAS = "N"
              GO TO BUSCA-CHEQUERA-EXIT
           END-IF.
           MOVE CUENTA-CHEQUE TO CHR-CUENTA.
           MOVE 0 TO CHR-FOLIO-INICIAL.
           START CHEQUERAS-FILE KEY IS NOT LESS THAN CHR-LLAVE
              INVALID KEY GO TO BUSCA-CHEQUERA-EXIT
           END-START.
           MOVE "00" TO FS-CHEQUERAS.
           PERFORM REVISA-CHEQUERA UNTIL FS-CHEQUERAS = "10"
              OR CHEQUE-EMITIDO = "S".
       BUSCA-CHEQUERA-EXIT.
           EXIT.

       REVISA-CHEQUERA.
           READ CHEQUERAS-FILE NEXT
              AT END MOVE "10" TO FS-CHEQUERAS
           END-READ.
           IF FS-CHEQUERAS NOT = "10"
              IF CHR-CUENTA NOT = CUENTA-CHEQUE
                 MOVE "10" TO FS-CHEQUERAS
              ELSE
                 IF CHR-ESTADO = "A"
                    AND NUMERO-CHEQUE NOT < CHR-FOLIO-INICIAL
                    AND NUMERO-CHEQUE NOT > CHR-FOLIO-FINAL
                    MOVE "S" TO CHEQUE-EMITIDO
                 END-IF
              END-IF
           END-IF.

      * El cargo lleva como referencia el número de cheque, que es
      * lo que el estado de cuenta muestra al cliente.
       GRABA-MOVIMIENTO-CHEQUE.
           MOVE CUENTA-CHEQUE TO MOV-CUENTA.
           MOVE "CQ" TO MOV-OPERACION.
           MOVE MONTO-CHEQUE TO MOV-MONTO.
           MOVE CTA-SALDO TO MOV-SALDO-RESULTANTE.
           MOVE FECHA-HOY TO MOV-FECHA.
           MOVE HORA-ACTUAL TO MOV-HORA.
           MOVE 1.0000 TO MOV-TASA.
           MOVE NUMERO-CHEQUE TO MOV-REFERENCIA.
           MOVE CTA-MONEDA TO MOV-MONEDA.
           MOVE "SIST" TO MOV-TERMINAL.
           CALL "SIGUIENTE-FOLIO" USING FOLIO-MOVIMIENTO.
           MOVE FOLIO-MOVIMIENTO TO MOV-FOLIO.
           OPEN EXTEND MOVIMIENTOS-FILE.
           IF FS-MOVIMIENTOS = "35"
              OPEN OUTPUT MOVIMIENTOS-FILE
           END-IF.
           WRITE MOV-REG.
           CLOSE MOVIMIENTOS-FILE.
           PERFORM GRABA-INDICE-MOVIMIENTO.

      * El historial indexado del mini estado se mantiene igual que
      * en el cajero: la secuencia es el CTA-TOTAL-MOVS recién
      * incrementado de la cuenta cargada.
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

      * El cheque pagado queda registrado con el banco que lo
      * presentó y el folio del cargo, para la aclaración.
       GRABA-CHEQUE-PAGADO.
           MOVE CUENTA-CHEQUE TO CHL-CUENTA.
           MOVE NUMERO-CHEQUE TO CHL-NUMERO.
           MOVE "P" TO CHL-ESTADO.
           MOVE MONTO-CHEQUE TO CHL-MONTO.
           MOVE FECHA-HOY TO CHL-FECHA.
           MOVE 0 TO CHL-SUPERVISOR.
           MOVE SPACES TO CHL-RAZON.
           MOVE BANCO-CHEQUE TO CHL-BANCO.
           MOVE FOLIO-MOVIMIENTO TO CHL-FOLIO.
           WRITE CHQLIB-REG
              INVALID KEY REWRITE CHQLIB-REG
           END-WRITE.

      * El renglón presentado regresa a la cámara con el tipo y el
      * motivo de la resolución.
       CONTESTA-CAMARA.
           IF MOTIVO-DEVOLUCION = SPACES
              MOVE "A" TO CQM-TIPO
              ADD 1 TO CHEQUES-PAGADOS
              ADD MONTO-CHEQUE TO IMPORTE-PAGADO
              MOVE "PAGADO" TO LD-RESULTADO
           ELSE
              MOVE "R" TO CQM-TIPO
              ADD 1 TO CHEQUES-DEVUELTOS
              MOVE "DEVUELTO" TO LD-RESULTADO
           END-IF.
           MOVE MOTIVO-DEVOLUCION TO CQM-MOTIVO.
           MOVE MOTIVO-DEVOLUCION TO LD-MOTIVO.
           MOVE CHQCAM-REG TO LINEA-RESPUESTA.
           WRITE LINEA-RESPUESTA.
           MOVE LINEA-DETALLE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       END PROGRAM PAGA-CHEQUES.
