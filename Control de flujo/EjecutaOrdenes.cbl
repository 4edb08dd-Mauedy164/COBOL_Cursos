      * - El STOP RUN final se cambió por GOBACK y el error fatal
      *   deja RETURN-CODE 8, para poder encadenarse desde el
      *   orquestador del cierre (CierreDia.cbl).
      * - Los fondos de la orden se validan contra el disponible
      *   (saldo menos retenido por cheques en cámara) más la línea
      *   de sobregiro autorizada de la cuenta de cargo
      *   (CTA-LINEA-SOBREGIRO): una orden de renta ya no rebota por
      *   unos pesos si la cuenta tiene línea.
      * - El disponible resta también lo congelado por órdenes de
      *   autoridad (CTA-EMBARGADO): una cuenta embargada no paga
      *   órdenes con el dinero asegurado.
      * - La orden vence en día hábil: el día del mes pactado que cae
      *   en sábado, domingo o feriado (FERIADOS.DAT) se recorre al
      *   siguiente día hábil con el subprograma DIA-HABIL, aunque
      *   pase al mes siguiente, y un día que el mes no tiene vence
      *   el último del mes. En un día inhábil el lote no ejecuta
      *   nada: lo que vence se difiere al siguiente hábil.
      * - La orden con cuenta de cargo cerrada se rechaza ("CTA
      *   CERRADA"): el saldo que una cuenta cerrada conserva para
      *   su cobro en ventanilla no se carga.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJECUTA-ORDENES.
       01  FS-REPORTE               PIC X(2) VALUE "00".

       01  FECHA-HOY                PIC 9(8) VALUE 0.
       01  HORA-ACTUAL              PIC 9(6) VALUE 0.

      * Calendario bancario: si hoy es hábil y, por orden, el
      * vencimiento ya recorrido que toca atender.
           COPY DIAHABIL.
       01  HOY-HABIL                PIC X(1) VALUE "S".
       01  SIGUIENTE-HABIL          PIC 9(8) VALUE 0.

       01  ORDENES-EJECUTADAS       PIC 9(6) VALUE 0.
       01  ORDENES-SIN-FONDOS       PIC 9(6) VALUE 0.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           CALL "FECHA-NEGOCIO" USING FECHA-HOY.
           ACCEPT HORA-ACTUAL FROM TIME.
           MOVE FECHA-HOY TO DH-FECHA.
           MOVE 0 TO DH-DIA-MES.
           MOVE 0 TO DH-ULTIMA.
           CALL "DIA-HABIL" USING DIA-HABIL-REG.
           MOVE DH-HABIL TO HOY-HABIL.
           MOVE DH-SIGUIENTE TO SIGUIENTE-HABIL.

           OPEN I-O ORDENES-FILE.
           IF FS-ORDENES NOT = "00" AND FS-ORDENES NOT = "05"
           MOVE "ORDEN   CARGO   ABONO        MONTO  RESULTADO" TO
              LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           IF HOY-HABIL NOT = "S"
              MOVE SPACES TO LINEA-REPORTE
              STRING "DIA INHABIL: LAS ORDENES SE DIFIEREN AL "
                 SIGUIENTE-HABIL
                 DELIMITED BY SIZE INTO LINEA-REPORTE
              WRITE LINEA-REPORTE
           END-IF.

           MOVE 0 TO ORD-NUMERO.
           START ORDENES-FILE KEY IS NOT LESS THAN ORD-NUMERO
              " sin fondos: " ORDENES-SIN-FONDOS.

      ******************************************************************
      * Decide si la orden leída está vencida: activa y con un
      * vencimiento ya recorrido a día hábil que llegó y que es
      * posterior a su última ejecución (DIA-HABIL lo resuelve).
      ******************************************************************
       REVISA-ORDEN.
           READ ORDENES-FILE NEXT
              AT END MOVE "10" TO FS-ORDENES
           END-READ.
           IF FS-ORDENES NOT = "10"
              MOVE 0 TO DH-VENCE
              IF ORD-ACTIVA = "S" AND HOY-HABIL = "S"
                 MOVE FECHA-HOY TO DH-FECHA
                 MOVE ORD-DIA-MES TO DH-DIA-MES
                 MOVE ORD-ULT-EJECUCION TO DH-ULTIMA
                 CALL "DIA-HABIL" USING DIA-HABIL-REG
              END-IF
              IF DH-VENCE NOT = 0
                 PERFORM EJECUTA-UNA-ORDEN
                    THRU EJECUTA-UNA-ORDEN-EXIT
              END-IF
                 PERFORM ESCRIBE-DETALLE
                 GO TO EJECUTA-UNA-ORDEN-EXIT
           END-READ.
      * Una cuenta cerrada puede conservar su saldo hasta que el
      * titular lo cobra en ventanilla; ese saldo ya no paga órdenes.
           IF CTA-ESTADO = "C"
              ADD 1 TO ORDENES-CON-ERROR
              MOVE "CTA CERRADA" TO LD-RESULTADO
              PERFORM ESCRIBE-DETALLE
              GO TO EJECUTA-UNA-ORDEN-EXIT
           END-IF.

           IF MONTO-ORDEN >
                 CTA-SALDO - CTA-RETENIDO - CTA-EMBARGADO
                 + CTA-LINEA-SOBREGIRO
              ADD 1 TO ORDENES-SIN-FONDOS
              MOVE "SIN FONDOS" TO LD-RESULTADO
              PERFORM ESCRIBE-DETALLE
