      * Lote del cierre nocturno (CierreDia.cbl): recorre
      * PRESTAMOS.DAT y cobra la mensualidad de los préstamos
      * vigentes ya vencidos en el mes — día del mes alcanzado y sin
      * cobro sellado desde entonces, la misma regla de
      * EjecutaOrdenes con las órdenes domiciliadas. El cargo a la
      * cuenta ligada se parte en abono a capital (movimiento "PC") e
      * interés del mes (movimiento "PI"), reduce el saldo insoluto y
      * fallido, y de ahí sale el reporte de morosidad por días de
      * atraso que cierra PRESTAMOS.TXT; un cobro con éxito limpia
      * la marca.
      *
      * La mensualidad se cobra contra el disponible más la línea de
      * sobregiro de la cuenta (CTA-LINEA-SOBREGIRO): un préstamo
      * con línea en su cuenta de cargo no cae en morosidad por
      * unos pesos; el dispuesto paga su interés en el lote
      * InteresSobregiro.cbl.
      *
      * Los moratorios que la calificación mensual de cartera
      * (CalificaCartera.cbl) acumula en PRE-MORATORIOS se cobran
      * junto con la mensualidad, como su propio movimiento "PM".
      * Los préstamos castigados con saldo por recuperar no se
      * reintentan como mensualidad: cada noche se recupera de la
      * cuenta ligada lo que haya disponible (sin línea de
      * sobregiro) hasta cubrir PRE-CASTIGADO, con el movimiento
      * "RC" que el extracto contable registra como ingreso.
      *
      * En ambos cobros el disponible resta, además de lo retenido
      * por cheques en cámara, lo congelado por órdenes de autoridad
      * (CTA-EMBARGADO): el dinero asegurado no se cobra.
      *
      * La mensualidad vence en día hábil: el día pactado que cae en
      * sábado, domingo o feriado (FERIADOS.DAT) se recorre al
      * siguiente día hábil con el subprograma DIA-HABIL, aunque
      * pase al mes siguiente, y un día que el mes no tiene vence el
      * último del mes. En un día inhábil no se intenta ningún cobro
      * de mensualidad, así que un vencimiento en feriado ya no
      * cuenta como intento fallido ni arranca PRE-VENCIDO-DESDE; la
      * recuperación de castigados sí corre, porque no tiene
      * vencimiento.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBRA-PRESTAMOS.
       01  FS-REPORTE               PIC X(2) VALUE "00".

       01  FECHA-HOY                PIC 9(8) VALUE 0.
       01  HORA-ACTUAL              PIC 9(6) VALUE 0.

      * Calendario bancario: si hoy es hábil y, por préstamo, el
      * vencimiento ya recorrido que toca cobrar.
           COPY DIAHABIL.
       01  HOY-HABIL                PIC X(1) VALUE "S".
       01  SIGUIENTE-HABIL          PIC 9(8) VALUE 0.

      * Datos del préstamo en curso, guardados antes de usar el área
      * de registro de cuentas, igual que hace EjecutaOrdenes.
       01  INTERES-MES              PIC S9(7)V99 VALUE 0.
       01  CAPITAL-MES              PIC S9(7)V99 VALUE 0.
       01  TOTAL-CARGO-MES          PIC S9(7)V99 VALUE 0.
       01  MORATORIOS-MES           PIC S9(7)V99 VALUE 0.
       01  DISPONIBLE-RECUPERA      PIC S9(8)V99 VALUE 0.
       01  MONTO-RECUPERADO         PIC S9(7)V99 VALUE 0.

       01  COBROS-APLICADOS         PIC 9(6) VALUE 0.
       01  COBROS-SIN-FONDOS        PIC 9(6) VALUE 0.
       01  COBROS-CON-ERROR         PIC 9(6) VALUE 0.
       01  PRESTAMOS-LIQUIDADOS     PIC 9(6) VALUE 0.
       01  RECUPERACIONES           PIC 9(6) VALUE 0.

      * Morosidad al cierre de la corrida: días transcurridos desde
      * el primer intento de cobro fallido sin resolver.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           CALL "FECHA-NEGOCIO" USING FECHA-HOY.
           ACCEPT HORA-ACTUAL FROM TIME.
           MOVE FECHA-HOY TO DH-FECHA.
           MOVE 0 TO DH-DIA-MES.
           MOVE 0 TO DH-ULTIMA.
           CALL "DIA-HABIL" USING DIA-HABIL-REG.
           MOVE DH-HABIL TO HOY-HABIL.
           MOVE DH-SIGUIENTE TO SIGUIENTE-HABIL.

           OPEN I-O PRESTAMOS-FILE.
           IF FS-PRESTAMOS NOT = "00" AND FS-PRESTAMOS NOT = "05"
           MOVE "PREST.  CUENTA     CAPITAL     INTERES  RESULTADO"
              TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           IF HOY-HABIL NOT = "S"
              MOVE SPACES TO LINEA-REPORTE
              STRING "DIA INHABIL: LAS MENSUALIDADES SE DIFIEREN AL "
                 SIGUIENTE-HABIL
                 DELIMITED BY SIZE INTO LINEA-REPORTE
              WRITE LINEA-REPORTE
           END-IF.

           MOVE 0 TO PRE-NUMERO.
           START PRESTAMOS-FILE KEY IS NOT LESS THAN PRE-NUMERO
           STRING "PRESTAMOS LIQUIDADOS: " PRESTAMOS-LIQUIDADOS
              DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           STRING "RECUPERACIONES:       " RECUPERACIONES
              DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           PERFORM REPORTA-MOROSIDAD.


      ******************************************************************
      * Decide si el préstamo leído tiene mensualidad vencida:
      * vigente y con un vencimiento ya recorrido a día hábil que
      * llegó y que es posterior a su último cobro (DIA-HABIL lo
      * resuelve).
      ******************************************************************
       REVISA-PRESTAMO.
           READ PRESTAMOS-FILE NEXT
              AT END MOVE "10" TO FS-PRESTAMOS
           END-READ.
           IF FS-PRESTAMOS NOT = "10"
              MOVE 0 TO DH-VENCE
              IF PRE-ESTADO = "V" AND HOY-HABIL = "S"
                 MOVE FECHA-HOY TO DH-FECHA
                 MOVE PRE-DIA-MES TO DH-DIA-MES
                 MOVE PRE-ULT-COBRO TO DH-ULTIMA
                 CALL "DIA-HABIL" USING DIA-HABIL-REG
              END-IF
              IF DH-VENCE NOT = 0
                 PERFORM COBRA-UNA-MENSUALIDAD
                    THRU COBRA-UNA-MENSUALIDAD-EXIT
              END-IF
              IF PRE-ESTADO = "C" AND PRE-CASTIGADO > 0
                 PERFORM RECUPERA-CASTIGADO
                    THRU RECUPERA-CASTIGADO-EXIT
              END-IF
           END-IF.

      ******************************************************************
                 OR PRE-PAGOS-HECHOS + 1 >= PRE-PLAZO-MESES
              MOVE PRE-SALDO-INSOLUTO TO CAPITAL-MES
           END-IF.
           MOVE PRE-MORATORIOS TO MORATORIOS-MES.
           COMPUTE TOTAL-CARGO-MES =
              CAPITAL-MES + INTERES-MES + MORATORIOS-MES.

           MOVE PRESTAMO-EN-CURSO TO LD-PRESTAMO.
           MOVE CUENTA-CARGO TO LD-CUENTA.
           END-READ.

      * El cobro sale del disponible: lo retenido por cheques en
      * cámara no es cobrable, igual que en las comisiones, ni lo
      * embargado. La línea de sobregiro autorizada sí cuenta.
           IF TOTAL-CARGO-MES >
                 CTA-SALDO - CTA-RETENIDO - CTA-EMBARGADO
                 + CTA-LINEA-SOBREGIRO
              ADD 1 TO COBROS-SIN-FONDOS
              MOVE "SIN FONDOS" TO LD-RESULTADO
              PERFORM ESCRIBE-DETALLE
           REWRITE CUENTA-REG.
           PERFORM GRABA-MOVIMIENTO-INTERES.

           IF MORATORIOS-MES > 0
              SUBTRACT MORATORIOS-MES FROM CTA-SALDO
              ADD 1 TO CTA-TOTAL-MOVS
              REWRITE CUENTA-REG
              PERFORM GRABA-MOVIMIENTO-MORATORIOS
              MOVE 0 TO PRE-MORATORIOS
           END-IF.

           SUBTRACT CAPITAL-MES FROM PRE-SALDO-INSOLUTO.
           ADD 1 TO PRE-PAGOS-HECHOS.
           MOVE FECHA-HOY TO PRE-ULT-COBRO.
           MOVE CTA-SALDO TO MOV-SALDO-RESULTANTE.
           PERFORM ESCRIBE-MOVIMIENTO.

       GRABA-MOVIMIENTO-MORATORIOS.
           MOVE CUENTA-CARGO TO MOV-CUENTA.
           MOVE "PM" TO MOV-OPERACION.
           MOVE MORATORIOS-MES TO MOV-MONTO.
           MOVE CTA-SALDO TO MOV-SALDO-RESULTANTE.
           PERFORM ESCRIBE-MOVIMIENTO.

      ******************************************************************
      * Recuperación de un préstamo castigado: se carga a la cuenta
      * ligada lo disponible (saldo menos retenido, sin línea de
      * sobregiro) hasta cubrir lo castigado. Sin disponible no pasa
      * nada y se reintenta mañana.
      ******************************************************************
       RECUPERA-CASTIGADO.
           MOVE PRE-NUMERO TO PRESTAMO-EN-CURSO.
           MOVE PRE-CUENTA TO CUENTA-CARGO.
           MOVE PRE-CUENTA TO CTA-NUMERO.
           READ CUENTAS-FILE
              INVALID KEY GO TO RECUPERA-CASTIGADO-EXIT
           END-READ.
           COMPUTE DISPONIBLE-RECUPERA =
              CTA-SALDO - CTA-RETENIDO - CTA-EMBARGADO.
           IF DISPONIBLE-RECUPERA <= 0 OR CTA-ESTADO = "C"
              GO TO RECUPERA-CASTIGADO-EXIT
           END-IF.
           IF DISPONIBLE-RECUPERA > PRE-CASTIGADO
              MOVE PRE-CASTIGADO TO MONTO-RECUPERADO
           ELSE
              MOVE DISPONIBLE-RECUPERA TO MONTO-RECUPERADO
           END-IF.

           SUBTRACT MONTO-RECUPERADO FROM CTA-SALDO.
           ADD 1 TO CTA-TOTAL-MOVS.
           REWRITE CUENTA-REG.
           MOVE CUENTA-CARGO TO MOV-CUENTA.
           MOVE "RC" TO MOV-OPERACION.
           MOVE MONTO-RECUPERADO TO MOV-MONTO.
           MOVE CTA-SALDO TO MOV-SALDO-RESULTANTE.
           PERFORM ESCRIBE-MOVIMIENTO.

           SUBTRACT MONTO-RECUPERADO FROM PRE-CASTIGADO.
           REWRITE PRESTAMO-REG.
           ADD 1 TO RECUPERACIONES.

           MOVE PRESTAMO-EN-CURSO TO LD-PRESTAMO.
           MOVE CUENTA-CARGO TO LD-CUENTA.
           MOVE MONTO-RECUPERADO TO LD-CAPITAL.
           MOVE 0 TO LD-INTERES.
           MOVE "RECUPERADO" TO LD-RESULTADO.
           PERFORM ESCRIBE-DETALLE.
       RECUPERA-CASTIGADO-EXIT.
           EXIT.

      * El cobro es en MXN (la cuenta ligada se validó en MXN al
      * contratar), así que la tasa de cambio grabada es 1.0000.
       ESCRIBE-MOVIMIENTO.
