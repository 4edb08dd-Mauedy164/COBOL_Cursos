      *   en FISCAL.DAT (layout FISCAL.cpy), de donde sale la
      *   constancia anual (ConstanciaFiscal.cbl). Todo bajo el
      *   mismo checkpoint: una reanudación no duplica nada.
      * - El acumulado fiscal de una cuenta con cotitulares
      *   (TITULARES.DAT, layout TITULAR.cpy) se reparte por su
      *   porcentaje de propiedad: cada cotitular acumula su parte
      *   del interés y de lo retenido, y el titular lo que resta,
      *   para que el redondeo no pierda ni invente centavos. Los
      *   beneficiarios no acumulan.
      * - Devengo diario opcional: con "D" en DEVENGO.CFG el
      *   proceso corre en cada cierre de día hábil, las tasas de
      *   INTERES.DAT son anuales (por omisión MXN 0.0480, USD
      *   0.0240, EUR 0.0180) y el interés es saldo por tasa por
      *   días entre 360. Los días son los naturales hasta el
      *   siguiente día hábil (subprograma DIA-HABIL): el cierre
      *   del viernes devenga viernes, sábado y domingo, y el de la
      *   víspera de un feriado devenga también el feriado. En un
      *   día inhábil abierto por excepción no se devenga, porque
      *   esos días ya los cubrió el día hábil anterior. Sin
      *   archivo, o con "P", sigue el abono de fin de periodo.
      * - Una cuenta cerrada no devenga: el saldo que espera su cobro
      *   en ventanilla ya no es un depósito vigente.
      * - La tasa sale del producto de la cuenta (CTA-PRODUCTO en el
      *   catálogo PRODUCTOS.DAT, subprograma PRODUCTO-CUENTA): la
      *   tasa del producto es anual y el abono de fin de periodo
      *   (mensual) usa su doceava parte. Una cuenta sin producto o
      *   con un código fuera del catálogo sigue con la tasa de su
      *   moneda de INTERES.DAT, como siempre.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTERES-CUENTAS.
              RECORD KEY IS MIX-LLAVE
              FILE STATUS IS FS-MOVIDX.

           SELECT TITULARES-FILE ASSIGN TO "TITULARES.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TIT-LLAVE
              ALTERNATE RECORD KEY IS TIT-CUENTA
                 WITH DUPLICATES
              FILE STATUS IS FS-TITULARES.

           SELECT CHECKPOINT-FILE ASSIGN TO "INTERES.CHK"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-CHECKPOINT.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-RETISR.

           SELECT DEVENGO-FILE ASSIGN TO "DEVENGO.CFG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-DEVENGO.

           SELECT FISCAL-FILE ASSIGN TO "FISCAL.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
       01  RETISR-REG.
           05 RET-TASA               PIC 9V9999.

      * Modo de devengo: "D" diario, "P" fin de periodo.
       FD  DEVENGO-FILE.
       01  DEVENGO-REG.
           05 DEV-MODO               PIC X(1).

       FD  FISCAL-FILE.
           COPY FISCAL.

       FD  TITULARES-FILE.
           COPY TITULAR.

       WORKING-STORAGE SECTION.
       01  FS-CUENTAS                PIC X(2) VALUE "00".
       01  FS-MOVIMIENTOS            PIC X(2) VALUE "00".
              10 TI-TASA              PIC 9V9999.

       01  TASA-CUENTA               PIC 9V9999 VALUE 0.
       01  MESES-ANIO                PIC 9(2) VALUE 12.
           COPY PRODCTA.
       01  INTERES-CALCULADO         PIC S9(7)V99 VALUE 0.

      * Devengo diario: modo de DEVENGO.CFG y días naturales que
      * cubre el cierre de hoy, hasta el siguiente día hábil.
       01  FS-DEVENGO                PIC X(2) VALUE "00".
       01  MODO-DEVENGO              PIC X(1) VALUE "P".
       01  DIAS-DEVENGO              PIC 9(3) VALUE 0.
       01  DIAS-BASE                 PIC 9(3) VALUE 360.
           COPY DIAHABIL.

      * Retención regulatoria sobre el interés del periodo: la tasa
      * de RETISR.CFG (0.2000 por omisión), el impuesto de la
      * cuenta en turno y el año fiscal del acumulado por cliente.
       01  ANIO-FISCAL               PIC 9(4) VALUE 0.
       01  TOTAL-RETENIDO            PIC S9(9)V99 VALUE 0.

      * Reparto del acumulado fiscal entre titular y cotitulares:
      * la parte que se acumula al cliente en turno y lo que le
      * resta al titular. Sin TITULARES.DAT todo va al titular.
       01  FS-TITULARES              PIC X(2) VALUE "00".
       01  HAY-TITULARES             PIC X(1) VALUE "N".
       01  CLIENTE-FISCAL            PIC 9(6) VALUE 0.
       01  INTERES-PARTE             PIC S9(7)V99 VALUE 0.
       01  RETENCION-PARTE           PIC S9(7)V99 VALUE 0.
       01  INTERES-TITULAR           PIC S9(7)V99 VALUE 0.
       01  RETENCION-TITULAR         PIC S9(7)V99 VALUE 0.

       01  CUENTAS-ABONADAS          PIC 9(6) VALUE 0.
       01  CUENTAS-SIN-INTERES       PIC 9(6) VALUE 0.
       01  TOTAL-INTERES-MXN-EQ      PIC S9(9)V99 VALUE 0.
           CALL "FECHA-NEGOCIO" USING FECHA-HOY.
           ACCEPT HORA-ACTUAL FROM TIME.
           DIVIDE FECHA-HOY BY 10000 GIVING ANIO-FISCAL.
           PERFORM CARGA-MODO-DEVENGO.
           IF MODO-DEVENGO = "D" AND DIAS-DEVENGO = 0
              DISPLAY "Día inhábil: no se devengan intereses; los "
                 "cubrió el día hábil anterior."
              GOBACK
           END-IF.
           PERFORM CARGA-TASAS-INTERES.
           PERFORM CARGA-TASA-RETENCION.
           PERFORM ABRE-FISCAL.
           MOVE "N" TO HAY-TITULARES.
           OPEN INPUT TITULARES-FILE.
           IF FS-TITULARES = "00"
              MOVE "S" TO HAY-TITULARES
           END-IF.

           OPEN I-O CUENTAS-FILE.
           IF FS-CUENTAS NOT = "00" AND FS-CUENTAS NOT = "05"
              END-IF
              OPEN OUTPUT REPORTE-FILE

              IF MODO-DEVENGO = "D"
                 MOVE SPACES TO LINEA-REPORTE
                 STRING "DEVENGO DIARIO DE INTERESES DEL " FECHA-HOY
                    " (" DIAS-DEVENGO " DIAS)"
                    DELIMITED BY SIZE INTO LINEA-REPORTE
              ELSE
                 MOVE "ABONO DE INTERESES DEL PERIODO"
                    TO LINEA-REPORTE
              END-IF
              WRITE LINEA-REPORTE
              MOVE "CUENTA    MON     INTERES    SALDO NUEVO" TO
                 LINEA-REPORTE
              CLOSE REPORTE-FILE
              CLOSE CUENTAS-FILE
              CLOSE FISCAL-FILE
              IF HAY-TITULARES = "S"
                 CLOSE TITULARES-FILE
              END-IF
              PERFORM BORRA-CHECKPOINT
              DISPLAY "Cuentas abonadas: " CUENTAS-ABONADAS
              DISPLAY "Impuesto retenido:  " TOTAL-RETENIDO
           MOVE 0.0020 TO TI-TASA (2).
           MOVE "EUR" TO TI-MONEDA (3).
           MOVE 0.0015 TO TI-TASA (3).
           IF MODO-DEVENGO = "D"
              MOVE 0.0480 TO TI-TASA (1)
              MOVE 0.0240 TO TI-TASA (2)
              MOVE 0.0180 TO TI-TASA (3)
           END-IF.

           OPEN INPUT INTERES-FILE.
           IF FS-INTERES = "00"
              CLOSE INTERES-FILE
           END-IF.

      ******************************************************************
      * Modo de devengo de DEVENGO.CFG. En modo diario, los días
      * que cubre el cierre de hoy salen del calendario bancario:
      * de hoy al siguiente día hábil, o cero si hoy es inhábil.
      ******************************************************************
       CARGA-MODO-DEVENGO.
           MOVE "P" TO MODO-DEVENGO.
           MOVE 1 TO DIAS-DEVENGO.
           OPEN INPUT DEVENGO-FILE.
           IF FS-DEVENGO = "00"
              READ DEVENGO-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF DEV-MODO = "D"
                       MOVE "D" TO MODO-DEVENGO
                    END-IF
              END-READ
              CLOSE DEVENGO-FILE
           END-IF.
           IF MODO-DEVENGO = "D"
              MOVE FECHA-HOY TO DH-FECHA
              MOVE 0 TO DH-DIA-MES
              MOVE 0 TO DH-ULTIMA
              CALL "DIA-HABIL" USING DIA-HABIL-REG
              IF DH-HABIL = "S"
                 MOVE DH-DIAS-SIGUIENTE TO DIAS-DEVENGO
              ELSE
                 MOVE 0 TO DIAS-DEVENGO
              END-IF
           END-IF.

       APLICA-TASA-INTERES.
           READ INTERES-FILE
              AT END MOVE "10" TO FS-INTERES
      ******************************************************************
      * Devenga una cuenta: interés del periodo sobre el saldo, abono
      * al maestro y movimiento "IN" en la bitácora. Las cuentas sin
      * saldo positivo, bloqueadas o cerradas no devengan.
      ******************************************************************
       ABONA-UNA-CUENTA.
           READ CUENTAS-FILE NEXT
              AT END MOVE "10" TO FS-CUENTAS
           END-READ.
           IF FS-CUENTAS NOT = "10"
              PERFORM OBTEN-TASA-INTERES THRU OBTEN-TASA-INTERES-EXIT
              MOVE 0 TO INTERES-CALCULADO
              IF CTA-SALDO > 0 AND CTA-BLOQUEADA NOT = "S"
                    AND CTA-ESTADO NOT = "C" AND TASA-CUENTA > 0
                 PERFORM CALCULA-INTERES-CUENTA
              END-IF
      * Un devengo diario de un saldo chico puede redondear a cero:
      * no se graba un abono en cero.
              IF INTERES-CALCULADO > 0
                 COMPUTE RETENCION-CALCULADA ROUNDED =
                    INTERES-CALCULADO * TASA-RETENCION
                 ADD INTERES-CALCULADO TO CTA-SALDO
              END-IF
           END-IF.

       CALCULA-INTERES-CUENTA.
           IF MODO-DEVENGO = "D"
              COMPUTE INTERES-CALCULADO ROUNDED =
                 CTA-SALDO * TASA-CUENTA * DIAS-DEVENGO / DIAS-BASE
           ELSE
              COMPUTE INTERES-CALCULADO ROUNDED =
                 CTA-SALDO * TASA-CUENTA
           END-IF.

      * Primero el producto de la cuenta; sin producto en el
      * catálogo, la tasa general de su moneda.
       OBTEN-TASA-INTERES.
           MOVE CTA-PRODUCTO TO PRC-CODIGO.
           CALL "PRODUCTO-CUENTA" USING PRODUCTO-CUENTA-REG.
           IF PRC-HALLADO = "S"
              IF MODO-DEVENGO = "D"
                 MOVE PRC-TASA-INTERES TO TASA-CUENTA
              ELSE
                 COMPUTE TASA-CUENTA ROUNDED =
                    PRC-TASA-INTERES / MESES-ANIO
              END-IF
              GO TO OBTEN-TASA-INTERES-EXIT
           END-IF.
           PERFORM BUSCA-MONEDA-INTERES
              VARYING IDX-INT FROM 1 BY 1
              UNTIL IDX-INT > 3
           ELSE
              MOVE 0 TO TASA-CUENTA
           END-IF.
       OBTEN-TASA-INTERES-EXIT.
           EXIT.

      * El abono es en la moneda de la propia cuenta, sin conversión,
      * así que la tasa de cambio grabada es 1.0000.
      * Acumulado fiscal del titular: el interés bruto y lo
      * retenido de esta cuenta se suman al año del cliente
      * (CTA-CLIENTE), de donde saldrá su constancia. Una cuenta
      * sin titular ligado (cliente cero) no acumula. Si la cuenta
      * tiene cotitulares, primero acumula cada uno su porcentaje
      * y el titular se queda con el resto.
      ******************************************************************
       ACUMULA-FISCAL.
           IF CTA-CLIENTE = 0
              GO TO ACUMULA-FISCAL-FIN
           END-IF.
           MOVE INTERES-CALCULADO TO INTERES-TITULAR.
           MOVE RETENCION-CALCULADA TO RETENCION-TITULAR.
           IF HAY-TITULARES = "S"
              MOVE CTA-NUMERO TO TIT-CUENTA
              START TITULARES-FILE KEY IS EQUAL TO TIT-CUENTA
                 INVALID KEY MOVE "10" TO FS-TITULARES
              END-START
              PERFORM REPARTE-COTITULAR UNTIL FS-TITULARES = "10"
              MOVE "00" TO FS-TITULARES
           END-IF.
           MOVE CTA-CLIENTE TO CLIENTE-FISCAL.
           MOVE INTERES-TITULAR TO INTERES-PARTE.
           MOVE RETENCION-TITULAR TO RETENCION-PARTE.
           PERFORM ACUMULA-CLIENTE-FISCAL.
       ACUMULA-FISCAL-FIN.
           EXIT.

       REPARTE-COTITULAR.
           READ TITULARES-FILE NEXT
              AT END MOVE "10" TO FS-TITULARES
           END-READ.
           IF FS-TITULARES NOT = "10"
              IF TIT-CUENTA NOT = CTA-NUMERO
                 MOVE "10" TO FS-TITULARES
              ELSE
                 IF TIT-ROL = "C" AND TIT-PORCENTAJE > 0
                    COMPUTE INTERES-PARTE ROUNDED =
                       INTERES-CALCULADO * TIT-PORCENTAJE / 100
                    COMPUTE RETENCION-PARTE ROUNDED =
                       RETENCION-CALCULADA * TIT-PORCENTAJE / 100
                    SUBTRACT INTERES-PARTE FROM INTERES-TITULAR
                    SUBTRACT RETENCION-PARTE FROM RETENCION-TITULAR
                    MOVE TIT-CLIENTE TO CLIENTE-FISCAL
                    PERFORM ACUMULA-CLIENTE-FISCAL
                 END-IF
              END-IF
           END-IF.

       ACUMULA-CLIENTE-FISCAL.
           MOVE ANIO-FISCAL TO FIS-ANIO.
           MOVE CLIENTE-FISCAL TO FIS-CLIENTE.
           READ FISCAL-FILE
              INVALID KEY
                 MOVE ANIO-FISCAL TO FIS-ANIO
                 MOVE CLIENTE-FISCAL TO FIS-CLIENTE
                 MOVE 0 TO FIS-INTERES
                 MOVE 0 TO FIS-RETENCION
                 WRITE FISCAL-REG
           END-READ.
           ADD INTERES-PARTE TO FIS-INTERES.
           ADD RETENCION-PARTE TO FIS-RETENCION.
           REWRITE FISCAL-REG.

       GRABA-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE.
