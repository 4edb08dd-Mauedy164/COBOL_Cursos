      *   DQ depósito de cheque     cargo 120200 remesas de cheques
      *                             en cámara / abono 210100
      *   CD cheque devuelto        cargo 210100 / abono 120200
      *   CQ cheque librado pagado  cargo 210100 / abono 120200
      *                             (la cámara lo compensa contra
      *                             las remesas del día)
      *   RI retención de ISR       cargo 210100 / abono 240100
      *                             impuestos retenidos por pagar
      *   IS interés de sobregiro   cargo 210100 / abono 410100
      *                             ingreso por intereses de cartera
      *   PM moratorios cobrados    cargo 210100 / abono 410100
      *   RC recuperación de un     cargo 210100 / abono 440100
      *      préstamo castigado     ingreso por recuperación de
      *                             cartera castigada
      *   EJ ejecución de un        cargo 210100 / abono 250100
      *      embargo                fondos embargados en suspenso
      *                             por entregar a la autoridad
      *   PS pago de servicios      cargo 210100 / abono 250200
      *                             pagos de servicios por remitir
      *   LS remesa a la emisora    cargo 250200 / abono 210100
      *                             (abono a la cuenta liquidadora)
      *   RV reversa (con signo)    contra 590100 ajustes por
      *                             reversas: una reversa no tiene
      *                             pata espejo en otra cuenta de
      * la tasa grabada en el propio movimiento (MOV-TASA). Las
      * transferencias y órdenes domiciliadas mueven saldos entre
      * dos cuentas de clientes y no cambian el mayor; ésas sí se
      * cuentan como omitidas y no se contabilizan. Lo mismo la
      * devolución de un pago de servicios rechazado ("CS" a la
      * emisora y "DS" al cliente).
      *
      * El cambio de divisas entre cuentas propias tampoco se postea
      * pata por pata: el cargo "CX" y el abono "AX" valen lo mismo
      * a la tasa aplicada y se cuentan como omitidos. Lo que sí
      * cambia el mayor es el margen del diferencial, que se toma de
      * CAMBIOS.DAT (los renglones con la fecha del extracto): la
      * pata en divisa quedó valuada a la tasa aplicada y no al
      * fixing, así que el margen neto del día carga 210100 y abona
      * 430100 ingreso por cambios (negativo, al revés).
      *
      * Lo dispuesto de las líneas de sobregiro no es un depósito
      * negativo sino cartera de crédito: al final del día se suman
      * los saldos negativos de CUENTAS.DAT y se reclasifica contra
      * 130100 la diferencia con lo que ya estaba reclasificado
      * (SOBRGL.DAT guarda el último saldo contabilizado). Si lo
      * dispuesto subió, cargo 130100 / abono 210100; si bajó, al
      * revés. Una segunda corrida del mismo día parte del saldo
      * anterior guardado y no duplica la póliza; una corrida de una
      * fecha anterior a la última reclasificada no la toca.
      *
      * La estimación preventiva y los castigos de préstamos no
      * pasan por la bitácora: se toman de POLCART.DAT, los renglones
      * con la fecha del extracto. La estimación neta del día con
      * signo positivo carga el gasto 520100 contra la estimación
      * preventiva 139100 (negativa, al revés); el castigo carga la
      * estimación 139100 y abona la cartera 130100.
      *
      * Los sobrantes y faltantes de los arqueos de cajeros tampoco
      * pasan por la bitácora: se toman de ARQUEOS.DAT (layout
      * ARQUEO.cpy), los arqueos con la fecha del extracto. El neto
      * del día se lleva a la cuenta de suspenso 190100 sobrantes y
      * faltantes de caja, hasta que la sucursal lo aclare: un
      * sobrante carga la caja 110100 y abona 190100; un faltante al
      * revés. Los cortes de los cajones de ventanilla del día
      * (CAJONES.DAT, layout CAJON.cpy) suman su sobrante o
      * faltante a ese mismo neto.
      *
      * La nómina pagada en efectivo en ventanilla no tiene cuenta
      * de cliente ni movimiento en la bitácora: se toma de
      * CAJONES.DAT (renglones "NV" con la fecha del extracto) y
      * carga 220100 nómina por pagar contra la caja 110100.
      *
      * La nómina enviada a cuentas de otros bancos tampoco tiene
      * cuenta de cliente: se toma de la bitácora de nómina
      * interbancaria NOMSPEI.DAT (layout NOMSPEI.cpy) con la fecha
      * del extracto. El envío "E" carga 220100 nómina por pagar y
      * abona la liquidadora de la cámara 120100; la devolución "R"
      * carga 120100 y abona 220200 nómina devuelta en suspenso,
      * donde queda hasta que Recursos Humanos la aclare.
      *
      * El archivo termina con un registro trailer "T" con los
      * totales de cargos y abonos y el número de renglones, para
      * que el lado receptor lo verifique antes de aceptar la carga;
      * cargos y abonos deben ser iguales por construcción.
      *
      * La fecha contable de las pólizas y del trailer (GL-FECHA,
      * GT-FECHA) es la fecha del extracto recorrida al siguiente
      * día hábil con el subprograma DIA-HABIL (FERIADOS.DAT): el
      * mayor no registra en sábado, domingo ni feriado, así que lo
      * operado en un día inhábil abierto por excepción se
      * contabiliza el siguiente hábil. La bitácora, las pólizas de
      * cartera, los cambios, los arqueos, los cajones, la nómina
      * interbancaria y la reclasificación de sobregiros se siguen
      * buscando por la fecha del extracto tal cual.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTRACTO-GL.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-GLPOST.

           SELECT CUENTAS-FILE ASSIGN TO "CUENTAS.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CTA-NUMERO
              FILE STATUS IS FS-CUENTAS.

           SELECT SOBREGIRO-GL-FILE ASSIGN TO "SOBRGL.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-SOBREGIRO-GL.

           SELECT POLCART-FILE ASSIGN TO "POLCART.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-POLCART.

           SELECT CAMBIOS-FILE ASSIGN TO "CAMBIOS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-CAMBIOS.

           SELECT ARQUEOS-FILE ASSIGN TO "ARQUEOS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-ARQUEOS.

           SELECT CAJONES-FILE ASSIGN TO "CAJONES.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-CAJONES.

           SELECT NOMSPEI-FILE ASSIGN TO "NOMSPEI.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-NOMSPEI.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORICO-FILE.
           05 GT-TOTAL-ABONOS      PIC 9(11)V99.
           05 GT-RENGLONES         PIC 9(6).

       FD  CUENTAS-FILE.
           COPY CUENTA.

      * Último saldo dispuesto de sobregiros ya reclasificado a
      * cartera: fecha de la reclasificación, saldo con que se
      * partió ese día y saldo con que quedó.
       FD  SOBREGIRO-GL-FILE.
       01  SOBREGIRO-GL-REG.
           05 SGL-FECHA            PIC 9(8).
           05 SGL-SALDO-ANTERIOR   PIC 9(11)V99.
           05 SGL-SALDO-ACTUAL     PIC 9(11)V99.

       FD  POLCART-FILE.
           COPY POLCART.

       FD  CAMBIOS-FILE.
           COPY CAMBIO.

       FD  ARQUEOS-FILE.
           COPY ARQUEO.

       FD  CAJONES-FILE.
           COPY CAJON.

       FD  NOMSPEI-FILE.
           COPY NOMSPEI.

       WORKING-STORAGE SECTION.
       01  FS-HISTORICO            PIC X(2) VALUE "00".
       01  FS-GLPOST               PIC X(2) VALUE "00".
       01  FS-CUENTAS              PIC X(2) VALUE "00".
       01  FS-SOBREGIRO-GL         PIC X(2) VALUE "00".
       01  FS-POLCART              PIC X(2) VALUE "00".
       01  FS-CAMBIOS              PIC X(2) VALUE "00".
       01  FS-ARQUEOS              PIC X(2) VALUE "00".
       01  FS-CAJONES              PIC X(2) VALUE "00".
       01  FS-NOMSPEI              PIC X(2) VALUE "00".

       01  FECHA-ENTRADA           PIC X(8) VALUE SPACES.
       01  FECHA-EXTRACTO          PIC 9(8) VALUE 0.
       01  FECHA-CONTABLE          PIC 9(8) VALUE 0.
           COPY DIAHABIL.
       01  ENTRADA-VALIDA          PIC X(1) VALUE "N".

       01  NOMBRE-HISTORICO.
       01  TOTAL-COMISIONES        PIC 9(11)V99 VALUE 0.
       01  TOTAL-CHEQUES-DEP       PIC 9(11)V99 VALUE 0.
       01  TOTAL-CHEQUES-DEV       PIC 9(11)V99 VALUE 0.
       01  TOTAL-CHEQUES-PAG       PIC 9(11)V99 VALUE 0.
       01  TOTAL-RETENCIONES       PIC 9(11)V99 VALUE 0.
       01  TOTAL-INT-SOBREGIRO     PIC 9(11)V99 VALUE 0.
       01  TOTAL-MORATORIOS        PIC 9(11)V99 VALUE 0.
       01  TOTAL-RECUPERACIONES    PIC 9(11)V99 VALUE 0.
       01  TOTAL-EMBARGOS          PIC 9(11)V99 VALUE 0.
       01  TOTAL-SERVICIOS-PAG     PIC 9(11)V99 VALUE 0.
       01  TOTAL-SERVICIOS-REM     PIC 9(11)V99 VALUE 0.
      * Pólizas de cartera del día: la estimación neta lleva signo.
       01  TOTAL-ESTIMACION        PIC S9(11)V99 VALUE 0.
       01  TOTAL-CASTIGOS          PIC 9(11)V99 VALUE 0.
      * Margen cambiario neto del día, de CAMBIOS.DAT, con signo.
       01  TOTAL-MARGEN-CAMBIOS    PIC S9(11)V99 VALUE 0.
      * Sobrantes (+) y faltantes (-) netos de los arqueos y de los
      * cortes de ventanilla del día.
       01  TOTAL-ARQUEOS           PIC S9(11)V99 VALUE 0.
      * Nómina pagada en efectivo en ventanilla, de CAJONES.DAT.
       01  TOTAL-NOMINA-VENTANILLA PIC 9(11)V99 VALUE 0.
      * Nómina enviada a otros bancos y la devuelta por la cámara,
      * de NOMSPEI.DAT.
       01  TOTAL-NOMINA-INTERB     PIC 9(11)V99 VALUE 0.
       01  TOTAL-NOMINA-DEVUELTA   PIC 9(11)V99 VALUE 0.
      * Las reversas acumulan con signo: netas positivas abonan al
      * pasivo de clientes, netas negativas lo cargan.
       01  TOTAL-REVERSAS          PIC S9(11)V99 VALUE 0.
       01  MOVS-CONTABILIZADOS     PIC 9(6) VALUE 0.

      * Reclasificación de lo dispuesto en sobregiros: saldo ya
      * reclasificado, saldo dispuesto de hoy y su diferencia.
       01  SOBREGIRO-CONTABLE      PIC 9(11)V99 VALUE 0.
       01  SOBREGIRO-DISPUESTO     PIC 9(11)V99 VALUE 0.
       01  DIFERENCIA-SOBREGIRO    PIC S9(11)V99 VALUE 0.
       01  RECLASIFICA-SOBREGIRO   PIC X(1) VALUE "S".
       01  MOVS-OMITIDOS           PIC 9(6) VALUE 0.

       01  TOTAL-CARGOS            PIC 9(11)V99 VALUE 0.
           PERFORM PIDE-FECHA UNTIL ENTRADA-VALIDA = "S".
           MOVE "N" TO ENTRADA-VALIDA.
           MOVE FECHA-EXTRACTO TO NH-FECHA.
           MOVE FECHA-EXTRACTO TO DH-FECHA.
           MOVE 0 TO DH-DIA-MES.
           MOVE 0 TO DH-ULTIMA.
           CALL "DIA-HABIL" USING DIA-HABIL-REG.
           MOVE DH-FECHA-HABIL TO FECHA-CONTABLE.
           IF FECHA-CONTABLE NOT = FECHA-EXTRACTO
              DISPLAY "El " FECHA-EXTRACTO " es inhábil (" DH-MOTIVO
                 "); las pólizas llevan fecha contable "
                 FECHA-CONTABLE "."
           END-IF.

           OPEN INPUT HISTORICO-FILE.
           IF FS-HISTORICO NOT = "00"
           PERFORM ACUMULA-MOVIMIENTO UNTIL FS-HISTORICO = "10".
           CLOSE HISTORICO-FILE.

           PERFORM CALCULA-SOBREGIROS THRU CALCULA-SOBREGIROS-EXIT.
           PERFORM ACUMULA-POLIZAS-CARTERA.
           PERFORM ACUMULA-CAMBIOS.
           PERFORM ACUMULA-ARQUEOS.
           PERFORM ACUMULA-CAJONES.
           PERFORM ACUMULA-NOMINA-INTERB.

           OPEN OUTPUT GLPOST-FILE.
           PERFORM GENERA-POLIZAS.
           PERFORM GRABA-TRAILER.
           IF TOTAL-CARGOS NOT = TOTAL-ABONOS
              DISPLAY "EL EXTRACTO NO CUADRA; no se debe cargar."
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM GUARDA-SOBREGIRO-GL
           END-IF.
           GOBACK.

                 WHEN "CD"
                    ADD MONTO-MXN TO TOTAL-CHEQUES-DEV
                    ADD 1 TO MOVS-CONTABILIZADOS
                 WHEN "CQ"
                    ADD MONTO-MXN TO TOTAL-CHEQUES-PAG
                    ADD 1 TO MOVS-CONTABILIZADOS
                 WHEN "RI"
                    ADD MONTO-MXN TO TOTAL-RETENCIONES
                    ADD 1 TO MOVS-CONTABILIZADOS
                 WHEN "IS"
                    ADD MONTO-MXN TO TOTAL-INT-SOBREGIRO
                    ADD 1 TO MOVS-CONTABILIZADOS
                 WHEN "PM"
                    ADD MONTO-MXN TO TOTAL-MORATORIOS
                    ADD 1 TO MOVS-CONTABILIZADOS
                 WHEN "RC"
                    ADD MONTO-MXN TO TOTAL-RECUPERACIONES
                    ADD 1 TO MOVS-CONTABILIZADOS
                 WHEN "EJ"
                    ADD MONTO-MXN TO TOTAL-EMBARGOS
                    ADD 1 TO MOVS-CONTABILIZADOS
                 WHEN "PS"
                    ADD MONTO-MXN TO TOTAL-SERVICIOS-PAG
                    ADD 1 TO MOVS-CONTABILIZADOS
                 WHEN "LS"
                    ADD MONTO-MXN TO TOTAL-SERVICIOS-REM
                    ADD 1 TO MOVS-CONTABILIZADOS
                 WHEN "RV"
                    ADD MONTO-MXN TO TOTAL-REVERSAS
                    ADD 1 TO MOVS-CONTABILIZADOS
              MOVE "ABONO NOMINA" TO CONCEPTO-POLIZA
              PERFORM GRABA-POLIZA
           END-IF.
           IF TOTAL-NOMINA-VENTANILLA NOT = 0
              MOVE TOTAL-NOMINA-VENTANILLA TO MONTO-POLIZA
              MOVE 220100 TO CUENTA-CARGO-POLIZA
              MOVE 110100 TO CUENTA-ABONO-POLIZA
              MOVE "NOMINA EN VENTANILLA" TO CONCEPTO-POLIZA
              PERFORM GRABA-POLIZA
           END-IF.
           IF TOTAL-NOMINA-INTERB NOT = 0
              MOVE TOTAL-NOMINA-INTERB TO MONTO-POLIZA
              MOVE 220100 TO CUENTA-CARGO-POLIZA
              MOVE 120100 TO CUENTA-ABONO-POLIZA
              MOVE "NOMINA INTERBANCARIA" TO CONCEPTO-POLIZA
              PERFORM GRABA-POLIZA
           END-IF.
           IF TOTAL-NOMINA-DEVUELTA NOT = 0
              MOVE TOTAL-NOMINA-DEVUELTA TO MONTO-POLIZA
              MOVE 120100 TO CUENTA-CARGO-POLIZA
              MOVE 220200 TO CUENTA-ABONO-POLIZA
              MOVE "NOMINA DEVUELTA" TO CONCEPTO-POLIZA
              PERFORM GRABA-POLIZA
           END-IF.
      * Los plazos fijos mueven el pasivo de vista contra el pasivo
      * a plazo 210200: la constitución lo sube y el vencimiento lo
      * regresa a la vista.
              MOVE "CHEQUES DEVUELTOS" TO CONCEPTO-POLIZA
              PERFORM GRABA-POLIZA
           END-IF.
      * Los cheques de nuestros clientes que pagamos a la cámara
      * salen del pasivo y se compensan en la misma posición.
           IF TOTAL-CHEQUES-PAG NOT = 0
              MOVE TOTAL-CHEQUES-PAG TO MONTO-POLIZA
              MOVE 210100 TO CUENTA-CARGO-POLIZA
              MOVE 120200 TO CUENTA-ABONO-POLIZA
              MOVE "CHEQUES PAGADOS" TO CONCEPTO-POLIZA
              PERFORM GRABA-POLIZA
           END-IF.
           IF TOTAL-RETENCIONES NOT = 0
              MOVE TOTAL-RETENCIONES TO MONTO-POLIZA
              MOVE 210100 TO CUENTA-CARGO-POLIZA
              MOVE "ISR RETENIDO" TO CONCEPTO-POLIZA
              PERFORM GRABA-POLIZA
           END-IF.
           IF TOTAL-INT-SOBREGIRO NOT = 0
              MOVE TOTAL-INT-SOBREGIRO TO MONTO-POLIZA
              MOVE 210100 TO CUENTA-CARGO-POLIZA
              MOVE 410100 TO CUENTA-ABONO-POLIZA
              MOVE "INTERES SOBREGIROS" TO CONCEPTO-POLIZA
              PERFORM GRABA-POLIZA
           END-IF.
           IF TOTAL-MORATORIOS NOT = 0
              MOVE TOTAL-MORATORIOS TO MONTO-POLIZA
              MOVE 210100 TO CUENTA-CARGO-POLIZA
              MOVE 410100 TO CUENTA-ABONO-POLIZA
              MOVE "MORATORIOS COBRADOS" TO CONCEPTO-POLIZA
              PERFORM GRABA-POLIZA
           END-IF.
           IF TOTAL-RECUPERACIONES NOT = 0
              MOVE TOTAL-RECUPERACIONES TO MONTO-POLIZA
              MOVE 210100 TO CUENTA-CARGO-POLIZA
              MOVE 440100 TO CUENTA-ABONO-POLIZA
              MOVE "RECUPERA CASTIGOS" TO CONCEPTO-POLIZA
              PERFORM GRABA-POLIZA
           END-IF.
           IF TOTAL-EMBARGOS NOT = 0
              MOVE TOTAL-EMBARGOS TO MONTO-POLIZA
              MOVE 210100 TO CUENTA-CARGO-POLIZA
              MOVE 250100 TO CUENTA-ABONO-POLIZA
              MOVE "EMBARGOS EJECUTADOS" TO CONCEPTO-POLIZA
              PERFORM GRABA-POLIZA
           END-IF.
      * Lo cobrado en el cajero por cuenta de las emisoras queda en
      * 250200 hasta que la remesa lo abona a su cuenta liquidadora.
           IF TOTAL-SERVICIOS-PAG NOT = 0
              MOVE TOTAL-SERVICIOS-PAG TO MONTO-POLIZA
              MOVE 210100 TO CUENTA-CARGO-POLIZA
              MOVE 250200 TO CUENTA-ABONO-POLIZA
              MOVE "PAGOS DE SERVICIOS" TO CONCEPTO-POLIZA
              PERFORM GRABA-POLIZA
           END-IF.
           IF TOTAL-SERVICIOS-REM NOT = 0
              MOVE TOTAL-SERVICIOS-REM TO MONTO-POLIZA
              MOVE 250200 TO CUENTA-CARGO-POLIZA
              MOVE 210100 TO CUENTA-ABONO-POLIZA
              MOVE "REMESAS A EMISORAS" TO CONCEPTO-POLIZA
              PERFORM GRABA-POLIZA
           END-IF.
      * Margen del cambio de divisas entre cuentas propias: la pata
      * en divisa se lleva del valor a la tasa aplicada al valor al
      * fixing contra el ingreso por cambios.
           IF TOTAL-MARGEN-CAMBIOS > 0
              MOVE TOTAL-MARGEN-CAMBIOS TO MONTO-POLIZA
              MOVE 210100 TO CUENTA-CARGO-POLIZA
              MOVE 430100 TO CUENTA-ABONO-POLIZA
              MOVE "UTILIDAD CAMBIARIA" TO CONCEPTO-POLIZA
              PERFORM GRABA-POLIZA
           END-IF.
           IF TOTAL-MARGEN-CAMBIOS < 0
              COMPUTE MONTO-POLIZA = 0 - TOTAL-MARGEN-CAMBIOS
              MOVE 430100 TO CUENTA-CARGO-POLIZA
              MOVE 210100 TO CUENTA-ABONO-POLIZA
              MOVE "PERDIDA CAMBIARIA" TO CONCEPTO-POLIZA
              PERFORM GRABA-POLIZA
           END-IF.
      * Estimación preventiva y castigos de préstamos, de las
      * pólizas de cartera del día.
           IF TOTAL-ESTIMACION > 0
              MOVE TOTAL-ESTIMACION TO MONTO-POLIZA
              MOVE 520100 TO CUENTA-CARGO-POLIZA
              MOVE 139100 TO CUENTA-ABONO-POLIZA
              MOVE "ESTIMACION PREVENT" TO CONCEPTO-POLIZA
              PERFORM GRABA-POLIZA
           END-IF.
           IF TOTAL-ESTIMACION < 0
              COMPUTE MONTO-POLIZA = 0 - TOTAL-ESTIMACION
              MOVE 139100 TO CUENTA-CARGO-POLIZA
              MOVE 520100 TO CUENTA-ABONO-POLIZA
              MOVE "LIBERA ESTIMACION" TO CONCEPTO-POLIZA
              PERFORM GRABA-POLIZA
           END-IF.
           IF TOTAL-CASTIGOS NOT = 0
              MOVE TOTAL-CASTIGOS TO MONTO-POLIZA
              MOVE 139100 TO CUENTA-CARGO-POLIZA
              MOVE 130100 TO CUENTA-ABONO-POLIZA
              MOVE "CASTIGOS CARTERA" TO CONCEPTO-POLIZA
              PERFORM GRABA-POLIZA
           END-IF.
      * Lo dispuesto en sobregiros pasa de depósitos a cartera por
      * la diferencia contra lo ya reclasificado.
           IF DIFERENCIA-SOBREGIRO > 0
              MOVE DIFERENCIA-SOBREGIRO TO MONTO-POLIZA
              MOVE 130100 TO CUENTA-CARGO-POLIZA
              MOVE 210100 TO CUENTA-ABONO-POLIZA
              MOVE "SOBREGIROS DISPUEST" TO CONCEPTO-POLIZA
              PERFORM GRABA-POLIZA
           END-IF.
           IF DIFERENCIA-SOBREGIRO < 0
              COMPUTE MONTO-POLIZA = 0 - DIFERENCIA-SOBREGIRO
              MOVE 210100 TO CUENTA-CARGO-POLIZA
              MOVE 130100 TO CUENTA-ABONO-POLIZA
              MOVE "SOBREGIROS CUBIERTOS" TO CONCEPTO-POLIZA
              PERFORM GRABA-POLIZA
           END-IF.
      * Sobrantes y faltantes de caja de los arqueos, netos, a la
      * cuenta de suspenso.
           IF TOTAL-ARQUEOS > 0
              MOVE TOTAL-ARQUEOS TO MONTO-POLIZA
              MOVE 110100 TO CUENTA-CARGO-POLIZA
              MOVE 190100 TO CUENTA-ABONO-POLIZA
              MOVE "SOBRANTES DE CAJA" TO CONCEPTO-POLIZA
              PERFORM GRABA-POLIZA
           END-IF.
           IF TOTAL-ARQUEOS < 0
              COMPUTE MONTO-POLIZA = 0 - TOTAL-ARQUEOS
              MOVE 190100 TO CUENTA-CARGO-POLIZA
              MOVE 110100 TO CUENTA-ABONO-POLIZA
              MOVE "FALTANTES DE CAJA" TO CONCEPTO-POLIZA
              PERFORM GRABA-POLIZA
           END-IF.
      * La póliza de reversas respeta el signo del neto del día:
      * neto positivo abona 210100 contra el ajuste 590100, neto
      * negativo lo carga.
              PERFORM GRABA-POLIZA
           END-IF.

      ******************************************************************
      * Saldo dispuesto de sobregiros al cierre: suma de los saldos
      * negativos de las cuentas en MXN (sólo ésas llevan línea),
      * contra lo que SOBRGL.DAT dice que ya está en cartera. Si el
      * extracto es de una fecha anterior a la última reclasificada,
      * el maestro ya no refleja ese día y no se reclasifica nada.
      ******************************************************************
       CALCULA-SOBREGIROS.
           MOVE 0 TO SOBREGIRO-CONTABLE.
           MOVE 0 TO DIFERENCIA-SOBREGIRO.
           OPEN INPUT SOBREGIRO-GL-FILE.
           IF FS-SOBREGIRO-GL = "00"
              READ SOBREGIRO-GL-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF SGL-FECHA = FECHA-EXTRACTO
                       MOVE SGL-SALDO-ANTERIOR TO SOBREGIRO-CONTABLE
                    ELSE
                       MOVE SGL-SALDO-ACTUAL TO SOBREGIRO-CONTABLE
                    END-IF
                    IF SGL-FECHA > FECHA-EXTRACTO
                       MOVE "N" TO RECLASIFICA-SOBREGIRO
                    END-IF
              END-READ
              CLOSE SOBREGIRO-GL-FILE
           END-IF.
           IF RECLASIFICA-SOBREGIRO = "N"
              DISPLAY "Sobregiros ya reclasificados al "
                 SGL-FECHA "; no se reclasifican."
              GO TO CALCULA-SOBREGIROS-EXIT
           END-IF.

           OPEN INPUT CUENTAS-FILE.
           IF FS-CUENTAS NOT = "00" AND FS-CUENTAS NOT = "05"
              DISPLAY "No se pudo abrir el archivo de cuentas; "
                 "no se reclasifican sobregiros."
              MOVE "N" TO RECLASIFICA-SOBREGIRO
              GO TO CALCULA-SOBREGIROS-EXIT
           END-IF.
           MOVE 0 TO SOBREGIRO-DISPUESTO.
           PERFORM SUMA-SOBREGIRO UNTIL FS-CUENTAS = "10".
           CLOSE CUENTAS-FILE.
           COMPUTE DIFERENCIA-SOBREGIRO =
              SOBREGIRO-DISPUESTO - SOBREGIRO-CONTABLE.
       CALCULA-SOBREGIROS-EXIT.
           EXIT.

       SUMA-SOBREGIRO.
           READ CUENTAS-FILE NEXT
              AT END MOVE "10" TO FS-CUENTAS
           END-READ.
           IF FS-CUENTAS NOT = "10"
              IF CTA-SALDO < 0 AND CTA-MONEDA = "MXN"
                 SUBTRACT CTA-SALDO FROM SOBREGIRO-DISPUESTO
              END-IF
           END-IF.

      ******************************************************************
      * Pólizas de cartera del día (estimación y castigos) dejadas
      * por la calificación mensual y por la aprobación de castigos.
      * Sin archivo no hay nada que tomar.
      ******************************************************************
       ACUMULA-POLIZAS-CARTERA.
           OPEN INPUT POLCART-FILE.
           IF FS-POLCART = "00"
              PERFORM LEE-POLIZA-CARTERA UNTIL FS-POLCART = "10"
              CLOSE POLCART-FILE
           END-IF.

       LEE-POLIZA-CARTERA.
           READ POLCART-FILE
              AT END MOVE "10" TO FS-POLCART
           END-READ.
           IF FS-POLCART NOT = "10"
              IF PCA-FECHA = FECHA-EXTRACTO
                 EVALUATE PCA-TIPO
                    WHEN "RS"
                       ADD PCA-MONTO TO TOTAL-ESTIMACION
                    WHEN "CA"
                       ADD PCA-MONTO TO TOTAL-CASTIGOS
                 END-EVALUATE
              END-IF
           END-IF.

      ******************************************************************
      * Margen de los cambios de divisas del día, que dejan el
      * cajero y la consola de supervisión en CAMBIOS.DAT. Sin
      * archivo no hubo cambios.
      ******************************************************************
       ACUMULA-CAMBIOS.
           OPEN INPUT CAMBIOS-FILE.
           IF FS-CAMBIOS = "00"
              PERFORM LEE-CAMBIO UNTIL FS-CAMBIOS = "10"
              CLOSE CAMBIOS-FILE
           END-IF.

       LEE-CAMBIO.
           READ CAMBIOS-FILE
              AT END MOVE "10" TO FS-CAMBIOS
           END-READ.
           IF FS-CAMBIOS NOT = "10"
              IF CMB-FECHA = FECHA-EXTRACTO
                 ADD CMB-MARGEN TO TOTAL-MARGEN-CAMBIOS
              END-IF
           END-IF.

      ******************************************************************
      * Sobrantes y faltantes de los arqueos de cajeros del día, que
      * graba el cajero cuando el supervisor cuenta las charolas.
      * Sin archivo no hubo arqueos.
      ******************************************************************
       ACUMULA-ARQUEOS.
           OPEN INPUT ARQUEOS-FILE.
           IF FS-ARQUEOS = "00"
              PERFORM LEE-ARQUEO UNTIL FS-ARQUEOS = "10"
              CLOSE ARQUEOS-FILE
           END-IF.

       LEE-ARQUEO.
           READ ARQUEOS-FILE
              AT END MOVE "10" TO FS-ARQUEOS
           END-READ.
           IF FS-ARQUEOS NOT = "10"
              IF ARQ-FECHA = FECHA-EXTRACTO
                 ADD ARQ-DIFERENCIA TO TOTAL-ARQUEOS
              END-IF
           END-IF.

      ******************************************************************
      * Cajones de ventanilla del día: la nómina pagada en efectivo
      * ("NV") y el sobrante o faltante de cada corte. Los depósitos
      * y retiros de ventanilla ya vienen en la bitácora. Sin
      * archivo no hubo ventanilla.
      ******************************************************************
       ACUMULA-CAJONES.
           OPEN INPUT CAJONES-FILE.
           IF FS-CAJONES = "00"
              PERFORM LEE-CAJON UNTIL FS-CAJONES = "10"
              CLOSE CAJONES-FILE
           END-IF.

       LEE-CAJON.
           READ CAJONES-FILE
              AT END MOVE "10" TO FS-CAJONES
           END-READ.
           IF FS-CAJONES NOT = "10"
              IF CAJ-FECHA = FECHA-EXTRACTO
                 EVALUATE CAJ-TIPO
                    WHEN "M"
                       IF CAJ-OPERACION = "NV"
                          ADD CAJ-MONTO TO TOTAL-NOMINA-VENTANILLA
                       END-IF
                    WHEN "C"
                       ADD CAJ-DIFERENCIA TO TOTAL-ARQUEOS
                 END-EVALUATE
              END-IF
           END-IF.

      ******************************************************************
      * Nómina interbancaria del día: los netos enviados a cuentas de
      * otros bancos ("E") y los que la cámara devolvió ("R"). Sin
      * archivo no hubo nómina a otros bancos.
      ******************************************************************
       ACUMULA-NOMINA-INTERB.
           OPEN INPUT NOMSPEI-FILE.
           IF FS-NOMSPEI = "00"
              PERFORM LEE-NOMINA-INTERB UNTIL FS-NOMSPEI = "10"
              CLOSE NOMSPEI-FILE
           END-IF.

       LEE-NOMINA-INTERB.
           READ NOMSPEI-FILE
              AT END MOVE "10" TO FS-NOMSPEI
           END-READ.
           IF FS-NOMSPEI NOT = "10"
              IF NSP-FECHA = FECHA-EXTRACTO
                 EVALUATE NSP-TIPO
                    WHEN "E"
                       ADD NSP-MONTO TO TOTAL-NOMINA-INTERB
                    WHEN "R"
                       ADD NSP-MONTO TO TOTAL-NOMINA-DEVUELTA
                 END-EVALUATE
              END-IF
           END-IF.

      * Sólo con el extracto cuadrado queda firme lo reclasificado.
       GUARDA-SOBREGIRO-GL.
           IF RECLASIFICA-SOBREGIRO = "S"
              OPEN OUTPUT SOBREGIRO-GL-FILE
              MOVE FECHA-EXTRACTO TO SGL-FECHA
              MOVE SOBREGIRO-CONTABLE TO SGL-SALDO-ANTERIOR
              MOVE SOBREGIRO-DISPUESTO TO SGL-SALDO-ACTUAL
              WRITE SOBREGIRO-GL-REG
              CLOSE SOBREGIRO-GL-FILE
           END-IF.

       GRABA-POLIZA.
           MOVE "M" TO GL-TIPO.
           MOVE FECHA-CONTABLE TO GL-FECHA.
           MOVE CUENTA-CARGO-POLIZA TO GL-CUENTA-MAYOR.
           MOVE "D" TO GL-NATURALEZA.
           MOVE MONTO-POLIZA TO GL-MONTO.
           ADD 1 TO RENGLONES-POLIZA.

           MOVE "M" TO GL-TIPO.
           MOVE FECHA-CONTABLE TO GL-FECHA.
           MOVE CUENTA-ABONO-POLIZA TO GL-CUENTA-MAYOR.
           MOVE "C" TO GL-NATURALEZA.
           MOVE MONTO-POLIZA TO GL-MONTO.

       GRABA-TRAILER.
           MOVE "T" TO GT-TIPO.
           MOVE FECHA-CONTABLE TO GT-FECHA.
           MOVE TOTAL-CARGOS TO GT-TOTAL-CARGOS.
           MOVE TOTAL-ABONOS TO GT-TOTAL-ABONOS.
           MOVE RENGLONES-POLIZA TO GT-RENGLONES.
