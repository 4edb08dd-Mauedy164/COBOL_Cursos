      ******************************************************************
      * Finiquito de un empleado dado de baja.
      * Se invoca desde la baja del mantenimiento de empleados
      * (IngresoDeDatos.cbl), con el número del empleado por
      * LINKAGE, una vez que el registro quedó marcado de baja con
      * su fecha y motivo. Liquida lo que se le debe con las mismas
      * reglas del lote de fin de año (NominaAnual.cbl):
      *
      *   - sueldo de los días trabajados del mes de la baja que la
      *     nómina mensual todavía no pagó;
      *   - aguinaldo proporcional: 15 días de salario diario por
      *     los días trabajados del año de la baja;
      *   - prima vacacional proporcional: 25% de los días de
      *     vacaciones que tocan por antigüedad, en proporción a los
      *     días trabajados del año;
      *   - vacaciones no gozadas: los días proporcionales del año
      *     menos los que el capturista indique como ya gozados;
      *   - indemnización por despido injustificado (DI): 90 días
      *     más 20 días por año de servicio;
      *   - prima de antigüedad de 12 días por año de servicio en
      *     todo despido (DI, DJ) y en la renuncia con 15 años o más.
      *
      * El ISR sale de la misma tarifa de ISRTABLA.DAT aplicada al
      * bruto del finiquito, el IMSS sólo grava el sueldo
      * pendiente, y del neto se descuenta el saldo insoluto del
      * préstamo de empleado (PRESTEMP.DAT) hasta donde alcance; si
      * no alcanza, el préstamo queda vigente por el resto y el
      * recibo lo avisa para que RH lo cobre.
      *
      * El finiquito vive en la historia como el periodo AAAA14 del
      * año de la baja (NOMHIST.DAT y el acumulado NOMYTD.DAT), con
      * la misma idempotencia que el aguinaldo AAAA13: el sello
      * NH-DISPERSADO evita depositar dos veces, el préstamo sellado
      * con el periodo no se vuelve a descontar, y un finiquito ya
      * depositado no se recalcula. El neto se deposita en la
      * EMP-CUENTA con un movimiento "NO" con folio (sólo cuentas
      * MXN, igual que la nómina); sin cuenta se paga por
      * ventanilla (Ventanilla.cbl, que sella el periodo con "V" y
      * cierra igual el recálculo). El recibo con firmas queda en
      * FINIQUITO.TXT. Recalcular un finiquito conserva el estado
      * de su recibo electrónico y su folio fiscal (NH-CFDI).
      *
      * Ya grabado y, en su caso, depositado, el finiquito deja su
      * póliza contable en GLFINaaaaeeeeee.DAT (subprograma
      * POLIZA-NOMINA con el número del empleado): gasto por centro
      * de costo, ISR, IMSS, préstamo recuperado y el neto contra
      * 220100, depositado o por pagar en ventanilla según el sello
      * del periodo, para que el "NO" o el "NV" del extracto salden
      * la nómina por pagar. Su acuse lo procesa
      * ConfirmaExtracto.cbl con el periodo AAAA14 y el empleado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINIQUITO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-EMPLEADOS ASSIGN TO "empleados.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS EMP-ID
              ALTERNATE RECORD KEY IS EMP-APELLIDOS
                 WITH DUPLICATES
              FILE STATUS IS FS-EMPLEADOS.

           SELECT ISRTABLA-FILE ASSIGN TO "ISRTABLA.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-ISRTABLA.

           SELECT NOMHIST-FILE ASSIGN TO "NOMHIST.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS NH-LLAVE
              FILE STATUS IS FS-NOMHIST.

           SELECT NOMYTD-FILE ASSIGN TO "NOMYTD.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS NY-LLAVE
              FILE STATUS IS FS-NOMYTD.

           SELECT PRESTEMP-FILE ASSIGN TO "PRESTEMP.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PEM-EMPLEADO
              FILE STATUS IS FS-PRESTEMP.

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

           SELECT RECIBO-FILE ASSIGN TO "FINIQUITO.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-RECIBO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-EMPLEADOS.
           COPY EMPLEADO.

      * Un escalón de la tarifa de ISR, igual que en NOMINA.
       FD  ISRTABLA-FILE.
       01  ISRTABLA-REG.
           05 TAB-LIMITE-INFERIOR    PIC 9(7)V99.
           05 TAB-CUOTA-FIJA         PIC 9(7)V99.
           05 TAB-TASA-MARGINAL      PIC 9V9999.

       FD  NOMHIST-FILE.
           COPY NOMHIST.

       FD  NOMYTD-FILE.
           COPY NOMYTD.

       FD  PRESTEMP-FILE.
           COPY PRESTEMP.

       FD  CUENTAS-FILE.
           COPY CUENTA.

       FD  MOVIMIENTOS-FILE.
           COPY MOVIMIEN.

       FD  MOVIDX-FILE.
           COPY MOVIDX.

       FD  RECIBO-FILE.
       01  LINEA-RECIBO               PIC X(80).

       WORKING-STORAGE SECTION.
       01  FS-EMPLEADOS               PIC X(2) VALUE "00".
       01  FS-ISRTABLA                PIC X(2) VALUE "00".
       01  FS-NOMHIST                 PIC X(2) VALUE "00".
       01  FS-NOMYTD                  PIC X(2) VALUE "00".
       01  FS-PRESTEMP                PIC X(2) VALUE "00".
       01  FS-CUENTAS                 PIC X(2) VALUE "00".
       01  FS-MOVIMIENTOS             PIC X(2) VALUE "00".
       01  FS-MOVIDX                  PIC X(2) VALUE "00".
       01  FS-RECIBO                  PIC X(2) VALUE "00".

       01  FECHA-HOY                  PIC 9(8) VALUE 0.
       01  HORA-ACTUAL                PIC 9(6) VALUE 0.

      * Fecha de la baja desglosada: de ella salen el periodo AAAA14
      * del finiquito y el mes cuyo sueldo puede estar pendiente.
       01  FECHA-BAJA                 PIC 9(8) VALUE 0.
       01  FECHA-BAJA-DESGLOSE REDEFINES FECHA-BAJA.
           05 FB-ANIO                 PIC 9(4).
           05 FB-MES                  PIC 9(2).
           05 FB-DIA                  PIC 9(2).
       01  PERIODO-FINIQUITO          PIC 9(6) VALUE 0.
       01  PERIODO-MES-BAJA           PIC 9(6) VALUE 0.
       01  FECHA-INICIO-ANIO          PIC 9(8) VALUE 0.

       01  ENTRADA-VALIDA             PIC X(1) VALUE "N".
       01  DIAS-GOZADOS               PIC 9(3) VALUE 0.

      * Cálculo: antigüedad, salario diario y cada concepto del
      * finiquito con sus días.
       01  DIAS-SERVICIO              PIC S9(7) VALUE 0.
       01  DIAS-TRABAJADOS            PIC S9(7) VALUE 0.
       01  ANIOS-CUMPLIDOS            PIC 9(3) VALUE 0.
       01  ANIOS-SERVICIO             PIC 9(3)V99 VALUE 0.
       01  SALARIO-DIARIO             PIC S9(7)V99 VALUE 0.
       01  DIAS-SUELDO-PENDIENTE      PIC 9(2) VALUE 0.
       01  MONTO-SUELDO-PENDIENTE     PIC S9(7)V99 VALUE 0.
       01  DIAS-AGUINALDO             PIC 9(3)V99 VALUE 0.
       01  MONTO-AGUINALDO            PIC S9(7)V99 VALUE 0.
       01  DIAS-VACACIONES            PIC 9(3) VALUE 0.
       01  DIAS-VACACIONES-PROP       PIC 9(3)V99 VALUE 0.
       01  DIAS-VACACIONES-PEND       PIC 9(3)V99 VALUE 0.
       01  MONTO-VACACIONES           PIC S9(7)V99 VALUE 0.
       01  MONTO-PRIMA                PIC S9(7)V99 VALUE 0.
       01  DIAS-INDEMNIZACION         PIC 9(4)V99 VALUE 0.
       01  MONTO-INDEMNIZACION        PIC S9(7)V99 VALUE 0.
       01  DIAS-PRIMA-ANTIGUEDAD      PIC 9(4)V99 VALUE 0.
       01  MONTO-PRIMA-ANTIGUEDAD     PIC S9(7)V99 VALUE 0.
       01  BRUTO-PERIODO              PIC S9(7)V99 VALUE 0.
       01  DEDUCCION-ISR              PIC S9(7)V99 VALUE 0.
       01  DEDUCCION-IMSS             PIC S9(7)V99 VALUE 0.
       01  DEDUCCION-PRESTAMO         PIC S9(7)V99 VALUE 0.
       01  TOTAL-DEDUCCIONES          PIC S9(7)V99 VALUE 0.
       01  NETO-ANTES-PRESTAMO        PIC S9(7)V99 VALUE 0.
       01  SUELDO-NETO                PIC S9(7)V99 VALUE 0.
       01  SALDO-PRESTAMO-PENDIENTE   PIC S9(7)V99 VALUE 0.

      * Reglas del banco: IMSS de tasa fija como en la nómina.
       01  TASA-IMSS                  PIC 9V9999 VALUE 0.0250.

      * Tarifa de ISR: por omisión y encima ISRTABLA.DAT, la misma
      * mecánica de NOMINA.
       01  MAX-ESCALONES              PIC 9(2) VALUE 10.
       01  TOTAL-ESCALONES            PIC 9(2) VALUE 0.
       01  TABLA-ISR.
           05 ISR-ENTRY OCCURS 10 TIMES INDEXED BY IDX-ISR.
              10 ISR-LIMITE-INFERIOR  PIC 9(7)V99.
              10 ISR-CUOTA-FIJA       PIC 9(7)V99.
              10 ISR-TASA-MARGINAL    PIC 9V9999.
       01  ESCALON-APLICABLE          PIC 9(2) VALUE 0.

      * Valores previos de un finiquito regrabado, para mantener el
      * acumulado anual idempotente.
       01  HUBO-HISTORIA-PREVIA       PIC X(1) VALUE "N".
       01  PREV-DISPERSADO            PIC X(1) VALUE "N".
       01  PREV-CFDI                  PIC X(77) VALUE SPACES.
       01  PREV-BRUTO                 PIC S9(7)V99 VALUE 0.
       01  PREV-ISR                   PIC S9(7)V99 VALUE 0.
       01  PREV-IMSS                  PIC S9(7)V99 VALUE 0.
       01  PREV-OTRAS                 PIC S9(7)V99 VALUE 0.
       01  PREV-NETO                  PIC S9(7)V99 VALUE 0.

       01  RESULTADO-PAGO             PIC X(40) VALUE SPACES.
       01  MONTO-EDITADO              PIC -Z,ZZZ,ZZ9.99.
       01  DIAS-EDITADOS              PIC ZZZ9.99.

      * Folio consecutivo del movimiento por grabar, asignado por
      * el subprograma SIGUIENTE-FOLIO y estampado en la bitácora y
      * en el historial indexado.
       01  FOLIO-MOVIMIENTO           PIC 9(9) VALUE 0.

      * Empleado de la póliza del finiquito (POLIZA-NOMINA).
       01  EMPLEADO-POLIZA            PIC 9(6) VALUE 0.

       LINKAGE SECTION.
       01  EMPLEADO-FINIQUITO         PIC 9(6).

       PROCEDURE DIVISION USING EMPLEADO-FINIQUITO.
       FINIQUITO-MAIN.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           CALL "FECHA-NEGOCIO" USING FECHA-HOY.
           ACCEPT HORA-ACTUAL FROM TIME.
           PERFORM LIQUIDA-FINIQUITO THRU LIQUIDA-FINIQUITO-EXIT.
           GOBACK.

       LIQUIDA-FINIQUITO.
           OPEN INPUT ARCHIVO-EMPLEADOS.
           IF FS-EMPLEADOS NOT = "00"
              DISPLAY "No se pudo abrir el archivo de empleados."
              GO TO LIQUIDA-FINIQUITO-EXIT
           END-IF.
           MOVE EMPLEADO-FINIQUITO TO EMP-ID.
           READ ARCHIVO-EMPLEADOS
              INVALID KEY
                 DISPLAY "No existe ese número de empleado."
                 CLOSE ARCHIVO-EMPLEADOS
                 GO TO LIQUIDA-FINIQUITO-EXIT
           END-READ.
           CLOSE ARCHIVO-EMPLEADOS.

           IF EMP-ESTADO NOT = "B"
              DISPLAY "El empleado no está de baja; no hay finiquito."
              GO TO LIQUIDA-FINIQUITO-EXIT
           END-IF.
           IF EMP-FECHA-INGRESO = 0
                 OR EMP-FECHA-INGRESO IS NOT NUMERIC
              DISPLAY "El empleado no tiene fecha de ingreso; "
                 "captúrala antes de calcular el finiquito."
              GO TO LIQUIDA-FINIQUITO-EXIT
           END-IF.

           MOVE EMP-FECHA-BAJA TO FECHA-BAJA.
           COMPUTE PERIODO-FINIQUITO = FB-ANIO * 100 + 14.
           COMPUTE PERIODO-MES-BAJA = FB-ANIO * 100 + FB-MES.
           COMPUTE FECHA-INICIO-ANIO = FB-ANIO * 10000 + 101.

           PERFORM ABRE-HISTORIA.
           PERFORM REVISA-FINIQUITO-PREVIO.
           IF PREV-DISPERSADO = "S" OR PREV-DISPERSADO = "V"
              DISPLAY "El finiquito de este empleado ya se pagó "
                 "(periodo " PERIODO-FINIQUITO "); se reimprime "
                 "desde la reimpresión de nómina."
              CLOSE NOMHIST-FILE
              CLOSE NOMYTD-FILE
              GO TO LIQUIDA-FINIQUITO-EXIT
           END-IF.

           PERFORM CARGA-TARIFA-ISR.
           DISPLAY "Días de vacaciones ya gozados en el año: ".
           PERFORM PIDE-DIAS-GOZADOS UNTIL ENTRADA-VALIDA = "S".
           MOVE "N" TO ENTRADA-VALIDA.

           PERFORM CALCULA-FINIQUITO.
           PERFORM DESCUENTA-PRESTAMO THRU DESCUENTA-PRESTAMO-EXIT.
           COMPUTE TOTAL-DEDUCCIONES = DEDUCCION-ISR
              + DEDUCCION-IMSS + DEDUCCION-PRESTAMO.
           COMPUTE SUELDO-NETO = BRUTO-PERIODO - TOTAL-DEDUCCIONES.

           PERFORM GRABA-HISTORIA.
           PERFORM DEPOSITA-NETO THRU DEPOSITA-NETO-EXIT.
           CLOSE NOMHIST-FILE.
           CLOSE NOMYTD-FILE.
           PERFORM GENERA-POLIZA-FINIQUITO.
           PERFORM IMPRIME-RECIBO.
           DISPLAY "Finiquito neto: " SUELDO-NETO " - "
              RESULTADO-PAGO.
           DISPLAY "Recibo para firma en FINIQUITO.TXT.".
       LIQUIDA-FINIQUITO-EXIT.
           EXIT.

       ABRE-HISTORIA.
           OPEN I-O NOMHIST-FILE.
           IF FS-NOMHIST = "35"
              OPEN OUTPUT NOMHIST-FILE
              CLOSE NOMHIST-FILE
              OPEN I-O NOMHIST-FILE
           END-IF.
           OPEN I-O NOMYTD-FILE.
           IF FS-NOMYTD = "35"
              OPEN OUTPUT NOMYTD-FILE
              CLOSE NOMYTD-FILE
              OPEN I-O NOMYTD-FILE
           END-IF.

      ******************************************************************
      * Un finiquito ya grabado se recalcula encima (restando lo
      * viejo del acumulado), salvo que ya se haya depositado.
      ******************************************************************
       REVISA-FINIQUITO-PREVIO.
           MOVE "N" TO HUBO-HISTORIA-PREVIA.
           MOVE "N" TO PREV-DISPERSADO.
           MOVE SPACES TO PREV-CFDI.
           MOVE PERIODO-FINIQUITO TO NH-PERIODO.
           MOVE EMP-ID TO NH-EMPLEADO.
           READ NOMHIST-FILE
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 MOVE "S" TO HUBO-HISTORIA-PREVIA
                 MOVE NH-DISPERSADO TO PREV-DISPERSADO
                 MOVE NH-CFDI TO PREV-CFDI
                 MOVE NH-BRUTO TO PREV-BRUTO
                 MOVE NH-ISR TO PREV-ISR
                 MOVE NH-IMSS TO PREV-IMSS
                 MOVE NH-OTRAS-DEDUCCIONES TO PREV-OTRAS
                 MOVE NH-NETO TO PREV-NETO
           END-READ.

       PIDE-DIAS-GOZADOS.
           ACCEPT DIAS-GOZADOS.
           IF DIAS-GOZADOS IS NOT NUMERIC
              DISPLAY "Captura sólo dígitos."
           ELSE
              MOVE "S" TO ENTRADA-VALIDA
           END-IF.

      ******************************************************************
      * Conceptos del finiquito. El sueldo pendiente son los días del
      * mes de la baja si la nómina de ese mes no lo liquidó ya; la
      * antigüedad cuenta desde el ingreso hasta la baja inclusive.
      ******************************************************************
       CALCULA-FINIQUITO.
           COMPUTE SALARIO-DIARIO ROUNDED = EMP-SALARIO / 30.

           MOVE PERIODO-MES-BAJA TO NH-PERIODO.
           MOVE EMP-ID TO NH-EMPLEADO.
           READ NOMHIST-FILE
              INVALID KEY
                 MOVE FB-DIA TO DIAS-SUELDO-PENDIENTE
              NOT INVALID KEY
                 MOVE 0 TO DIAS-SUELDO-PENDIENTE
           END-READ.
           IF DIAS-SUELDO-PENDIENTE > 30
              MOVE 30 TO DIAS-SUELDO-PENDIENTE
           END-IF.
           COMPUTE MONTO-SUELDO-PENDIENTE ROUNDED =
              SALARIO-DIARIO * DIAS-SUELDO-PENDIENTE.

           COMPUTE DIAS-SERVICIO =
              FUNCTION INTEGER-OF-DATE (FECHA-BAJA)
              - FUNCTION INTEGER-OF-DATE (EMP-FECHA-INGRESO) + 1.
           IF DIAS-SERVICIO < 0
              MOVE 0 TO DIAS-SERVICIO
           END-IF.
           COMPUTE ANIOS-CUMPLIDOS = DIAS-SERVICIO / 365.
           COMPUTE ANIOS-SERVICIO ROUNDED = DIAS-SERVICIO / 365.

      * Días trabajados del año de la baja: desde el 1 de enero, o
      * desde el ingreso para quien entró durante ese año.
           IF EMP-FECHA-INGRESO > FECHA-INICIO-ANIO
              MOVE DIAS-SERVICIO TO DIAS-TRABAJADOS
           ELSE
              COMPUTE DIAS-TRABAJADOS =
                 FUNCTION INTEGER-OF-DATE (FECHA-BAJA)
                 - FUNCTION INTEGER-OF-DATE (FECHA-INICIO-ANIO) + 1
           END-IF.
           IF DIAS-TRABAJADOS > 365
              MOVE 365 TO DIAS-TRABAJADOS
           END-IF.

           COMPUTE DIAS-AGUINALDO ROUNDED =
              15 * DIAS-TRABAJADOS / 365.
           COMPUTE MONTO-AGUINALDO ROUNDED =
              SALARIO-DIARIO * DIAS-AGUINALDO.

      * Vacaciones del año en curso de servicio: 12 días el primer
      * año y 2 más por año cumplido hasta 20, como en el lote de
      * fin de año; se pagan en proporción a lo trabajado del año.
           COMPUTE DIAS-VACACIONES = 12 + 2 * ANIOS-CUMPLIDOS.
           IF DIAS-VACACIONES > 20
              MOVE 20 TO DIAS-VACACIONES
           END-IF.
           COMPUTE DIAS-VACACIONES-PROP ROUNDED =
              DIAS-VACACIONES * DIAS-TRABAJADOS / 365.
           IF DIAS-GOZADOS >= DIAS-VACACIONES-PROP
              MOVE 0 TO DIAS-VACACIONES-PEND
           ELSE
              COMPUTE DIAS-VACACIONES-PEND =
                 DIAS-VACACIONES-PROP - DIAS-GOZADOS
           END-IF.
           COMPUTE MONTO-VACACIONES ROUNDED =
              SALARIO-DIARIO * DIAS-VACACIONES-PEND.
           COMPUTE MONTO-PRIMA ROUNDED =
              SALARIO-DIARIO * DIAS-VACACIONES-PROP * 0.25.

           MOVE 0 TO DIAS-INDEMNIZACION.
           MOVE 0 TO DIAS-PRIMA-ANTIGUEDAD.
           IF EMP-MOTIVO-BAJA = "DI"
              COMPUTE DIAS-INDEMNIZACION ROUNDED =
                 90 + 20 * ANIOS-SERVICIO
           END-IF.
           IF EMP-MOTIVO-BAJA = "DI" OR EMP-MOTIVO-BAJA = "DJ"
                 OR ANIOS-CUMPLIDOS >= 15
              COMPUTE DIAS-PRIMA-ANTIGUEDAD ROUNDED =
                 12 * ANIOS-SERVICIO
           END-IF.
           COMPUTE MONTO-INDEMNIZACION ROUNDED =
              SALARIO-DIARIO * DIAS-INDEMNIZACION.
           COMPUTE MONTO-PRIMA-ANTIGUEDAD ROUNDED =
              SALARIO-DIARIO * DIAS-PRIMA-ANTIGUEDAD.

           COMPUTE BRUTO-PERIODO = MONTO-SUELDO-PENDIENTE
              + MONTO-AGUINALDO + MONTO-VACACIONES + MONTO-PRIMA
              + MONTO-INDEMNIZACION + MONTO-PRIMA-ANTIGUEDAD.
           PERFORM CALCULA-ISR.
           COMPUTE DEDUCCION-IMSS ROUNDED =
              MONTO-SUELDO-PENDIENTE * TASA-IMSS.

      ******************************************************************
      * El saldo del préstamo de empleado se cobra del neto hasta
      * donde alcance. El sello PEM-ULT-PERIODO = AAAA14 hace que un
      * recálculo use la misma deducción sin volver a mover el saldo.
      ******************************************************************
       DESCUENTA-PRESTAMO.
           MOVE 0 TO DEDUCCION-PRESTAMO.
           MOVE 0 TO SALDO-PRESTAMO-PENDIENTE.
           OPEN I-O PRESTEMP-FILE.
           IF FS-PRESTEMP NOT = "00"
              GO TO DESCUENTA-PRESTAMO-EXIT
           END-IF.
           MOVE EMP-ID TO PEM-EMPLEADO.
           READ PRESTEMP-FILE
              INVALID KEY
                 CLOSE PRESTEMP-FILE
                 GO TO DESCUENTA-PRESTAMO-EXIT
           END-READ.

           IF PEM-ULT-PERIODO = PERIODO-FINIQUITO
              MOVE PEM-ULT-DEDUCCION TO DEDUCCION-PRESTAMO
           ELSE
              IF PEM-ESTADO = "V"
                 COMPUTE NETO-ANTES-PRESTAMO = BRUTO-PERIODO
                    - DEDUCCION-ISR - DEDUCCION-IMSS
                 IF NETO-ANTES-PRESTAMO < 0
                    MOVE 0 TO NETO-ANTES-PRESTAMO
                 END-IF
                 IF PEM-SALDO-INSOLUTO > NETO-ANTES-PRESTAMO
                    MOVE NETO-ANTES-PRESTAMO TO DEDUCCION-PRESTAMO
                 ELSE
                    MOVE PEM-SALDO-INSOLUTO TO DEDUCCION-PRESTAMO
                 END-IF
                 SUBTRACT DEDUCCION-PRESTAMO FROM PEM-SALDO-INSOLUTO
                 MOVE PERIODO-FINIQUITO TO PEM-ULT-PERIODO
                 MOVE DEDUCCION-PRESTAMO TO PEM-ULT-DEDUCCION
                 MOVE 0 TO PEM-ULT-INTERES
                 IF PEM-SALDO-INSOLUTO <= 0
                    MOVE 0 TO PEM-SALDO-INSOLUTO
                    MOVE "L" TO PEM-ESTADO
                 END-IF
                 REWRITE PRESTAMO-EMP-REG
              END-IF
           END-IF.
           IF PEM-ESTADO = "V"
              MOVE PEM-SALDO-INSOLUTO TO SALDO-PRESTAMO-PENDIENTE
           END-IF.
           CLOSE PRESTEMP-FILE.
       DESCUENTA-PRESTAMO-EXIT.
           EXIT.

      ******************************************************************
      * Tarifa de ISR: por omisión y encima ISRTABLA.DAT, la misma
      * mecánica y la misma tarifa por omisión de NOMINA.
      ******************************************************************
       CARGA-TARIFA-ISR.
           PERFORM TARIFA-POR-OMISION.
           OPEN INPUT ISRTABLA-FILE.
           IF FS-ISRTABLA = "00"
              MOVE 0 TO TOTAL-ESCALONES
              PERFORM CARGA-ESCALON UNTIL FS-ISRTABLA = "10"
              CLOSE ISRTABLA-FILE
              IF TOTAL-ESCALONES = 0
                 DISPLAY "ISRTABLA.DAT está vacía; se usa la "
                    "tarifa por omisión."
                 PERFORM TARIFA-POR-OMISION
              END-IF
           END-IF.

       TARIFA-POR-OMISION.
           MOVE 4 TO TOTAL-ESCALONES.
           MOVE 0.00 TO ISR-LIMITE-INFERIOR (1).
           MOVE 0.00 TO ISR-CUOTA-FIJA (1).
           MOVE 0.1000 TO ISR-TASA-MARGINAL (1).
           MOVE 8000.00 TO ISR-LIMITE-INFERIOR (2).
           MOVE 800.00 TO ISR-CUOTA-FIJA (2).
           MOVE 0.1600 TO ISR-TASA-MARGINAL (2).
           MOVE 20000.00 TO ISR-LIMITE-INFERIOR (3).
           MOVE 2720.00 TO ISR-CUOTA-FIJA (3).
           MOVE 0.2100 TO ISR-TASA-MARGINAL (3).
           MOVE 50000.00 TO ISR-LIMITE-INFERIOR (4).
           MOVE 9020.00 TO ISR-CUOTA-FIJA (4).
           MOVE 0.3000 TO ISR-TASA-MARGINAL (4).

       CARGA-ESCALON.
           READ ISRTABLA-FILE
              AT END MOVE "10" TO FS-ISRTABLA
           END-READ.
           IF FS-ISRTABLA NOT = "10"
              IF TOTAL-ESCALONES < MAX-ESCALONES
                 ADD 1 TO TOTAL-ESCALONES
                 MOVE TAB-LIMITE-INFERIOR TO
                    ISR-LIMITE-INFERIOR (TOTAL-ESCALONES)
                 MOVE TAB-CUOTA-FIJA TO
                    ISR-CUOTA-FIJA (TOTAL-ESCALONES)
                 MOVE TAB-TASA-MARGINAL TO
                    ISR-TASA-MARGINAL (TOTAL-ESCALONES)
              ELSE
                 DISPLAY "La tarifa de ISR excede " MAX-ESCALONES
                    " escalones; el excedente se ignora."
              END-IF
           END-IF.

       CALCULA-ISR.
           MOVE 0 TO ESCALON-APLICABLE.
           PERFORM UBICA-ESCALON
              VARYING IDX-ISR FROM 1 BY 1
              UNTIL IDX-ISR > TOTAL-ESCALONES.
           IF ESCALON-APLICABLE = 0
              MOVE 0 TO DEDUCCION-ISR
           ELSE
              SET IDX-ISR TO ESCALON-APLICABLE
              COMPUTE DEDUCCION-ISR ROUNDED =
                 ISR-CUOTA-FIJA (IDX-ISR)
                 + (BRUTO-PERIODO - ISR-LIMITE-INFERIOR (IDX-ISR))
                 * ISR-TASA-MARGINAL (IDX-ISR)
           END-IF.

       UBICA-ESCALON.
           IF ISR-LIMITE-INFERIOR (IDX-ISR) <= BRUTO-PERIODO
              SET ESCALON-APLICABLE TO IDX-ISR
           END-IF.

      ******************************************************************
      * Historia y acumulado anual del finiquito bajo el periodo
      * AAAA14, con la idempotencia de NOMINA: lo viejo del periodo
      * se resta del acumulado antes de sumar lo nuevo.
      ******************************************************************
       GRABA-HISTORIA.
           MOVE PERIODO-FINIQUITO TO NH-PERIODO.
           MOVE EMP-ID TO NH-EMPLEADO.
           MOVE EMP-NOMBRE TO NH-NOMBRE.
           MOVE BRUTO-PERIODO TO NH-BRUTO.
           MOVE DEDUCCION-ISR TO NH-ISR.
           MOVE DEDUCCION-IMSS TO NH-IMSS.
           MOVE DEDUCCION-PRESTAMO TO NH-OTRAS-DEDUCCIONES.
           MOVE SUELDO-NETO TO NH-NETO.
           MOVE PREV-DISPERSADO TO NH-DISPERSADO.
           MOVE PREV-CFDI TO NH-CFDI.
           IF HUBO-HISTORIA-PREVIA = "S"
              REWRITE NOMHIST-REG
           ELSE
              WRITE NOMHIST-REG
           END-IF.

           MOVE FB-ANIO TO NY-ANIO.
           MOVE EMP-ID TO NY-EMPLEADO.
           READ NOMYTD-FILE
              INVALID KEY
                 MOVE FB-ANIO TO NY-ANIO
                 MOVE EMP-ID TO NY-EMPLEADO
                 MOVE 0 TO NY-BRUTO NY-ISR NY-IMSS NY-OTRAS NY-NETO
                 WRITE NOMYTD-REG
           END-READ.
           IF HUBO-HISTORIA-PREVIA = "S"
              SUBTRACT PREV-BRUTO FROM NY-BRUTO
              SUBTRACT PREV-ISR FROM NY-ISR
              SUBTRACT PREV-IMSS FROM NY-IMSS
              SUBTRACT PREV-OTRAS FROM NY-OTRAS
              SUBTRACT PREV-NETO FROM NY-NETO
           END-IF.
           ADD BRUTO-PERIODO TO NY-BRUTO.
           ADD DEDUCCION-ISR TO NY-ISR.
           ADD DEDUCCION-IMSS TO NY-IMSS.
           ADD DEDUCCION-PRESTAMO TO NY-OTRAS.
           ADD SUELDO-NETO TO NY-NETO.
           REWRITE NOMYTD-REG.

      ******************************************************************
      * Póliza del finiquito: sólo el renglón AAAA14 de este
      * empleado, ya con su sello de depósito, para no volver a
      * postear los finiquitos anteriores del año.
      ******************************************************************
       GENERA-POLIZA-FINIQUITO.
           MOVE EMP-ID TO EMPLEADO-POLIZA.
           CALL "POLIZA-NOMINA" USING PERIODO-FINIQUITO
              EMPLEADO-POLIZA.
           IF RETURN-CODE NOT = 0
              DISPLAY "La póliza del finiquito no se generó o no "
                 "cuadra; avisa a contabilidad."
           END-IF.

      ******************************************************************
      * Depósito del neto a la cuenta ligada, como la dispersión de
      * la nómina: sólo cuentas MXN, movimiento "NO" con folio, y el
      * sello NH-DISPERSADO del periodo AAAA14.
      ******************************************************************
       DEPOSITA-NETO.
           IF SUELDO-NETO <= 0
              MOVE "SIN NETO A PAGAR" TO RESULTADO-PAGO
              GO TO DEPOSITA-NETO-EXIT
           END-IF.
           IF EMP-CUENTA = 0
              MOVE "SIN CUENTA: SE PAGA EN VENTANILLA"
                 TO RESULTADO-PAGO
              GO TO DEPOSITA-NETO-EXIT
           END-IF.

           OPEN I-O CUENTAS-FILE.
           IF FS-CUENTAS NOT = "00" AND FS-CUENTAS NOT = "05"
              MOVE "CUENTAS NO DISPONIBLES: NO DEPOSITADO"
                 TO RESULTADO-PAGO
              GO TO DEPOSITA-NETO-EXIT
           END-IF.
           MOVE EMP-CUENTA TO CTA-NUMERO.
           READ CUENTAS-FILE
              INVALID KEY
                 MOVE "CUENTA NO EXISTE: SE PAGA EN VENTANILLA"
                    TO RESULTADO-PAGO
                 CLOSE CUENTAS-FILE
                 GO TO DEPOSITA-NETO-EXIT
           END-READ.
           IF CTA-MONEDA NOT = "MXN"
              MOVE "CUENTA EN OTRA MONEDA: SE PAGA EN VENTANILLA"
                 TO RESULTADO-PAGO
              CLOSE CUENTAS-FILE
              GO TO DEPOSITA-NETO-EXIT
           END-IF.

           OPEN EXTEND MOVIMIENTOS-FILE.
           IF FS-MOVIMIENTOS = "35"
              OPEN OUTPUT MOVIMIENTOS-FILE
           END-IF.
           ADD SUELDO-NETO TO CTA-SALDO.
           ADD 1 TO CTA-TOTAL-MOVS.
           REWRITE CUENTA-REG.
           PERFORM GRABA-MOVIMIENTO-FINIQUITO.
           CLOSE MOVIMIENTOS-FILE.
           CLOSE CUENTAS-FILE.

           MOVE PERIODO-FINIQUITO TO NH-PERIODO.
           MOVE EMP-ID TO NH-EMPLEADO.
           READ NOMHIST-FILE
              NOT INVALID KEY
                 MOVE "S" TO NH-DISPERSADO
                 REWRITE NOMHIST-REG
           END-READ.
           MOVE "DEPOSITADO EN CUENTA" TO RESULTADO-PAGO.
       DEPOSITA-NETO-EXIT.
           EXIT.

       GRABA-MOVIMIENTO-FINIQUITO.
           MOVE CTA-NUMERO TO MOV-CUENTA.
           MOVE "NO" TO MOV-OPERACION.
           MOVE SUELDO-NETO TO MOV-MONTO.
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
      * incrementado de la cuenta abonada.
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

      ******************************************************************
      * Recibo de finiquito: cada concepto con sus días, las
      * deducciones, el neto, cómo se pagó y las firmas del
      * empleado y de RH.
      ******************************************************************
       IMPRIME-RECIBO.
           OPEN OUTPUT RECIBO-FILE.
           MOVE "RECIBO DE FINIQUITO" TO LINEA-RECIBO.
           WRITE LINEA-RECIBO.
           MOVE SPACES TO LINEA-RECIBO.
           STRING "EMPLEADO " EMP-ID " " EMP-NOMBRE " "
              EMP-APELLIDOS
              DELIMITED BY SIZE INTO LINEA-RECIBO.
           WRITE LINEA-RECIBO.
           MOVE SPACES TO LINEA-RECIBO.
           STRING "INGRESO " EMP-FECHA-INGRESO "  BAJA "
              EMP-FECHA-BAJA "  MOTIVO " EMP-MOTIVO-BAJA
              "  PERIODO " PERIODO-FINIQUITO
              DELIMITED BY SIZE INTO LINEA-RECIBO.
           WRITE LINEA-RECIBO.
           MOVE SPACES TO LINEA-RECIBO.
           WRITE LINEA-RECIBO.

           MOVE DIAS-SUELDO-PENDIENTE TO DIAS-EDITADOS.
           MOVE MONTO-SUELDO-PENDIENTE TO MONTO-EDITADO.
           STRING "  SUELDO PENDIENTE      DIAS " DIAS-EDITADOS
              "  " MONTO-EDITADO
              DELIMITED BY SIZE INTO LINEA-RECIBO.
           WRITE LINEA-RECIBO.
           MOVE SPACES TO LINEA-RECIBO.
           MOVE DIAS-AGUINALDO TO DIAS-EDITADOS.
           MOVE MONTO-AGUINALDO TO MONTO-EDITADO.
           STRING "  AGUINALDO PROPORC.    DIAS " DIAS-EDITADOS
              "  " MONTO-EDITADO
              DELIMITED BY SIZE INTO LINEA-RECIBO.
           WRITE LINEA-RECIBO.
           MOVE SPACES TO LINEA-RECIBO.
           MOVE DIAS-VACACIONES-PEND TO DIAS-EDITADOS.
           MOVE MONTO-VACACIONES TO MONTO-EDITADO.
           STRING "  VACACIONES NO GOZADAS DIAS " DIAS-EDITADOS
              "  " MONTO-EDITADO
              DELIMITED BY SIZE INTO LINEA-RECIBO.
           WRITE LINEA-RECIBO.
           MOVE SPACES TO LINEA-RECIBO.
           MOVE DIAS-VACACIONES-PROP TO DIAS-EDITADOS.
           MOVE MONTO-PRIMA TO MONTO-EDITADO.
           STRING "  PRIMA VACACIONAL      DIAS " DIAS-EDITADOS
              "  " MONTO-EDITADO
              DELIMITED BY SIZE INTO LINEA-RECIBO.
           WRITE LINEA-RECIBO.
           IF MONTO-INDEMNIZACION > 0
              MOVE SPACES TO LINEA-RECIBO
              MOVE DIAS-INDEMNIZACION TO DIAS-EDITADOS
              MOVE MONTO-INDEMNIZACION TO MONTO-EDITADO
              STRING "  INDEMNIZACION         DIAS " DIAS-EDITADOS
                 "  " MONTO-EDITADO
                 DELIMITED BY SIZE INTO LINEA-RECIBO
              WRITE LINEA-RECIBO
           END-IF.
           IF MONTO-PRIMA-ANTIGUEDAD > 0
              MOVE SPACES TO LINEA-RECIBO
              MOVE DIAS-PRIMA-ANTIGUEDAD TO DIAS-EDITADOS
              MOVE MONTO-PRIMA-ANTIGUEDAD TO MONTO-EDITADO
              STRING "  PRIMA DE ANTIGUEDAD   DIAS " DIAS-EDITADOS
                 "  " MONTO-EDITADO
                 DELIMITED BY SIZE INTO LINEA-RECIBO
              WRITE LINEA-RECIBO
           END-IF.

           MOVE SPACES TO LINEA-RECIBO.
           MOVE BRUTO-PERIODO TO MONTO-EDITADO.
           STRING "  TOTAL PERCEPCIONES             " MONTO-EDITADO
              DELIMITED BY SIZE INTO LINEA-RECIBO.
           WRITE LINEA-RECIBO.
           MOVE SPACES TO LINEA-RECIBO.
           MOVE DEDUCCION-ISR TO MONTO-EDITADO.
           STRING "  ISR                            " MONTO-EDITADO
              DELIMITED BY SIZE INTO LINEA-RECIBO.
           WRITE LINEA-RECIBO.
           MOVE SPACES TO LINEA-RECIBO.
           MOVE DEDUCCION-IMSS TO MONTO-EDITADO.
           STRING "  IMSS                           " MONTO-EDITADO
              DELIMITED BY SIZE INTO LINEA-RECIBO.
           WRITE LINEA-RECIBO.
           IF DEDUCCION-PRESTAMO > 0
              MOVE SPACES TO LINEA-RECIBO
              MOVE DEDUCCION-PRESTAMO TO MONTO-EDITADO
              STRING "  PRESTAMO DE EMPLEADO           " MONTO-EDITADO
                 DELIMITED BY SIZE INTO LINEA-RECIBO
              WRITE LINEA-RECIBO
           END-IF.
           MOVE SPACES TO LINEA-RECIBO.
           MOVE SUELDO-NETO TO MONTO-EDITADO.
           STRING "  NETO A PAGAR                   " MONTO-EDITADO
              DELIMITED BY SIZE INTO LINEA-RECIBO.
           WRITE LINEA-RECIBO.
           MOVE SPACES TO LINEA-RECIBO.
           STRING "  PAGO: " RESULTADO-PAGO
              DELIMITED BY SIZE INTO LINEA-RECIBO.
           WRITE LINEA-RECIBO.
           IF SALDO-PRESTAMO-PENDIENTE > 0
              MOVE SPACES TO LINEA-RECIBO
              MOVE SALDO-PRESTAMO-PENDIENTE TO MONTO-EDITADO
              STRING "  SALDO DE PRESTAMO NO CUBIERTO  " MONTO-EDITADO
                 DELIMITED BY SIZE INTO LINEA-RECIBO
              WRITE LINEA-RECIBO
           END-IF.

           MOVE SPACES TO LINEA-RECIBO.
           WRITE LINEA-RECIBO.
           MOVE "RECIBI A MI ENTERA SATISFACCION LAS CANTIDADES DE"
              TO LINEA-RECIBO.
           WRITE LINEA-RECIBO.
           MOVE "ESTE FINIQUITO, SIN RESERVARME ACCION ALGUNA EN"
              TO LINEA-RECIBO.
           WRITE LINEA-RECIBO.
           MOVE "CONTRA DEL BANCO." TO LINEA-RECIBO.
           WRITE LINEA-RECIBO.
           MOVE SPACES TO LINEA-RECIBO.
           WRITE LINEA-RECIBO.
           WRITE LINEA-RECIBO.
           MOVE "  ____________________      ____________________"
              TO LINEA-RECIBO.
           WRITE LINEA-RECIBO.
           MOVE "     FIRMA EMPLEADO            RECURSOS HUMANOS"
              TO LINEA-RECIBO.
           WRITE LINEA-RECIBO.
           CLOSE RECIBO-FILE.

       END PROGRAM FINIQUITO.
