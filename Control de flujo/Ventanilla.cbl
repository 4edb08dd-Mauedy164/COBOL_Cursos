      ******************************************************************
      * Consola de ventanilla (cajero humano de sucursal).
      * Se invoca desde el menú principal, ya con el operador firmado
      * (su clave llega por LINKAGE; el rol de ventanilla "V" o un
      * supervisor). Cada estación se identifica desde
      * VENTANILLA.CFG con el layout de TERMINAL.cpy (un renglón: su
      * terminal, su sucursal y su bitácora; el archivo de billetes
      * no aplica); sin archivo se asume la estación V001 de la
      * sucursal CENTRO grabando en la bitácora central. Una estación
      * con bitácora propia debe listarse en TERMLIST.CFG para que el
      * cierre la rote y el control de día la abra y la cierre.
      *
      * El cajero abre su cajón con la dotación inicial que recibe y
      * desde ahí atiende en efectivo, siempre en pesos:
      *   - depósitos ("DE") y retiros ("RE") a cuentas del banco,
      *     con el retiro validado contra el disponible de la cuenta
      *     (como en el cajero) y contra el efectivo del cajón;
      *   - el pago del saldo de una cuenta cerrada por la consola
      *     de supervisión, que queda en la cuenta hasta que el
      *     titular lo cobra aquí (retiro "RE" que deja la cuenta en
      *     cero);
      *   - el pago de la nómina a empleados que no la recibieron en
      *     cuenta (sin cuenta ligada, cuenta inexistente o en otra
      *     moneda), por periodo de NOMHIST.DAT: mensual, aguinaldo
      *     (AAAA13) o finiquito (AAAA14). El periodo queda sellado
      *     NH-DISPERSADO "V" para que no se pague dos veces ni se
      *     deposite en una recorrida. Un neto enviado a otro banco
      *     que la cámara devolvió (sello "D") no se paga aquí: su
      *     dinero está en el suspenso de nómina devuelta y lo
      *     aclara Recursos Humanos.
      * Todo movimiento lleva folio de SIGUIENTE-FOLIO y la terminal
      * de la estación; los de cuenta van a la bitácora y al
      * historial indexado como los del cajero, y cada entrada o
      * salida de efectivo queda además en la bitácora de cajones
      * CAJONES.DAT (layout CAJON.cpy). La nómina pagada no tiene
      * cuenta de cliente: su póliza (cargo 220100 / abono 110100)
      * la toma el extracto contable de CAJONES.DAT.
      *
      * Al terminar el turno el cajero cuenta su efectivo por
      * denominación, a ciegas, y el corte compara lo contado contra
      * lo esperado (dotación más entradas menos salidas): el
      * renglón de corte cierra el cajón y el balance impreso queda
      * en CORTE<terminal>.TXT para las firmas. El cierre del cajero
      * (CierreCajero.cbl) consolida los cajones junto con las
      * terminales automáticas y marca los que quedaron abiertos.
      *
      * Un cajón abierto pertenece al operador que lo abrió: otro
      * operador no puede operar la estación hasta que se haga el
      * corte. El día de negocio cerrado o la terminal cerrada en
      * TERMDIA.DAT impiden operar, igual que en el cajero.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENTANILLA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIG-FILE ASSIGN TO "VENTANILLA.CFG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-CONFIG.

           SELECT CUENTAS-FILE ASSIGN TO "CUENTAS.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CTA-NUMERO
              FILE STATUS IS FS-CUENTAS.

           SELECT MOVIMIENTOS-FILE ASSIGN USING NOMBRE-BITACORA
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-MOVIMIENTOS.

           SELECT MOVIDX-FILE ASSIGN TO "MOVIDX.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MIX-LLAVE
              FILE STATUS IS FS-MOVIDX.

           SELECT NOMHIST-FILE ASSIGN TO "NOMHIST.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS NH-LLAVE
              FILE STATUS IS FS-NOMHIST.

           SELECT CAJONES-FILE ASSIGN TO "CAJONES.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-CAJONES.

           SELECT CORTE-FILE ASSIGN USING NOMBRE-CORTE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-CORTE.

           SELECT FECHANEG-FILE ASSIGN TO "FECHANEG.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-FECHANEG.

           SELECT TERMDIA-FILE ASSIGN TO "TERMDIA.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-TERMDIA.

       DATA DIVISION.
       FILE SECTION.
       FD  CONFIG-FILE.
           COPY TERMINAL.

       FD  CUENTAS-FILE.
           COPY CUENTA.

       FD  MOVIMIENTOS-FILE.
           COPY MOVIMIEN.

       FD  MOVIDX-FILE.
           COPY MOVIDX.

       FD  NOMHIST-FILE.
           COPY NOMHIST.

       FD  CAJONES-FILE.
           COPY CAJON.

       FD  CORTE-FILE.
       01  LINEA-CORTE             PIC X(80).

       FD  FECHANEG-FILE.
           COPY FECHANEG.

       FD  TERMDIA-FILE.
           COPY TERMDIA.

       WORKING-STORAGE SECTION.
       01  FS-CONFIG               PIC X(2) VALUE "00".
       01  FS-CUENTAS              PIC X(2) VALUE "00".
       01  FS-MOVIMIENTOS          PIC X(2) VALUE "00".
       01  FS-MOVIDX               PIC X(2) VALUE "00".
       01  FS-NOMHIST              PIC X(2) VALUE "00".
       01  FS-CAJONES              PIC X(2) VALUE "00".
       01  FS-CORTE                PIC X(2) VALUE "00".
       01  FS-FECHANEG             PIC X(2) VALUE "00".
       01  FS-TERMDIA              PIC X(2) VALUE "00".

      * Identidad de la estación, cargada de VENTANILLA.CFG o con
      * los valores de siempre si no hay configuración.
       01  TERMINAL-VENTANILLA     PIC X(4) VALUE "V001".
       01  SUCURSAL-VENTANILLA     PIC X(10) VALUE "CENTRO".
       01  NOMBRE-BITACORA         PIC X(20) VALUE "MOVIMIENTOS.DAT".
       01  NOMBRE-CORTE.
           05 NCO-PREFIJO          PIC X(5) VALUE "CORTE".
           05 NCO-TERMINAL         PIC X(4) VALUE SPACES.
           05 NCO-EXTENSION        PIC X(4) VALUE ".TXT".

       01  FECHA-HOY               PIC 9(8) VALUE 0.
       01  HORA-ACTUAL             PIC 9(6) VALUE 0.
       01  DIA-OPERABLE            PIC X(1) VALUE "S".

       01  OPCION-ENTRADA          PIC X(1) VALUE SPACE.
       01  OPCION-VENTANILLA       PIC 9(1) VALUE 0.
       01  ENTRADA-VALIDA          PIC X(1) VALUE "N".
       01  SIGUE-EN-VENTANILLA     PIC X(1) VALUE "S".
       01  RESPUESTA-ENTRADA       PIC X(1) VALUE SPACE.

      * Estado del cajón de la estación: el último "A" de la
      * terminal en CAJONES.DAT sin su "C", con lo que ha entrado y
      * salido desde la apertura.
       01  CAJON-ABIERTO           PIC X(1) VALUE "N".
       01  OPERADOR-CAJON          PIC 9(6) VALUE 0.
       01  FECHA-APERTURA          PIC 9(8) VALUE 0.
       01  HORA-APERTURA           PIC 9(6) VALUE 0.
       01  DOTACION-CAJON          PIC S9(9)V99 VALUE 0.
       01  DEPOSITOS-CAJON         PIC S9(9)V99 VALUE 0.
       01  RETIROS-CAJON           PIC S9(9)V99 VALUE 0.
       01  CIERRES-CAJON           PIC S9(9)V99 VALUE 0.
       01  NOMINA-CAJON            PIC S9(9)V99 VALUE 0.
       01  OPERACIONES-CAJON       PIC 9(5) VALUE 0.
       01  ENTRADAS-CAJON          PIC S9(9)V99 VALUE 0.
       01  SALIDAS-CAJON           PIC S9(9)V99 VALUE 0.
       01  EFECTIVO-CAJON          PIC S9(9)V99 VALUE 0.

      * Captura de la operación en turno.
       01  CUENTA-ENTRADA          PIC X(6) VALUE SPACES.
       01  EMPLEADO-ENTRADA        PIC X(6) VALUE SPACES.
       01  PERIODO-ENTRADA         PIC X(6) VALUE SPACES.
       01  MONTO-OPERACION         PIC S9(7)V99 VALUE 0.
       01  DISPONIBLE-CON-LINEA    PIC S9(9)V99 VALUE 0.
       01  OPERACION-CAJON         PIC X(2) VALUE SPACES.
       01  FOLIO-MOVIMIENTO        PIC 9(9) VALUE 0.

      * Denominaciones que se cuentan en el corte (billetes); las
      * monedas se capturan en pesos.
       01  TABLA-DENOMINACIONES.
           05 FILLER               PIC 9(4) VALUE 1000.
           05 FILLER               PIC 9(4) VALUE 500.
           05 FILLER               PIC 9(4) VALUE 200.
           05 FILLER               PIC 9(4) VALUE 100.
           05 FILLER               PIC 9(4) VALUE 50.
           05 FILLER               PIC 9(4) VALUE 20.
       01  TABLA-DENOMINACIONES-R REDEFINES TABLA-DENOMINACIONES.
           05 DEN-VALOR            PIC 9(4) OCCURS 6 TIMES.
       01  TABLA-PIEZAS.
           05 PIEZAS-CONTADAS      PIC 9(5) OCCURS 6 TIMES.
       01  IDX-DEN                 PIC 9(1) VALUE 0.
       01  CONTEO-ENTRADA          PIC X(5) VALUE SPACES.
       01  CONTEO-AJUSTADO         PIC X(5) JUSTIFIED RIGHT.
       01  CONTEO-NUMERICO REDEFINES CONTEO-AJUSTADO PIC 9(5).
       01  LONGITUD-CONTEO         PIC 9(2) VALUE 0.
       01  MONEDAS-CONTADAS        PIC 9(7)V99 VALUE 0.
       01  CONTEO-CONFIRMADO       PIC X(1) VALUE "N".
       01  VALOR-CONTADO           PIC S9(9)V99 VALUE 0.
       01  DIFERENCIA-CAJON        PIC S9(9)V99 VALUE 0.
       01  IMPORTE-DENOMINACION    PIC 9(9)V99 VALUE 0.

       01  IMPORTE-EDITADO         PIC ---,---,--9.99.

      * Renglones del balance impreso del corte.
       01  LINEA-TITULO-CORTE.
           05 FILLER               PIC X(29)
              VALUE "CORTE DE CAJA - VENTANILLA ".
           05 LTC-TERMINAL         PIC X(4).
           05 FILLER               PIC X(11) VALUE "  SUCURSAL ".
           05 LTC-SUCURSAL         PIC X(10).

       01  LINEA-IMPORTE-CORTE.
           05 LIC-CONCEPTO         PIC X(30).
           05 LIC-IMPORTE          PIC ---,---,--9.99.

       01  LINEA-DENOMINACION.
           05 FILLER               PIC X(12) VALUE "BILLETES DE ".
           05 LDN-VALOR            PIC Z,ZZ9.
           05 FILLER               PIC X(4) VALUE SPACES.
           05 LDN-PIEZAS           PIC ZZ,ZZ9.
           05 FILLER               PIC X(8) VALUE " PIEZAS ".
           05 LDN-IMPORTE          PIC ---,---,--9.99.

       LINKAGE SECTION.
       01  OPERADOR-FIRMADO        PIC 9(6).

       PROCEDURE DIVISION USING OPERADOR-FIRMADO.
       VENTANILLA-MAIN.
           PERFORM CARGA-CONFIGURACION.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM REVISA-DIA-NEGOCIO THRU REVISA-DIA-NEGOCIO-EXIT.
           IF DIA-OPERABLE = "N"
              GOBACK
           END-IF.

           PERFORM BUSCA-CAJON-ABIERTO.
           IF CAJON-ABIERTO = "S"
                 AND OPERADOR-CAJON NOT = OPERADOR-FIRMADO
              DISPLAY "El cajón de esta ventanilla está abierto por "
                 "el operador " OPERADOR-CAJON "; debe hacer su "
                 "corte antes de que otro cajero opere."
              GOBACK
           END-IF.

           MOVE "S" TO SIGUE-EN-VENTANILLA.
           PERFORM MUESTRA-MENU-VENTANILLA
              UNTIL SIGUE-EN-VENTANILLA = "N".
           GOBACK.

       CARGA-CONFIGURACION.
           MOVE "00" TO FS-CONFIG.
           OPEN INPUT CONFIG-FILE.
           IF FS-CONFIG = "00"
              READ CONFIG-FILE
                 AT END CONTINUE
                 NOT AT END
                    MOVE TRM-ID TO TERMINAL-VENTANILLA
                    MOVE TRM-SUCURSAL TO SUCURSAL-VENTANILLA
                    IF TRM-ARCHIVO-BITACORA NOT = SPACES
                       MOVE TRM-ARCHIVO-BITACORA TO NOMBRE-BITACORA
                    END-IF
              END-READ
              CLOSE CONFIG-FILE
           END-IF.
           MOVE TERMINAL-VENTANILLA TO NCO-TERMINAL.
           DISPLAY "Ventanilla " TERMINAL-VENTANILLA " - sucursal "
              SUCURSAL-VENTANILLA.

      ******************************************************************
      * Control del día de negocio, como en el cajero: el día
      * cerrado o la estación cerrada en TERMDIA.DAT no operan, y la
      * fecha de negocio sustituye a la del reloj.
      ******************************************************************
       REVISA-DIA-NEGOCIO.
           MOVE "S" TO DIA-OPERABLE.
           MOVE "00" TO FS-FECHANEG.
           OPEN INPUT FECHANEG-FILE.
           IF FS-FECHANEG NOT = "00"
              GO TO REVISA-DIA-NEGOCIO-EXIT
           END-IF.
           READ FECHANEG-FILE
              AT END
                 CLOSE FECHANEG-FILE
                 GO TO REVISA-DIA-NEGOCIO-EXIT
           END-READ.
           CLOSE FECHANEG-FILE.

           IF FN-ESTADO = "C"
              DISPLAY "El día de negocio está cerrado; la ventanilla "
                 "abre con el siguiente día."
              MOVE "N" TO DIA-OPERABLE
              GO TO REVISA-DIA-NEGOCIO-EXIT
           END-IF.
           IF FN-FECHA IS NUMERIC AND FN-FECHA NOT = 0
              MOVE FN-FECHA TO FECHA-HOY
           END-IF.

           MOVE "00" TO FS-TERMDIA.
           OPEN INPUT TERMDIA-FILE.
           IF FS-TERMDIA = "00"
              PERFORM REVISA-TERMINAL-DIA UNTIL FS-TERMDIA = "10"
              CLOSE TERMDIA-FILE
           END-IF.
       REVISA-DIA-NEGOCIO-EXIT.
           EXIT.

       REVISA-TERMINAL-DIA.
           READ TERMDIA-FILE
              AT END MOVE "10" TO FS-TERMDIA
           END-READ.
           IF FS-TERMDIA NOT = "10"
              IF TDI-TERMINAL = TERMINAL-VENTANILLA
                    AND TDI-ESTADO = "C"
                 DISPLAY "Esta ventanilla ya cerró su día; no puede "
                    "operar hasta la siguiente apertura."
                 MOVE "N" TO DIA-OPERABLE
                 MOVE "10" TO FS-TERMDIA
              END-IF
           END-IF.

      ******************************************************************
      * Estado del cajón de la estación desde la bitácora de
      * cajones: cada "A" empieza un cajón nuevo, cada "M" lo mueve y
      * el "C" lo cierra.
      ******************************************************************
       BUSCA-CAJON-ABIERTO.
           MOVE "N" TO CAJON-ABIERTO.
           MOVE "00" TO FS-CAJONES.
           OPEN INPUT CAJONES-FILE.
           IF FS-CAJONES = "00"
              PERFORM LEE-CAJON UNTIL FS-CAJONES = "10"
              CLOSE CAJONES-FILE
           END-IF.
           PERFORM CALCULA-EFECTIVO-CAJON.

       LEE-CAJON.
           READ CAJONES-FILE
              AT END MOVE "10" TO FS-CAJONES
           END-READ.
           IF FS-CAJONES NOT = "10"
              IF CAJ-TERMINAL = TERMINAL-VENTANILLA
                 EVALUATE CAJ-TIPO
                    WHEN "A"
                       PERFORM INICIA-CAJON
                    WHEN "M"
                       PERFORM ACUMULA-MOVIMIENTO-CAJON
                    WHEN "C"
                       MOVE "N" TO CAJON-ABIERTO
                 END-EVALUATE
              END-IF
           END-IF.

       INICIA-CAJON.
           MOVE "S" TO CAJON-ABIERTO.
           MOVE CAJ-OPERADOR TO OPERADOR-CAJON.
           MOVE CAJ-FECHA TO FECHA-APERTURA.
           MOVE CAJ-HORA TO HORA-APERTURA.
           MOVE CAJ-MONTO TO DOTACION-CAJON.
           MOVE 0 TO DEPOSITOS-CAJON.
           MOVE 0 TO RETIROS-CAJON.
           MOVE 0 TO CIERRES-CAJON.
           MOVE 0 TO NOMINA-CAJON.
           MOVE 0 TO OPERACIONES-CAJON.

       ACUMULA-MOVIMIENTO-CAJON.
           ADD 1 TO OPERACIONES-CAJON.
           EVALUATE CAJ-OPERACION
              WHEN "DE"
                 ADD CAJ-MONTO TO DEPOSITOS-CAJON
              WHEN "RE"
                 ADD CAJ-MONTO TO RETIROS-CAJON
              WHEN "CC"
                 ADD CAJ-MONTO TO CIERRES-CAJON
              WHEN "NV"
                 ADD CAJ-MONTO TO NOMINA-CAJON
           END-EVALUATE.

       CALCULA-EFECTIVO-CAJON.
           MOVE DEPOSITOS-CAJON TO ENTRADAS-CAJON.
           COMPUTE SALIDAS-CAJON = RETIROS-CAJON + CIERRES-CAJON
              + NOMINA-CAJON.
           COMPUTE EFECTIVO-CAJON = DOTACION-CAJON + ENTRADAS-CAJON
              - SALIDAS-CAJON.

      ******************************************************************
      * Menú de la ventanilla. Sin cajón abierto sólo se puede abrir
      * o salir.
      ******************************************************************
       MUESTRA-MENU-VENTANILLA.
           DISPLAY "==== VENTANILLA " TERMINAL-VENTANILLA " ====".
           IF CAJON-ABIERTO = "N"
              DISPLAY "Cajón cerrado."
           END-IF.
           DISPLAY "1. ABRIR CAJON  2. DEPOSITO EN EFECTIVO".
           DISPLAY "3. RETIRO EN EFECTIVO  4. PAGO DE CUENTA CERRADA".
           DISPLAY "5. PAGO DE NOMINA EN EFECTIVO".
           DISPLAY "6. POSICION DEL CAJON  7. CORTE DE CAJA".
           DISPLAY "8. SALIR".
           PERFORM PIDE-OPCION-VENTANILLA UNTIL ENTRADA-VALIDA = "S".
           MOVE "N" TO ENTRADA-VALIDA.

           IF OPCION-VENTANILLA > 1 AND OPCION-VENTANILLA < 8
                 AND CAJON-ABIERTO = "N"
              DISPLAY "Primero abre el cajón (opción 1)."
           ELSE
              EVALUATE OPCION-VENTANILLA
                 WHEN 1 PERFORM ABRE-CAJON THRU ABRE-CAJON-EXIT
                 WHEN 2 PERFORM DEPOSITA-VENTANILLA
                           THRU DEPOSITA-VENTANILLA-EXIT
                 WHEN 3 PERFORM RETIRA-VENTANILLA
                           THRU RETIRA-VENTANILLA-EXIT
                 WHEN 4 PERFORM PAGA-CUENTA-CERRADA
                           THRU PAGA-CUENTA-CERRADA-EXIT
                 WHEN 5 PERFORM PAGA-NOMINA THRU PAGA-NOMINA-EXIT
                 WHEN 6 PERFORM MUESTRA-POSICION-CAJON
                 WHEN 7 PERFORM CORTE-CAJA THRU CORTE-CAJA-EXIT
                 WHEN 8 MOVE "N" TO SIGUE-EN-VENTANILLA
                 WHEN OTHER DISPLAY "Opción inválida"
              END-EVALUATE
           END-IF.

       PIDE-OPCION-VENTANILLA.
           DISPLAY "Opción: ".
           ACCEPT OPCION-ENTRADA.
           IF OPCION-ENTRADA IS NOT NUMERIC
              DISPLAY "Coloca un número válido"
              MOVE "N" TO ENTRADA-VALIDA
           ELSE
              MOVE OPCION-ENTRADA TO OPCION-VENTANILLA
              MOVE "S" TO ENTRADA-VALIDA
           END-IF.

      ******************************************************************
      * Apertura del cajón con la dotación que el cajero recibe de
      * la bóveda.
      ******************************************************************
       ABRE-CAJON.
           IF CAJON-ABIERTO = "S"
              DISPLAY "El cajón ya está abierto desde el "
                 FECHA-APERTURA " " HORA-APERTURA "."
              GO TO ABRE-CAJON-EXIT
           END-IF.
           DISPLAY "Dotación inicial del cajón: ".
           PERFORM PIDE-MONTO UNTIL ENTRADA-VALIDA = "S".
           MOVE "N" TO ENTRADA-VALIDA.

           ACCEPT HORA-ACTUAL FROM TIME.
           INITIALIZE CAJON-REG.
           MOVE "A" TO CAJ-TIPO.
           MOVE MONTO-OPERACION TO CAJ-MONTO.
           PERFORM GRABA-CAJON.
           PERFORM INICIA-CAJON.
           PERFORM CALCULA-EFECTIVO-CAJON.
           MOVE DOTACION-CAJON TO IMPORTE-EDITADO.
           DISPLAY "Cajón abierto con " IMPORTE-EDITADO ".".
       ABRE-CAJON-EXIT.
           EXIT.

       PIDE-MONTO.
           ACCEPT MONTO-OPERACION.
           IF MONTO-OPERACION IS NOT NUMERIC OR MONTO-OPERACION <= 0
              DISPLAY "Coloca un número válido"
              MOVE "N" TO ENTRADA-VALIDA
           ELSE
              MOVE "S" TO ENTRADA-VALIDA
           END-IF.

      ******************************************************************
      * Lectura de la cuenta para operar en efectivo: abre CUENTAS
      * en I-O y deja la cuenta leída. Regresa ENTRADA-VALIDA "N" (y
      * el archivo cerrado) si la cuenta no se puede operar aquí.
      ******************************************************************
       LEE-CUENTA-VENTANILLA.
           MOVE "N" TO ENTRADA-VALIDA.
           DISPLAY "Número de cuenta: ".
           ACCEPT CUENTA-ENTRADA.
           IF CUENTA-ENTRADA IS NOT NUMERIC
              DISPLAY "Captura un número de cuenta válido."
              GO TO LEE-CUENTA-VENTANILLA-EXIT
           END-IF.
           OPEN I-O CUENTAS-FILE.
           IF FS-CUENTAS NOT = "00" AND FS-CUENTAS NOT = "05"
              DISPLAY "No se pudo abrir el archivo de cuentas."
              GO TO LEE-CUENTA-VENTANILLA-EXIT
           END-IF.
           MOVE CUENTA-ENTRADA TO CTA-NUMERO.
           READ CUENTAS-FILE
              INVALID KEY
                 DISPLAY "No existe esa cuenta."
                 CLOSE CUENTAS-FILE
                 GO TO LEE-CUENTA-VENTANILLA-EXIT
           END-READ.
      * El cajón sólo maneja pesos.
           IF CTA-MONEDA NOT = "MXN"
              DISPLAY "La ventanilla sólo opera efectivo en pesos; la "
                 "cuenta es en " CTA-MONEDA "."
              CLOSE CUENTAS-FILE
              GO TO LEE-CUENTA-VENTANILLA-EXIT
           END-IF.
           DISPLAY "Titular: " CTA-NOMBRE.
           MOVE "S" TO ENTRADA-VALIDA.
       LEE-CUENTA-VENTANILLA-EXIT.
           EXIT.

      * Una cuenta cerrada no recibe ni entrega efectivo (su saldo
      * pendiente se paga con la opción de cuenta cerrada), y una
      * dormida se reactiva primero en el cajero con la
      * confirmación del titular.
       REVISA-ESTADO-CUENTA.
           IF CTA-ESTADO = "C"
              DISPLAY "La cuenta está cerrada."
              MOVE "N" TO ENTRADA-VALIDA
              CLOSE CUENTAS-FILE
           ELSE
              IF CTA-ESTADO = "D"
                 DISPLAY "La cuenta está dormida; el titular debe "
                    "reactivarla antes de operar."
                 MOVE "N" TO ENTRADA-VALIDA
                 CLOSE CUENTAS-FILE
              END-IF
           END-IF.

      * Para entregar efectivo el cajero confirma que identificó al
      * titular con su identificación oficial.
       CONFIRMA-IDENTIFICACION.
           DISPLAY "¿Se verificó la identificación del titular? "
              "(S/N): ".
           ACCEPT RESPUESTA-ENTRADA.
           IF RESPUESTA-ENTRADA NOT = "S"
                 AND RESPUESTA-ENTRADA NOT = "s"
              DISPLAY "Sin identificación no se entrega efectivo."
              MOVE "N" TO ENTRADA-VALIDA
           END-IF.

       DEPOSITA-VENTANILLA.
           PERFORM LEE-CUENTA-VENTANILLA
              THRU LEE-CUENTA-VENTANILLA-EXIT.
           IF ENTRADA-VALIDA NOT = "S"
              GO TO DEPOSITA-VENTANILLA-EXIT
           END-IF.
           PERFORM REVISA-ESTADO-CUENTA.
           IF ENTRADA-VALIDA NOT = "S"
              GO TO DEPOSITA-VENTANILLA-EXIT
           END-IF.
           MOVE "N" TO ENTRADA-VALIDA.

           DISPLAY "Monto a depositar: ".
           PERFORM PIDE-MONTO UNTIL ENTRADA-VALIDA = "S".
           MOVE "N" TO ENTRADA-VALIDA.

           ADD MONTO-OPERACION TO CTA-SALDO.
           MOVE "DE" TO MOV-OPERACION.
           PERFORM ESCRIBE-MOVIMIENTO.
           CLOSE CUENTAS-FILE.
           MOVE "DE" TO OPERACION-CAJON.
           PERFORM GRABA-MOVIMIENTO-CAJON.
           DISPLAY "Depósito aplicado. Saldo actual: " CTA-SALDO.
       DEPOSITA-VENTANILLA-EXIT.
           EXIT.

      ******************************************************************
      * Retiro en efectivo: contra el disponible de la cuenta con su
      * línea de sobregiro (saldo menos retenido y embargado, como
      * en el cajero) y contra el efectivo que tiene el cajón. El
      * límite diario y la comisión por retiro son del cajero
      * automático y no aplican en ventanilla.
      ******************************************************************
       RETIRA-VENTANILLA.
           PERFORM LEE-CUENTA-VENTANILLA
              THRU LEE-CUENTA-VENTANILLA-EXIT.
           IF ENTRADA-VALIDA NOT = "S"
              GO TO RETIRA-VENTANILLA-EXIT
           END-IF.
           PERFORM REVISA-ESTADO-CUENTA.
           IF ENTRADA-VALIDA NOT = "S"
              GO TO RETIRA-VENTANILLA-EXIT
           END-IF.
           PERFORM CONFIRMA-IDENTIFICACION.
           IF ENTRADA-VALIDA NOT = "S"
              CLOSE CUENTAS-FILE
              GO TO RETIRA-VENTANILLA-EXIT
           END-IF.
           MOVE "N" TO ENTRADA-VALIDA.

           DISPLAY "Monto a retirar: ".
           PERFORM PIDE-MONTO UNTIL ENTRADA-VALIDA = "S".
           MOVE "N" TO ENTRADA-VALIDA.

           COMPUTE DISPONIBLE-CON-LINEA =
              CTA-SALDO - CTA-RETENIDO - CTA-EMBARGADO
              + CTA-LINEA-SOBREGIRO.
           IF MONTO-OPERACION > DISPONIBLE-CON-LINEA
              DISPLAY "Saldo disponible insuficiente"
              CLOSE CUENTAS-FILE
              GO TO RETIRA-VENTANILLA-EXIT
           END-IF.
           IF MONTO-OPERACION > EFECTIVO-CAJON
              DISPLAY "El cajón no tiene efectivo suficiente para "
                 "ese retiro."
              CLOSE CUENTAS-FILE
              GO TO RETIRA-VENTANILLA-EXIT
           END-IF.

           SUBTRACT MONTO-OPERACION FROM CTA-SALDO.
           MOVE "RE" TO MOV-OPERACION.
           PERFORM ESCRIBE-MOVIMIENTO.
           CLOSE CUENTAS-FILE.
           MOVE "RE" TO OPERACION-CAJON.
           PERFORM GRABA-MOVIMIENTO-CAJON.
           DISPLAY "Retiro entregado. Saldo actual: " CTA-SALDO.
       RETIRA-VENTANILLA-EXIT.
           EXIT.

      ******************************************************************
      * Pago del saldo de una cuenta cerrada: el cierre de la
      * consola de supervisión deja la cuenta en "C" con su saldo
      * por cobrar, y aquí se entrega completo como retiro "RE" que
      * deja la cuenta en cero.
      ******************************************************************
       PAGA-CUENTA-CERRADA.
           PERFORM LEE-CUENTA-VENTANILLA
              THRU LEE-CUENTA-VENTANILLA-EXIT.
           IF ENTRADA-VALIDA NOT = "S"
              GO TO PAGA-CUENTA-CERRADA-EXIT
           END-IF.
           IF CTA-ESTADO NOT = "C"
              DISPLAY "La cuenta no está cerrada; su saldo se entrega "
                 "como retiro normal."
              CLOSE CUENTAS-FILE
              GO TO PAGA-CUENTA-CERRADA-EXIT
           END-IF.
           IF CTA-SALDO <= 0
              DISPLAY "La cuenta cerrada no tiene saldo por pagar."
              CLOSE CUENTAS-FILE
              GO TO PAGA-CUENTA-CERRADA-EXIT
           END-IF.
           PERFORM CONFIRMA-IDENTIFICACION.
           IF ENTRADA-VALIDA NOT = "S"
              CLOSE CUENTAS-FILE
              GO TO PAGA-CUENTA-CERRADA-EXIT
           END-IF.
           MOVE "N" TO ENTRADA-VALIDA.

           MOVE CTA-SALDO TO MONTO-OPERACION.
           IF MONTO-OPERACION > EFECTIVO-CAJON
              DISPLAY "El cajón no tiene efectivo suficiente para "
                 "pagar " CTA-SALDO "."
              CLOSE CUENTAS-FILE
              GO TO PAGA-CUENTA-CERRADA-EXIT
           END-IF.
           DISPLAY "Saldo por pagar: " CTA-SALDO.
           DISPLAY "¿Entregar el saldo al titular? (S/N): ".
           ACCEPT RESPUESTA-ENTRADA.
           IF RESPUESTA-ENTRADA NOT = "S"
                 AND RESPUESTA-ENTRADA NOT = "s"
              DISPLAY "No se entregó el saldo."
              CLOSE CUENTAS-FILE
              GO TO PAGA-CUENTA-CERRADA-EXIT
           END-IF.

           MOVE 0 TO CTA-SALDO.
           MOVE "RE" TO MOV-OPERACION.
           PERFORM ESCRIBE-MOVIMIENTO.
           CLOSE CUENTAS-FILE.
           MOVE "CC" TO OPERACION-CAJON.
           PERFORM GRABA-MOVIMIENTO-CAJON.
           DISPLAY "Saldo de la cuenta cerrada entregado.".
       PAGA-CUENTA-CERRADA-EXIT.
           EXIT.

      ******************************************************************
      * Pago de nómina en efectivo: el neto de un periodo de
      * NOMHIST.DAT que no se depositó. El sello NH-DISPERSADO "V"
      * impide pagarlo dos veces y que una recorrida de la nómina lo
      * deposite después. No hay cuenta de cliente: el pago vive en
      * la bitácora de cajones con su folio.
      ******************************************************************
       PAGA-NOMINA.
           DISPLAY "Número de empleado: ".
           ACCEPT EMPLEADO-ENTRADA.
           IF EMPLEADO-ENTRADA IS NOT NUMERIC
              DISPLAY "Captura un número de empleado válido."
              GO TO PAGA-NOMINA-EXIT
           END-IF.
           DISPLAY "Periodo (AAAAMM; AAAA13 aguinaldo, AAAA14 "
              "finiquito): ".
           ACCEPT PERIODO-ENTRADA.
           IF PERIODO-ENTRADA IS NOT NUMERIC
              DISPLAY "El periodo debe ser AAAAPP."
              GO TO PAGA-NOMINA-EXIT
           END-IF.

           OPEN I-O NOMHIST-FILE.
           IF FS-NOMHIST NOT = "00" AND FS-NOMHIST NOT = "05"
              DISPLAY "No se pudo abrir la historia de nómina."
              GO TO PAGA-NOMINA-EXIT
           END-IF.
           MOVE PERIODO-ENTRADA TO NH-PERIODO.
           MOVE EMPLEADO-ENTRADA TO NH-EMPLEADO.
           READ NOMHIST-FILE
              INVALID KEY
                 DISPLAY "No hay nómina de ese empleado en ese "
                    "periodo."
                 CLOSE NOMHIST-FILE
                 GO TO PAGA-NOMINA-EXIT
           END-READ.
           IF NH-DISPERSADO = "S"
              DISPLAY "Ese neto ya se depositó en la cuenta del "
                 "empleado."
              CLOSE NOMHIST-FILE
              GO TO PAGA-NOMINA-EXIT
           END-IF.
           IF NH-DISPERSADO = "V"
              DISPLAY "Ese neto ya se pagó en ventanilla."
              CLOSE NOMHIST-FILE
              GO TO PAGA-NOMINA-EXIT
           END-IF.
           IF NH-DISPERSADO = "D"
              DISPLAY "Ese neto se envió a otro banco y fue "
                 "devuelto; lo aclara Recursos Humanos."
              CLOSE NOMHIST-FILE
              GO TO PAGA-NOMINA-EXIT
           END-IF.
           IF NH-NETO <= 0
              DISPLAY "El periodo no tiene neto por pagar."
              CLOSE NOMHIST-FILE
              GO TO PAGA-NOMINA-EXIT
           END-IF.

           DISPLAY "Empleado: " NH-NOMBRE.
           DISPLAY "Neto por pagar: " NH-NETO.
           IF NH-NETO > EFECTIVO-CAJON
              DISPLAY "El cajón no tiene efectivo suficiente para "
                 "ese pago."
              CLOSE NOMHIST-FILE
              GO TO PAGA-NOMINA-EXIT
           END-IF.
           MOVE "S" TO ENTRADA-VALIDA.
           PERFORM CONFIRMA-IDENTIFICACION.
           IF ENTRADA-VALIDA NOT = "S"
              CLOSE NOMHIST-FILE
              GO TO PAGA-NOMINA-EXIT
           END-IF.
           MOVE "N" TO ENTRADA-VALIDA.

           MOVE "V" TO NH-DISPERSADO.
           REWRITE NOMHIST-REG.
           CLOSE NOMHIST-FILE.

           ACCEPT HORA-ACTUAL FROM TIME.
           MOVE NH-NETO TO MONTO-OPERACION.
           CALL "SIGUIENTE-FOLIO" USING FOLIO-MOVIMIENTO.
           INITIALIZE CAJON-REG.
           MOVE "M" TO CAJ-TIPO.
           MOVE "NV" TO CAJ-OPERACION.
           MOVE FOLIO-MOVIMIENTO TO CAJ-FOLIO.
           MOVE NH-EMPLEADO TO CAJ-CUENTA.
           MOVE NH-PERIODO TO CAJ-PERIODO.
           MOVE MONTO-OPERACION TO CAJ-MONTO.
           PERFORM GRABA-CAJON.
           PERFORM ACUMULA-MOVIMIENTO-CAJON.
           PERFORM CALCULA-EFECTIVO-CAJON.
           DISPLAY "Nómina pagada. Folio de la operación: "
              FOLIO-MOVIMIENTO.
       PAGA-NOMINA-EXIT.
           EXIT.

       MUESTRA-POSICION-CAJON.
           DISPLAY "Cajón abierto el " FECHA-APERTURA " "
              HORA-APERTURA " por el operador " OPERADOR-CAJON.
           MOVE DOTACION-CAJON TO IMPORTE-EDITADO.
           DISPLAY "Dotación inicial:       " IMPORTE-EDITADO.
           MOVE DEPOSITOS-CAJON TO IMPORTE-EDITADO.
           DISPLAY "Depósitos:              " IMPORTE-EDITADO.
           MOVE RETIROS-CAJON TO IMPORTE-EDITADO.
           DISPLAY "Retiros:                " IMPORTE-EDITADO.
           MOVE CIERRES-CAJON TO IMPORTE-EDITADO.
           DISPLAY "Pagos de cuentas cerr.: " IMPORTE-EDITADO.
           MOVE NOMINA-CAJON TO IMPORTE-EDITADO.
           DISPLAY "Nómina pagada:          " IMPORTE-EDITADO.
           MOVE EFECTIVO-CAJON TO IMPORTE-EDITADO.
           DISPLAY "Efectivo en el cajón:   " IMPORTE-EDITADO.
           DISPLAY "Operaciones:            " OPERACIONES-CAJON.

      ******************************************************************
      * Corte de caja al terminar el turno: el cajero cuenta a ciegas
      * por denominación (y las monedas en pesos), confirma el total
      * y el corte queda contra lo esperado. El renglón "C" cierra
      * el cajón y el balance se imprime para las firmas.
      ******************************************************************
       CORTE-CAJA.
           DISPLAY "Cuenta el efectivo del cajón.".
           MOVE "N" TO CONTEO-CONFIRMADO.
           PERFORM CUENTA-CAJON UNTIL CONTEO-CONFIRMADO = "S".

           PERFORM CALCULA-EFECTIVO-CAJON.
           COMPUTE DIFERENCIA-CAJON = VALOR-CONTADO - EFECTIVO-CAJON.

           ACCEPT HORA-ACTUAL FROM TIME.
           INITIALIZE CAJON-REG.
           MOVE "C" TO CAJ-TIPO.
           MOVE VALOR-CONTADO TO CAJ-MONTO.
           PERFORM ARMA-DENOMINACION-CORTE
              VARYING IDX-DEN FROM 1 BY 1 UNTIL IDX-DEN > 6.
           MOVE MONEDAS-CONTADAS TO CAJ-MONEDAS.
           MOVE DOTACION-CAJON TO CAJ-DOTACION.
           MOVE ENTRADAS-CAJON TO CAJ-ENTRADAS.
           MOVE SALIDAS-CAJON TO CAJ-SALIDAS.
           MOVE EFECTIVO-CAJON TO CAJ-ESPERADO.
           MOVE DIFERENCIA-CAJON TO CAJ-DIFERENCIA.
           PERFORM GRABA-CAJON.
           MOVE "N" TO CAJON-ABIERTO.

           PERFORM IMPRIME-CORTE THRU IMPRIME-CORTE-EXIT.

           MOVE EFECTIVO-CAJON TO IMPORTE-EDITADO.
           DISPLAY "Efectivo esperado: " IMPORTE-EDITADO.
           MOVE VALOR-CONTADO TO IMPORTE-EDITADO.
           DISPLAY "Efectivo contado:  " IMPORTE-EDITADO.
           MOVE DIFERENCIA-CAJON TO IMPORTE-EDITADO.
           IF DIFERENCIA-CAJON > 0
              DISPLAY "SOBRANTE:          " IMPORTE-EDITADO
           END-IF.
           IF DIFERENCIA-CAJON < 0
              DISPLAY "FALTANTE:          " IMPORTE-EDITADO
           END-IF.
           IF DIFERENCIA-CAJON = 0
              DISPLAY "El cajón cuadra."
           END-IF.
           DISPLAY "Balance impreso en " NOMBRE-CORTE ".".
       CORTE-CAJA-EXIT.
           EXIT.

       CUENTA-CAJON.
           MOVE 0 TO VALOR-CONTADO.
           PERFORM CUENTA-DENOMINACION
              VARYING IDX-DEN FROM 1 BY 1 UNTIL IDX-DEN > 6.
           MOVE "N" TO ENTRADA-VALIDA.
           PERFORM PIDE-MONEDAS UNTIL ENTRADA-VALIDA = "S".
           MOVE "N" TO ENTRADA-VALIDA.
           ADD MONEDAS-CONTADAS TO VALOR-CONTADO.
           MOVE VALOR-CONTADO TO IMPORTE-EDITADO.
           DISPLAY "Total contado: " IMPORTE-EDITADO
              ". ¿Es correcto? (S/N): ".
           ACCEPT RESPUESTA-ENTRADA.
           IF RESPUESTA-ENTRADA = "S" OR RESPUESTA-ENTRADA = "s"
              MOVE "S" TO CONTEO-CONFIRMADO
           ELSE
              DISPLAY "Cuenta de nuevo el cajón."
           END-IF.

       CUENTA-DENOMINACION.
           MOVE "N" TO ENTRADA-VALIDA.
           PERFORM PIDE-CONTEO UNTIL ENTRADA-VALIDA = "S".
           MOVE "N" TO ENTRADA-VALIDA.
           COMPUTE VALOR-CONTADO = VALOR-CONTADO
              + PIEZAS-CONTADAS (IDX-DEN) * DEN-VALOR (IDX-DEN).

       PIDE-CONTEO.
           DISPLAY "Billetes de " DEN-VALOR (IDX-DEN) " contados: ".
           ACCEPT CONTEO-ENTRADA.
           IF CONTEO-ENTRADA = SPACES
                 OR CONTEO-ENTRADA (1:1) = SPACE
              DISPLAY "El conteo es obligatorio (0 si no hay)."
              MOVE "N" TO ENTRADA-VALIDA
           ELSE
              MOVE 0 TO LONGITUD-CONTEO
              INSPECT CONTEO-ENTRADA TALLYING LONGITUD-CONTEO
                 FOR CHARACTERS BEFORE INITIAL SPACE
              MOVE CONTEO-ENTRADA (1:LONGITUD-CONTEO)
                 TO CONTEO-AJUSTADO
              INSPECT CONTEO-AJUSTADO REPLACING LEADING SPACE BY "0"
              IF CONTEO-AJUSTADO IS NOT NUMERIC
                 DISPLAY "Coloca un número válido"
                 MOVE "N" TO ENTRADA-VALIDA
              ELSE
                 MOVE CONTEO-NUMERICO TO PIEZAS-CONTADAS (IDX-DEN)
                 MOVE "S" TO ENTRADA-VALIDA
              END-IF
           END-IF.

       PIDE-MONEDAS.
           DISPLAY "Monedas contadas (en pesos): ".
           ACCEPT MONEDAS-CONTADAS.
           IF MONEDAS-CONTADAS IS NOT NUMERIC
              DISPLAY "Coloca un número válido"
              MOVE "N" TO ENTRADA-VALIDA
           ELSE
              MOVE "S" TO ENTRADA-VALIDA
           END-IF.

       ARMA-DENOMINACION-CORTE.
           MOVE DEN-VALOR (IDX-DEN) TO CAJ-VALOR (IDX-DEN).
           MOVE PIEZAS-CONTADAS (IDX-DEN) TO CAJ-PIEZAS (IDX-DEN).

      ******************************************************************
      * Balance impreso del corte: lo que entró y salió del cajón,
      * lo contado por denominación y la diferencia, con espacio
      * para las firmas del cajero y del supervisor.
      ******************************************************************
       IMPRIME-CORTE.
           OPEN OUTPUT CORTE-FILE.
           IF FS-CORTE NOT = "00"
              DISPLAY "No se pudo abrir " NOMBRE-CORTE
                 "; el corte quedó grabado en CAJONES.DAT."
              GO TO IMPRIME-CORTE-EXIT
           END-IF.
           MOVE TERMINAL-VENTANILLA TO LTC-TERMINAL.
           MOVE SUCURSAL-VENTANILLA TO LTC-SUCURSAL.
           MOVE LINEA-TITULO-CORTE TO LINEA-CORTE.
           WRITE LINEA-CORTE.
           MOVE SPACES TO LINEA-CORTE.
           STRING "FECHA " FECHA-HOY "  HORA " HORA-ACTUAL
              "  OPERADOR " OPERADOR-CAJON
              DELIMITED BY SIZE INTO LINEA-CORTE.
           WRITE LINEA-CORTE.
           MOVE SPACES TO LINEA-CORTE.
           STRING "CAJON ABIERTO EL " FECHA-APERTURA " "
              HORA-APERTURA "  OPERACIONES " OPERACIONES-CAJON
              DELIMITED BY SIZE INTO LINEA-CORTE.
           WRITE LINEA-CORTE.
           MOVE SPACES TO LINEA-CORTE.
           WRITE LINEA-CORTE.

           MOVE "DOTACION INICIAL" TO LIC-CONCEPTO.
           MOVE DOTACION-CAJON TO LIC-IMPORTE.
           PERFORM ESCRIBE-IMPORTE-CORTE.
           MOVE "(+) DEPOSITOS" TO LIC-CONCEPTO.
           MOVE DEPOSITOS-CAJON TO LIC-IMPORTE.
           PERFORM ESCRIBE-IMPORTE-CORTE.
           MOVE "(-) RETIROS" TO LIC-CONCEPTO.
           MOVE RETIROS-CAJON TO LIC-IMPORTE.
           PERFORM ESCRIBE-IMPORTE-CORTE.
           MOVE "(-) PAGOS DE CUENTAS CERRADAS" TO LIC-CONCEPTO.
           MOVE CIERRES-CAJON TO LIC-IMPORTE.
           PERFORM ESCRIBE-IMPORTE-CORTE.
           MOVE "(-) NOMINA PAGADA" TO LIC-CONCEPTO.
           MOVE NOMINA-CAJON TO LIC-IMPORTE.
           PERFORM ESCRIBE-IMPORTE-CORTE.
           MOVE "EFECTIVO ESPERADO" TO LIC-CONCEPTO.
           MOVE EFECTIVO-CAJON TO LIC-IMPORTE.
           PERFORM ESCRIBE-IMPORTE-CORTE.
           MOVE SPACES TO LINEA-CORTE.
           WRITE LINEA-CORTE.

           PERFORM IMPRIME-DENOMINACION
              VARYING IDX-DEN FROM 1 BY 1 UNTIL IDX-DEN > 6.
           MOVE "MONEDAS" TO LIC-CONCEPTO.
           MOVE MONEDAS-CONTADAS TO LIC-IMPORTE.
           PERFORM ESCRIBE-IMPORTE-CORTE.
           MOVE "EFECTIVO CONTADO" TO LIC-CONCEPTO.
           MOVE VALOR-CONTADO TO LIC-IMPORTE.
           PERFORM ESCRIBE-IMPORTE-CORTE.
           MOVE SPACES TO LINEA-CORTE.
           WRITE LINEA-CORTE.

           IF DIFERENCIA-CAJON > 0
              MOVE "SOBRANTE" TO LIC-CONCEPTO
           END-IF.
           IF DIFERENCIA-CAJON < 0
              MOVE "FALTANTE" TO LIC-CONCEPTO
           END-IF.
           IF DIFERENCIA-CAJON = 0
              MOVE "DIFERENCIA (CUADRA)" TO LIC-CONCEPTO
           END-IF.
           MOVE DIFERENCIA-CAJON TO LIC-IMPORTE.
           PERFORM ESCRIBE-IMPORTE-CORTE.

           MOVE SPACES TO LINEA-CORTE.
           WRITE LINEA-CORTE.
           WRITE LINEA-CORTE.
           MOVE "________________________     ________________________"
              TO LINEA-CORTE.
           WRITE LINEA-CORTE.
           MOVE "    FIRMA DEL CAJERO           FIRMA DEL SUPERVISOR"
              TO LINEA-CORTE.
           WRITE LINEA-CORTE.
           CLOSE CORTE-FILE.
       IMPRIME-CORTE-EXIT.
           EXIT.

       ESCRIBE-IMPORTE-CORTE.
           MOVE LINEA-IMPORTE-CORTE TO LINEA-CORTE.
           WRITE LINEA-CORTE.

       IMPRIME-DENOMINACION.
           MOVE DEN-VALOR (IDX-DEN) TO LDN-VALOR.
           MOVE PIEZAS-CONTADAS (IDX-DEN) TO LDN-PIEZAS.
           COMPUTE IMPORTE-DENOMINACION =
              PIEZAS-CONTADAS (IDX-DEN) * DEN-VALOR (IDX-DEN).
           MOVE IMPORTE-DENOMINACION TO LDN-IMPORTE.
           MOVE LINEA-DENOMINACION TO LINEA-CORTE.
           WRITE LINEA-CORTE.

      ******************************************************************
      * Movimiento de la cuenta en turno (operación y monto ya
      * puestos), con la terminal de la estación y su folio, a la
      * bitácora de la estación y al historial indexado; la cuenta
      * se regraba con su secuencia y su última actividad.
      ******************************************************************
       ESCRIBE-MOVIMIENTO.
           ACCEPT HORA-ACTUAL FROM TIME.
           MOVE CTA-NUMERO TO MOV-CUENTA.
           MOVE MONTO-OPERACION TO MOV-MONTO.
           MOVE CTA-SALDO TO MOV-SALDO-RESULTANTE.
           MOVE FECHA-HOY TO MOV-FECHA.
           MOVE HORA-ACTUAL TO MOV-HORA.
           MOVE 1.0000 TO MOV-TASA.
           MOVE 0 TO MOV-REFERENCIA.
           MOVE CTA-MONEDA TO MOV-MONEDA.
           MOVE TERMINAL-VENTANILLA TO MOV-TERMINAL.
           CALL "SIGUIENTE-FOLIO" USING FOLIO-MOVIMIENTO.
           MOVE FOLIO-MOVIMIENTO TO MOV-FOLIO.
           OPEN EXTEND MOVIMIENTOS-FILE.
           IF FS-MOVIMIENTOS = "35"
              OPEN OUTPUT MOVIMIENTOS-FILE
           END-IF.
           WRITE MOV-REG.
           CLOSE MOVIMIENTOS-FILE.
           DISPLAY "Folio de la operación: " MOV-FOLIO.

           ADD 1 TO CTA-TOTAL-MOVS.
           MOVE FECHA-HOY TO CTA-FECHA-ULT-MOV.
           REWRITE CUENTA-REG.
           PERFORM GRABA-INDICE-MOVIMIENTO.

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

      * Entrada o salida de efectivo de una operación de cuenta, con
      * el mismo folio de su movimiento.
       GRABA-MOVIMIENTO-CAJON.
           INITIALIZE CAJON-REG.
           MOVE "M" TO CAJ-TIPO.
           MOVE OPERACION-CAJON TO CAJ-OPERACION.
           MOVE MOV-FOLIO TO CAJ-FOLIO.
           MOVE MOV-CUENTA TO CAJ-CUENTA.
           MOVE MONTO-OPERACION TO CAJ-MONTO.
           PERFORM GRABA-CAJON.
           PERFORM ACUMULA-MOVIMIENTO-CAJON.
           PERFORM CALCULA-EFECTIVO-CAJON.

      * Datos comunes del renglón de cajón y su grabación.
       GRABA-CAJON.
           MOVE TERMINAL-VENTANILLA TO CAJ-TERMINAL.
           MOVE SUCURSAL-VENTANILLA TO CAJ-SUCURSAL.
           MOVE OPERADOR-FIRMADO TO CAJ-OPERADOR.
           MOVE FECHA-HOY TO CAJ-FECHA.
           MOVE HORA-ACTUAL TO CAJ-HORA.
           OPEN EXTEND CAJONES-FILE.
           IF FS-CAJONES = "35"
              OPEN OUTPUT CAJONES-FILE
           END-IF.
           WRITE CAJON-REG.
           CLOSE CAJONES-FILE.

       END PROGRAM VENTANILLA.
