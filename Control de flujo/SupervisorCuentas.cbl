      *   tarjetas (maestro TARJETAS.DAT, layout TARJETA.cpy), sin
      *   tocar la cuenta a la que apuntan; cada acción queda en
      *   AUDITSUP.DAT ("TB" bloqueo o reporte, "TP" reposición).
      * - Se agregó la línea de sobregiro por cuenta: monto
      *   autorizado y tasa anual sobre lo dispuesto
      *   (CTA-LINEA-SOBREGIRO / CTA-TASA-SOBREGIRO), sólo para
      *   cuentas en MXN. Una línea por arriba del umbral de
      *   DUALCTRL.CFG pasa por la cola de doble control como
      *   solicitud "SG" (rastro "SP" al solicitar); aplicada
      *   directo o aprobada deja "SG" en AUDITSUP.DAT con el monto
      *   de la línea. Bajar o cancelar la línea (cero) no requiere
      *   segunda firma.
      * - La cola de aprobaciones recibe también las propuestas de
      *   castigo de préstamos ("CP") que deja la calificación
      *   mensual de cartera. Al aprobarse, el préstamo pasa a
      *   castigado: la estimación se completa al saldo insoluto y
      *   el castigo se aplica contra ella en POLCART.DAT para el
      *   extracto contable, y lo que el cliente debía queda en
      *   PRE-CASTIGADO para su recuperación. Un préstamo castigado
      *   con saldo por recuperar también impide cerrar la cuenta.
      * - Se agregaron la revisión de alertas de fraude del cajero
      *   (FRAUDALE.DAT, layout FRAUDALE.cpy) y el registro de las
      *   reglas que las disparan (FRAUDREG.DAT, layout
      *   FRAUDREG.cpy). Liberar una alerta reactiva la tarjeta si
      *   la alerta la bloqueó; confirmar el fraude deja la tarjeta
      *   reportada. Cada decisión queda en AUDITSUP.DAT ("FL"
      *   liberada, "FC" fraude confirmado, "RF" regla registrada).
      * - La reposición de la tarjeta de un cotitular
      *   (TITULARES.DAT, layout TITULAR.cpy) pasa el número del
      *   plástico nuevo a su renglón de titulares, para que la
      *   tarjeta siga identificando a quién se le entregó.
      * - Se agregaron las órdenes de aseguramiento y embargo de
      *   autoridades (EMBARGOS.DAT, layout EMBARGO.cpy): alta con
      *   autoridad, expediente, fecha del oficio y monto ordenado,
      *   liberación, y ejecución, que traspasa lo asegurado a la
      *   cuenta de suspenso del mayor con el movimiento "EJ". Lo
      *   congelado vive en CTA-EMBARGADO y sale del disponible; una
      *   cuenta con embargo activo no se cierra. Rastro "EA" alta,
      *   "EL" liberación y "EJ" ejecución en AUDITSUP.DAT.
      * - Se agregaron la emisión de chequeras (CHEQUERAS.DAT,
      *   layout CHEQUERA.cpy), que asigna a la cuenta el rango de
      *   folios siguiente al último emitido; la cancelación de una
      *   chequera completa por robo o extravío, y la orden de no
      *   pago de un cheque de esos rangos (CHQLIB.DAT, layout
      *   CHQLIB.cpy). El pago de cheques presentados por la cámara
      *   (PagaCheques.cbl) devuelve los cheques fuera de chequeras
      *   activas o con orden. Rastro "QE" emisión, "QC"
      *   cancelación y "QN" orden de no pago en AUDITSUP.DAT.
      * - Se agregó el cambio de divisas en ventanilla entre dos
      *   cuentas del mismo cliente (pesos contra divisa), con la
      *   misma cotización del cajero (subprograma COTIZA-CAMBIO,
      *   puntas de compra y venta de TASAS.DAT): cargo "CX" y
      *   abono "AX" con la tasa aplicada, el renglón del cambio en
      *   CAMBIOS.DAT (layout CAMBIO.cpy) y rastro "CV" en
      *   AUDITSUP.DAT con el monto cargado.
      * - Se agregó la revisión de los archivos de interfaz en
      *   cuarentena (LIBERA-CUARENTENA, registro CUARENT.DAT): un
      *   archivo rechazado por el cierre se libera ya corregido
      *   para que el relanzamiento lo vuelva a cargar, o se
      *   descarta. Rastro "IL" liberado e "ID" descartado en
      *   AUDITSUP.DAT, con la secuencia del archivo.
      * - El cierre de una cuenta en pesos ya no paga el saldo en la
      *   consola: la cuenta queda cerrada con su saldo, que el
      *   titular cobra en ventanilla contra el cajón del cajero
      *   (Ventanilla.cbl). En otra moneda el saldo se sigue pagando
      *   como retiro final al cerrar. El rastro "CC" lleva el saldo
      *   al cierre en ambos casos.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPERVISOR-CUENTAS.
              RECORD KEY IS PRE-NUMERO
              FILE STATUS IS FS-PRESTAMOS.

           SELECT POLCART-FILE ASSIGN TO "POLCART.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-POLCART.

           SELECT ALERTAS-FILE ASSIGN TO "FRAUDALE.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ALF-NUMERO
              FILE STATUS IS FS-ALERTAS.

           SELECT FRAUDREG-FILE ASSIGN TO "FRAUDREG.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-FRAUDREG.

           SELECT TITULARES-FILE ASSIGN TO "TITULARES.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TIT-LLAVE
              ALTERNATE RECORD KEY IS TIT-CUENTA
                 WITH DUPLICATES
              FILE STATUS IS FS-TITULARES.

           SELECT EMBARGOS-FILE ASSIGN TO "EMBARGOS.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS EMB-NUMERO
              FILE STATUS IS FS-EMBARGOS.

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

           SELECT CAMBIOS-FILE ASSIGN TO "CAMBIOS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-CAMBIOS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUPERVISORES-FILE.
           COPY CUENTA.

      * Bitácora de acciones administrativas: DB=desbloqueo,
      * LM=cambio de límite diario, AS=alta de supervisor,
      * SG=línea de sobregiro (SP=solicitud en doble control),
      * FL/FC=alerta de fraude liberada o confirmada, RF=regla de
      * fraude, EA/EL/EJ=orden de embargo registrada, liberada o
      * ejecutada, QE/QC=chequera emitida o cancelada, QN=orden de
      * no pago de un cheque, CV=cambio de divisas en ventanilla
      * (con el monto cargado), IL/ID=archivo de interfaz en
      * cuarentena liberado o descartado (con su secuencia en lugar
      * de la cuenta). El cajero graba aquí sus
      * declinaciones por fraude (FD, FB) con supervisor en cero.
       FD  AUDITORIA-FILE.
       01  AUDITORIA-REG.
           05 AUD-SUPERVISOR       PIC 9(6).
       FD  PRESTAMOS-FILE.
           COPY PRESTAMO.

       FD  POLCART-FILE.
           COPY POLCART.

       FD  ALERTAS-FILE.
           COPY FRAUDALE.

       FD  FRAUDREG-FILE.
           COPY FRAUDREG.

       FD  TITULARES-FILE.
           COPY TITULAR.

       FD  EMBARGOS-FILE.
           COPY EMBARGO.

       FD  CHEQUERAS-FILE.
           COPY CHEQUERA.

       FD  CHQLIB-FILE.
           COPY CHQLIB.

      * El renglón se arma en CAMBIO-REG (WORKING-STORAGE), que
      * también es el parámetro de COTIZA-CAMBIO.
       FD  CAMBIOS-FILE.
       01  CAMBIO-LINEA            PIC X(124).

       WORKING-STORAGE SECTION.
       01  FS-SUPERVISORES         PIC X(2) VALUE "00".
       01  FS-CUENTAS              PIC X(2) VALUE "00".
       01  REFERENCIA-PENDIENTE    PIC 9(14) VALUE 0.
       01  TASA-PENDIENTE          PIC 9(3)V9999 VALUE 0.

      * Línea de sobregiro: monto autorizado y tasa anual sobre lo
      * dispuesto, capturados por el supervisor.
       01  LINEA-NUEVA             PIC S9(7)V99 VALUE 0.
       01  TASA-LINEA-NUEVA        PIC 9V9999 VALUE 0.

      * Castigo de préstamos aprobado desde la cola.
       01  FS-POLCART              PIC X(2) VALUE "00".
       01  CASTIGO-APLICADO        PIC X(1) VALUE "N".
       01  COMPLEMENTO-RESERVA     PIC S9(7)V99 VALUE 0.

      * Bloqueo y reposición de tarjetas.
       01  FS-TARJETAS             PIC X(2) VALUE "00".
       01  TARJETA-ENTRADA         PIC X(16) VALUE SPACES.
       01  ESTADO-TARJETA-NUEVO    PIC X(1) VALUE SPACE.
       01  CUENTA-TARJETA          PIC 9(6) VALUE 0.
       01  TARJETA-ANTERIOR        PIC 9(16) VALUE 0.
       01  FS-TITULARES            PIC X(2) VALUE "00".
       01  FECHA-MES               PIC 9(6) VALUE 0.
       01  VENCIMIENTO-TARJETA     PIC 9(6) VALUE 0.
       01  VENCIMIENTO-DESGLOSE REDEFINES VENCIMIENTO-TARJETA.
           05 VEN-ANIO             PIC 9(4).
           05 VEN-MES              PIC 9(2).

      * Revisión de alertas de fraude y registro de reglas.
       01  FS-ALERTAS              PIC X(2) VALUE "00".
       01  FS-FRAUDREG             PIC X(2) VALUE "00".
       01  ALERTA-ENTRADA          PIC X(6) VALUE SPACES.
       01  ALERTAS-LISTADAS        PIC 9(4) VALUE 0.
       01  RESPUESTA-ALERTA        PIC X(1) VALUE SPACE.
       01  TARJETA-ALERTA          PIC 9(16) VALUE 0.
       01  CUENTA-ALERTA           PIC 9(6) VALUE 0.
       01  MONTO-ALERTA            PIC 9(7)V99 VALUE 0.
       01  ACCION-ALERTA           PIC X(1) VALUE SPACE.
       01  REGLAS-LISTADAS         PIC 9(4) VALUE 0.
       01  RESPUESTA-REGLA         PIC X(1) VALUE SPACE.
       01  REGLA-ENTRADA           PIC X(2) VALUE SPACES.
       01  VENTANA-CAPTURADA       PIC 9(4) VALUE 0.
       01  CONTEO-CAPTURADO        PIC 9(3) VALUE 0.
       01  MULTIPLO-CAPTURADO      PIC 9(3)V9 VALUE 0.
       01  ACCION-CAPTURADA        PIC X(1) VALUE SPACE.

      * Órdenes de aseguramiento y embargo de autoridades.
       01  FS-EMBARGOS             PIC X(2) VALUE "00".
       01  EMBARGO-NUEVO           PIC 9(6) VALUE 0.
       01  EMBARGO-ENTRADA         PIC X(6) VALUE SPACES.
       01  EMBARGOS-LISTADOS       PIC 9(4) VALUE 0.
       01  EMBARGO-ELEGIDO         PIC X(1) VALUE "N".
       01  CUENTA-EMBARGO          PIC 9(6) VALUE 0.
       01  AUTORIDAD-ENTRADA       PIC X(30) VALUE SPACES.
       01  EXPEDIENTE-ENTRADA      PIC X(20) VALUE SPACES.
       01  FECHA-OFICIO-ENTRADA    PIC 9(8) VALUE 0.
       01  MONTO-EMBARGO           PIC 9(7)V99 VALUE 0.
       01  DISPONIBLE-EMBARGO      PIC S9(8)V99 VALUE 0.
       01  TOPE-EJECUCION          PIC 9(7)V99 VALUE 0.
       01  RESPUESTA-EMBARGO       PIC X(1) VALUE SPACE.

      * Chequeras emitidas y órdenes de no pago.
       01  FS-CHEQUERAS            PIC X(2) VALUE "00".
       01  FS-CHQLIB               PIC X(2) VALUE "00".
       01  CUENTA-CHEQUERA         PIC 9(6) VALUE 0.
       01  CANTIDAD-CHEQUES        PIC 9(3) VALUE 0.
       01  ULTIMO-FOLIO-EMITIDO    PIC 9(7) VALUE 0.
       01  FOLIO-FINAL-NUEVO       PIC 9(8) VALUE 0.
       01  FOLIO-ENTRADA           PIC 9(7) VALUE 0.
       01  CHEQUE-ENTRADA          PIC 9(7) VALUE 0.
       01  MONTO-NO-PAGO           PIC 9(7)V99 VALUE 0.
       01  CHEQUE-EMITIDO          PIC X(1) VALUE "N".

      * Cambio de divisas entre cuentas del mismo cliente.
       01  FS-CAMBIOS              PIC X(2) VALUE "00".
           COPY CAMBIO.
       01  CUENTA-DESTINO-ENTRADA  PIC X(6) VALUE SPACES.
       01  CUENTA-CAMBIO-ORIGEN    PIC 9(6) VALUE 0.
       01  CUENTA-CAMBIO-DESTINO   PIC 9(6) VALUE 0.
       01  MONEDA-CAMBIO-DESTINO   PIC X(3) VALUE SPACES.
       01  CLIENTE-CAMBIO          PIC 9(6) VALUE 0.
       01  MONTO-CAMBIO            PIC 9(7)V99 VALUE 0.
       01  DISPONIBLE-CAMBIO       PIC S9(8)V99 VALUE 0.
       01  RESPUESTA-CAMBIO        PIC X(1) VALUE SPACE.

       PROCEDURE DIVISION.
       SUPERVISOR-CUENTAS-MAIN.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY "7. BLOQUEAR/REPORTAR TARJETA".
           DISPLAY "8. REPONER TARJETA".
           DISPLAY "9. APROBACIONES PENDIENTES".
           DISPLAY "10. LINEA DE SOBREGIRO".
           DISPLAY "11. ALERTAS DE FRAUDE".
           DISPLAY "12. REGLAS DE FRAUDE".
           DISPLAY "13. ALTA DE EMBARGO".
           DISPLAY "14. LIBERAR EMBARGO".
           DISPLAY "15. EJECUTAR EMBARGO".
           DISPLAY "16. EMISION DE CHEQUERA".
           DISPLAY "17. ORDEN DE NO PAGO".
           DISPLAY "18. CANCELAR CHEQUERA".
           DISPLAY "19. CAMBIO DE DIVISAS".
           DISPLAY "20. ARCHIVOS EN CUARENTENA".
           DISPLAY "21. SALIR".
           PERFORM PIDE-OPCION-MENU UNTIL ENTRADA-VALIDA = "S".
           MOVE "N" TO ENTRADA-VALIDA.

                        THRU REPONE-TARJETA-EXIT
              WHEN 9 PERFORM REVISA-PENDIENTES
                        THRU REVISA-PENDIENTES-EXIT
              WHEN 10 PERFORM AJUSTA-SOBREGIRO
                        THRU AJUSTA-SOBREGIRO-EXIT
              WHEN 11 PERFORM REVISA-ALERTAS
                        THRU REVISA-ALERTAS-EXIT
              WHEN 12 PERFORM REGLAS-FRAUDE THRU REGLAS-FRAUDE-EXIT
              WHEN 13 PERFORM ALTA-EMBARGO THRU ALTA-EMBARGO-EXIT
              WHEN 14 PERFORM LIBERA-EMBARGO
                        THRU LIBERA-EMBARGO-EXIT
              WHEN 15 PERFORM EJECUTA-EMBARGO
                        THRU EJECUTA-EMBARGO-EXIT
              WHEN 16 PERFORM EMITE-CHEQUERA
                        THRU EMITE-CHEQUERA-EXIT
              WHEN 17 PERFORM ORDEN-NO-PAGO THRU ORDEN-NO-PAGO-EXIT
              WHEN 18 PERFORM CANCELA-CHEQUERA
                        THRU CANCELA-CHEQUERA-EXIT
              WHEN 19 PERFORM CAMBIA-DIVISAS
                        THRU CAMBIA-DIVISAS-EXIT
              WHEN 20 CALL "LIBERA-CUARENTENA"
                        USING SUPERVISOR-FIRMADO
              WHEN 21 MOVE "N" TO SIGUE-EN-MENU
              WHEN OTHER DISPLAY "Opción inválida"
           END-EVALUATE.

       AJUSTA-LIMITE-EXIT.
           EXIT.

      ******************************************************************
      * Línea de sobregiro de una cuenta: monto autorizado y tasa
      * anual que el lote nocturno cobra sobre lo dispuesto. Sólo
      * cuentas en MXN y no cerradas. Una línea por arriba del
      * umbral de doble control queda en la cola como "SG" y la
      * aplica OTRO supervisor; bajarla o cancelarla (cero) se
      * aplica con una sola firma.
      ******************************************************************
       AJUSTA-SOBREGIRO.
           PERFORM PIDE-CUENTA.
           IF CUENTA-ENTRADA IS NOT NUMERIC
              DISPLAY "Captura un número de cuenta válido."
              GO TO AJUSTA-SOBREGIRO-EXIT
           END-IF.

           DISPLAY "Línea de sobregiro autorizada (0 la cancela): ".
           ACCEPT LINEA-NUEVA.
           IF LINEA-NUEVA IS NOT NUMERIC OR LINEA-NUEVA < 0
              DISPLAY "La línea debe ser un monto de cero o más."
              GO TO AJUSTA-SOBREGIRO-EXIT
           END-IF.
           MOVE 0 TO TASA-LINEA-NUEVA.
           IF LINEA-NUEVA > 0
              DISPLAY "Tasa anual sobre lo dispuesto (9.9999): "
              ACCEPT TASA-LINEA-NUEVA
              IF TASA-LINEA-NUEVA IS NOT NUMERIC
                 DISPLAY "Captura una tasa válida."
                 GO TO AJUSTA-SOBREGIRO-EXIT
              END-IF
           END-IF.

           OPEN I-O CUENTAS-FILE.
           IF FS-CUENTAS NOT = "00" AND FS-CUENTAS NOT = "05"
              DISPLAY "No se pudo abrir el archivo de cuentas."
              GO TO AJUSTA-SOBREGIRO-EXIT
           END-IF.

           MOVE CUENTA-ENTRADA TO CTA-NUMERO.
           READ CUENTAS-FILE
              INVALID KEY
                 DISPLAY "No existe esa cuenta."
                 CLOSE CUENTAS-FILE
                 GO TO AJUSTA-SOBREGIRO-EXIT
           END-READ.
           IF CTA-ESTADO = "C"
              DISPLAY "La cuenta está cerrada."
              CLOSE CUENTAS-FILE
              GO TO AJUSTA-SOBREGIRO-EXIT
           END-IF.
      * El dispuesto se contabiliza como cartera en pesos: las
      * cuentas en moneda extranjera no llevan línea.
           IF LINEA-NUEVA > 0 AND CTA-MONEDA NOT = "MXN"
              DISPLAY "Sólo las cuentas en MXN pueden tener línea "
                 "de sobregiro."
              CLOSE CUENTAS-FILE
              GO TO AJUSTA-SOBREGIRO-EXIT
           END-IF.
           IF CTA-SALDO < 0 AND 0 - CTA-SALDO > LINEA-NUEVA
              DISPLAY "Aviso: la cuenta ya tiene dispuesto "
                 CTA-SALDO " por arriba de la línea nueva."
           END-IF.

           PERFORM CARGA-UMBRAL-DUAL.
           IF LINEA-NUEVA > UMBRAL-DUAL
                 AND LINEA-NUEVA > CTA-LINEA-SOBREGIRO
              CLOSE CUENTAS-FILE
              PERFORM PIDE-RAZON
              MOVE "SG" TO PEN-TIPO
              MOVE CTA-NUMERO TO PEN-CUENTA
              MOVE LINEA-NUEVA TO PEN-MONTO
              MOVE 0 TO PEN-REFERENCIA
              MOVE TASA-LINEA-NUEVA TO PEN-TASA
              PERFORM ENCOLA-PENDIENTE THRU ENCOLA-PENDIENTE-EXIT
              MOVE "SP" TO AUD-ACCION
              MOVE CTA-NUMERO TO AUD-CUENTA
              MOVE LINEA-NUEVA TO AUD-LIMITE-NUEVO
              PERFORM GRABA-AUDITORIA
              GO TO AJUSTA-SOBREGIRO-EXIT
           END-IF.

           MOVE LINEA-NUEVA TO CTA-LINEA-SOBREGIRO.
           MOVE TASA-LINEA-NUEVA TO CTA-TASA-SOBREGIRO.
           REWRITE CUENTA-REG.
           CLOSE CUENTAS-FILE.
           DISPLAY "Línea de sobregiro actualizada.".

           PERFORM PIDE-RAZON.
           MOVE "SG" TO AUD-ACCION.
           MOVE CTA-NUMERO TO AUD-CUENTA.
           MOVE LINEA-NUEVA TO AUD-LIMITE-NUEVO.
           PERFORM GRABA-AUDITORIA.
       AJUSTA-SOBREGIRO-EXIT.
           EXIT.

       CARGA-UMBRAL-DUAL.
           OPEN INPUT DUALCTRL-FILE.
           IF FS-DUALCTRL = "00"

      ******************************************************************
      * Aplicación de una solicitud aprobada: el aumento de límite
      * y la línea de sobregiro regraban el maestro (la línea con
      * su tasa, que viaja en PEN-TASA); la reversa ajusta el saldo
      * y graba el movimiento "RV" con folio, referencia y tasa del
      * original, igual que la reversa directa; el castigo de un
      * préstamo se aplica sobre el préstamo de la referencia.
      ******************************************************************
       APLICA-PENDIENTE.
           MOVE "N" TO APLICACION-EXITOSA.
                 GO TO APLICA-PENDIENTE-EXIT
           END-READ.

           EVALUATE TIPO-PENDIENTE
              WHEN "LM"
                 MOVE MONTO-PENDIENTE TO CTA-LIMITE-DIARIO
                 REWRITE CUENTA-REG
                 CLOSE CUENTAS-FILE
                 DISPLAY "Límite actualizado."
              WHEN "SG"
                 MOVE MONTO-PENDIENTE TO CTA-LINEA-SOBREGIRO
                 MOVE TASA-PENDIENTE TO CTA-TASA-SOBREGIRO
                 REWRITE CUENTA-REG
                 CLOSE CUENTAS-FILE
                 DISPLAY "Línea de sobregiro actualizada."
              WHEN "CP"
                 CLOSE CUENTAS-FILE
                 PERFORM APLICA-CASTIGO THRU APLICA-CASTIGO-EXIT
                 IF CASTIGO-APLICADO NOT = "S"
                    GO TO APLICA-PENDIENTE-EXIT
                 END-IF
              WHEN OTHER
                 ADD MONTO-PENDIENTE TO CTA-SALDO
                 ADD 1 TO CTA-TOTAL-MOVS
                 REWRITE CUENTA-REG
                 PERFORM GRABA-MOVIMIENTO-REVERSA-APROBADA
                 CLOSE CUENTAS-FILE
                 DISPLAY "Reversa aplicada. Saldo actual: " CTA-SALDO
           END-EVALUATE.
           MOVE "S" TO APLICACION-EXITOSA.
       APLICA-PENDIENTE-EXIT.
           EXIT.

      ******************************************************************
      * Castigo aprobado: el préstamo de la referencia debe seguir
      * vigente. La estimación se completa hasta el saldo insoluto
      * (póliza "RS" por la diferencia) y el castigo la aplica
      * contra la cartera (póliza "CA"); capital y moratorios
      * pendientes quedan en PRE-CASTIGADO para recuperarse después
      * como ingreso.
      ******************************************************************
       APLICA-CASTIGO.
           MOVE "N" TO CASTIGO-APLICADO.
           OPEN I-O PRESTAMOS-FILE.
           IF FS-PRESTAMOS NOT = "00" AND FS-PRESTAMOS NOT = "05"
              DISPLAY "No se pudo abrir el archivo de préstamos."
              GO TO APLICA-CASTIGO-EXIT
           END-IF.
           MOVE REFERENCIA-PENDIENTE TO PRE-NUMERO.
           READ PRESTAMOS-FILE
              INVALID KEY
                 DISPLAY "No existe el préstamo de la solicitud."
                 CLOSE PRESTAMOS-FILE
                 GO TO APLICA-CASTIGO-EXIT
           END-READ.
           IF PRE-ESTADO NOT = "V"
              DISPLAY "El préstamo ya no está vigente; rechaza la "
                 "solicitud."
              CLOSE PRESTAMOS-FILE
              GO TO APLICA-CASTIGO-EXIT
           END-IF.

           OPEN EXTEND POLCART-FILE.
           IF FS-POLCART = "35"
              OPEN OUTPUT POLCART-FILE
           END-IF.
           COMPUTE COMPLEMENTO-RESERVA =
              PRE-SALDO-INSOLUTO - PRE-RESERVA.
           IF COMPLEMENTO-RESERVA NOT = 0
              MOVE FECHA-HOY TO PCA-FECHA
              MOVE "RS" TO PCA-TIPO
              MOVE PRE-NUMERO TO PCA-PRESTAMO
              MOVE COMPLEMENTO-RESERVA TO PCA-MONTO
              WRITE POLCART-REG
           END-IF.
           MOVE FECHA-HOY TO PCA-FECHA.
           MOVE "CA" TO PCA-TIPO.
           MOVE PRE-NUMERO TO PCA-PRESTAMO.
           MOVE PRE-SALDO-INSOLUTO TO PCA-MONTO.
           WRITE POLCART-REG.
           CLOSE POLCART-FILE.

           COMPUTE PRE-CASTIGADO = PRE-SALDO-INSOLUTO + PRE-MORATORIOS.
           MOVE 0 TO PRE-SALDO-INSOLUTO.
           MOVE 0 TO PRE-MORATORIOS.
           MOVE 0 TO PRE-RESERVA.
           MOVE FECHA-HOY TO PRE-FECHA-CASTIGO.
           MOVE "C" TO PRE-ESTADO.
           REWRITE PRESTAMO-REG.
           CLOSE PRESTAMOS-FILE.
           MOVE "S" TO CASTIGO-APLICADO.
           DISPLAY "Préstamo " PRE-NUMERO " castigado; por recuperar: "
              PRE-CASTIGADO.
       APLICA-CASTIGO-EXIT.
           EXIT.

       GRABA-MOVIMIENTO-REVERSA-APROBADA.
           MOVE CTA-NUMERO TO MOV-CUENTA.
           MOVE "RV" TO MOV-OPERACION.
           EXIT.

      ******************************************************************
      * Cierre formal de una cuenta: la cuenta queda en estado "C"
      * — que la autenticación del cajero rechaza — y el rastro "CC"
      * lleva el saldo al cierre, de donde sale el reporte mensual.
      * En pesos el saldo se queda en la cuenta cerrada hasta que el
      * titular lo cobra en ventanilla (Ventanilla.cbl, pago de
      * cuenta cerrada), que es quien entrega el efectivo de su
      * cajón; en otra moneda se paga aquí como retiro final
      * (movimiento "RE" con folio, en la bitácora central, para que
      * el cierre del día y el mayor lo cuadren como cualquier
      * retiro). El registro se conserva por el periodo de
      * retención: cerrar no es borrar.
      ******************************************************************
       CIERRA-CUENTA.
              CLOSE CUENTAS-FILE
              GO TO CIERRA-CUENTA-EXIT
           END-IF.
      * Con una orden de autoridad activa tampoco: lo congelado se
      * libera o se ejecuta primero, según lo ordene la autoridad.
           IF CTA-EMBARGADO NOT = 0
              DISPLAY "La cuenta tiene " CTA-EMBARGADO " congelados "
                 "por orden de autoridad; libera o ejecuta la orden "
                 "antes de cerrarla."
              CLOSE CUENTAS-FILE
              GO TO CIERRA-CUENTA-EXIT
           END-IF.

      * Tampoco hay cierre con productos vigentes amarrados: un
      * plazo fijo vencería pagando a la cuenta cerrada, y un
           MOVE 0 TO SALDO-PAGADO.
           IF CTA-SALDO > 0
              DISPLAY "Saldo por pagar en ventanilla: " CTA-SALDO
              IF CTA-MONEDA = "MXN"
                 DISPLAY "¿Cerrar y dejar el saldo para cobro en "
                    "ventanilla? (S/N): "
              ELSE
                 DISPLAY "¿Pagar el saldo y cerrar? (S/N): "
              END-IF
              ACCEPT RESPUESTA-CIERRE
              IF RESPUESTA-CIERRE NOT = "S"
                    AND RESPUESTA-CIERRE NOT = "s"
                 GO TO CIERRA-CUENTA-EXIT
              END-IF
              MOVE CTA-SALDO TO SALDO-PAGADO
              IF CTA-MONEDA NOT = "MXN"
                 MOVE 0 TO CTA-SALDO
                 ADD 1 TO CTA-TOTAL-MOVS
                 PERFORM GRABA-MOVIMIENTO-RETIRO-FINAL
              END-IF
           END-IF.

           MOVE "C" TO CTA-ESTADO.
           REWRITE CUENTA-REG.
           CLOSE CUENTAS-FILE.
           DISPLAY "Cuenta cerrada.".
           IF CTA-SALDO > 0
              DISPLAY "El titular cobra su saldo en ventanilla."
           END-IF.

           PERFORM PIDE-RAZON.
           MOVE "CC" TO AUD-ACCION.
              AT END MOVE "10" TO FS-PRESTAMOS
           END-READ.
           IF FS-PRESTAMOS NOT = "10"
              IF PRE-CUENTA = CUENTA-CIERRE
                    AND (PRE-ESTADO = "V"
                       OR (PRE-ESTADO = "C" AND PRE-CASTIGADO > 0))
                 ADD 1 TO PRESTAMOS-VIGENTES
              END-IF
           END-IF.

      * El historial indexado del mini estado se mantiene igual que
      * en el cajero: la secuencia es el CTA-TOTAL-MOVS recién
      * incrementado de la cuenta.
       GRABA-INDICE-MOVIMIENTO.
           OPEN I-O MOVIDX-FILE.
           IF FS-MOVIDX = "35"
      ******************************************************************
      * Reporte mensual de cuentas cerradas para el archivo de la
      * sucursal: recorre AUDITSUP.DAT buscando los eventos "CC" del
      * mes pedido; el saldo al cierre quedó en la misma auditoría,
      * así que el maestro no se toca.
      ******************************************************************
       REPORTE-CERRADAS.
           DISPLAY "Mes del reporte (AAAAMM): ".
           STRING "CUENTAS CERRADAS EN EL MES " MES-REPORTE
              DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "CUENTA  FECHA       SALDO CIERRE  SUPERVISOR" TO
              LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           DISPLAY "Tarjeta anterior (16 dígitos, vacío si no "
              "hay): ".
           ACCEPT TARJETA-ENTRADA.
           MOVE 0 TO TARJETA-ANTERIOR.
           IF TARJETA-ENTRADA IS NUMERIC
              MOVE TARJETA-ENTRADA TO TARJETA-ANTERIOR
              MOVE TARJETA-ENTRADA TO TAR-NUMERO
              READ TARJETAS-FILE
                 INVALID KEY
           ADD 3 TO VEN-ANIO.
           MOVE VENCIMIENTO-TARJETA TO TAR-VENCE.
           MOVE "A" TO TAR-ESTADO.
           MOVE SPACES TO TAR-ULT-TERMINAL.
           MOVE 0 TO TAR-ULT-FECHA.
           MOVE 0 TO TAR-ULT-HORA.
           MOVE 0 TO TAR-RETIROS-PERFIL.
           MOVE 0 TO TAR-RETIRO-PROMEDIO.
           MOVE 0 TO TAR-ANTERIOR.
           MOVE 0 TO TAR-RENOVACION.
           WRITE TARJETA-REG
              INVALID KEY
                 DISPLAY "Ya existe una tarjeta con ese número."
           END-WRITE.
           CLOSE TARJETAS-FILE.
           DISPLAY "Tarjeta emitida; vence " TAR-VENCE ".".
           IF TARJETA-ANTERIOR NOT = 0
              PERFORM PASA-TARJETA-COTITULAR
           END-IF.

           PERFORM PIDE-RAZON.
           MOVE "TP" TO AUD-ACCION.
       REPONE-TARJETA-EXIT.
           EXIT.

      * Si el plástico repuesto era el de un cotitular, su renglón
      * en TITULARES.DAT pasa a apuntar al plástico nuevo.
       PASA-TARJETA-COTITULAR.
           MOVE "00" TO FS-TITULARES.
           OPEN I-O TITULARES-FILE.
           IF FS-TITULARES = "00"
              MOVE CUENTA-TARJETA TO TIT-CUENTA
              START TITULARES-FILE KEY IS EQUAL TO TIT-CUENTA
                 INVALID KEY MOVE "10" TO FS-TITULARES
              END-START
              PERFORM REVISA-TARJETA-COTITULAR
                 UNTIL FS-TITULARES = "10"
              CLOSE TITULARES-FILE
           END-IF.

       REVISA-TARJETA-COTITULAR.
           READ TITULARES-FILE NEXT
              AT END MOVE "10" TO FS-TITULARES
           END-READ.
           IF FS-TITULARES NOT = "10"
              IF TIT-CUENTA NOT = CUENTA-TARJETA
                 MOVE "10" TO FS-TITULARES
              ELSE
                 IF TIT-TARJETA = TARJETA-ANTERIOR
                    MOVE TAR-NUMERO TO TIT-TARJETA
                    REWRITE TITULAR-REG
                    DISPLAY "Tarjeta pasada al cotitular "
                       TIT-CLIENTE "."
                 END-IF
              END-IF
           END-IF.

      ******************************************************************
      * Revisión de alertas de fraude: lista las pendientes, toma
      * una y la resuelve. Liberarla (falso positivo) reactiva la
      * tarjeta si quedó bloqueada por el cajero; confirmar el
      * fraude deja la tarjeta reportada, que el cajero retiene. La
      * alerta guarda la firma, la razón y la fecha y hora de la
      * revisión, y la auditoría lleva FL o FC.
      ******************************************************************
       REVISA-ALERTAS.
           OPEN I-O ALERTAS-FILE.
           IF FS-ALERTAS NOT = "00" AND FS-ALERTAS NOT = "05"
              DISPLAY "No hay alertas de fraude."
              GO TO REVISA-ALERTAS-EXIT
           END-IF.

           MOVE 0 TO ALERTAS-LISTADAS.
           MOVE 0 TO ALF-NUMERO.
           START ALERTAS-FILE KEY IS NOT LESS THAN ALF-NUMERO
              INVALID KEY MOVE "10" TO FS-ALERTAS
           END-START.
           DISPLAY "NUM     REGLA ACC TARJETA           CUENTA  "
              "TERM FECHA    HORA".
           PERFORM LISTA-ALERTA UNTIL FS-ALERTAS = "10".
           MOVE "00" TO FS-ALERTAS.
           IF ALERTAS-LISTADAS = 0
              DISPLAY "No hay alertas pendientes."
              CLOSE ALERTAS-FILE
              GO TO REVISA-ALERTAS-EXIT
           END-IF.

           DISPLAY "Número a resolver (0 para salir): ".
           ACCEPT ALERTA-ENTRADA.
           IF ALERTA-ENTRADA IS NOT NUMERIC
              DISPLAY "Captura un número válido."
              CLOSE ALERTAS-FILE
              GO TO REVISA-ALERTAS-EXIT
           END-IF.
           MOVE ALERTA-ENTRADA TO ALF-NUMERO.
           IF ALF-NUMERO = 0
              CLOSE ALERTAS-FILE
              GO TO REVISA-ALERTAS-EXIT
           END-IF.
           READ ALERTAS-FILE
              INVALID KEY
                 DISPLAY "No existe esa alerta."
                 CLOSE ALERTAS-FILE
                 GO TO REVISA-ALERTAS-EXIT
           END-READ.
           IF ALF-ESTADO NOT = "P"
              DISPLAY "Esa alerta ya está resuelta."
              CLOSE ALERTAS-FILE
              GO TO REVISA-ALERTAS-EXIT
           END-IF.

           DISPLAY "REGLA " ALF-REGLA "  ACCION " ALF-ACCION
              "  TARJETA " ALF-TARJETA "  CUENTA " ALF-CUENTA.
           EVALUATE ALF-REGLA
              WHEN "VT"
                 DISPLAY "Uso previo en " ALF-TERMINAL-PREVIA
                    " hace " ALF-MINUTOS " minuto(s); ahora en "
                    ALF-TERMINAL
              WHEN "FN"
                 DISPLAY ALF-CONTEO " tarjetas distintas con NIP "
                    "fallido en " ALF-TERMINAL
              WHEN "MM"
                 DISPLAY "Retiro " ALF-MONTO " contra promedio "
                    ALF-PROMEDIO
           END-EVALUATE.
           DISPLAY "¿Liberar (L) o confirmar fraude (F)?: ".
           ACCEPT RESPUESTA-ALERTA.
           IF RESPUESTA-ALERTA NOT = "L"
                 AND RESPUESTA-ALERTA NOT = "F"
              DISPLAY "La alerta sigue pendiente."
              CLOSE ALERTAS-FILE
              GO TO REVISA-ALERTAS-EXIT
           END-IF.

           PERFORM PIDE-RAZON.
           MOVE ALF-TARJETA TO TARJETA-ALERTA.
           MOVE ALF-CUENTA TO CUENTA-ALERTA.
           MOVE ALF-MONTO TO MONTO-ALERTA.
           MOVE ALF-ACCION TO ACCION-ALERTA.
           MOVE RESPUESTA-ALERTA TO ALF-ESTADO.
           MOVE SUPERVISOR-FIRMADO TO ALF-SUPERVISOR.
           MOVE RAZON-ENTRADA TO ALF-RAZON.
           MOVE FECHA-HOY TO ALF-FECHA-REV.
           ACCEPT HORA-ACTUAL FROM TIME.
           MOVE HORA-ACTUAL TO ALF-HORA-REV.
           REWRITE ALERTA-FRAUDE-REG.
           CLOSE ALERTAS-FILE.

           PERFORM AJUSTA-TARJETA-ALERTA.

           IF RESPUESTA-ALERTA = "L"
              MOVE "FL" TO AUD-ACCION
              DISPLAY "Alerta liberada."
           ELSE
              MOVE "FC" TO AUD-ACCION
              DISPLAY "Fraude confirmado; la tarjeta queda reportada."
           END-IF.
           MOVE CUENTA-ALERTA TO AUD-CUENTA.
           MOVE MONTO-ALERTA TO AUD-LIMITE-NUEVO.
           PERFORM GRABA-AUDITORIA.
       REVISA-ALERTAS-EXIT.
           EXIT.

       LISTA-ALERTA.
           READ ALERTAS-FILE NEXT
              AT END MOVE "10" TO FS-ALERTAS
           END-READ.
           IF FS-ALERTAS NOT = "10"
              IF ALF-ESTADO = "P"
                 DISPLAY ALF-NUMERO "  " ALF-REGLA "    " ALF-ACCION
                    "   " ALF-TARJETA "  " ALF-CUENTA "  "
                    ALF-TERMINAL " " ALF-FECHA " " ALF-HORA
                 ADD 1 TO ALERTAS-LISTADAS
              END-IF
           END-IF.

      * Sólo se reactiva una tarjeta que el cajero dejó bloqueada
      * por esta alerta; una tarjeta reportada por otra vía no se
      * toca al liberar.
       AJUSTA-TARJETA-ALERTA.
           OPEN I-O TARJETAS-FILE.
           IF FS-TARJETAS = "00" OR FS-TARJETAS = "05"
              MOVE TARJETA-ALERTA TO TAR-NUMERO
              READ TARJETAS-FILE
                 INVALID KEY
                    DISPLAY "La tarjeta de la alerta ya no existe."
                 NOT INVALID KEY
                    IF RESPUESTA-ALERTA = "F"
                       MOVE "R" TO TAR-ESTADO
                       REWRITE TARJETA-REG
                    ELSE
                       IF ACCION-ALERTA = "B" AND TAR-ESTADO = "B"
                          MOVE "A" TO TAR-ESTADO
                          REWRITE TARJETA-REG
                          DISPLAY "Tarjeta reactivada."
                       END-IF
                    END-IF
              END-READ
              CLOSE TARJETAS-FILE
           END-IF.

      ******************************************************************
      * Reglas de fraude del cajero: muestra lo registrado en
      * FRAUDREG.DAT y registra una regla nueva al final del
      * archivo; el cajero se queda con el último renglón de cada
      * regla. Rastro "RF" en la auditoría.
      ******************************************************************
       REGLAS-FRAUDE.
           MOVE 0 TO REGLAS-LISTADAS.
           MOVE "00" TO FS-FRAUDREG.
           OPEN INPUT FRAUDREG-FILE.
           IF FS-FRAUDREG NOT = "00"
              DISPLAY "No hay reglas registradas; el cajero aplica "
                 "las de omisión."
           ELSE
              DISPLAY "REGLA VENTANA CONTEO MULTIPLO ACCION"
              PERFORM LISTA-REGLA-FRAUDE UNTIL FS-FRAUDREG = "10"
              CLOSE FRAUDREG-FILE
           END-IF.

           DISPLAY "¿Registrar una regla? (S/N): ".
           ACCEPT RESPUESTA-REGLA.
           IF RESPUESTA-REGLA NOT = "S" AND RESPUESTA-REGLA NOT = "s"
              GO TO REGLAS-FRAUDE-EXIT
           END-IF.

           DISPLAY "Regla (VT velocidad, FN NIP fallido, MM monto): ".
           ACCEPT REGLA-ENTRADA.
           IF REGLA-ENTRADA NOT = "VT" AND REGLA-ENTRADA NOT = "FN"
                 AND REGLA-ENTRADA NOT = "MM"
              DISPLAY "Captura una regla válida."
              GO TO REGLAS-FRAUDE-EXIT
           END-IF.

           MOVE 0 TO VENTANA-CAPTURADA.
           MOVE 0 TO CONTEO-CAPTURADO.
           MOVE 0 TO MULTIPLO-CAPTURADO.
           IF REGLA-ENTRADA NOT = "MM"
              DISPLAY "Ventana en minutos: "
              ACCEPT VENTANA-CAPTURADA
              IF VENTANA-CAPTURADA IS NOT NUMERIC
                    OR VENTANA-CAPTURADA = 0
                 DISPLAY "La ventana debe ser mayor que cero."
                 GO TO REGLAS-FRAUDE-EXIT
              END-IF
           END-IF.
           IF REGLA-ENTRADA = "FN"
              DISPLAY "Tarjetas distintas para disparar: "
              ACCEPT CONTEO-CAPTURADO
              IF CONTEO-CAPTURADO IS NOT NUMERIC
                    OR CONTEO-CAPTURADO < 2
                 DISPLAY "El conteo debe ser de al menos 2."
                 GO TO REGLAS-FRAUDE-EXIT
              END-IF
           END-IF.
           IF REGLA-ENTRADA = "MM"
              DISPLAY "Retiros mínimos en el perfil: "
              ACCEPT CONTEO-CAPTURADO
              IF CONTEO-CAPTURADO IS NOT NUMERIC
                 DISPLAY "El conteo debe ser numérico."
                 GO TO REGLAS-FRAUDE-EXIT
              END-IF
              DISPLAY "Múltiplo del retiro promedio: "
              ACCEPT MULTIPLO-CAPTURADO
              IF MULTIPLO-CAPTURADO IS NOT NUMERIC
                    OR MULTIPLO-CAPTURADO < 1
                 DISPLAY "El múltiplo debe ser de al menos 1."
                 GO TO REGLAS-FRAUDE-EXIT
              END-IF
           END-IF.

           DISPLAY "Acción (A alerta, D declina, B bloquea, "
              "N apagada): ".
           ACCEPT ACCION-CAPTURADA.
           IF ACCION-CAPTURADA NOT = "A" AND ACCION-CAPTURADA NOT = "D"
                 AND ACCION-CAPTURADA NOT = "B"
                 AND ACCION-CAPTURADA NOT = "N"
              DISPLAY "Captura una acción válida."
              GO TO REGLAS-FRAUDE-EXIT
           END-IF.

           MOVE REGLA-ENTRADA TO RFR-REGLA.
           MOVE VENTANA-CAPTURADA TO RFR-VENTANA.
           MOVE CONTEO-CAPTURADO TO RFR-CONTEO.
           MOVE MULTIPLO-CAPTURADO TO RFR-MULTIPLO.
           MOVE ACCION-CAPTURADA TO RFR-ACCION.
           OPEN EXTEND FRAUDREG-FILE.
           IF FS-FRAUDREG = "35"
              OPEN OUTPUT FRAUDREG-FILE
           END-IF.
           WRITE REGLA-FRAUDE-REG.
           CLOSE FRAUDREG-FILE.
           DISPLAY "Regla registrada.".

           PERFORM PIDE-RAZON.
           MOVE "RF" TO AUD-ACCION.
           MOVE 0 TO AUD-CUENTA.
           MOVE 0 TO AUD-LIMITE-NUEVO.
           PERFORM GRABA-AUDITORIA.
       REGLAS-FRAUDE-EXIT.
           EXIT.

       LISTA-REGLA-FRAUDE.
           READ FRAUDREG-FILE
              AT END MOVE "10" TO FS-FRAUDREG
           END-READ.
           IF FS-FRAUDREG NOT = "10"
              DISPLAY RFR-REGLA "    " RFR-VENTANA "    "
                 RFR-CONTEO "    " RFR-MULTIPLO "    " RFR-ACCION
              ADD 1 TO REGLAS-LISTADAS
           END-IF.

      ******************************************************************
      * Alta de una orden de aseguramiento o embargo de una
      * autoridad: la autoridad, el expediente, la fecha del oficio
      * y el monto ordenado. Se congela el monto ordenado completo
      * aunque hoy no haya saldo que lo cubra: los depósitos que
      * lleguen después quedan congelados hasta completarlo. El
      * monto sube en CTA-EMBARGADO, que el cajero y los lotes
      * restan del disponible. Rastro "EA" con el monto ordenado.
      ******************************************************************
       ALTA-EMBARGO.
           PERFORM PIDE-CUENTA.
           IF CUENTA-ENTRADA IS NOT NUMERIC
              DISPLAY "Captura un número de cuenta válido."
              GO TO ALTA-EMBARGO-EXIT
           END-IF.

           DISPLAY "Autoridad que ordena: ".
           ACCEPT AUTORIDAD-ENTRADA.
           IF AUTORIDAD-ENTRADA = SPACES
              DISPLAY "Captura la autoridad."
              GO TO ALTA-EMBARGO-EXIT
           END-IF.
           DISPLAY "Número de expediente: ".
           ACCEPT EXPEDIENTE-ENTRADA.
           IF EXPEDIENTE-ENTRADA = SPACES
              DISPLAY "Captura el expediente."
              GO TO ALTA-EMBARGO-EXIT
           END-IF.
           DISPLAY "Fecha del oficio (AAAAMMDD): ".
           ACCEPT FECHA-OFICIO-ENTRADA.
           IF FECHA-OFICIO-ENTRADA IS NOT NUMERIC
                 OR FECHA-OFICIO-ENTRADA > FECHA-HOY
              DISPLAY "Captura una fecha válida, no posterior a hoy."
              GO TO ALTA-EMBARGO-EXIT
           END-IF.
           DISPLAY "Monto ordenado: ".
           ACCEPT MONTO-EMBARGO.
           IF MONTO-EMBARGO IS NOT NUMERIC OR MONTO-EMBARGO = 0
              DISPLAY "El monto debe ser mayor que cero."
              GO TO ALTA-EMBARGO-EXIT
           END-IF.

           OPEN I-O CUENTAS-FILE.
           IF FS-CUENTAS NOT = "00" AND FS-CUENTAS NOT = "05"
              DISPLAY "No se pudo abrir el archivo de cuentas."
              GO TO ALTA-EMBARGO-EXIT
           END-IF.

           MOVE CUENTA-ENTRADA TO CTA-NUMERO.
           READ CUENTAS-FILE
              INVALID KEY
                 DISPLAY "No existe esa cuenta."
                 CLOSE CUENTAS-FILE
                 GO TO ALTA-EMBARGO-EXIT
           END-READ.
           IF CTA-ESTADO = "C"
              DISPLAY "La cuenta está cerrada."
              CLOSE CUENTAS-FILE
              GO TO ALTA-EMBARGO-EXIT
           END-IF.
           COMPUTE DISPONIBLE-EMBARGO =
              CTA-SALDO - CTA-RETENIDO - CTA-EMBARGADO.
           IF DISPONIBLE-EMBARGO < MONTO-EMBARGO
              DISPLAY "Aviso: el disponible hoy es " DISPONIBLE-EMBARGO
                 "; lo que falta se congela de los siguientes "
                 "depósitos."
           END-IF.

           OPEN I-O EMBARGOS-FILE.
           IF FS-EMBARGOS = "35"
              OPEN OUTPUT EMBARGOS-FILE
              CLOSE EMBARGOS-FILE
              OPEN I-O EMBARGOS-FILE
           END-IF.
           IF FS-EMBARGOS NOT = "00" AND FS-EMBARGOS NOT = "05"
              DISPLAY "No se pudo abrir el archivo de embargos."
              CLOSE CUENTAS-FILE
              GO TO ALTA-EMBARGO-EXIT
           END-IF.

           MOVE 0 TO EMBARGO-NUEVO.
           MOVE 0 TO EMB-NUMERO.
           START EMBARGOS-FILE KEY IS NOT LESS THAN EMB-NUMERO
              INVALID KEY MOVE "10" TO FS-EMBARGOS
           END-START.
           PERFORM REVISA-NUMERO-EMBARGO UNTIL FS-EMBARGOS = "10".
           MOVE "00" TO FS-EMBARGOS.
           ADD 1 TO EMBARGO-NUEVO.

           MOVE EMBARGO-NUEVO TO EMB-NUMERO.
           MOVE CTA-NUMERO TO EMB-CUENTA.
           MOVE AUTORIDAD-ENTRADA TO EMB-AUTORIDAD.
           MOVE EXPEDIENTE-ENTRADA TO EMB-EXPEDIENTE.
           MOVE FECHA-OFICIO-ENTRADA TO EMB-FECHA-OFICIO.
           MOVE MONTO-EMBARGO TO EMB-MONTO-ORDENADO.
           MOVE MONTO-EMBARGO TO EMB-MONTO-RETENIDO.
           MOVE 0 TO EMB-MONTO-TRANSFERIDO.
           MOVE "A" TO EMB-ESTADO.
           MOVE FECHA-HOY TO EMB-FECHA-ALTA.
           MOVE SUPERVISOR-FIRMADO TO EMB-SUPERVISOR-ALTA.
           MOVE 0 TO EMB-FECHA-CIERRE.
           MOVE 0 TO EMB-SUPERVISOR-CIERRE.
           WRITE EMBARGO-REG.
           CLOSE EMBARGOS-FILE.

           ADD MONTO-EMBARGO TO CTA-EMBARGADO.
           REWRITE CUENTA-REG.
           CLOSE CUENTAS-FILE.
           DISPLAY "Orden registrada con el número " EMBARGO-NUEVO
              "; la cuenta tiene congelado " CTA-EMBARGADO.

           PERFORM PIDE-RAZON.
           MOVE "EA" TO AUD-ACCION.
           MOVE CTA-NUMERO TO AUD-CUENTA.
           MOVE MONTO-EMBARGO TO AUD-LIMITE-NUEVO.
           PERFORM GRABA-AUDITORIA.
       ALTA-EMBARGO-EXIT.
           EXIT.

       REVISA-NUMERO-EMBARGO.
           READ EMBARGOS-FILE NEXT
              AT END MOVE "10" TO FS-EMBARGOS
           END-READ.
           IF FS-EMBARGOS NOT = "10"
              IF EMB-NUMERO > EMBARGO-NUEVO
                 MOVE EMB-NUMERO TO EMBARGO-NUEVO
              END-IF
           END-IF.

      ******************************************************************
      * Liberación de una orden por instrucción de la autoridad: lo
      * que seguía congelado sale de CTA-EMBARGADO y regresa al
      * disponible, y la orden queda en estado "L" con la firma y la
      * fecha. Rastro "EL" con el monto liberado.
      ******************************************************************
       LIBERA-EMBARGO.
           PERFORM ELIGE-EMBARGO THRU ELIGE-EMBARGO-EXIT.
           IF EMBARGO-ELEGIDO NOT = "S"
              GO TO LIBERA-EMBARGO-EXIT
           END-IF.

           DISPLAY "Se liberan " EMB-MONTO-RETENIDO
              " congelados. ¿Confirmar? (S/N): ".
           ACCEPT RESPUESTA-EMBARGO.
           IF RESPUESTA-EMBARGO NOT = "S"
                 AND RESPUESTA-EMBARGO NOT = "s"
              DISPLAY "La orden sigue activa."
              CLOSE EMBARGOS-FILE
              GO TO LIBERA-EMBARGO-EXIT
           END-IF.

           OPEN I-O CUENTAS-FILE.
           IF FS-CUENTAS NOT = "00" AND FS-CUENTAS NOT = "05"
              DISPLAY "No se pudo abrir el archivo de cuentas."
              CLOSE EMBARGOS-FILE
              GO TO LIBERA-EMBARGO-EXIT
           END-IF.
           MOVE EMB-CUENTA TO CTA-NUMERO.
           READ CUENTAS-FILE
              INVALID KEY
                 DISPLAY "No existe la cuenta de la orden."
                 CLOSE CUENTAS-FILE
                 CLOSE EMBARGOS-FILE
                 GO TO LIBERA-EMBARGO-EXIT
           END-READ.

           MOVE EMB-MONTO-RETENIDO TO MONTO-EMBARGO.
           PERFORM DESCUENTA-EMBARGADO.
           REWRITE CUENTA-REG.
           CLOSE CUENTAS-FILE.

           MOVE 0 TO EMB-MONTO-RETENIDO.
           MOVE "L" TO EMB-ESTADO.
           MOVE FECHA-HOY TO EMB-FECHA-CIERRE.
           MOVE SUPERVISOR-FIRMADO TO EMB-SUPERVISOR-CIERRE.
           REWRITE EMBARGO-REG.
           CLOSE EMBARGOS-FILE.
           DISPLAY "Orden liberada.".

           PERFORM PIDE-RAZON.
           MOVE "EL" TO AUD-ACCION.
           MOVE CTA-NUMERO TO AUD-CUENTA.
           MOVE MONTO-EMBARGO TO AUD-LIMITE-NUEVO.
           PERFORM GRABA-AUDITORIA.
       LIBERA-EMBARGO-EXIT.
           EXIT.

      ******************************************************************
      * Ejecución de una orden: por instrucción de la autoridad lo
      * asegurado se traspasa de la cuenta a la cuenta de suspenso
      * del mayor (movimiento "EJ", que el extracto contable abona a
      * 250100) hasta que se entrega. Se traspasa a lo más lo que la
      * orden sigue congelando y lo que la cuenta tiene cobrado (el
      * retenido por cheques en cámara no se traspasa). Una
      * ejecución parcial deja la orden activa por el resto; la
      * que se completa queda en estado "E". Rastro "EJ" con el
      * monto traspasado.
      ******************************************************************
       EJECUTA-EMBARGO.
           PERFORM ELIGE-EMBARGO THRU ELIGE-EMBARGO-EXIT.
           IF EMBARGO-ELEGIDO NOT = "S"
              GO TO EJECUTA-EMBARGO-EXIT
           END-IF.

           OPEN I-O CUENTAS-FILE.
           IF FS-CUENTAS NOT = "00" AND FS-CUENTAS NOT = "05"
              DISPLAY "No se pudo abrir el archivo de cuentas."
              CLOSE EMBARGOS-FILE
              GO TO EJECUTA-EMBARGO-EXIT
           END-IF.
           MOVE EMB-CUENTA TO CTA-NUMERO.
           READ CUENTAS-FILE
              INVALID KEY
                 DISPLAY "No existe la cuenta de la orden."
                 CLOSE CUENTAS-FILE
                 CLOSE EMBARGOS-FILE
                 GO TO EJECUTA-EMBARGO-EXIT
           END-READ.

           COMPUTE DISPONIBLE-EMBARGO = CTA-SALDO - CTA-RETENIDO.
           IF DISPONIBLE-EMBARGO <= 0
              DISPLAY "La cuenta no tiene fondos cobrados que "
                 "traspasar."
              CLOSE CUENTAS-FILE
              CLOSE EMBARGOS-FILE
              GO TO EJECUTA-EMBARGO-EXIT
           END-IF.
           IF DISPONIBLE-EMBARGO < EMB-MONTO-RETENIDO
              MOVE DISPONIBLE-EMBARGO TO TOPE-EJECUCION
           ELSE
              MOVE EMB-MONTO-RETENIDO TO TOPE-EJECUCION
           END-IF.

           DISPLAY "Monto a traspasar a suspenso (hasta "
              TOPE-EJECUCION "): ".
           ACCEPT MONTO-EMBARGO.
           IF MONTO-EMBARGO IS NOT NUMERIC OR MONTO-EMBARGO = 0
                 OR MONTO-EMBARGO > TOPE-EJECUCION
              DISPLAY "Captura un monto mayor que cero y dentro del "
                 "tope."
              CLOSE CUENTAS-FILE
              CLOSE EMBARGOS-FILE
              GO TO EJECUTA-EMBARGO-EXIT
           END-IF.

           SUBTRACT MONTO-EMBARGO FROM CTA-SALDO.
           PERFORM DESCUENTA-EMBARGADO.
           ADD 1 TO CTA-TOTAL-MOVS.
           PERFORM GRABA-MOVIMIENTO-EMBARGO.
           REWRITE CUENTA-REG.
           CLOSE CUENTAS-FILE.

           SUBTRACT MONTO-EMBARGO FROM EMB-MONTO-RETENIDO.
           ADD MONTO-EMBARGO TO EMB-MONTO-TRANSFERIDO.
           IF EMB-MONTO-RETENIDO = 0
              MOVE "E" TO EMB-ESTADO
              MOVE FECHA-HOY TO EMB-FECHA-CIERRE
              MOVE SUPERVISOR-FIRMADO TO EMB-SUPERVISOR-CIERRE
              DISPLAY "Orden ejecutada por completo."
           ELSE
              DISPLAY "Ejecución parcial; la orden sigue congelando "
                 EMB-MONTO-RETENIDO
           END-IF.
           REWRITE EMBARGO-REG.
           CLOSE EMBARGOS-FILE.

           PERFORM PIDE-RAZON.
           MOVE "EJ" TO AUD-ACCION.
           MOVE CTA-NUMERO TO AUD-CUENTA.
           MOVE MONTO-EMBARGO TO AUD-LIMITE-NUEVO.
           PERFORM GRABA-AUDITORIA.
       EJECUTA-EMBARGO-EXIT.
           EXIT.

      * Lista las órdenes activas de la cuenta capturada y deja
      * leída y abierta la que el supervisor elige; sin elección
      * válida el archivo queda cerrado.
       ELIGE-EMBARGO.
           MOVE "N" TO EMBARGO-ELEGIDO.
           PERFORM PIDE-CUENTA.
           IF CUENTA-ENTRADA IS NOT NUMERIC
              DISPLAY "Captura un número de cuenta válido."
              GO TO ELIGE-EMBARGO-EXIT
           END-IF.
           MOVE CUENTA-ENTRADA TO CUENTA-EMBARGO.

           OPEN I-O EMBARGOS-FILE.
           IF FS-EMBARGOS NOT = "00" AND FS-EMBARGOS NOT = "05"
              DISPLAY "No hay órdenes de embargo registradas."
              GO TO ELIGE-EMBARGO-EXIT
           END-IF.

           MOVE 0 TO EMBARGOS-LISTADOS.
           MOVE 0 TO EMB-NUMERO.
           START EMBARGOS-FILE KEY IS NOT LESS THAN EMB-NUMERO
              INVALID KEY MOVE "10" TO FS-EMBARGOS
           END-START.
           DISPLAY "NUM     AUTORIDAD                      "
              "EXPEDIENTE           CONGELADO".
           PERFORM LISTA-EMBARGO UNTIL FS-EMBARGOS = "10".
           MOVE "00" TO FS-EMBARGOS.
           IF EMBARGOS-LISTADOS = 0
              DISPLAY "La cuenta no tiene órdenes activas."
              CLOSE EMBARGOS-FILE
              GO TO ELIGE-EMBARGO-EXIT
           END-IF.

           DISPLAY "Número de orden (0 para salir): ".
           ACCEPT EMBARGO-ENTRADA.
           IF EMBARGO-ENTRADA IS NOT NUMERIC
              DISPLAY "Captura un número válido."
              CLOSE EMBARGOS-FILE
              GO TO ELIGE-EMBARGO-EXIT
           END-IF.
           MOVE EMBARGO-ENTRADA TO EMB-NUMERO.
           IF EMB-NUMERO = 0
              CLOSE EMBARGOS-FILE
              GO TO ELIGE-EMBARGO-EXIT
           END-IF.
           READ EMBARGOS-FILE
              INVALID KEY
                 DISPLAY "No existe esa orden."
                 CLOSE EMBARGOS-FILE
                 GO TO ELIGE-EMBARGO-EXIT
           END-READ.
           IF EMB-CUENTA NOT = CUENTA-EMBARGO OR EMB-ESTADO NOT = "A"
              DISPLAY "Esa orden no está activa en la cuenta."
              CLOSE EMBARGOS-FILE
              GO TO ELIGE-EMBARGO-EXIT
           END-IF.
           MOVE "S" TO EMBARGO-ELEGIDO.
       ELIGE-EMBARGO-EXIT.
           EXIT.

       LISTA-EMBARGO.
           READ EMBARGOS-FILE NEXT
              AT END MOVE "10" TO FS-EMBARGOS
           END-READ.
           IF FS-EMBARGOS NOT = "10"
              IF EMB-CUENTA = CUENTA-EMBARGO AND EMB-ESTADO = "A"
                 DISPLAY EMB-NUMERO "  " EMB-AUTORIDAD " "
                    EMB-EXPEDIENTE " " EMB-MONTO-RETENIDO
                 ADD 1 TO EMBARGOS-LISTADOS
              END-IF
           END-IF.

      * CTA-EMBARGADO nunca queda negativo aunque el maestro se
      * haya tocado a mano.
       DESCUENTA-EMBARGADO.
           IF MONTO-EMBARGO > CTA-EMBARGADO
              MOVE 0 TO CTA-EMBARGADO
           ELSE
              SUBTRACT MONTO-EMBARGO FROM CTA-EMBARGADO
           END-IF.

      * El traspaso sale como "EJ" en la bitácora central con su
      * folio y en el historial indexado, como el retiro final; la
      * referencia es el número de la orden.
       GRABA-MOVIMIENTO-EMBARGO.
           MOVE CTA-NUMERO TO MOV-CUENTA.
           MOVE "EJ" TO MOV-OPERACION.
           MOVE MONTO-EMBARGO TO MOV-MONTO.
           MOVE CTA-SALDO TO MOV-SALDO-RESULTANTE.
           MOVE FECHA-HOY TO MOV-FECHA.
           ACCEPT HORA-ACTUAL FROM TIME.
           MOVE HORA-ACTUAL TO MOV-HORA.
           MOVE 1.0000 TO MOV-TASA.
           MOVE EMB-NUMERO TO MOV-REFERENCIA.
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
           DISPLAY "Folio del traspaso: " MOV-FOLIO.
           PERFORM GRABA-INDICE-MOVIMIENTO.

      ******************************************************************
      * Emisión de una chequera: sólo a cuentas activas. Los folios
      * siguen al último emitido a la cuenta (el primero es el 1),
      * así que los rangos de una cuenta no se enciman. Rastro "QE"
      * con el primer folio de la chequera.
      ******************************************************************
       EMITE-CHEQUERA.
           PERFORM PIDE-CUENTA.
           IF CUENTA-ENTRADA IS NOT NUMERIC
              DISPLAY "Captura un número de cuenta válido."
              GO TO EMITE-CHEQUERA-EXIT
           END-IF.

           OPEN INPUT CUENTAS-FILE.
           IF FS-CUENTAS NOT = "00" AND FS-CUENTAS NOT = "05"
              DISPLAY "No se pudo abrir el archivo de cuentas."
              GO TO EMITE-CHEQUERA-EXIT
           END-IF.
           MOVE CUENTA-ENTRADA TO CTA-NUMERO.
           READ CUENTAS-FILE
              INVALID KEY
                 DISPLAY "No existe esa cuenta."
                 CLOSE CUENTAS-FILE
                 GO TO EMITE-CHEQUERA-EXIT
           END-READ.
           CLOSE CUENTAS-FILE.
           IF CTA-ESTADO NOT = "A"
              DISPLAY "Sólo se emiten chequeras a cuentas activas."
              GO TO EMITE-CHEQUERA-EXIT
           END-IF.
           MOVE CTA-NUMERO TO CUENTA-CHEQUERA.

           DISPLAY "Número de cheques de la chequera: ".
           ACCEPT CANTIDAD-CHEQUES.
           IF CANTIDAD-CHEQUES IS NOT NUMERIC OR CANTIDAD-CHEQUES = 0
              DISPLAY "La cantidad debe ser mayor que cero."
              GO TO EMITE-CHEQUERA-EXIT
           END-IF.

           OPEN I-O CHEQUERAS-FILE.
           IF FS-CHEQUERAS = "35"
              OPEN OUTPUT CHEQUERAS-FILE
              CLOSE CHEQUERAS-FILE
              OPEN I-O CHEQUERAS-FILE
           END-IF.
           IF FS-CHEQUERAS NOT = "00" AND FS-CHEQUERAS NOT = "05"
              DISPLAY "No se pudo abrir el archivo de chequeras."
              GO TO EMITE-CHEQUERA-EXIT
           END-IF.

           MOVE 0 TO ULTIMO-FOLIO-EMITIDO.
           MOVE CUENTA-CHEQUERA TO CHR-CUENTA.
           MOVE 0 TO CHR-FOLIO-INICIAL.
           START CHEQUERAS-FILE KEY IS NOT LESS THAN CHR-LLAVE
              INVALID KEY MOVE "10" TO FS-CHEQUERAS
           END-START.
           PERFORM REVISA-FOLIO-CHEQUERA UNTIL FS-CHEQUERAS = "10".
           MOVE "00" TO FS-CHEQUERAS.

           COMPUTE FOLIO-FINAL-NUEVO =
              ULTIMO-FOLIO-EMITIDO + CANTIDAD-CHEQUES.
           IF FOLIO-FINAL-NUEVO > 9999999
              DISPLAY "La cuenta ya no tiene folios de cheque libres."
              CLOSE CHEQUERAS-FILE
              GO TO EMITE-CHEQUERA-EXIT
           END-IF.

           MOVE CUENTA-CHEQUERA TO CHR-CUENTA.
           COMPUTE CHR-FOLIO-INICIAL = ULTIMO-FOLIO-EMITIDO + 1.
           MOVE FOLIO-FINAL-NUEVO TO CHR-FOLIO-FINAL.
           MOVE FECHA-HOY TO CHR-FECHA-EMISION.
           MOVE SUPERVISOR-FIRMADO TO CHR-SUPERVISOR.
           MOVE "A" TO CHR-ESTADO.
           WRITE CHEQUERA-REG.
           CLOSE CHEQUERAS-FILE.
           DISPLAY "Chequera emitida, folios " CHR-FOLIO-INICIAL
              " al " CHR-FOLIO-FINAL.

           PERFORM PIDE-RAZON.
           MOVE "QE" TO AUD-ACCION.
           MOVE CUENTA-CHEQUERA TO AUD-CUENTA.
           MOVE CHR-FOLIO-INICIAL TO AUD-LIMITE-NUEVO.
           PERFORM GRABA-AUDITORIA.
       EMITE-CHEQUERA-EXIT.
           EXIT.

       REVISA-FOLIO-CHEQUERA.
           READ CHEQUERAS-FILE NEXT
              AT END MOVE "10" TO FS-CHEQUERAS
           END-READ.
           IF FS-CHEQUERAS NOT = "10"
              IF CHR-CUENTA NOT = CUENTA-CHEQUERA
                 MOVE "10" TO FS-CHEQUERAS
              ELSE
                 IF CHR-FOLIO-FINAL > ULTIMO-FOLIO-EMITIDO
                    MOVE CHR-FOLIO-FINAL TO ULTIMO-FOLIO-EMITIDO
                 END-IF
              END-IF
           END-IF.

      ******************************************************************
      * Orden de no pago de un cheque: el cheque debe pertenecer a
      * una chequera activa de la cuenta y no estar ya pagado ni
      * con orden. El monto es el que declara el cliente (cero si
      * no lo sabe). Rastro "QN" con el número de cheque.
      ******************************************************************
       ORDEN-NO-PAGO.
           PERFORM PIDE-CUENTA.
           IF CUENTA-ENTRADA IS NOT NUMERIC
              DISPLAY "Captura un número de cuenta válido."
              GO TO ORDEN-NO-PAGO-EXIT
           END-IF.
           MOVE CUENTA-ENTRADA TO CUENTA-CHEQUERA.

           DISPLAY "Número de cheque: ".
           ACCEPT CHEQUE-ENTRADA.
           IF CHEQUE-ENTRADA IS NOT NUMERIC OR CHEQUE-ENTRADA = 0
              DISPLAY "Captura un número de cheque válido."
              GO TO ORDEN-NO-PAGO-EXIT
           END-IF.
           DISPLAY "Monto del cheque (0 si no se conoce): ".
           ACCEPT MONTO-NO-PAGO.
           IF MONTO-NO-PAGO IS NOT NUMERIC
              DISPLAY "Captura un monto válido."
              GO TO ORDEN-NO-PAGO-EXIT
           END-IF.

           OPEN INPUT CHEQUERAS-FILE.
           IF FS-CHEQUERAS NOT = "00" AND FS-CHEQUERAS NOT = "05"
              DISPLAY "La cuenta no tiene chequeras emitidas."
              GO TO ORDEN-NO-PAGO-EXIT
           END-IF.
           MOVE "N" TO CHEQUE-EMITIDO.
           MOVE CUENTA-CHEQUERA TO CHR-CUENTA.
           MOVE 0 TO CHR-FOLIO-INICIAL.
           START CHEQUERAS-FILE KEY IS NOT LESS THAN CHR-LLAVE
              INVALID KEY MOVE "10" TO FS-CHEQUERAS
           END-START.
           PERFORM REVISA-CHEQUERA-CHEQUE UNTIL FS-CHEQUERAS = "10"
              OR CHEQUE-EMITIDO = "S".
           MOVE "00" TO FS-CHEQUERAS.
           CLOSE CHEQUERAS-FILE.
           IF CHEQUE-EMITIDO NOT = "S"
              DISPLAY "El cheque no pertenece a una chequera activa "
                 "de la cuenta."
              GO TO ORDEN-NO-PAGO-EXIT
           END-IF.

           OPEN I-O CHQLIB-FILE.
           IF FS-CHQLIB = "35"
              OPEN OUTPUT CHQLIB-FILE
              CLOSE CHQLIB-FILE
              OPEN I-O CHQLIB-FILE
           END-IF.
           IF FS-CHQLIB NOT = "00" AND FS-CHQLIB NOT = "05"
              DISPLAY "No se pudo abrir el archivo de cheques librados."
              GO TO ORDEN-NO-PAGO-EXIT
           END-IF.
           MOVE CUENTA-CHEQUERA TO CHL-CUENTA.
           MOVE CHEQUE-ENTRADA TO CHL-NUMERO.
           READ CHQLIB-FILE
              INVALID KEY MOVE SPACE TO CHL-ESTADO
           END-READ.
           IF CHL-ESTADO = "P"
              DISPLAY "El cheque ya fue pagado el " CHL-FECHA "."
              CLOSE CHQLIB-FILE
              GO TO ORDEN-NO-PAGO-EXIT
           END-IF.
           IF CHL-ESTADO = "S"
              DISPLAY "El cheque ya tiene orden de no pago."
              CLOSE CHQLIB-FILE
              GO TO ORDEN-NO-PAGO-EXIT
           END-IF.

           PERFORM PIDE-RAZON.
           MOVE CUENTA-CHEQUERA TO CHL-CUENTA.
           MOVE CHEQUE-ENTRADA TO CHL-NUMERO.
           MOVE "S" TO CHL-ESTADO.
           MOVE MONTO-NO-PAGO TO CHL-MONTO.
           MOVE FECHA-HOY TO CHL-FECHA.
           MOVE SUPERVISOR-FIRMADO TO CHL-SUPERVISOR.
           MOVE RAZON-ENTRADA TO CHL-RAZON.
           MOVE 0 TO CHL-BANCO.
           MOVE 0 TO CHL-FOLIO.
           WRITE CHQLIB-REG.
           CLOSE CHQLIB-FILE.
           DISPLAY "Orden de no pago registrada.".

           MOVE "QN" TO AUD-ACCION.
           MOVE CUENTA-CHEQUERA TO AUD-CUENTA.
           MOVE CHEQUE-ENTRADA TO AUD-LIMITE-NUEVO.
           PERFORM GRABA-AUDITORIA.
       ORDEN-NO-PAGO-EXIT.
           EXIT.

       REVISA-CHEQUERA-CHEQUE.
           READ CHEQUERAS-FILE NEXT
              AT END MOVE "10" TO FS-CHEQUERAS
           END-READ.
           IF FS-CHEQUERAS NOT = "10"
              IF CHR-CUENTA NOT = CUENTA-CHEQUERA
                 MOVE "10" TO FS-CHEQUERAS
              ELSE
                 IF CHR-ESTADO = "A"
                    AND CHEQUE-ENTRADA NOT < CHR-FOLIO-INICIAL
                    AND CHEQUE-ENTRADA NOT > CHR-FOLIO-FINAL
                    MOVE "S" TO CHEQUE-EMITIDO
                 END-IF
              END-IF
           END-IF.

      ******************************************************************
      * Cancelación de una chequera completa por robo o extravío: se
      * identifica por la cuenta y su primer folio. Sus cheques ya
      * no se pagan (la cámara los recibe devueltos como no
      * emitidos). Rastro "QC" con el primer folio.
      ******************************************************************
       CANCELA-CHEQUERA.
           PERFORM PIDE-CUENTA.
           IF CUENTA-ENTRADA IS NOT NUMERIC
              DISPLAY "Captura un número de cuenta válido."
              GO TO CANCELA-CHEQUERA-EXIT
           END-IF.
           DISPLAY "Primer folio de la chequera: ".
           ACCEPT FOLIO-ENTRADA.
           IF FOLIO-ENTRADA IS NOT NUMERIC
              DISPLAY "Captura un folio válido."
              GO TO CANCELA-CHEQUERA-EXIT
           END-IF.

           OPEN I-O CHEQUERAS-FILE.
           IF FS-CHEQUERAS NOT = "00" AND FS-CHEQUERAS NOT = "05"
              DISPLAY "No se pudo abrir el archivo de chequeras."
              GO TO CANCELA-CHEQUERA-EXIT
           END-IF.
           MOVE CUENTA-ENTRADA TO CHR-CUENTA.
           MOVE FOLIO-ENTRADA TO CHR-FOLIO-INICIAL.
           READ CHEQUERAS-FILE
              INVALID KEY
                 DISPLAY "No existe esa chequera."
                 CLOSE CHEQUERAS-FILE
                 GO TO CANCELA-CHEQUERA-EXIT
           END-READ.
           IF CHR-ESTADO NOT = "A"
              DISPLAY "La chequera ya está cancelada."
              CLOSE CHEQUERAS-FILE
              GO TO CANCELA-CHEQUERA-EXIT
           END-IF.
           DISPLAY "Se cancelan los folios " CHR-FOLIO-INICIAL " al "
              CHR-FOLIO-FINAL ". ¿Confirmar? (S/N): ".
           ACCEPT RESPUESTA-EMBARGO.
           IF RESPUESTA-EMBARGO NOT = "S"
                 AND RESPUESTA-EMBARGO NOT = "s"
              DISPLAY "La chequera sigue activa."
              CLOSE CHEQUERAS-FILE
              GO TO CANCELA-CHEQUERA-EXIT
           END-IF.
           MOVE "C" TO CHR-ESTADO.
           REWRITE CHEQUERA-REG.
           CLOSE CHEQUERAS-FILE.
           DISPLAY "Chequera cancelada.".

           PERFORM PIDE-RAZON.
           MOVE "QC" TO AUD-ACCION.
           MOVE CHR-CUENTA TO AUD-CUENTA.
           MOVE CHR-FOLIO-INICIAL TO AUD-LIMITE-NUEVO.
           PERFORM GRABA-AUDITORIA.
       CANCELA-CHEQUERA-EXIT.
           EXIT.

      ******************************************************************
      * Cambio de divisas en ventanilla: de una cuenta a otra del
      * mismo cliente en la otra moneda, siempre pesos contra una
      * divisa, con la cotización de COTIZA-CAMBIO (la misma del
      * cajero). El supervisor confirma la cotización con el
      * cliente; el cargo valida contra el disponible con línea,
      * como en el cajero. Ninguna de las dos cuentas puede estar
      * cerrada.
      ******************************************************************
       CAMBIA-DIVISAS.
           PERFORM PIDE-CUENTA.
           IF CUENTA-ENTRADA IS NOT NUMERIC
              DISPLAY "Captura un número de cuenta válido."
              GO TO CAMBIA-DIVISAS-EXIT
           END-IF.
           MOVE CUENTA-ENTRADA TO CUENTA-CAMBIO-ORIGEN.
           DISPLAY "Cuenta destino del cambio: ".
           ACCEPT CUENTA-DESTINO-ENTRADA.
           IF CUENTA-DESTINO-ENTRADA IS NOT NUMERIC
              DISPLAY "Captura un número de cuenta válido."
              GO TO CAMBIA-DIVISAS-EXIT
           END-IF.
           MOVE CUENTA-DESTINO-ENTRADA TO CUENTA-CAMBIO-DESTINO.
           IF CUENTA-CAMBIO-DESTINO = CUENTA-CAMBIO-ORIGEN
              DISPLAY "Las dos cuentas deben ser distintas."
              GO TO CAMBIA-DIVISAS-EXIT
           END-IF.

           OPEN I-O CUENTAS-FILE.
           IF FS-CUENTAS NOT = "00" AND FS-CUENTAS NOT = "05"
              DISPLAY "No se pudo abrir el archivo de cuentas."
              GO TO CAMBIA-DIVISAS-EXIT
           END-IF.
           MOVE CUENTA-CAMBIO-DESTINO TO CTA-NUMERO.
           READ CUENTAS-FILE
              INVALID KEY
                 DISPLAY "No existe la cuenta destino."
                 CLOSE CUENTAS-FILE
                 GO TO CAMBIA-DIVISAS-EXIT
           END-READ.
           IF CTA-ESTADO = "C"
              DISPLAY "La cuenta destino está cerrada."
              CLOSE CUENTAS-FILE
              GO TO CAMBIA-DIVISAS-EXIT
           END-IF.
           MOVE CTA-MONEDA TO MONEDA-CAMBIO-DESTINO.
           MOVE CTA-CLIENTE TO CLIENTE-CAMBIO.

           MOVE CUENTA-CAMBIO-ORIGEN TO CTA-NUMERO.
           READ CUENTAS-FILE
              INVALID KEY
                 DISPLAY "No existe la cuenta origen."
                 CLOSE CUENTAS-FILE
                 GO TO CAMBIA-DIVISAS-EXIT
           END-READ.
           IF CTA-ESTADO = "C"
              DISPLAY "La cuenta origen está cerrada."
              CLOSE CUENTAS-FILE
              GO TO CAMBIA-DIVISAS-EXIT
           END-IF.
           IF CTA-CLIENTE NOT = CLIENTE-CAMBIO OR CLIENTE-CAMBIO = 0
              DISPLAY "El cambio sólo es entre cuentas del mismo "
                 "cliente."
              CLOSE CUENTAS-FILE
              GO TO CAMBIA-DIVISAS-EXIT
           END-IF.
           IF CTA-MONEDA = MONEDA-CAMBIO-DESTINO
              DISPLAY "Las dos cuentas manejan la misma moneda."
              CLOSE CUENTAS-FILE
              GO TO CAMBIA-DIVISAS-EXIT
           END-IF.

           DISPLAY "Monto a cambiar en " CTA-MONEDA ": ".
           ACCEPT MONTO-CAMBIO.
           IF MONTO-CAMBIO IS NOT NUMERIC OR MONTO-CAMBIO = 0
              DISPLAY "Captura un monto mayor que cero."
              CLOSE CUENTAS-FILE
              GO TO CAMBIA-DIVISAS-EXIT
           END-IF.

           MOVE FECHA-HOY TO CMB-FECHA.
           MOVE CLIENTE-CAMBIO TO CMB-CLIENTE.
           MOVE CUENTA-CAMBIO-ORIGEN TO CMB-CUENTA-ORIGEN.
           MOVE CTA-MONEDA TO CMB-MONEDA-ORIGEN.
           MOVE MONTO-CAMBIO TO CMB-MONTO-SOLICITADO.
           MOVE CUENTA-CAMBIO-DESTINO TO CMB-CUENTA-DESTINO.
           MOVE MONEDA-CAMBIO-DESTINO TO CMB-MONEDA-DESTINO.
           CALL "COTIZA-CAMBIO" USING CAMBIO-REG.
           IF CMB-LADO = SPACE
              DISPLAY "No hay cotización para cambiar " CTA-MONEDA
                 " a " MONEDA-CAMBIO-DESTINO "."
              CLOSE CUENTAS-FILE
              GO TO CAMBIA-DIVISAS-EXIT
           END-IF.
           IF CMB-MONTO-DESTINO = 0 OR CMB-MONTO-ORIGEN = 0
              DISPLAY "El monto es demasiado pequeño para cambiarse."
              CLOSE CUENTAS-FILE
              GO TO CAMBIA-DIVISAS-EXIT
           END-IF.

           DISPLAY "Tipo de cambio: " CMB-TASA-APLICADA
              " MXN por " CMB-DIVISA " (fixing " CMB-TASA-FIXING ")".
           DISPLAY "Cargo " CMB-MONTO-ORIGEN " " CTA-MONEDA
              " / abono " CMB-MONTO-DESTINO " "
              MONEDA-CAMBIO-DESTINO.
           DISPLAY "¿Aplicar el cambio? (S/N): ".
           ACCEPT RESPUESTA-CAMBIO.
           IF RESPUESTA-CAMBIO NOT = "S" AND RESPUESTA-CAMBIO NOT = "s"
              DISPLAY "Cambio cancelado."
              CLOSE CUENTAS-FILE
              GO TO CAMBIA-DIVISAS-EXIT
           END-IF.

           COMPUTE DISPONIBLE-CAMBIO =
              CTA-SALDO - CTA-RETENIDO - CTA-EMBARGADO
              + CTA-LINEA-SOBREGIRO.
           IF CMB-MONTO-ORIGEN > DISPONIBLE-CAMBIO
              DISPLAY "Saldo disponible insuficiente en la cuenta "
                 "origen."
              CLOSE CUENTAS-FILE
              GO TO CAMBIA-DIVISAS-EXIT
           END-IF.

           ACCEPT HORA-ACTUAL FROM TIME.
           SUBTRACT CMB-MONTO-ORIGEN FROM CTA-SALDO.
           ADD 1 TO CTA-TOTAL-MOVS.
           MOVE FECHA-HOY TO CTA-FECHA-ULT-MOV.
           PERFORM GRABA-MOVIMIENTO-CAMBIO-CARGO.
           REWRITE CUENTA-REG.
           MOVE MOV-FOLIO TO CMB-FOLIO-CARGO.

           MOVE CUENTA-CAMBIO-DESTINO TO CTA-NUMERO.
           READ CUENTAS-FILE.
           ADD CMB-MONTO-DESTINO TO CTA-SALDO.
           ADD 1 TO CTA-TOTAL-MOVS.
           MOVE FECHA-HOY TO CTA-FECHA-ULT-MOV.
           PERFORM GRABA-MOVIMIENTO-CAMBIO-ABONO.
           REWRITE CUENTA-REG.
           MOVE MOV-FOLIO TO CMB-FOLIO-ABONO.
           CLOSE CUENTAS-FILE.
           PERFORM GRABA-CAMBIO.

           PERFORM PIDE-RAZON.
           MOVE "CV" TO AUD-ACCION.
           MOVE CUENTA-CAMBIO-ORIGEN TO AUD-CUENTA.
           MOVE CMB-MONTO-ORIGEN TO AUD-LIMITE-NUEVO.
           PERFORM GRABA-AUDITORIA.
       CAMBIA-DIVISAS-EXIT.
           EXIT.

      * Las dos patas van a la bitácora central con su folio y al
      * historial indexado; la tasa aplicada sólo va en la pata en
      * divisa y el abono lleva como referencia el folio del cargo.
       GRABA-MOVIMIENTO-CAMBIO-CARGO.
           MOVE CTA-NUMERO TO MOV-CUENTA.
           MOVE "CX" TO MOV-OPERACION.
           MOVE CMB-MONTO-ORIGEN TO MOV-MONTO.
           MOVE 0 TO MOV-REFERENCIA.
           PERFORM ESCRIBE-MOVIMIENTO-CAMBIO.

       GRABA-MOVIMIENTO-CAMBIO-ABONO.
           MOVE CTA-NUMERO TO MOV-CUENTA.
           MOVE "AX" TO MOV-OPERACION.
           MOVE CMB-MONTO-DESTINO TO MOV-MONTO.
           MOVE CMB-FOLIO-CARGO TO MOV-REFERENCIA.
           PERFORM ESCRIBE-MOVIMIENTO-CAMBIO.

       ESCRIBE-MOVIMIENTO-CAMBIO.
           MOVE CTA-SALDO TO MOV-SALDO-RESULTANTE.
           MOVE FECHA-HOY TO MOV-FECHA.
           MOVE HORA-ACTUAL TO MOV-HORA.
           IF CTA-MONEDA = "MXN"
              MOVE 1.0000 TO MOV-TASA
           ELSE
              MOVE CMB-TASA-APLICADA TO MOV-TASA
           END-IF.
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
           DISPLAY "Folio del movimiento " MOV-OPERACION ": "
              MOV-FOLIO.
           PERFORM GRABA-INDICE-MOVIMIENTO.

       GRABA-CAMBIO.
           MOVE HORA-ACTUAL TO CMB-HORA.
           MOVE "SIST" TO CMB-TERMINAL.
           OPEN EXTEND CAMBIOS-FILE.
           IF FS-CAMBIOS = "35"
              OPEN OUTPUT CAMBIOS-FILE
           END-IF.
           WRITE CAMBIO-LINEA FROM CAMBIO-REG.
           CLOSE CAMBIOS-FILE.

       PIDE-CUENTA.
           DISPLAY "Número de cuenta: ".
           ACCEPT CUENTA-ENTRADA.
