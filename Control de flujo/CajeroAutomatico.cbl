      *   muestra al momento del retiro y queda en la bitácora como
      *   movimiento "CM". El registro de cuentas ganó el contador
      *   mensual de retiros (CTA-RETIROS-MES / CTA-MES-RETIROS).
      * - Las cuentas con línea de sobregiro autorizada
      *   (CTA-LINEA-SOBREGIRO, la fija la consola de supervisión)
      *   pueden quedar negativas hasta esa línea: retiros, su
      *   comisión y transferencias validan contra el disponible
      *   más la línea, y la consulta de saldo muestra la línea, lo
      *   dispuesto y el disponible con línea. Plazos y envíos
      *   interbancarios siguen topados al disponible sin línea.
      * - Reglas de fraude consultadas en línea (FRAUDREG.DAT,
      *   layout FRAUDREG.cpy, registradas desde la consola de
      *   supervisión): al autenticar, la misma tarjeta en otra
      *   terminal dentro de la ventana (VT) y varias tarjetas
      *   distintas fallando el NIP en esta terminal (FN, llevado en
      *   FRAUDTRM.DAT); al retirar, un monto muy por arriba del
      *   retiro habitual de la tarjeta (MM). Según la regla se
      *   alerta, se declina o se declina y se bloquea la tarjeta;
      *   cada disparo queda en FRAUDALE.DAT para la revisión del
      *   supervisor y cada declinación en AUDITSUP.DAT. La tarjeta
      *   guarda su último uso y su perfil de retiros.
      * - Lo congelado por órdenes de autoridad (CTA-EMBARGADO, lo
      *   mueve la consola de supervisión) sale del disponible igual
      *   que lo retenido por cheques: retiros, transferencias,
      *   plazos, envíos interbancarios y el modo diferido (con
      *   SNP-EMBARGADO del corte). La consulta de saldo muestra el
      *   monto embargado cuando lo hay.
      * - Se agregó la opción 10 "Pago de servicios": el cliente
      *   paga el recibo de una emisora del catálogo EMISORAS.DAT
      *   (layout EMISORA.cpy) con la referencia impresa, validada
      *   en largo y dígito verificador según la regla de la
      *   emisora. Sólo desde cuentas en pesos y contra el
      *   disponible con línea. El pago es el movimiento "PS" (con
      *   la emisora como referencia), la comisión de la emisora un
      *   "CM" aparte, y cada pago queda pendiente de remitir en
      *   PAGOSERV.DAT para el lote RemesaServicios.cbl. DECISION
      *   pasó a dos posiciones.
      * - Se agregó la opción 11 "Cambio de divisas" entre dos
      *   cuentas del mismo cliente, una en pesos y otra en divisa:
      *   el subprograma COTIZA-CAMBIO aplica la punta de venta o de
      *   compra de TASAS.DAT según el sentido, el cliente confirma
      *   la cotización, y se postean el cargo "CX" en la cuenta
      *   origen y el abono "AX" en la destino, cada uno con la tasa
      *   aplicada en MOV-TASA. Cada cambio queda en CAMBIOS.DAT
      *   (layout CAMBIO.cpy) con el fixing y el margen cambiario.
      * - La tarjeta renovada por el lote RenuevaTarjetas.cbl llega
      *   pendiente de activación ("P"): el primer NIP correcto con
      *   ella la activa y retira la tarjeta que reemplaza, que
      *   queda sustituida ("S") y ya no entra; si era la de un
      *   cotitular, su renglón de TITULARES.DAT pasa al plástico
      *   nuevo. No se activa si la anterior quedó bloqueada o
      *   reportada mientras tanto.
      * - Antes de cargar o retirar billetes el supervisor arquea las
      *   charolas: captura lo contado por denominación, el cajero lo
      *   compara contra los libros (el archivo de billetes) y contra
      *   la posición esperada que reconstruye POSICION-ESPERADA desde
      *   el arqueo anterior, graba el arqueo en ARQUEOS.DAT (layout
      *   ARQUEO.cpy) con el sobrante o faltante que contabiliza el
      *   extracto GL, y deja el inventario en libros igual a lo
      *   contado. RECARGAS.DAT lleva ahora la terminal del ajuste.
      * - El alta de cuenta pide el producto del catálogo
      *   PRODUCTOS.DAT (subprograma PRODUCTO-CUENTA; en blanco, el
      *   básico de la moneda) y lo guarda en CTA-PRODUCTO; el
      *   producto debe ser de la moneda de la cuenta y de él sale
      *   el límite diario inicial. Los retiros libres del mes antes
      *   de la comisión por retiro son los del producto de la
      *   cuenta; el importe sigue siendo el del renglón "RE". Una
      *   cuenta sin producto en el catálogo conserva el límite y
      *   los retiros libres generales.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-RECARGAS.

           SELECT ARQUEOS-FILE ASSIGN TO "ARQUEOS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-ARQUEOS.

           SELECT TASAS-FILE ASSIGN TO "TASAS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-TASAS.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-TERMDIA.

           SELECT FRAUDREG-FILE ASSIGN TO "FRAUDREG.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-FRAUDREG.

           SELECT ALERTAS-FILE ASSIGN TO "FRAUDALE.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ALF-NUMERO
              FILE STATUS IS FS-ALERTAS.

           SELECT FALLOSNIP-FILE ASSIGN TO "FRAUDTRM.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FTR-TERMINAL
              FILE STATUS IS FS-FALLOSNIP.

           SELECT AUDITORIA-FILE ASSIGN TO "AUDITSUP.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-AUDITORIA.

           SELECT EMISORAS-FILE ASSIGN TO "EMISORAS.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS EMI-CODIGO
              FILE STATUS IS FS-EMISORAS.

           SELECT PAGOSERV-FILE ASSIGN TO "PAGOSERV.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PSV-LLAVE
              FILE STATUS IS FS-PAGOSERV.

           SELECT CAMBIOS-FILE ASSIGN TO "CAMBIOS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-CAMBIOS.

           SELECT TITULARES-FILE ASSIGN TO "TITULARES.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TIT-LLAVE
              ALTERNATE RECORD KEY IS TIT-CUENTA
                 WITH DUPLICATES
              FILE STATUS IS FS-TITULARES.

       DATA DIVISION.
       FILE SECTION.
       FD  CUENTAS-FILE.
           COPY BILLETE.

      * Bitácora de cargas y retiros de efectivo del supervisor: un
      * renglón por denominación ajustada, con quién, cuánto y cuándo,
      * y en qué terminal.
       FD  RECARGAS-FILE.
       01  RECARGA-REG.
           05 REC-SUPERVISOR       PIC X(8).
           05 REC-CANTIDAD         PIC 9(5).
           05 REC-FECHA            PIC 9(8).
           05 REC-HORA             PIC 9(6).
           05 REC-TERMINAL         PIC X(4).

       FD  ARQUEOS-FILE.
           COPY ARQUEO.

       FD  TASAS-FILE.
           COPY TASA.
       FD  TERMDIA-FILE.
           COPY TERMDIA.

       FD  FRAUDREG-FILE.
           COPY FRAUDREG.

       FD  ALERTAS-FILE.
           COPY FRAUDALE.

      * NIP fallidos recientes por terminal para la regla FN: los
      * últimos 20 fallos de la terminal, del más reciente al más
      * antiguo, con la tarjeta y la fecha y hora de cada uno.
       FD  FALLOSNIP-FILE.
       01  FALLOS-TERMINAL-REG.
           05 FTR-TERMINAL         PIC X(4).
           05 FTR-FALLO OCCURS 20 TIMES.
              10 FTR-TARJETA       PIC 9(16).
              10 FTR-FECHA         PIC 9(8).
              10 FTR-HORA          PIC 9(6).

      * Mismo layout de la auditoría de supervisión: las
      * declinaciones por fraude se graban con supervisor en cero
      * (FD declinada, FB declinada con la tarjeta bloqueada).
       FD  AUDITORIA-FILE.
       01  AUDITORIA-REG.
           05 AUD-SUPERVISOR       PIC 9(6).
           05 AUD-ACCION           PIC X(2).
           05 AUD-CUENTA           PIC 9(6).
           05 AUD-LIMITE-NUEVO     PIC S9(7)V99.
           05 AUD-RAZON            PIC X(2).
           05 AUD-FECHA            PIC 9(8).
           05 AUD-HORA             PIC 9(6).

       FD  EMISORAS-FILE.
           COPY EMISORA.

       FD  TITULARES-FILE.
           COPY TITULAR.

       FD  PAGOSERV-FILE.
           COPY PAGOSRV.

      * El renglón de CAMBIOS.DAT se arma en CAMBIO-REG (WORKING-
      * STORAGE), que también es el parámetro de COTIZA-CAMBIO.
       FD  CAMBIOS-FILE.
       01  CAMBIO-LINEA              PIC X(124).

      * Cola de retiros del modo diferido: mismo layout que MOV-REG
      * (MOVIMIEN.cpy) bajo nombres distintos, para poder tener las
      * dos FD declaradas sin chocar el 01-nivel. El saldo
       01  FS-MOVIMIENTOS          PIC X(2) VALUE "00".
       01  FS-BILLETES             PIC X(2) VALUE "00".
       01  FS-RECARGAS             PIC X(2) VALUE "00".
       01  FS-ARQUEOS              PIC X(2) VALUE "00".
       01  FS-TASAS                PIC X(2) VALUE "00".
       01  FS-CLIENTES             PIC X(2) VALUE "00".
       01  FS-MOVIDX               PIC X(2) VALUE "00".
      * debajo del límite diario normal, para acotar el riesgo de
      * operar a ciegas.
       01  FS-TARJETAS             PIC X(2) VALUE "00".
       01  FS-TITULARES            PIC X(2) VALUE "00".
       01  FS-CHEQUES              PIC X(2) VALUE "00".
       01  FS-CHQSAL               PIC X(2) VALUE "00".
       01  FS-FECHANEG             PIC X(2) VALUE "00".
       01  CUENTA-PROPIA-NUM       PIC 9(6) VALUE 0.
       01  MONEDA-DESTINO          PIC X(3) VALUE SPACES.
       01  MI-MENSAJE               PIC A(60) VALUE SPACES.
       01  DECISION                 PIC 9(2) VALUE 0.
       01  DECISION-ENTRADA         PIC X(2) VALUE SPACES.
       01  ENTRADA-VALIDA           PIC X(1) VALUE "N".

       01  CTA-NUMERO-ENTRADA        PIC X(6) VALUE SPACES.
       01  TIPO-AJUSTE               PIC X(1) VALUE SPACE.
       01  CANTIDAD-AJUSTE           PIC 9(5) VALUE 0.

      * Arqueo de las charolas antes de cualquier carga o retiro: lo
      * contado por denominación, su valor contra libros y contra la
      * posición esperada, y el sobrante (+) o faltante (-).
       01  TABLA-CONTEO.
           05 CONTEO-ENTRY OCCURS 4 TIMES.
              10 CON-CONTADOS          PIC 9(5).
       01  CONTEO-ENTRADA            PIC X(5) VALUE SPACES.
       01  CONTEO-AJUSTADO           PIC X(5) JUSTIFIED RIGHT.
       01  CONTEO-NUMERICO REDEFINES CONTEO-AJUSTADO PIC 9(5).
       01  LONGITUD-CONTEO           PIC 9(2) VALUE 0.
       01  ARQUEO-CONFIRMADO         PIC X(1) VALUE "N".
       01  CONFIRMA-ARQUEO           PIC X(1) VALUE SPACE.
       01  VALOR-CONTADO             PIC 9(9)V99 VALUE 0.
       01  VALOR-LIBROS              PIC 9(9)V99 VALUE 0.
       01  DIFERENCIA-LIBROS         PIC S9(9)V99 VALUE 0.
       01  DIFERENCIA-ARQUEO         PIC S9(9)V99 VALUE 0.
       01  DIFERENCIA-EDITADA        PIC ----,---,--9.99.
       01  VALOR-EDITADO             PIC ZZZ,ZZZ,ZZ9.99.
           COPY POSESP.

      * Límite diario de retiro por cuenta, configurable en una sola
      * constante para que el banco pueda ajustarlo sin tocar la
      * lógica.
                                     PIC 9(14).

      * Tarifario de comisiones (COMISION.DAT, renglón "RE"): los
      * retiros del mes después de RETIROS-LIBRES (o de los libres
      * del producto de la cuenta) pagan COMISION-RETIRO, cobrada y
      * mostrada al momento del retiro.
      * Sin tarifario no se cobra nada, como siempre.
       01  RETIROS-LIBRES            PIC 9(3) VALUE 0.
       01  COMISION-RETIRO           PIC 9(5)V99 VALUE 0.
       01  MES-ACTUAL                PIC 9(6) VALUE 0.

      * Producto de la cuenta (catálogo PRODUCTOS.DAT): en el alta
      * el código capturado y el básico de la moneda que se toma
      * cuando se deja en blanco; en el retiro, los retiros libres
      * que le tocan a la cuenta en turno.
       01  PRODUCTO-ENTRADA          PIC X(4) VALUE SPACES.
       01  PRODUCTO-BASICO           PIC X(4) VALUE SPACES.
       01  RETIROS-LIBRES-CUENTA     PIC 9(3) VALUE 0.
           COPY PRODCTA.

      * Referencia del movimiento por grabar, como en EjecutaOrdenes:
      * cero en los movimientos normales; el envío interbancario deja
      * aquí su fecha+hora y el pago de servicios el código de la
      * emisora antes de grabar, y se limpia sola.
       01  REFERENCIA-MOVIMIENTO     PIC 9(14) VALUE 0.

      * Pago de servicios: la emisora leída del catálogo (se copia
      * aquí porque el área de la FD no sobrevive al CLOSE), la
      * referencia capturada y el cálculo del dígito verificador.
      * REFERENCIA-SERVICIO-R ve cada posición como dígito; sólo se
      * usa después de validar que la referencia es numérica.
       01  FS-EMISORAS               PIC X(2) VALUE "00".
       01  FS-PAGOSERV               PIC X(2) VALUE "00".
       01  EMISORA-ENTRADA           PIC X(4) VALUE SPACES.
       01  EMISORA-VALIDA            PIC X(1) VALUE "N".
       01  CODIGO-EMISORA            PIC 9(4) VALUE 0.
       01  NOMBRE-EMISORA            PIC X(30) VALUE SPACES.
       01  LONGITUD-REFERENCIA       PIC 9(2) VALUE 0.
       01  DIGITO-EMISORA            PIC X(1) VALUE SPACE.
       01  COMISION-SERVICIO         PIC 9(5)V99 VALUE 0.
       01  PAGO-SERVICIO             PIC S9(7)V99 VALUE 0.
       01  REFERENCIA-SERVICIO       PIC X(20) VALUE SPACES.
       01  REFERENCIA-SERVICIO-R REDEFINES REFERENCIA-SERVICIO.
           05 REF-DIGITO             PIC 9(1) OCCURS 20 TIMES.
       01  REFERENCIA-VALIDA         PIC X(1) VALUE "N".
       01  LONGITUD-CAPTURADA        PIC 9(2) VALUE 0.
       01  SUB-REFERENCIA            PIC 9(2) VALUE 0.
       01  PESO-DIGITO               PIC 9(1) VALUE 0.
       01  PRODUCTO-DIGITO           PIC 9(2) VALUE 0.
       01  SUMA-DIGITOS              PIC 9(4) VALUE 0.
       01  COCIENTE-DIGITOS          PIC 9(4) VALUE 0.
       01  RESIDUO-DIGITOS           PIC 9(2) VALUE 0.
       01  DIGITO-CALCULADO          PIC 9(2) VALUE 0.

      * Cambio de divisas entre cuentas propias: la cotización y el
      * renglón de CAMBIOS.DAT viven en CAMBIO-REG. TASA-OPERACION
      * lleva a ESCRIBE-MOVIMIENTO la tasa aplicada a la pata en
      * divisa en lugar del fixing de la tabla, y se limpia sola
      * como REFERENCIA-MOVIMIENTO.
       01  FS-CAMBIOS                PIC X(2) VALUE "00".
           COPY CAMBIO.
       01  CLIENTE-CAMBIO            PIC 9(6) VALUE 0.
       01  MONTO-CAMBIO              PIC S9(7)V99 VALUE 0.
       01  CONFIRMA-CAMBIO           PIC X(1) VALUE SPACE.
       01  TASA-OPERACION            PIC 9(3)V9999 VALUE 0.

      * Folio consecutivo del movimiento por grabar, asignado por
      * el subprograma SIGUIENTE-FOLIO y estampado en la bitácora y
      * en el historial indexado.
       01  FOLIO-MOVIMIENTO        PIC 9(9) VALUE 0.

      * Disponible de la cuenta en turno contando su línea de
      * sobregiro (saldo menos retenido más la línea): contra él
      * validan retiros, comisión del retiro y transferencias.
       01  DISPONIBLE-CON-LINEA      PIC S9(8)V99 VALUE 0.
       01  LINEA-DISPUESTA           PIC S9(7)V99 VALUE 0.

      * Reglas de fraude vigentes: se siembran con los valores por
      * omisión y se sobreponen con FRAUDREG.DAT, igual que el
      * tarifario de comisiones. Una acción "N" apaga la regla.
       01  FS-FRAUDREG               PIC X(2) VALUE "00".
       01  FS-ALERTAS                PIC X(2) VALUE "00".
       01  FS-FALLOSNIP              PIC X(2) VALUE "00".
       01  FS-AUDITORIA              PIC X(2) VALUE "00".
       01  REGLA-VT-VENTANA          PIC 9(4) VALUE 10.
       01  REGLA-VT-ACCION           PIC X(1) VALUE "B".
       01  REGLA-FN-VENTANA          PIC 9(4) VALUE 10.
       01  REGLA-FN-CONTEO           PIC 9(3) VALUE 3.
       01  REGLA-FN-ACCION           PIC X(1) VALUE "B".
       01  REGLA-MM-CONTEO           PIC 9(3) VALUE 5.
       01  REGLA-MM-MULTIPLO         PIC 9(3)V9 VALUE 10.
       01  REGLA-MM-ACCION           PIC X(1) VALUE "D".

      * Tarjeta con que se autenticó la sesión (sólo con maestro de
      * tarjetas: sin él no hay plástico y las reglas no aplican).
       01  TARJETA-EN-SESION         PIC X(1) VALUE "N".
       01  TARJETA-SESION            PIC 9(16) VALUE 0.
      * Tarjeta renovada que entra por primera vez: se activa con el
      * primer NIP correcto y retira la anterior.
       01  TARJETA-PENDIENTE         PIC X(1) VALUE "N".
       01  TARJETA-RETIRADA          PIC 9(16) VALUE 0.
       01  CUENTA-TARJETA-NUEVA      PIC 9(6) VALUE 0.

      * Alerta por grabar: se arma aquí porque el barrido del
      * consecutivo pisa el área de registro de la FD.
       01  REGLA-DISPARADA           PIC X(1) VALUE "N".
       01  OPERACION-DECLINADA       PIC X(1) VALUE "N".
       01  ALERTA-NUEVA              PIC 9(6) VALUE 0.
       01  ALERTA-REGLA              PIC X(2) VALUE SPACES.
       01  ALERTA-ACCION             PIC X(1) VALUE SPACE.
       01  ALERTA-CUENTA             PIC 9(6) VALUE 0.
       01  ALERTA-TERMINAL-PREVIA    PIC X(4) VALUE SPACES.
       01  ALERTA-MINUTOS            PIC 9(4) VALUE 0.
       01  ALERTA-CONTEO             PIC 9(3) VALUE 0.
       01  ALERTA-MONTO              PIC 9(7)V99 VALUE 0.
       01  ALERTA-PROMEDIO           PIC 9(7)V99 VALUE 0.

      * Ventanas de tiempo: fecha y hora llevadas a minutos
      * absolutos para poder restarlas aunque crucen la medianoche.
       01  FECHA-MINUTOS             PIC 9(8) VALUE 0.
       01  HORA-MINUTOS              PIC 9(6) VALUE 0.
       01  HORA-MINUTOS-DESGLOSE REDEFINES HORA-MINUTOS.
           05 HMI-HORA               PIC 9(2).
           05 HMI-MINUTO             PIC 9(2).
           05 HMI-SEGUNDO            PIC 9(2).
       01  MINUTO-ABSOLUTO           PIC 9(10) VALUE 0.
       01  MINUTO-AHORA              PIC 9(10) VALUE 0.
       01  MINUTOS-TRANSCURRIDOS     PIC S9(10) VALUE 0.

      * Regla FN: barrido de los fallos recientes de la terminal.
       01  FALLOS-TERMINAL-EXISTE    PIC X(1) VALUE "N".
       01  SUB-FALLO                 PIC 9(2) VALUE 0.
       01  SUB-PREVIO                PIC 9(2) VALUE 0.
       01  TARJETAS-FALLIDAS         PIC 9(3) VALUE 0.
       01  TARJETA-REPETIDA          PIC X(1) VALUE "N".

      * Regla MM: tope del retiro contra el promedio de la tarjeta.
       01  MONTO-UMBRAL-MM           PIC 9(9)V99 VALUE 0.
       01  PERFIL-MAXIMO             PIC 9(3) VALUE 20.

       PROCEDURE DIVISION.
       EJERCICIO3.
           PERFORM CARGA-CONFIGURACION.
           PERFORM CARGA-TASAS.
           DIVIDE FECHA-HOY BY 100 GIVING MES-ACTUAL.
           PERFORM CARGA-COMISIONES.
           PERFORM CARGA-REGLAS-FRAUDE.

           DISPLAY "Bienvenido a Eduardo Bank".
           DISPLAY "1. INICIAR SESION  2. ABRIR CUENTA NUEVA".
           ACCEPT CTA-NOMBRE.
           DISPLAY "Moneda (MXN, USD o EUR): ".
           ACCEPT CTA-MONEDA.
           MOVE SPACES TO PRODUCTO-BASICO.
           STRING "B" CTA-MONEDA DELIMITED BY SIZE
              INTO PRODUCTO-BASICO.
           PERFORM PIDE-PRODUCTO-ALTA UNTIL ENTRADA-VALIDA = "S".
           MOVE "N" TO ENTRADA-VALIDA.
           MOVE PRODUCTO-ENTRADA TO CTA-PRODUCTO.
           DISPLAY "Depósito inicial: ".
           ACCEPT CTA-SALDO.

           END-IF.
           MOVE CLIENTE-NUM TO CTA-CLIENTE.

      * El límite diario nace con el del producto; sin producto en
      * el catálogo, con el general.
           IF PRC-HALLADO = "S" AND PRC-LIMITE-DIARIO > 0
              MOVE PRC-LIMITE-DIARIO TO CTA-LIMITE-DIARIO
           ELSE
              MOVE LIMITE-DIARIO-DEFAULT TO CTA-LIMITE-DIARIO
           END-IF.
           MOVE 0 TO CTA-RETIRADO-HOY.
           MOVE 0 TO CTA-FECHA-RETIRO.
           MOVE 0 TO CTA-INTENTOS-FALLOS.
           MOVE 0 TO CTA-MES-RETIROS.
           MOVE 0 TO CTA-MES-MANEJO.
           MOVE 0 TO CTA-RETENIDO.
      * La línea de sobregiro no se abre en el cajero: la autoriza
      * la consola de supervisión.
           MOVE 0 TO CTA-LINEA-SOBREGIRO.
           MOVE 0 TO CTA-TASA-SOBREGIRO.
           MOVE 0 TO CTA-EMBARGADO.

           WRITE CUENTA-REG
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
              END-WRITE
           END-IF.

      ******************************************************************
      * Producto de la cuenta nueva: en blanco se toma el básico de
      * la moneda. Se reintenta mientras el código no exista en el
      * catálogo o sea de otra moneda; el básico se acepta aunque el
      * área de productos todavía no lo registre, y entonces la
      * cuenta sigue las reglas generales.
      ******************************************************************
       PIDE-PRODUCTO-ALTA.
           DISPLAY "Producto (en blanco, el básico " PRODUCTO-BASICO
              "): ".
           ACCEPT PRODUCTO-ENTRADA.
           IF PRODUCTO-ENTRADA = SPACES
              MOVE PRODUCTO-BASICO TO PRODUCTO-ENTRADA
           END-IF.
           MOVE PRODUCTO-ENTRADA TO PRC-CODIGO.
           CALL "PRODUCTO-CUENTA" USING PRODUCTO-CUENTA-REG.
           IF PRC-HALLADO = "S"
              IF PRC-MONEDA NOT = CTA-MONEDA
                 DISPLAY "Ese producto es en " PRC-MONEDA
                    " y la cuenta en " CTA-MONEDA "."
                 MOVE "N" TO ENTRADA-VALIDA
              ELSE
                 DISPLAY "Producto: " PRC-DESCRIPCION
                 MOVE "S" TO ENTRADA-VALIDA
              END-IF
           ELSE
              IF PRODUCTO-ENTRADA = PRODUCTO-BASICO
                 MOVE "S" TO ENTRADA-VALIDA
              ELSE
                 DISPLAY "No existe ese producto."
                 MOVE "N" TO ENTRADA-VALIDA
              END-IF
           END-IF.

      ******************************************************************
      * Captura del NIP inicial de una cuenta nueva: se reintenta
      * hasta que lo tecleado sean exactamente 4 dígitos, para no

           MOVE 0 TO INTENTOS.
           MOVE "N" TO AUTENTICADO.
           MOVE "N" TO OPERACION-DECLINADA.

           PERFORM PIDE-CREDENCIALES THRU PIDE-CREDENCIALES-EXIT
              UNTIL AUTENTICADO = "S" OR INTENTOS >= 3.

           IF AUTENTICADO NOT = "S" AND OPERACION-DECLINADA NOT = "S"
              DISPLAY "Se agotaron los intentos. Cajero bloqueado."
           END-IF.

              MOVE "S" TO AUTENTICADO
              MOVE 0 TO CTA-INTENTOS-FALLOS
              REWRITE CUENTA-REG
              IF TARJETA-PENDIENTE = "S"
                 PERFORM ACTIVA-TARJETA-RENOVADA
                    THRU ACTIVA-TARJETA-RENOVADA-EXIT
              END-IF
              IF AUTENTICADO = "S"
                 PERFORM REVISA-VELOCIDAD-TARJETA
                    THRU REVISA-VELOCIDAD-TARJETA-EXIT
              END-IF
           ELSE
              DISPLAY "Cuenta o PIN incorrectos."
              ADD 1 TO INTENTOS
                 MOVE "S" TO CTA-BLOQUEADA
              END-IF
              REWRITE CUENTA-REG
              PERFORM REGISTRA-FALLO-NIP THRU REGISTRA-FALLO-NIP-EXIT
           END-IF.
       PIDE-CREDENCIALES-EXIT.
           EXIT.
      ******************************************************************
       PIDE-TARJETA.
           MOVE "N" TO TARJETA-VALIDA.
           MOVE "N" TO TARJETA-EN-SESION.
           MOVE "N" TO TARJETA-PENDIENTE.
           MOVE "00" TO FS-TARJETAS.
           OPEN INPUT TARJETAS-FILE.
           IF FS-TARJETAS NOT = "00"
              MOVE 3 TO INTENTOS
              GO TO PIDE-TARJETA-EXIT
           END-IF.
           IF TAR-ESTADO = "S"
              DISPLAY "Esta tarjeta fue sustituida por su "
                 "renovación; usa la tarjeta nueva."
              MOVE 3 TO INTENTOS
              GO TO PIDE-TARJETA-EXIT
           END-IF.
           IF TAR-VENCE < MES-ACTUAL
              DISPLAY "Esta tarjeta está vencida; pide su "
                 "reposición en tu sucursal."
              GO TO PIDE-TARJETA-EXIT
           END-IF.

           IF TAR-ESTADO = "P"
              MOVE "S" TO TARJETA-PENDIENTE
           END-IF.
           MOVE TAR-CUENTA TO CTA-NUMERO-ENTRADA.
           MOVE TAR-NUMERO TO TARJETA-SESION.
           MOVE "S" TO TARJETA-EN-SESION.
           MOVE "S" TO TARJETA-VALIDA.
       PIDE-TARJETA-EXIT.
           EXIT.

      ******************************************************************
      * Activación de la tarjeta renovada: el primer NIP correcto con
      * el plástico nuevo lo deja activo y retira el anterior como
      * sustituido. Si el anterior se bloqueó o se reportó después
      * de la renovación, el nuevo tampoco entra: lo resuelve la
      * sucursal. Sin maestro de tarjetas disponible la tarjeta
      * sigue pendiente y se activa en la siguiente visita.
      ******************************************************************
       ACTIVA-TARJETA-RENOVADA.
           MOVE "00" TO FS-TARJETAS.
           OPEN I-O TARJETAS-FILE.
           IF FS-TARJETAS NOT = "00" AND FS-TARJETAS NOT = "05"
              GO TO ACTIVA-TARJETA-RENOVADA-EXIT
           END-IF.
           MOVE TARJETA-SESION TO TAR-NUMERO.
           READ TARJETAS-FILE
              INVALID KEY
                 CLOSE TARJETAS-FILE
                 GO TO ACTIVA-TARJETA-RENOVADA-EXIT
           END-READ.
           IF TAR-ESTADO NOT = "P"
              CLOSE TARJETAS-FILE
              GO TO ACTIVA-TARJETA-RENOVADA-EXIT
           END-IF.
           MOVE TAR-ANTERIOR TO TARJETA-RETIRADA.
           MOVE TAR-CUENTA TO CUENTA-TARJETA-NUEVA.

           IF TARJETA-RETIRADA NOT = 0
              MOVE TARJETA-RETIRADA TO TAR-NUMERO
              READ TARJETAS-FILE
                 INVALID KEY MOVE 0 TO TARJETA-RETIRADA
              END-READ
           END-IF.
           IF TARJETA-RETIRADA NOT = 0
              IF TAR-ESTADO = "B" OR TAR-ESTADO = "R"
                 DISPLAY "La tarjeta que ésta renueva está bloqueada "
                    "o reportada; acude a tu sucursal."
                 CLOSE TARJETAS-FILE
                 MOVE "N" TO AUTENTICADO
                 MOVE "S" TO OPERACION-DECLINADA
                 MOVE 3 TO INTENTOS
                 GO TO ACTIVA-TARJETA-RENOVADA-EXIT
              END-IF
              MOVE "S" TO TAR-ESTADO
              REWRITE TARJETA-REG
           END-IF.

           MOVE TARJETA-SESION TO TAR-NUMERO.
           READ TARJETAS-FILE
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 MOVE "A" TO TAR-ESTADO
                 REWRITE TARJETA-REG
           END-READ.
           CLOSE TARJETAS-FILE.
           MOVE "N" TO TARJETA-PENDIENTE.
           IF TARJETA-RETIRADA NOT = 0
              PERFORM PASA-RENOVACION-COTITULAR
           END-IF.
           DISPLAY "Tu tarjeta nueva quedó activada; la anterior ya "
              "no opera.".
       ACTIVA-TARJETA-RENOVADA-EXIT.
           EXIT.

      * Si el plástico retirado era el de un cotitular, su renglón
      * en TITULARES.DAT pasa al plástico nuevo, como en la
      * reposición de la consola de supervisión.
       PASA-RENOVACION-COTITULAR.
           MOVE "00" TO FS-TITULARES.
           OPEN I-O TITULARES-FILE.
           IF FS-TITULARES = "00"
              MOVE CUENTA-TARJETA-NUEVA TO TIT-CUENTA
              START TITULARES-FILE KEY IS EQUAL TO TIT-CUENTA
                 INVALID KEY MOVE "10" TO FS-TITULARES
              END-START
              PERFORM REVISA-RENOVACION-COTITULAR
                 UNTIL FS-TITULARES = "10"
              CLOSE TITULARES-FILE
           END-IF.

       REVISA-RENOVACION-COTITULAR.
           READ TITULARES-FILE NEXT
              AT END MOVE "10" TO FS-TITULARES
           END-READ.
           IF FS-TITULARES NOT = "10"
              IF TIT-CUENTA NOT = CUENTA-TARJETA-NUEVA
                 MOVE "10" TO FS-TITULARES
              ELSE
                 IF TIT-TARJETA = TARJETA-RETIRADA
                    MOVE TARJETA-SESION TO TIT-TARJETA
                    REWRITE TITULAR-REG
                 END-IF
              END-IF
           END-IF.

      ******************************************************************
      * Autenticación del modo diferido: contra el corte de saldos
      * del último cierre, con el mismo CIFRA-NIP de siempre. Las
                 AND NIP-CIFRADO-TRABAJO = SNP-NIP-CIFRADO
              MOVE "S" TO AUTENTICADO
              MOVE SNP-CUENTA TO CUENTA-OFF-NUM
              IF TARJETA-PENDIENTE = "S"
                 PERFORM ACTIVA-TARJETA-RENOVADA
                    THRU ACTIVA-TARJETA-RENOVADA-EXIT
              END-IF
      * El disponible diferido parte del saldo MENOS lo retenido
      * por cheques en cámara y lo embargado: la falla del maestro
      * no libera lo que sigue sin confirmar ni lo asegurado.
              COMPUTE SALDO-DISPONIBLE-OFF =
                 SNP-SALDO - SNP-RETENIDO - SNP-EMBARGADO
              MOVE SNP-MONEDA TO MONEDA-OFF
           ELSE
              DISPLAY "Cuenta o PIN incorrectos."
           DISPLAY "4. DEPOSITAR        5. MINI ESTADO DE CUENTA".
           DISPLAY "6. TRANSFERIR       7. CAMBIAR NIP".
           DISPLAY "8. PLAZO FIJO       9. TRANSFERENCIA INTERBANC.".
           DISPLAY "10. PAGO DE SERVICIOS 11. CAMBIO DE DIVISAS".

           PERFORM PIDE-DECISION UNTIL ENTRADA-VALIDA = "S".
           MOVE "N" TO ENTRADA-VALIDA.
                        THRU CONTRATA-PLAZO-EXIT
              WHEN 9 PERFORM ENVIA-INTERBANCARIA
                        THRU ENVIA-INTERBANCARIA-EXIT
              WHEN 10 PERFORM PAGA-SERVICIO THRU PAGA-SERVICIO-EXIT
              WHEN 11 PERFORM CAMBIA-DIVISAS
                        THRU CAMBIA-DIVISAS-EXIT
              WHEN OTHER DISPLAY "Coloca un número válido"
           END-EVALUATE.


      ******************************************************************
      * Lee DECISION validando que lo tecleado sea numérico antes de
      * dejar pasar el dato a la lógica del menú. Una opción de un
      * dígito llega como "5 " y se recorre a "05", igual que en la
      * consola de supervisión.
      ******************************************************************
       PIDE-DECISION.
           ACCEPT DECISION-ENTRADA.
           IF DECISION-ENTRADA (2:1) = SPACE
              MOVE DECISION-ENTRADA (1:1) TO DECISION-ENTRADA (2:1)
              MOVE "0" TO DECISION-ENTRADA (1:1)
           END-IF.
           IF DECISION-ENTRADA IS NOT NUMERIC
              DISPLAY "Coloca un número válido"
              MOVE "N" TO ENTRADA-VALIDA
              DISPLAY "Tu saldo actual es de: " CTA-SALDO " " CTA-MONEDA
              DISPLAY "Equivalente en MXN: " SALDO-EQUIVALENTE
           END-IF.
           IF CTA-EMBARGADO > 0
              DISPLAY "Monto congelado por orden de autoridad: "
                 CTA-EMBARGADO
           END-IF.
           IF CTA-LINEA-SOBREGIRO > 0
              PERFORM CALCULA-DISPONIBLE-LINEA
              MOVE 0 TO LINEA-DISPUESTA
              IF CTA-SALDO < 0
                 COMPUTE LINEA-DISPUESTA = 0 - CTA-SALDO
              END-IF
              DISPLAY "Línea de sobregiro: " CTA-LINEA-SOBREGIRO
                 " Dispuesto: " LINEA-DISPUESTA
              DISPLAY "Disponible con línea: " DISPONIBLE-CON-LINEA
           END-IF.
           PERFORM GRABA-MOVIMIENTO-CONSULTA.

       DEPOSITAR-DINERO.
              MOVE 0 TO CTA-RETIRADO-HOY
           END-IF.

      * La regla de monto inusual se consulta antes que el saldo:
      * un retiro declinado por fraude no debe dar pistas sobre el
      * disponible de la cuenta.
           PERFORM REVISA-MONTO-INUSUAL THRU REVISA-MONTO-INUSUAL-EXIT.
           PERFORM CALCULA-DISPONIBLE-LINEA.
           IF OPERACION-DECLINADA = "S"
              DISPLAY "El retiro no se realizó."
           ELSE
              IF RETIRO > DISPONIBLE-CON-LINEA
                 DISPLAY "Saldo disponible insuficiente"
              ELSE
                 IF CTA-RETIRADO-HOY + RETIRO > CTA-LIMITE-DIARIO
                    DISPLAY "Esa operación excede tu límite diario"
                 ELSE
                    PERFORM VERIFICA-BILLETES
                    IF RETIRO-DISPENSABLE NOT = "S"
                       DISPLAY "El cajero no puede entregar ese monto"
                    ELSE
                       PERFORM ENTREGA-BILLETES
                       SUBTRACT RETIRO FROM CTA-SALDO
                       ADD RETIRO TO CTA-RETIRADO-HOY
                       PERFORM CUENTA-RETIRO-DEL-MES
                       REWRITE CUENTA-REG
                       PERFORM CONVIERTE-RETIRO-A-LOCAL
                       IF CTA-MONEDA = "MXN"
                          DISPLAY "Retiraste " RETIRO
                             " Tu saldo actual: " CTA-SALDO
                       ELSE
                          DISPLAY "Retiraste " RETIRO " " CTA-MONEDA
                             " Tu saldo actual: " CTA-SALDO
                          DISPLAY "Equivalente retirado en MXN: "
                             MONTO-EQUIVALENTE
                       END-IF
                       PERFORM GRABA-MOVIMIENTO-RETIRO
                       PERFORM ACTUALIZA-PERFIL-TARJETA
                          THRU ACTUALIZA-PERFIL-TARJETA-EXIT
                       PERFORM COBRA-COMISION-RETIRO
                    END-IF
                 END-IF
              END-IF
           END-IF.

      ******************************************************************
      * Reglas de fraude: sin FRAUDREG.DAT quedan las de omisión; por
      * regla gana el último renglón leído, como en el tarifario de
      * comisiones. Un renglón de regla desconocida se ignora.
      ******************************************************************
       CARGA-REGLAS-FRAUDE.
           MOVE "00" TO FS-FRAUDREG.
           OPEN INPUT FRAUDREG-FILE.
           IF FS-FRAUDREG = "00"
              PERFORM APLICA-REGLA-FRAUDE UNTIL FS-FRAUDREG = "10"
              CLOSE FRAUDREG-FILE
           END-IF.

       APLICA-REGLA-FRAUDE.
           READ FRAUDREG-FILE
              AT END MOVE "10" TO FS-FRAUDREG
           END-READ.
           IF FS-FRAUDREG NOT = "10"
              EVALUATE RFR-REGLA
                 WHEN "VT"
                    MOVE RFR-VENTANA TO REGLA-VT-VENTANA
                    MOVE RFR-ACCION TO REGLA-VT-ACCION
                 WHEN "FN"
                    MOVE RFR-VENTANA TO REGLA-FN-VENTANA
                    MOVE RFR-CONTEO TO REGLA-FN-CONTEO
                    MOVE RFR-ACCION TO REGLA-FN-ACCION
                 WHEN "MM"
                    MOVE RFR-CONTEO TO REGLA-MM-CONTEO
                    MOVE RFR-MULTIPLO TO REGLA-MM-MULTIPLO
                    MOVE RFR-ACCION TO REGLA-MM-ACCION
              END-EVALUATE
           END-IF.

      ******************************************************************
      * Regla VT, después de un NIP correcto: si el último uso de la
      * tarjeta fue en OTRA terminal hace menos de la ventana, el
      * plástico probablemente está clonado. El uso se sella siempre,
      * dispare o no la regla, para que la siguiente visita se mida
      * contra ésta.
      ******************************************************************
       REVISA-VELOCIDAD-TARJETA.
           MOVE "N" TO REGLA-DISPARADA.
           IF TARJETA-EN-SESION NOT = "S"
              GO TO REVISA-VELOCIDAD-TARJETA-EXIT
           END-IF.
           OPEN I-O TARJETAS-FILE.
           IF FS-TARJETAS NOT = "00" AND FS-TARJETAS NOT = "05"
              GO TO REVISA-VELOCIDAD-TARJETA-EXIT
           END-IF.
           MOVE TARJETA-SESION TO TAR-NUMERO.
           READ TARJETAS-FILE
              INVALID KEY
                 CLOSE TARJETAS-FILE
                 GO TO REVISA-VELOCIDAD-TARJETA-EXIT
           END-READ.

           PERFORM TOMA-MINUTO-AHORA.
           IF REGLA-VT-ACCION NOT = "N"
                 AND TAR-ULT-TERMINAL NOT = SPACES
                 AND TAR-ULT-TERMINAL NOT = TERMINAL-PROPIA
                 AND TAR-ULT-FECHA NOT = 0
              MOVE TAR-ULT-FECHA TO FECHA-MINUTOS
              MOVE TAR-ULT-HORA TO HORA-MINUTOS
              PERFORM CALCULA-MINUTO-ABSOLUTO
              COMPUTE MINUTOS-TRANSCURRIDOS =
                 MINUTO-AHORA - MINUTO-ABSOLUTO
              IF MINUTOS-TRANSCURRIDOS >= 0
                    AND MINUTOS-TRANSCURRIDOS < REGLA-VT-VENTANA
                 PERFORM PREPARA-ALERTA
                 MOVE "VT" TO ALERTA-REGLA
                 MOVE REGLA-VT-ACCION TO ALERTA-ACCION
                 MOVE TAR-ULT-TERMINAL TO ALERTA-TERMINAL-PREVIA
                 MOVE MINUTOS-TRANSCURRIDOS TO ALERTA-MINUTOS
              END-IF
           END-IF.

           MOVE TERMINAL-PROPIA TO TAR-ULT-TERMINAL.
           MOVE FECHA-HOY TO TAR-ULT-FECHA.
           MOVE HORA-ACTUAL TO TAR-ULT-HORA.
           REWRITE TARJETA-REG.
           CLOSE TARJETAS-FILE.

           IF REGLA-DISPARADA = "S"
              PERFORM APLICA-ACCION-FRAUDE
              IF OPERACION-DECLINADA = "S"
                 MOVE "N" TO AUTENTICADO
                 MOVE 3 TO INTENTOS
              END-IF
           END-IF.
       REVISA-VELOCIDAD-TARJETA-EXIT.
           EXIT.

      ******************************************************************
      * Regla FN, después de un NIP fallido: el fallo entra a la
      * lista de la terminal (los 20 más recientes) y se cuentan las
      * tarjetas DISTINTAS que fallaron dentro de la ventana. Un
      * cliente que se equivoca tres veces es una sola tarjeta; un
      * barrido de plásticos robados en el mismo cajero son muchas.
      ******************************************************************
       REGISTRA-FALLO-NIP.
           MOVE "N" TO REGLA-DISPARADA.
           IF TARJETA-EN-SESION NOT = "S" OR REGLA-FN-ACCION = "N"
              GO TO REGISTRA-FALLO-NIP-EXIT
           END-IF.
           OPEN I-O FALLOSNIP-FILE.
           IF FS-FALLOSNIP = "35"
              OPEN OUTPUT FALLOSNIP-FILE
              CLOSE FALLOSNIP-FILE
              OPEN I-O FALLOSNIP-FILE
           END-IF.
           IF FS-FALLOSNIP NOT = "00" AND FS-FALLOSNIP NOT = "05"
              GO TO REGISTRA-FALLO-NIP-EXIT
           END-IF.

           MOVE "S" TO FALLOS-TERMINAL-EXISTE.
           MOVE TERMINAL-PROPIA TO FTR-TERMINAL.
           READ FALLOSNIP-FILE
              INVALID KEY
                 MOVE "N" TO FALLOS-TERMINAL-EXISTE
                 PERFORM LIMPIA-FALLO
                    VARYING SUB-FALLO FROM 1 BY 1
                    UNTIL SUB-FALLO > 20
           END-READ.

           PERFORM RECORRE-FALLO
              VARYING SUB-FALLO FROM 20 BY -1
              UNTIL SUB-FALLO < 2.
           PERFORM TOMA-MINUTO-AHORA.
           MOVE TARJETA-SESION TO FTR-TARJETA (1).
           MOVE FECHA-HOY TO FTR-FECHA (1).
           MOVE HORA-ACTUAL TO FTR-HORA (1).

           MOVE 0 TO TARJETAS-FALLIDAS.
           PERFORM CUENTA-TARJETA-FALLIDA
              VARYING SUB-FALLO FROM 1 BY 1
              UNTIL SUB-FALLO > 20.

           IF FALLOS-TERMINAL-EXISTE = "S"
              REWRITE FALLOS-TERMINAL-REG
           ELSE
              WRITE FALLOS-TERMINAL-REG
           END-IF.
           CLOSE FALLOSNIP-FILE.

           IF REGLA-FN-CONTEO > 0
                 AND TARJETAS-FALLIDAS >= REGLA-FN-CONTEO
              PERFORM PREPARA-ALERTA
              MOVE "FN" TO ALERTA-REGLA
              MOVE REGLA-FN-ACCION TO ALERTA-ACCION
              MOVE TARJETAS-FALLIDAS TO ALERTA-CONTEO
              PERFORM APLICA-ACCION-FRAUDE
              IF OPERACION-DECLINADA = "S"
                 MOVE 3 TO INTENTOS
              END-IF
           END-IF.
       REGISTRA-FALLO-NIP-EXIT.
           EXIT.

       LIMPIA-FALLO.
           MOVE 0 TO FTR-TARJETA (SUB-FALLO).
           MOVE 0 TO FTR-FECHA (SUB-FALLO).
           MOVE 0 TO FTR-HORA (SUB-FALLO).

       RECORRE-FALLO.
           COMPUTE SUB-PREVIO = SUB-FALLO - 1.
           MOVE FTR-FALLO (SUB-PREVIO) TO FTR-FALLO (SUB-FALLO).

      * La lista va del fallo más reciente al más antiguo, así que
      * una tarjeta ya vista en un renglón anterior de la lista ya
      * quedó contada dentro de la ventana.
       CUENTA-TARJETA-FALLIDA.
           IF FTR-FECHA (SUB-FALLO) NOT = 0
              MOVE FTR-FECHA (SUB-FALLO) TO FECHA-MINUTOS
              MOVE FTR-HORA (SUB-FALLO) TO HORA-MINUTOS
              PERFORM CALCULA-MINUTO-ABSOLUTO
              COMPUTE MINUTOS-TRANSCURRIDOS =
                 MINUTO-AHORA - MINUTO-ABSOLUTO
              IF MINUTOS-TRANSCURRIDOS >= 0
                    AND MINUTOS-TRANSCURRIDOS < REGLA-FN-VENTANA
                 MOVE "N" TO TARJETA-REPETIDA
                 PERFORM BUSCA-TARJETA-REPETIDA
                    VARYING SUB-PREVIO FROM 1 BY 1
                    UNTIL SUB-PREVIO >= SUB-FALLO
                       OR TARJETA-REPETIDA = "S"
                 IF TARJETA-REPETIDA = "N"
                    ADD 1 TO TARJETAS-FALLIDAS
                 END-IF
              END-IF
           END-IF.

       BUSCA-TARJETA-REPETIDA.
           IF FTR-TARJETA (SUB-PREVIO) = FTR-TARJETA (SUB-FALLO)
              MOVE "S" TO TARJETA-REPETIDA
           END-IF.

      ******************************************************************
      * Regla MM, antes de validar el retiro: un monto mayor que el
      * múltiplo del retiro promedio de la tarjeta. Sólo aplica a
      * tarjetas con perfil suficiente; una tarjeta nueva no tiene
      * "monto habitual" contra qué comparar.
      ******************************************************************
       REVISA-MONTO-INUSUAL.
           MOVE "N" TO OPERACION-DECLINADA.
           MOVE "N" TO REGLA-DISPARADA.
           IF TARJETA-EN-SESION NOT = "S" OR REGLA-MM-ACCION = "N"
              GO TO REVISA-MONTO-INUSUAL-EXIT
           END-IF.
           MOVE "00" TO FS-TARJETAS.
           OPEN INPUT TARJETAS-FILE.
           IF FS-TARJETAS NOT = "00"
              GO TO REVISA-MONTO-INUSUAL-EXIT
           END-IF.
           MOVE TARJETA-SESION TO TAR-NUMERO.
           READ TARJETAS-FILE
              INVALID KEY
                 CLOSE TARJETAS-FILE
                 GO TO REVISA-MONTO-INUSUAL-EXIT
           END-READ.
           CLOSE TARJETAS-FILE.

           IF TAR-RETIRO-PROMEDIO = 0
                 OR TAR-RETIROS-PERFIL < REGLA-MM-CONTEO
              GO TO REVISA-MONTO-INUSUAL-EXIT
           END-IF.
           COMPUTE MONTO-UMBRAL-MM =
              TAR-RETIRO-PROMEDIO * REGLA-MM-MULTIPLO.
           IF RETIRO > MONTO-UMBRAL-MM
              PERFORM TOMA-MINUTO-AHORA
              PERFORM PREPARA-ALERTA
              MOVE "MM" TO ALERTA-REGLA
              MOVE REGLA-MM-ACCION TO ALERTA-ACCION
              MOVE RETIRO TO ALERTA-MONTO
              MOVE TAR-RETIRO-PROMEDIO TO ALERTA-PROMEDIO
              PERFORM APLICA-ACCION-FRAUDE
           END-IF.
       REVISA-MONTO-INUSUAL-EXIT.
           EXIT.

      ******************************************************************
      * Perfil de retiros de la tarjeta: promedio móvil de los
      * retiros entregados, con el número de retiros topado para que
      * el promedio siga los hábitos recientes del cliente.
      ******************************************************************
       ACTUALIZA-PERFIL-TARJETA.
           IF TARJETA-EN-SESION NOT = "S"
              GO TO ACTUALIZA-PERFIL-TARJETA-EXIT
           END-IF.
           OPEN I-O TARJETAS-FILE.
           IF FS-TARJETAS NOT = "00" AND FS-TARJETAS NOT = "05"
              GO TO ACTUALIZA-PERFIL-TARJETA-EXIT
           END-IF.
           MOVE TARJETA-SESION TO TAR-NUMERO.
           READ TARJETAS-FILE
              INVALID KEY
                 CLOSE TARJETAS-FILE
                 GO TO ACTUALIZA-PERFIL-TARJETA-EXIT
           END-READ.
           IF TAR-RETIROS-PERFIL < PERFIL-MAXIMO
              ADD 1 TO TAR-RETIROS-PERFIL
           END-IF.
           COMPUTE TAR-RETIRO-PROMEDIO ROUNDED =
              TAR-RETIRO-PROMEDIO
              + (RETIRO - TAR-RETIRO-PROMEDIO) / TAR-RETIROS-PERFIL.
           REWRITE TARJETA-REG.
           CLOSE TARJETAS-FILE.
       ACTUALIZA-PERFIL-TARJETA-EXIT.
           EXIT.

      ******************************************************************
      * Disparo de una regla: la alerta siempre se graba; con acción
      * D o B la operación se declina y queda en AUDITSUP.DAT, y con
      * B además se bloquea la tarjeta. Al cliente no se le dice qué
      * regla disparó.
      ******************************************************************
       PREPARA-ALERTA.
           MOVE "S" TO REGLA-DISPARADA.
           MOVE CTA-NUMERO TO ALERTA-CUENTA.
           MOVE SPACES TO ALERTA-TERMINAL-PREVIA.
           MOVE 0 TO ALERTA-MINUTOS.
           MOVE 0 TO ALERTA-CONTEO.
           MOVE 0 TO ALERTA-MONTO.
           MOVE 0 TO ALERTA-PROMEDIO.

       APLICA-ACCION-FRAUDE.
           PERFORM GRABA-ALERTA-FRAUDE THRU GRABA-ALERTA-FRAUDE-EXIT.
           IF ALERTA-ACCION = "D" OR ALERTA-ACCION = "B"
              MOVE "S" TO OPERACION-DECLINADA
              IF ALERTA-ACCION = "B"
                 PERFORM BLOQUEA-TARJETA-FRAUDE
                 MOVE "N" TO SESION-ACTIVA
              END-IF
              PERFORM GRABA-AUDITORIA-FRAUDE
              DISPLAY "Operación no autorizada; comunícate con tu "
                 "banco o acude a tu sucursal."
           END-IF.

       BLOQUEA-TARJETA-FRAUDE.
           OPEN I-O TARJETAS-FILE.
           IF FS-TARJETAS = "00" OR FS-TARJETAS = "05"
              MOVE TARJETA-SESION TO TAR-NUMERO
              READ TARJETAS-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF TAR-ESTADO = "A"
                       MOVE "B" TO TAR-ESTADO
                       REWRITE TARJETA-REG
                    END-IF
              END-READ
              CLOSE TARJETAS-FILE
           END-IF.

      ******************************************************************
      * Alta de la alerta con el siguiente consecutivo, como la cola
      * de aprobaciones de la consola de supervisión.
      ******************************************************************
       GRABA-ALERTA-FRAUDE.
           OPEN I-O ALERTAS-FILE.
           IF FS-ALERTAS = "35"
              OPEN OUTPUT ALERTAS-FILE
              CLOSE ALERTAS-FILE
              OPEN I-O ALERTAS-FILE
           END-IF.
           IF FS-ALERTAS NOT = "00" AND FS-ALERTAS NOT = "05"
              GO TO GRABA-ALERTA-FRAUDE-EXIT
           END-IF.

           MOVE 0 TO ALERTA-NUEVA.
           MOVE 0 TO ALF-NUMERO.
           START ALERTAS-FILE KEY IS NOT LESS THAN ALF-NUMERO
              INVALID KEY MOVE "10" TO FS-ALERTAS
           END-START.
           PERFORM REVISA-NUMERO-ALERTA UNTIL FS-ALERTAS = "10".
           MOVE "00" TO FS-ALERTAS.
           ADD 1 TO ALERTA-NUEVA.

           MOVE ALERTA-NUEVA TO ALF-NUMERO.
           MOVE ALERTA-REGLA TO ALF-REGLA.
           MOVE ALERTA-ACCION TO ALF-ACCION.
           MOVE TARJETA-SESION TO ALF-TARJETA.
           MOVE ALERTA-CUENTA TO ALF-CUENTA.
           MOVE TERMINAL-PROPIA TO ALF-TERMINAL.
           MOVE ALERTA-TERMINAL-PREVIA TO ALF-TERMINAL-PREVIA.
           MOVE ALERTA-MINUTOS TO ALF-MINUTOS.
           MOVE ALERTA-CONTEO TO ALF-CONTEO.
           MOVE ALERTA-MONTO TO ALF-MONTO.
           MOVE ALERTA-PROMEDIO TO ALF-PROMEDIO.
           MOVE FECHA-HOY TO ALF-FECHA.
           MOVE HORA-ACTUAL TO ALF-HORA.
           MOVE "P" TO ALF-ESTADO.
           MOVE 0 TO ALF-SUPERVISOR.
           MOVE SPACES TO ALF-RAZON.
           MOVE 0 TO ALF-FECHA-REV.
           MOVE 0 TO ALF-HORA-REV.
           WRITE ALERTA-FRAUDE-REG.
           CLOSE ALERTAS-FILE.
       GRABA-ALERTA-FRAUDE-EXIT.
           EXIT.

       REVISA-NUMERO-ALERTA.
           READ ALERTAS-FILE NEXT
              AT END MOVE "10" TO FS-ALERTAS
           END-READ.
           IF FS-ALERTAS NOT = "10"
              IF ALF-NUMERO > ALERTA-NUEVA
                 MOVE ALF-NUMERO TO ALERTA-NUEVA
              END-IF
           END-IF.

      * Rastro de la declinación en la auditoría de supervisión, sin
      * supervisor (la decidió el cajero) y con la regla como razón.
       GRABA-AUDITORIA-FRAUDE.
           MOVE 0 TO AUD-SUPERVISOR.
           MOVE "F" TO AUD-ACCION (1:1).
           MOVE ALERTA-ACCION TO AUD-ACCION (2:1).
           MOVE ALERTA-CUENTA TO AUD-CUENTA.
           MOVE ALERTA-MONTO TO AUD-LIMITE-NUEVO.
           MOVE ALERTA-REGLA TO AUD-RAZON.
           MOVE FECHA-HOY TO AUD-FECHA.
           MOVE HORA-ACTUAL TO AUD-HORA.
           OPEN EXTEND AUDITORIA-FILE.
           IF FS-AUDITORIA = "35"
              OPEN OUTPUT AUDITORIA-FILE
           END-IF.
           WRITE AUDITORIA-REG.
           CLOSE AUDITORIA-FILE.

      ******************************************************************
      * Fecha y hora llevadas a minutos absolutos (días desde la
      * fecha base por 1440 más los minutos del día), para medir
      * ventanas que cruzan la medianoche.
      ******************************************************************
       TOMA-MINUTO-AHORA.
           ACCEPT HORA-ACTUAL FROM TIME.
           MOVE FECHA-HOY TO FECHA-MINUTOS.
           MOVE HORA-ACTUAL TO HORA-MINUTOS.
           PERFORM CALCULA-MINUTO-ABSOLUTO.
           MOVE MINUTO-ABSOLUTO TO MINUTO-AHORA.

       CALCULA-MINUTO-ABSOLUTO.
           COMPUTE MINUTO-ABSOLUTO =
              FUNCTION INTEGER-OF-DATE (FECHA-MINUTOS) * 1440
              + HMI-HORA * 60 + HMI-MINUTO.

      ******************************************************************
      * Contador de retiros del mes para la comisión: al cambiar el
      * mes el contador arranca de cero, igual que el acumulado

      ******************************************************************
      * Comisión por retiro: aplica a partir del retiro que excede
      * las operaciones libres del mes (las del producto de la
      * cuenta, o las del renglón "RE" si la cuenta no tiene
      * producto en el catálogo), se muestra al cliente en el
      * momento y queda en la bitácora con su propio código "CM"
      * para que el cierre y el extracto contable la cuenten como
      * ingreso por comisiones. Si el disponible (con la línea de
      * sobregiro, si la hay) ya no alcanza para la comisión, no se
      * cobra: el retiro ya salió.
      ******************************************************************
       COBRA-COMISION-RETIRO.
           MOVE CTA-PRODUCTO TO PRC-CODIGO.
           CALL "PRODUCTO-CUENTA" USING PRODUCTO-CUENTA-REG.
           IF PRC-HALLADO = "S"
              MOVE PRC-OPS-LIBRES TO RETIROS-LIBRES-CUENTA
           ELSE
              MOVE RETIROS-LIBRES TO RETIROS-LIBRES-CUENTA
           END-IF.
           IF COMISION-RETIRO > 0
                 AND CTA-RETIROS-MES > RETIROS-LIBRES-CUENTA
              PERFORM CALCULA-DISPONIBLE-LINEA
              IF COMISION-RETIRO > DISPONIBLE-CON-LINEA
                 DISPLAY "Este retiro causa comisión de "
                    COMISION-RETIRO " pero tu saldo disponible no "
                    "alcanza para cobrarla."
              END-IF
           END-IF.

      ******************************************************************
      * Disponible para cargos del cliente: saldo menos lo retenido
      * por cheques en cámara y lo congelado por órdenes de
      * autoridad, más la línea de sobregiro autorizada (cero si la
      * cuenta no tiene línea).
      ******************************************************************
       CALCULA-DISPONIBLE-LINEA.
           COMPUTE DISPONIBLE-CON-LINEA =
              CTA-SALDO - CTA-RETENIDO - CTA-EMBARGADO
              + CTA-LINEA-SOBREGIRO.

      ******************************************************************
      * Transferencia entre cuentas del banco: carga a la cuenta del
      * cliente autenticado y abona a la cuenta destino en la misma
           PERFORM PIDE-TRANSFERENCIA UNTIL ENTRADA-VALIDA = "S".
           MOVE "N" TO ENTRADA-VALIDA.

           PERFORM CALCULA-DISPONIBLE-LINEA.
           IF TRANSFERENCIA > DISPONIBLE-CON-LINEA
              DISPLAY "Saldo disponible insuficiente"
              GO TO TRANSFERIR-DINERO-EXIT
           END-IF.
           PERFORM PIDE-MONTO-PLAZO UNTIL ENTRADA-VALIDA = "S".
           MOVE "N" TO ENTRADA-VALIDA.

           IF MONTO-PLAZO > CTA-SALDO - CTA-RETENIDO - CTA-EMBARGADO
              DISPLAY "Saldo disponible insuficiente"
              GO TO CONTRATA-PLAZO-EXIT
           END-IF.
              UNTIL ENTRADA-VALIDA = "S".
           MOVE "N" TO ENTRADA-VALIDA.

           IF ENVIO-INTERBANCARIO >
                 CTA-SALDO - CTA-RETENIDO - CTA-EMBARGADO
              DISPLAY "Saldo disponible insuficiente"
              GO TO ENVIA-INTERBANCARIA-EXIT
           END-IF.
              MOVE "S" TO ENTRADA-VALIDA
           END-IF.

      ******************************************************************
      * Pago de servicios: el cliente escoge la emisora por su
      * código y captura la referencia del recibo, que se valida
      * contra la regla de la emisora antes de pedir el monto. El
      * pago ("PS") y la comisión de la emisora ("CM") validan
      * juntos contra el disponible con línea, igual que una
      * transferencia. El pago queda pendiente en PAGOSERV.DAT con
      * el folio de su movimiento; el lote RemesaServicios.cbl lo
      * remite a la emisora y abona su cuenta liquidadora.
      ******************************************************************
       PAGA-SERVICIO.
           IF CTA-MONEDA NOT = "MXN"
              DISPLAY "El pago de servicios sólo se hace desde "
                 "cuentas en pesos."
              GO TO PAGA-SERVICIO-EXIT
           END-IF.

           DISPLAY "Código de la emisora (4 dígitos): ".
           ACCEPT EMISORA-ENTRADA.
           IF EMISORA-ENTRADA IS NOT NUMERIC
              DISPLAY "Captura un código de emisora válido."
              GO TO PAGA-SERVICIO-EXIT
           END-IF.
           PERFORM LEE-EMISORA.
           IF EMISORA-VALIDA NOT = "S"
              GO TO PAGA-SERVICIO-EXIT
           END-IF.

           DISPLAY "Pago a " NOMBRE-EMISORA.
           DISPLAY "Referencia del recibo (" LONGITUD-REFERENCIA
              " posiciones): ".
           MOVE SPACES TO REFERENCIA-SERVICIO.
           ACCEPT REFERENCIA-SERVICIO.
           PERFORM VALIDA-REFERENCIA-SERVICIO
              THRU VALIDA-REFERENCIA-SERVICIO-EXIT.
           IF REFERENCIA-VALIDA NOT = "S"
              DISPLAY "La referencia no es válida para esta emisora."
              GO TO PAGA-SERVICIO-EXIT
           END-IF.

           DISPLAY "¿Cuánto vas a pagar?".
           PERFORM PIDE-PAGO-SERVICIO UNTIL ENTRADA-VALIDA = "S".
           MOVE "N" TO ENTRADA-VALIDA.

           PERFORM CALCULA-DISPONIBLE-LINEA.
           IF PAGO-SERVICIO + COMISION-SERVICIO > DISPONIBLE-CON-LINEA
              DISPLAY "Saldo disponible insuficiente"
              GO TO PAGA-SERVICIO-EXIT
           END-IF.

           ACCEPT HORA-ACTUAL FROM TIME.
           SUBTRACT PAGO-SERVICIO FROM CTA-SALDO.
           REWRITE CUENTA-REG.
           PERFORM GRABA-MOVIMIENTO-SERVICIO.
           PERFORM GRABA-PAGO-SERVICIO.
           DISPLAY "Pagaste " PAGO-SERVICIO " a " NOMBRE-EMISORA.
           DISPLAY "Referencia: " REFERENCIA-SERVICIO.

           IF COMISION-SERVICIO > 0
              SUBTRACT COMISION-SERVICIO FROM CTA-SALDO
              REWRITE CUENTA-REG
              DISPLAY "Comisión por el pago: " COMISION-SERVICIO
              PERFORM GRABA-MOVIMIENTO-COMISION-SERV
           END-IF.
           DISPLAY "Tu saldo actual: " CTA-SALDO.
       PAGA-SERVICIO-EXIT.
           EXIT.

      * Sin catálogo, emisora inexistente o inactiva: no hay pago.
       LEE-EMISORA.
           MOVE "N" TO EMISORA-VALIDA.
           OPEN INPUT EMISORAS-FILE.
           IF FS-EMISORAS NOT = "00"
              DISPLAY "El pago de servicios no está disponible."
           ELSE
              MOVE EMISORA-ENTRADA TO EMI-CODIGO
              READ EMISORAS-FILE
                 INVALID KEY
                    DISPLAY "No existe esa emisora."
                 NOT INVALID KEY
                    IF EMI-ACTIVA NOT = "S"
                       DISPLAY "Esa emisora no está recibiendo pagos."
                    ELSE
                       MOVE "S" TO EMISORA-VALIDA
                       MOVE EMI-CODIGO TO CODIGO-EMISORA
                       MOVE EMI-NOMBRE TO NOMBRE-EMISORA
                       MOVE EMI-LONGITUD-REF TO LONGITUD-REFERENCIA
                       MOVE EMI-DIGITO TO DIGITO-EMISORA
                       MOVE EMI-COMISION TO COMISION-SERVICIO
                    END-IF
              END-READ
              CLOSE EMISORAS-FILE
           END-IF.

      ******************************************************************
      * La referencia debe tener exactamente el largo de la emisora
      * (sin espacios intermedios). Con regla D u O es toda numérica
      * y su última posición es el dígito verificador de las
      * anteriores, pesadas desde la derecha: módulo 10 con pesos 2
      * y 1 sumando los dígitos de cada producto, o módulo 11 con
      * pesos 2 a 7, donde un resultado de 10 u 11 vale 0.
      ******************************************************************
       VALIDA-REFERENCIA-SERVICIO.
           MOVE "N" TO REFERENCIA-VALIDA.
           MOVE 0 TO LONGITUD-CAPTURADA.
           INSPECT REFERENCIA-SERVICIO TALLYING LONGITUD-CAPTURADA
              FOR CHARACTERS BEFORE INITIAL SPACE.
           IF LONGITUD-CAPTURADA NOT = LONGITUD-REFERENCIA
              GO TO VALIDA-REFERENCIA-SERVICIO-EXIT
           END-IF.
           IF DIGITO-EMISORA = "N"
              MOVE "S" TO REFERENCIA-VALIDA
              GO TO VALIDA-REFERENCIA-SERVICIO-EXIT
           END-IF.
           IF REFERENCIA-SERVICIO (1:LONGITUD-REFERENCIA)
                 IS NOT NUMERIC
              GO TO VALIDA-REFERENCIA-SERVICIO-EXIT
           END-IF.

           MOVE 0 TO SUMA-DIGITOS.
           MOVE 2 TO PESO-DIGITO.
           COMPUTE SUB-REFERENCIA = LONGITUD-REFERENCIA - 1.
           PERFORM SUMA-DIGITO-REFERENCIA UNTIL SUB-REFERENCIA = 0.

           IF DIGITO-EMISORA = "D"
              DIVIDE SUMA-DIGITOS BY 10 GIVING COCIENTE-DIGITOS
                 REMAINDER RESIDUO-DIGITOS
              COMPUTE DIGITO-CALCULADO = 10 - RESIDUO-DIGITOS
              IF DIGITO-CALCULADO = 10
                 MOVE 0 TO DIGITO-CALCULADO
              END-IF
           ELSE
              DIVIDE SUMA-DIGITOS BY 11 GIVING COCIENTE-DIGITOS
                 REMAINDER RESIDUO-DIGITOS
              COMPUTE DIGITO-CALCULADO = 11 - RESIDUO-DIGITOS
              IF DIGITO-CALCULADO > 9
                 MOVE 0 TO DIGITO-CALCULADO
              END-IF
           END-IF.

           IF DIGITO-CALCULADO = REF-DIGITO (LONGITUD-REFERENCIA)
              MOVE "S" TO REFERENCIA-VALIDA
           END-IF.
       VALIDA-REFERENCIA-SERVICIO-EXIT.
           EXIT.

       SUMA-DIGITO-REFERENCIA.
           COMPUTE PRODUCTO-DIGITO =
              REF-DIGITO (SUB-REFERENCIA) * PESO-DIGITO.
           IF DIGITO-EMISORA = "D"
              IF PRODUCTO-DIGITO > 9
                 SUBTRACT 9 FROM PRODUCTO-DIGITO
              END-IF
              IF PESO-DIGITO = 2
                 MOVE 1 TO PESO-DIGITO
              ELSE
                 MOVE 2 TO PESO-DIGITO
              END-IF
           ELSE
              IF PESO-DIGITO = 7
                 MOVE 2 TO PESO-DIGITO
              ELSE
                 ADD 1 TO PESO-DIGITO
              END-IF
           END-IF.
           ADD PRODUCTO-DIGITO TO SUMA-DIGITOS.
           SUBTRACT 1 FROM SUB-REFERENCIA.

       PIDE-PAGO-SERVICIO.
           ACCEPT PAGO-SERVICIO.
           IF PAGO-SERVICIO IS NOT NUMERIC OR PAGO-SERVICIO <= 0
              DISPLAY "Coloca un número válido"
              MOVE "N" TO ENTRADA-VALIDA
           ELSE
              MOVE "S" TO ENTRADA-VALIDA
           END-IF.

      * El pago queda con la llave emisora + folio del movimiento
      * "PS" recién grabado, pendiente de remitir.
       GRABA-PAGO-SERVICIO.
           MOVE CODIGO-EMISORA TO PSV-EMISORA.
           MOVE MOV-FOLIO TO PSV-FOLIO.
           MOVE REFERENCIA-SERVICIO TO PSV-REFERENCIA.
           MOVE CTA-NUMERO TO PSV-CUENTA.
           MOVE PAGO-SERVICIO TO PSV-MONTO.
           MOVE COMISION-SERVICIO TO PSV-COMISION.
           MOVE FECHA-HOY TO PSV-FECHA.
           MOVE HORA-ACTUAL TO PSV-HORA.
           MOVE TERMINAL-PROPIA TO PSV-TERMINAL.
           MOVE "P" TO PSV-ESTADO.
           MOVE 0 TO PSV-FECHA-REMESA.
           MOVE SPACES TO PSV-MOTIVO.
           OPEN I-O PAGOSERV-FILE.
           IF FS-PAGOSERV = "35"
              OPEN OUTPUT PAGOSERV-FILE
              CLOSE PAGOSERV-FILE
              OPEN I-O PAGOSERV-FILE
           END-IF.
           WRITE PAGOSERV-REG
              INVALID KEY
                 DISPLAY "Aviso: el pago ya estaba registrado."
           END-WRITE.
           CLOSE PAGOSERV-FILE.

      ******************************************************************
      * Cambio de divisas entre dos cuentas del mismo cliente: de la
      * cuenta autenticada (origen) a otra cuenta suya en la otra
      * moneda, siempre entre pesos y una divisa. Como en la
      * transferencia, la destino se valida primero en el área de
      * la FD y después se vuelve a leer la propia. La cotización
      * sale de COTIZA-CAMBIO y el cliente la confirma antes de
      * postear; el cargo valida contra el disponible con línea.
      ******************************************************************
       CAMBIA-DIVISAS.
           MOVE CTA-NUMERO TO CUENTA-PROPIA-NUM.
           MOVE CTA-CLIENTE TO CLIENTE-CAMBIO.
           DISPLAY "Cuenta destino del cambio (6 dígitos): ".
           ACCEPT CUENTA-DESTINO-ENTRADA.
           IF CUENTA-DESTINO-ENTRADA IS NOT NUMERIC
              DISPLAY "Coloca un número de cuenta válido"
              GO TO CAMBIA-DIVISAS-EXIT
           END-IF.
           MOVE CUENTA-DESTINO-ENTRADA TO CUENTA-DESTINO-NUM.
           IF CUENTA-DESTINO-NUM = CUENTA-PROPIA-NUM
              DISPLAY "La cuenta destino no puede ser la misma cuenta"
              GO TO CAMBIA-DIVISAS-EXIT
           END-IF.

           MOVE CUENTA-DESTINO-NUM TO CTA-NUMERO.
           READ CUENTAS-FILE
              INVALID KEY
                 DISPLAY "No existe la cuenta destino."
                 PERFORM RELEE-CUENTA-PROPIA
                 GO TO CAMBIA-DIVISAS-EXIT
           END-READ.
           MOVE CTA-MONEDA TO MONEDA-DESTINO.
           IF CTA-ESTADO = "C"
              DISPLAY "La cuenta destino está cerrada."
              PERFORM RELEE-CUENTA-PROPIA
              GO TO CAMBIA-DIVISAS-EXIT
           END-IF.
           IF CTA-CLIENTE NOT = CLIENTE-CAMBIO OR CLIENTE-CAMBIO = 0
              DISPLAY "El cambio sólo es entre cuentas del mismo "
                 "cliente."
              PERFORM RELEE-CUENTA-PROPIA
              GO TO CAMBIA-DIVISAS-EXIT
           END-IF.
           PERFORM RELEE-CUENTA-PROPIA.

           IF MONEDA-DESTINO = CTA-MONEDA
              DISPLAY "Las dos cuentas manejan la misma moneda; "
                 "usa la transferencia."
              GO TO CAMBIA-DIVISAS-EXIT
           END-IF.

           DISPLAY "¿Cuánto quieres cambiar (en " CTA-MONEDA ")?".
           PERFORM PIDE-CAMBIO UNTIL ENTRADA-VALIDA = "S".
           MOVE "N" TO ENTRADA-VALIDA.

           MOVE FECHA-HOY TO CMB-FECHA.
           MOVE CLIENTE-CAMBIO TO CMB-CLIENTE.
           MOVE CUENTA-PROPIA-NUM TO CMB-CUENTA-ORIGEN.
           MOVE CTA-MONEDA TO CMB-MONEDA-ORIGEN.
           MOVE MONTO-CAMBIO TO CMB-MONTO-SOLICITADO.
           MOVE CUENTA-DESTINO-NUM TO CMB-CUENTA-DESTINO.
           MOVE MONEDA-DESTINO TO CMB-MONEDA-DESTINO.
           CALL "COTIZA-CAMBIO" USING CAMBIO-REG.
           IF CMB-LADO = SPACE
              DISPLAY "No hay cotización para cambiar " CTA-MONEDA
                 " a " MONEDA-DESTINO "."
              GO TO CAMBIA-DIVISAS-EXIT
           END-IF.
           IF CMB-MONTO-DESTINO = 0 OR CMB-MONTO-ORIGEN = 0
              DISPLAY "El monto es demasiado pequeño para cambiarse."
              GO TO CAMBIA-DIVISAS-EXIT
           END-IF.

           DISPLAY "Tipo de cambio: " CMB-TASA-APLICADA
              " MXN por " CMB-DIVISA.
           DISPLAY "Se cargan " CMB-MONTO-ORIGEN " " CTA-MONEDA
              " y se abonan " CMB-MONTO-DESTINO " " MONEDA-DESTINO.
           DISPLAY "¿Confirmas el cambio? (S/N): ".
           ACCEPT CONFIRMA-CAMBIO.
           IF CONFIRMA-CAMBIO NOT = "S" AND CONFIRMA-CAMBIO NOT = "s"
              DISPLAY "Cambio cancelado."
              GO TO CAMBIA-DIVISAS-EXIT
           END-IF.

           PERFORM CALCULA-DISPONIBLE-LINEA.
           IF CMB-MONTO-ORIGEN > DISPONIBLE-CON-LINEA
              DISPLAY "Saldo disponible insuficiente"
              GO TO CAMBIA-DIVISAS-EXIT
           END-IF.

           ACCEPT HORA-ACTUAL FROM TIME.
           SUBTRACT CMB-MONTO-ORIGEN FROM CTA-SALDO.
           REWRITE CUENTA-REG.
           PERFORM GRABA-MOVIMIENTO-CAMBIO-CARGO.
           MOVE MOV-FOLIO TO CMB-FOLIO-CARGO.

           MOVE CUENTA-DESTINO-NUM TO CTA-NUMERO.
           READ CUENTAS-FILE.
           ADD CMB-MONTO-DESTINO TO CTA-SALDO.
           REWRITE CUENTA-REG.
           PERFORM GRABA-MOVIMIENTO-CAMBIO-ABONO.
           MOVE MOV-FOLIO TO CMB-FOLIO-ABONO.
           PERFORM GRABA-CAMBIO.
           PERFORM RELEE-CUENTA-PROPIA.
           DISPLAY "Cambiaste " CMB-MONTO-ORIGEN " " CTA-MONEDA
              ". Tu saldo actual: " CTA-SALDO.
       CAMBIA-DIVISAS-EXIT.
           EXIT.

       PIDE-CAMBIO.
           ACCEPT MONTO-CAMBIO.
           IF MONTO-CAMBIO IS NOT NUMERIC OR MONTO-CAMBIO <= 0
              DISPLAY "Coloca un número válido"
              MOVE "N" TO ENTRADA-VALIDA
           ELSE
              MOVE "S" TO ENTRADA-VALIDA
           END-IF.

       GRABA-CAMBIO.
           MOVE HORA-ACTUAL TO CMB-HORA.
           MOVE TERMINAL-PROPIA TO CMB-TERMINAL.
           OPEN EXTEND CAMBIOS-FILE.
           IF FS-CAMBIOS = "35"
              OPEN OUTPUT CAMBIOS-FILE
           END-IF.
           WRITE CAMBIO-LINEA FROM CAMBIO-REG.
           CLOSE CAMBIOS-FILE.

      ******************************************************************
      * Vuelve a dejar en el área de registro la cuenta del cliente
      * autenticado, después de haber usado esa misma área para leer
           MOVE 0 TO BIL-DISPENSADOS-HOY (IDX-BIL).

      ******************************************************************
      * Sesión de supervisor: arqueo obligatorio de las charolas y
      * después carga o retiro de billetes por denominación. Cada
      * ajuste queda grabado en RECARGAS.DAT con la clave del
      * supervisor, el tipo (C=carga, R=retiro), la denominación, la
      * cantidad, la fecha y hora y la terminal, para poder cuadrar
      * la charola contra el sistema.
      ******************************************************************
       ATIENDE-SUPERVISOR.
           PERFORM FIRMA-SUPERVISOR-CAJERO
           IF SUPERVISOR-FIRMADO NOT = "S"
              DISPLAY "Clave o NIP de supervisor incorrectos."
           ELSE
              PERFORM ARQUEA-BILLETES THRU ARQUEA-BILLETES-EXIT
              DISPLAY "1. CARGAR BILLETES  2. RETIRAR BILLETES"
              PERFORM PIDE-OPCION-SUPERVISOR
                 UNTIL ENTRADA-VALIDA = "S"
       FIRMA-SUPERVISOR-CAJERO-EXIT.
           EXIT.

      ******************************************************************
      * Arqueo de las charolas. El supervisor cuenta los billetes de
      * cada denominación y confirma el conteo (si no, cuenta de
      * nuevo). Lo contado se compara por denominación contra los
      * libros y en pesos contra la posición esperada desde el
      * arqueo anterior; el sobrante o faltante (contra lo esperado,
      * o contra libros en el primer arqueo de la terminal) queda en
      * ARQUEOS.DAT para la contabilidad y el reporte de arqueos, y
      * los libros se igualan a lo contado antes de la carga o el
      * retiro.
      ******************************************************************
       ARQUEA-BILLETES.
           DISPLAY "ARQUEO: captura los billetes contados en las "
              "charolas.".
           MOVE "N" TO ARQUEO-CONFIRMADO.
           PERFORM CUENTA-CHAROLAS UNTIL ARQUEO-CONFIRMADO = "S".

           ACCEPT HORA-ACTUAL FROM TIME.
           MOVE TERMINAL-PROPIA TO PSE-TERMINAL.
           MOVE NOMBRE-BITACORA TO PSE-BITACORA.
           MOVE FECHA-HOY TO PSE-FECHA.
           CALL "POSICION-ESPERADA" USING POSICION-ESPERADA-REG.

           MOVE 0 TO VALOR-LIBROS.
           PERFORM COMPARA-DENOMINACION
              VARYING IDX-BIL FROM 1 BY 1 UNTIL IDX-BIL > 4.
           COMPUTE DIFERENCIA-LIBROS = VALOR-CONTADO - VALOR-LIBROS.
           MOVE VALOR-LIBROS TO VALOR-EDITADO.
           DISPLAY "En libros:  " VALOR-EDITADO.
           IF PSE-HAY-ARQUEO = "S"
              COMPUTE DIFERENCIA-ARQUEO =
                 VALOR-CONTADO - PSE-ESPERADO
              MOVE PSE-ESPERADO TO DIFERENCIA-EDITADA
              DISPLAY "Esperado:  " DIFERENCIA-EDITADA
                 " (arqueo del " PSE-FECHA-ARQUEO ")"
           ELSE
              MOVE DIFERENCIA-LIBROS TO DIFERENCIA-ARQUEO
              DISPLAY "Primer arqueo de la terminal: se compara "
                 "contra libros."
           END-IF.
           MOVE VALOR-CONTADO TO VALOR-EDITADO.
           DISPLAY "Contado:    " VALOR-EDITADO.
           MOVE DIFERENCIA-ARQUEO TO DIFERENCIA-EDITADA.
           EVALUATE TRUE
              WHEN DIFERENCIA-ARQUEO > 0
                 DISPLAY "SOBRANTE:  " DIFERENCIA-EDITADA
              WHEN DIFERENCIA-ARQUEO < 0
                 DISPLAY "FALTANTE:  " DIFERENCIA-EDITADA
              WHEN OTHER
                 DISPLAY "El arqueo cuadra."
           END-EVALUATE.

           PERFORM GRABA-ARQUEO.
           PERFORM IGUALA-LIBROS
              VARYING IDX-BIL FROM 1 BY 1 UNTIL IDX-BIL > 4.
           PERFORM GUARDA-BILLETES.
       ARQUEA-BILLETES-EXIT.
           EXIT.

       CUENTA-CHAROLAS.
           MOVE 0 TO VALOR-CONTADO.
           PERFORM CUENTA-DENOMINACION
              VARYING IDX-BIL FROM 1 BY 1 UNTIL IDX-BIL > 4.
           MOVE VALOR-CONTADO TO VALOR-EDITADO.
           DISPLAY "Total contado: " VALOR-EDITADO
              ". ¿Es correcto? (S/N): ".
           ACCEPT CONFIRMA-ARQUEO.
           IF CONFIRMA-ARQUEO = "S" OR CONFIRMA-ARQUEO = "s"
              MOVE "S" TO ARQUEO-CONFIRMADO
           ELSE
              DISPLAY "Cuenta de nuevo las charolas."
           END-IF.

       CUENTA-DENOMINACION.
           MOVE "N" TO ENTRADA-VALIDA.
           PERFORM PIDE-CONTEO UNTIL ENTRADA-VALIDA = "S".
           MOVE "N" TO ENTRADA-VALIDA.
           COMPUTE VALOR-CONTADO = VALOR-CONTADO
              + CON-CONTADOS (IDX-BIL) * BIL-VALOR (IDX-BIL).

      * El conteo no muestra la existencia en libros: se cuenta a
      * ciegas para que el supervisor no cuadre a lo que dice el
      * sistema.
       PIDE-CONTEO.
           DISPLAY "Billetes de " BIL-VALOR (IDX-BIL) " contados: ".
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
                 MOVE CONTEO-NUMERICO TO CON-CONTADOS (IDX-BIL)
                 MOVE "S" TO ENTRADA-VALIDA
              END-IF
           END-IF.

       COMPARA-DENOMINACION.
           COMPUTE VALOR-LIBROS = VALOR-LIBROS
              + BIL-CANTIDAD (IDX-BIL) * BIL-VALOR (IDX-BIL).
           IF CON-CONTADOS (IDX-BIL) NOT = BIL-CANTIDAD (IDX-BIL)
              DISPLAY "Billetes de " BIL-VALOR (IDX-BIL)
                 ": en libros " BIL-CANTIDAD (IDX-BIL)
                 ", contados " CON-CONTADOS (IDX-BIL)
           END-IF.

       GRABA-ARQUEO.
           MOVE FECHA-HOY TO ARQ-FECHA.
           MOVE HORA-ACTUAL TO ARQ-HORA.
           MOVE TERMINAL-PROPIA TO ARQ-TERMINAL.
           MOVE SUCURSAL-PROPIA TO ARQ-SUCURSAL.
           MOVE SUPERVISOR-ID TO ARQ-SUPERVISOR.
           PERFORM ARMA-DENOMINACION-ARQUEO
              VARYING IDX-BIL FROM 1 BY 1 UNTIL IDX-BIL > 4.
           MOVE VALOR-CONTADO TO ARQ-VALOR-CONTADO.
           MOVE VALOR-LIBROS TO ARQ-VALOR-LIBROS.
           MOVE PSE-HAY-ARQUEO TO ARQ-HAY-ESPERADO.
           MOVE PSE-ESPERADO TO ARQ-VALOR-ESPERADO.
           MOVE DIFERENCIA-ARQUEO TO ARQ-DIFERENCIA.
           OPEN EXTEND ARQUEOS-FILE.
           IF FS-ARQUEOS = "35"
              OPEN OUTPUT ARQUEOS-FILE
           END-IF.
           WRITE ARQUEO-REG.
           CLOSE ARQUEOS-FILE.

       ARMA-DENOMINACION-ARQUEO.
           MOVE BIL-VALOR (IDX-BIL) TO ARQ-VALOR (IDX-BIL).
           MOVE CON-CONTADOS (IDX-BIL) TO ARQ-CONTADOS (IDX-BIL).
           MOVE BIL-CANTIDAD (IDX-BIL) TO ARQ-LIBROS (IDX-BIL).

       IGUALA-LIBROS.
           MOVE CON-CONTADOS (IDX-BIL) TO BIL-CANTIDAD (IDX-BIL).

       PIDE-OPCION-SUPERVISOR.
           DISPLAY "Opción: ".
           ACCEPT OPCION-SUPERVISOR-ENTRADA.
           MOVE CANTIDAD-AJUSTE TO REC-CANTIDAD.
           MOVE FECHA-HOY TO REC-FECHA.
           MOVE HORA-ACTUAL TO REC-HORA.
           MOVE TERMINAL-PROPIA TO REC-TERMINAL.
           OPEN EXTEND RECARGAS-FILE.
           IF FS-RECARGAS = "35"
              OPEN OUTPUT RECARGAS-FILE
           MOVE REFERENCIA-ENVIO-NUM TO REFERENCIA-MOVIMIENTO.
           PERFORM ESCRIBE-MOVIMIENTO.

      * El pago de servicios lleva su propio código "PS" y como
      * referencia el código de la emisora; el folio del movimiento
      * es el que liga el cargo con su renglón de PAGOSERV.DAT.
       GRABA-MOVIMIENTO-SERVICIO.
           MOVE CTA-NUMERO TO MOV-CUENTA.
           MOVE "PS" TO MOV-OPERACION.
           MOVE PAGO-SERVICIO TO MOV-MONTO.
           MOVE CTA-SALDO TO MOV-SALDO-RESULTANTE.
           MOVE CODIGO-EMISORA TO REFERENCIA-MOVIMIENTO.
           PERFORM ESCRIBE-MOVIMIENTO.

       GRABA-MOVIMIENTO-COMISION-SERV.
           MOVE CTA-NUMERO TO MOV-CUENTA.
           MOVE "CM" TO MOV-OPERACION.
           MOVE COMISION-SERVICIO TO MOV-MONTO.
           MOVE CTA-SALDO TO MOV-SALDO-RESULTANTE.
           MOVE CODIGO-EMISORA TO REFERENCIA-MOVIMIENTO.
           PERFORM ESCRIBE-MOVIMIENTO.

      * Las dos patas del cambio de divisas: la tasa aplicada sólo
      * se fuerza en la pata en divisa (la de pesos va a 1.0000). El
      * abono lleva como referencia el folio del cargo.
       GRABA-MOVIMIENTO-CAMBIO-CARGO.
           MOVE CTA-NUMERO TO MOV-CUENTA.
           MOVE "CX" TO MOV-OPERACION.
           MOVE CMB-MONTO-ORIGEN TO MOV-MONTO.
           MOVE CTA-SALDO TO MOV-SALDO-RESULTANTE.
           IF CTA-MONEDA NOT = "MXN"
              MOVE CMB-TASA-APLICADA TO TASA-OPERACION
           END-IF.
           PERFORM ESCRIBE-MOVIMIENTO.

       GRABA-MOVIMIENTO-CAMBIO-ABONO.
           MOVE CTA-NUMERO TO MOV-CUENTA.
           MOVE "AX" TO MOV-OPERACION.
           MOVE CMB-MONTO-DESTINO TO MOV-MONTO.
           MOVE CTA-SALDO TO MOV-SALDO-RESULTANTE.
           IF CTA-MONEDA NOT = "MXN"
              MOVE CMB-TASA-APLICADA TO TASA-OPERACION
           END-IF.
           MOVE CMB-FOLIO-CARGO TO REFERENCIA-MOVIMIENTO.
           PERFORM ESCRIBE-MOVIMIENTO.

       GRABA-MOVIMIENTO-RETIRO.
           MOVE CTA-NUMERO TO MOV-CUENTA.
           MOVE "RE" TO MOV-OPERACION.
           MOVE FECHA-HOY TO MOV-FECHA.
           MOVE HORA-ACTUAL TO MOV-HORA.
           PERFORM OBTEN-TASA-CUENTA.
           IF TASA-OPERACION NOT = 0
              MOVE TASA-OPERACION TO TASA-APLICADA
              MOVE 0 TO TASA-OPERACION
           END-IF.
           MOVE TASA-APLICADA TO MOV-TASA.
           MOVE REFERENCIA-MOVIMIENTO TO MOV-REFERENCIA.
           MOVE 0 TO REFERENCIA-MOVIMIENTO.
