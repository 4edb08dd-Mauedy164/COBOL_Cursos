      * distinto no se puede ni abrir, así que sin esta corrida el
      * cajero no abre CUENTAS.DAT el primer día.
      *
      *   CUENTAS.DAT   gana la línea de sobregiro y su tasa anual,
      *                 y el monto embargado por órdenes de
      *                 autoridad; todos nacen en cero (sin línea ni
      *                 embargo): cada línea y cada orden las da de
      *                 alta después la consola de supervisión. Gana
      *                 también el código de producto, que nace en
      *                 el producto básico de su moneda ("B" más la
      *                 moneda); mientras el área de productos no
      *                 registre esos códigos en PRODUCTOS.DAT las
      *                 cuentas siguen con las reglas generales de
      *                 siempre.
      *   empleados.dat gana el estado, la fecha y el motivo de la
      *                 baja: todos nacen activos ("A"), sin fecha
      *                 ni motivo; y RFC, CURP y NSS, que nacen en
      *                 blanco hasta que se capturen en el
      *                 mantenimiento de empleados; y el banco y la
      *                 CLABE para la nómina interbancaria, que
      *                 nacen en cero y en blanco (cobra como hasta
      *                 hoy: a su cuenta ligada o en ventanilla).
      *   NOMHIST.DAT   gana el estado del recibo electrónico, su
      *                 folio fiscal y el motivo de rechazo; toda la
      *                 historia nace sin enviar (en blanco).
      *   PRESTEMP.DAT  gana el interés de la última deducción de
      *                 nómina, que nace en cero (la póliza de
      *                 nómina de un periodo anterior a la
      *                 conversión abona todo a la cartera).
      *   TARJETAS.DAT  gana el último uso (terminal, fecha y hora)
      *                 y el perfil de retiros (número de retiros y
      *                 retiro promedio) para las reglas de fraude
      *                 del cajero; todo nace en blanco o en cero,
      *                 así que cada tarjeta arma su perfil desde
      *                 sus siguientes retiros. Gana también la liga
      *                 de la renovación automática (tarjeta
      *                 anterior y tarjeta de renovación), que nace
      *                 en cero.
      *   MOVIDX.DAT    gana folio, tasa y terminal por renglón; los
      *                 renglones viejos quedan con folio y tasa en
      *                 cero y terminal en blanco (la reimpresión de
      *                 último cambio de NIP, que nace en cero: cada
      *                 operador cambia su NIP en su primera firma,
      *                 como con un NIP reiniciado.
      *   PRESTAMOS.DAT gana moratorios, estimación preventiva, mes
      *                 de la última calificación, fecha de castigo
      *                 y saldo castigado; todos nacen en cero.
      *   SALDOSNP.DAT  el corte viejo (sólo cuenta y saldo) no se
      *                 convierte renglón a renglón: queda como
      *                 respaldo y el corte nuevo se REGENERA desde
              RECORD KEY IS OPE-ID
              FILE STATUS IS FS-OPES-NUEVOS.

           SELECT PRESTAMOS-VIEJOS-FILE ASSIGN TO "PRESTAMOS.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS VJP-NUMERO
              FILE STATUS IS FS-PRES-VIEJOS.

           SELECT PRESTAMOS-NUEVOS-FILE ASSIGN TO "PRESTAMNV.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PRE-NUMERO
              FILE STATUS IS FS-PRES-NUEVOS.

           SELECT NOMHIST-VIEJO-FILE ASSIGN TO "NOMHIST.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS VJH-LLAVE
              FILE STATUS IS FS-NOMH-VIEJO.

           SELECT PRESTEMP-VIEJO-FILE ASSIGN TO "PRESTEMP.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS VJM-EMPLEADO
              FILE STATUS IS FS-PEM-VIEJO.

           SELECT PRESTEMP-NUEVO-FILE ASSIGN TO "PRESTEMNV.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PEM-EMPLEADO
              FILE STATUS IS FS-PEM-NUEVO.

           SELECT TARJETAS-VIEJAS-FILE ASSIGN TO "TARJETAS.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS VJT-NUMERO
              FILE STATUS IS FS-TARJ-VIEJAS.

           SELECT TARJETAS-NUEVAS-FILE ASSIGN TO "TARJETANV.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TAR-NUMERO
              FILE STATUS IS FS-TARJ-NUEVAS.

           SELECT NOMHIST-NUEVO-FILE ASSIGN TO "NOMHISTNV.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS NH-LLAVE
              FILE STATUS IS FS-NOMH-NUEVO.

           SELECT SALDOS-CORTE-FILE ASSIGN TO "SALDOSNP.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC

       DATA DIVISION.
       FILE SECTION.
      * Layout del registro de cuentas ANTERIOR a esta versión (ya
      * traía contador mensual de retiros, sello de manejo y
      * retenido por cheques en cámara).
       FD  CUENTAS-VIEJAS-FILE.
       01  CUENTA-VIEJA.
           05 VJA-NUMERO           PIC 9(6).
           05 VJA-TOTAL-MOVS       PIC 9(6).
           05 VJA-ESTADO           PIC X(1).
           05 VJA-FECHA-ULT-MOV    PIC 9(8).
           05 VJA-RETIROS-MES      PIC 9(3).
           05 VJA-MES-RETIROS      PIC 9(6).
           05 VJA-MES-MANEJO       PIC 9(6).
           05 VJA-RETENIDO         PIC S9(7)V99.

       FD  CUENTAS-NUEVAS-FILE.
           COPY CUENTA.
           05 VJE-DEPARTAMENTO     PIC X(4).
           05 VJE-SALARIO          PIC S9(7)V99.
           05 VJE-CUENTA           PIC 9(6).
           05 VJE-FECHA-INGRESO    PIC 9(8).

       FD  EMPLEADOS-NUEVOS-FILE.
           COPY EMPLEADO.
           05 OPE-ACTIVO           PIC X(1).
           05 OPE-FECHA-NIP        PIC 9(8).

      * Layout del préstamo de consumo ANTERIOR (sin moratorios,
      * estimación ni castigo).
       FD  PRESTAMOS-VIEJOS-FILE.
       01  PRESTAMO-VIEJO-REG.
           05 VJP-NUMERO           PIC 9(6).
           05 VJP-CLIENTE          PIC 9(6).
           05 VJP-CUENTA           PIC 9(6).
           05 VJP-CAPITAL          PIC S9(7)V99.
           05 VJP-TASA-MENSUAL     PIC 9V9999.
           05 VJP-PLAZO-MESES      PIC 9(3).
           05 VJP-MENSUALIDAD      PIC S9(7)V99.
           05 VJP-SALDO-INSOLUTO   PIC S9(7)V99.
           05 VJP-PAGOS-HECHOS     PIC 9(3).
           05 VJP-DIA-MES          PIC 9(2).
           05 VJP-FECHA-ALTA       PIC 9(8).
           05 VJP-ULT-COBRO        PIC 9(8).
           05 VJP-VENCIDO-DESDE    PIC 9(8).
           05 VJP-ESTADO           PIC X(1).

       FD  PRESTAMOS-NUEVOS-FILE.
           COPY PRESTAMO.

      * Layout de la historia de nómina ANTERIOR (sin datos del
      * recibo electrónico).
       FD  NOMHIST-VIEJO-FILE.
       01  NOMHIST-VIEJO-REG.
           05 VJH-LLAVE.
              10 VJH-PERIODO       PIC 9(6).
              10 VJH-EMPLEADO      PIC 9(6).
           05 VJH-NOMBRE           PIC A(25).
           05 VJH-BRUTO            PIC S9(7)V99.
           05 VJH-ISR              PIC S9(7)V99.
           05 VJH-IMSS             PIC S9(7)V99.
           05 VJH-OTRAS-DEDUCCIONES PIC S9(7)V99.
           05 VJH-NETO             PIC S9(7)V99.
           05 VJH-DISPERSADO       PIC X(1).

       FD  NOMHIST-NUEVO-FILE.
           COPY NOMHIST.

      * Layout del préstamo a empleados ANTERIOR (sin el interés de
      * la última deducción).
       FD  PRESTEMP-VIEJO-FILE.
       01  PRESTEMP-VIEJO-REG.
           05 VJM-EMPLEADO         PIC 9(6).
           05 VJM-CAPITAL          PIC S9(7)V99.
           05 VJM-TASA-MENSUAL     PIC 9V9999.
           05 VJM-PLAZO-MESES      PIC 9(3).
           05 VJM-MENSUALIDAD      PIC S9(7)V99.
           05 VJM-SALDO-INSOLUTO   PIC S9(7)V99.
           05 VJM-PAGOS-HECHOS     PIC 9(3).
           05 VJM-FECHA-ALTA       PIC 9(8).
           05 VJM-ULT-PERIODO      PIC 9(6).
           05 VJM-ULT-DEDUCCION    PIC S9(7)V99.
           05 VJM-ESTADO           PIC X(1).

       FD  PRESTEMP-NUEVO-FILE.
           COPY PRESTEMP.

      * Layout de la tarjeta ANTERIOR (sin último uso ni perfil de
      * retiros).
       FD  TARJETAS-VIEJAS-FILE.
       01  TARJETA-VIEJA-REG.
           05 VJT-NUMERO           PIC 9(16).
           05 VJT-CUENTA           PIC 9(6).
           05 VJT-VENCE            PIC 9(6).
           05 VJT-ESTADO           PIC X(1).

       FD  TARJETAS-NUEVAS-FILE.
           COPY TARJETA.

       FD  SALDOS-CORTE-FILE.
           COPY SALDOSNP.

       01  FS-CLIS-NUEVOS          PIC X(2) VALUE "00".
       01  FS-OPES-VIEJOS          PIC X(2) VALUE "00".
       01  FS-OPES-NUEVOS          PIC X(2) VALUE "00".
       01  FS-PRES-VIEJOS          PIC X(2) VALUE "00".
       01  FS-PRES-NUEVOS          PIC X(2) VALUE "00".
       01  FS-NOMH-VIEJO           PIC X(2) VALUE "00".
       01  FS-NOMH-NUEVO           PIC X(2) VALUE "00".
       01  FS-PEM-VIEJO            PIC X(2) VALUE "00".
       01  FS-PEM-NUEVO            PIC X(2) VALUE "00".
       01  FS-TARJ-VIEJAS          PIC X(2) VALUE "00".
       01  FS-TARJ-NUEVAS          PIC X(2) VALUE "00".
       01  FS-CORTE                PIC X(2) VALUE "00".

       01  CUENTAS-CONVERTIDAS     PIC 9(6) VALUE 0.
       01  MOVIDX-CONVERTIDOS      PIC 9(9) VALUE 0.
       01  CLIENTES-CONVERTIDOS    PIC 9(6) VALUE 0.
       01  OPERADORES-CONVERTIDOS  PIC 9(6) VALUE 0.
       01  PRESTAMOS-CONVERTIDOS   PIC 9(6) VALUE 0.
       01  HISTORIAS-CONVERTIDAS   PIC 9(9) VALUE 0.
       01  PRESTEMP-CONVERTIDOS    PIC 9(6) VALUE 0.
       01  TARJETAS-CONVERTIDAS    PIC 9(6) VALUE 0.
       01  CORTES-REGENERADOS      PIC 9(6) VALUE 0.

       01  NOMBRE-CTAS-VIEJO       PIC X(20) VALUE "CUENTAS.DAT".
       01  NOMBRE-OPES-VIEJO       PIC X(20) VALUE "OPERADOR.DAT".
       01  NOMBRE-OPES-RESPALDO    PIC X(20) VALUE "OPERADVJ.DAT".
       01  NOMBRE-OPES-NUEVO       PIC X(20) VALUE "OPERADNV.DAT".
       01  NOMBRE-PRES-VIEJO       PIC X(20) VALUE "PRESTAMOS.DAT".
       01  NOMBRE-PRES-RESPALDO    PIC X(20) VALUE "PRESTAMVJ.DAT".
       01  NOMBRE-PRES-NUEVO       PIC X(20) VALUE "PRESTAMNV.DAT".
       01  NOMBRE-NOMH-VIEJO       PIC X(20) VALUE "NOMHIST.DAT".
       01  NOMBRE-NOMH-RESPALDO    PIC X(20) VALUE "NOMHISTVJ.DAT".
       01  NOMBRE-NOMH-NUEVO       PIC X(20) VALUE "NOMHISTNV.DAT".
       01  NOMBRE-PEM-VIEJO        PIC X(20) VALUE "PRESTEMP.DAT".
       01  NOMBRE-PEM-RESPALDO     PIC X(20) VALUE "PRESTEMVJ.DAT".
       01  NOMBRE-PEM-NUEVO        PIC X(20) VALUE "PRESTEMNV.DAT".
       01  NOMBRE-TARJ-VIEJO       PIC X(20) VALUE "TARJETAS.DAT".
       01  NOMBRE-TARJ-RESPALDO    PIC X(20) VALUE "TARJETAVJ.DAT".
       01  NOMBRE-TARJ-NUEVO       PIC X(20) VALUE "TARJETANV.DAT".
       01  NOMBRE-CORTE-VIEJO      PIC X(20) VALUE "SALDOSNP.DAT".
       01  NOMBRE-CORTE-RESPALDO   PIC X(20) VALUE "SALDOSVJ.DAT".

           PERFORM CONVIERTE-CLIENTES THRU CONVIERTE-CLIENTES-EXIT.
           PERFORM CONVIERTE-OPERADORES
              THRU CONVIERTE-OPERADORES-EXIT.
           PERFORM CONVIERTE-PRESTAMOS
              THRU CONVIERTE-PRESTAMOS-EXIT.
           PERFORM CONVIERTE-HISTORIA-NOMINA
              THRU CONVIERTE-HISTORIA-NOMINA-EXIT.
           PERFORM CONVIERTE-PRESTAMOS-EMPLEADO
              THRU CONVIERTE-PRESTAMOS-EMPLEADO-EXIT.
           PERFORM CONVIERTE-TARJETAS THRU CONVIERTE-TARJETAS-EXIT.
           STOP RUN.

      ******************************************************************
      * Cuentas: mismo contenido más los campos nuevos en cero
      * (línea de sobregiro y su tasa), y rotación de archivos.
      ******************************************************************
       CONVIERTE-CUENTAS.
           OPEN INPUT CUENTAS-VIEJAS-FILE.
              MOVE VJA-TOTAL-MOVS TO CTA-TOTAL-MOVS
              MOVE VJA-ESTADO TO CTA-ESTADO
              MOVE VJA-FECHA-ULT-MOV TO CTA-FECHA-ULT-MOV
              MOVE VJA-RETIROS-MES TO CTA-RETIROS-MES
              MOVE VJA-MES-RETIROS TO CTA-MES-RETIROS
              MOVE VJA-MES-MANEJO TO CTA-MES-MANEJO
              MOVE VJA-RETENIDO TO CTA-RETENIDO
              MOVE 0 TO CTA-LINEA-SOBREGIRO
              MOVE 0 TO CTA-TASA-SOBREGIRO
              MOVE 0 TO CTA-EMBARGADO
              MOVE SPACES TO CTA-PRODUCTO
              STRING "B" VJA-MONEDA DELIMITED BY SIZE
                 INTO CTA-PRODUCTO
              WRITE CUENTA-REG
              ADD 1 TO CUENTAS-CONVERTIDAS
           END-IF.
              MOVE CTA-NUMERO TO SNP-CUENTA
              MOVE CTA-SALDO TO SNP-SALDO
              MOVE CTA-RETENIDO TO SNP-RETENIDO
              MOVE CTA-EMBARGADO TO SNP-EMBARGADO
              MOVE CTA-NIP-CIFRADO TO SNP-NIP-CIFRADO
              MOVE CTA-MONEDA TO SNP-MONEDA
              MOVE CTA-BLOQUEADA TO SNP-BLOQUEADA
           END-IF.

      ******************************************************************
      * Empleados: mismo contenido, activos, sin datos de baja y
      * con RFC, CURP y NSS en blanco.
      ******************************************************************
       CONVIERTE-EMPLEADOS.
           OPEN INPUT EMPLEADOS-VIEJOS-FILE.
              MOVE VJE-DEPARTAMENTO TO EMP-DEPARTAMENTO
              MOVE VJE-SALARIO TO EMP-SALARIO
              MOVE VJE-CUENTA TO EMP-CUENTA
              MOVE VJE-FECHA-INGRESO TO EMP-FECHA-INGRESO
              MOVE "A" TO EMP-ESTADO
              MOVE 0 TO EMP-FECHA-BAJA
              MOVE SPACES TO EMP-MOTIVO-BAJA
              MOVE SPACES TO EMP-RFC
              MOVE SPACES TO EMP-CURP
              MOVE SPACES TO EMP-NSS
              MOVE 0 TO EMP-BANCO-DESTINO
              MOVE SPACES TO EMP-CLABE
              WRITE EMPLEADO-REG
              ADD 1 TO EMPLEADOS-CONVERTIDOS
           END-IF.
              ADD 1 TO OPERADORES-CONVERTIDOS
           END-IF.

      ******************************************************************
      * Préstamos: mismo contenido más moratorios, estimación, mes
      * de calificación, fecha de castigo y saldo castigado en cero;
      * la primera calificación mensual constituye la estimación.
      ******************************************************************
       CONVIERTE-PRESTAMOS.
           OPEN INPUT PRESTAMOS-VIEJOS-FILE.
           IF FS-PRES-VIEJOS NOT = "00"
              DISPLAY "PRESTAMOS.DAT no se pudo abrir con el layout "
                 "anterior (" FS-PRES-VIEJOS "); no se convierte."
              GO TO CONVIERTE-PRESTAMOS-EXIT
           END-IF.

           OPEN OUTPUT PRESTAMOS-NUEVOS-FILE.
           MOVE 0 TO VJP-NUMERO.
           START PRESTAMOS-VIEJOS-FILE
              KEY IS NOT LESS THAN VJP-NUMERO
              INVALID KEY MOVE "10" TO FS-PRES-VIEJOS
           END-START.
           PERFORM CONVIERTE-UN-PRESTAMO
              UNTIL FS-PRES-VIEJOS = "10".
           CLOSE PRESTAMOS-VIEJOS-FILE.
           CLOSE PRESTAMOS-NUEVOS-FILE.
           DISPLAY "Préstamos convertidos: " PRESTAMOS-CONVERTIDOS.

           CALL "CBL_RENAME_FILE" USING NOMBRE-PRES-VIEJO
              NOMBRE-PRES-RESPALDO.
           CALL "CBL_RENAME_FILE" USING NOMBRE-PRES-NUEVO
              NOMBRE-PRES-VIEJO.
           DISPLAY "PRESTAMOS.DAT convertido; el anterior quedó "
              "como PRESTAMVJ.DAT.".
       CONVIERTE-PRESTAMOS-EXIT.
           EXIT.

       CONVIERTE-UN-PRESTAMO.
           READ PRESTAMOS-VIEJOS-FILE NEXT
              AT END MOVE "10" TO FS-PRES-VIEJOS
           END-READ.
           IF FS-PRES-VIEJOS NOT = "10"
              MOVE VJP-NUMERO TO PRE-NUMERO
              MOVE VJP-CLIENTE TO PRE-CLIENTE
              MOVE VJP-CUENTA TO PRE-CUENTA
              MOVE VJP-CAPITAL TO PRE-CAPITAL
              MOVE VJP-TASA-MENSUAL TO PRE-TASA-MENSUAL
              MOVE VJP-PLAZO-MESES TO PRE-PLAZO-MESES
              MOVE VJP-MENSUALIDAD TO PRE-MENSUALIDAD
              MOVE VJP-SALDO-INSOLUTO TO PRE-SALDO-INSOLUTO
              MOVE VJP-PAGOS-HECHOS TO PRE-PAGOS-HECHOS
              MOVE VJP-DIA-MES TO PRE-DIA-MES
              MOVE VJP-FECHA-ALTA TO PRE-FECHA-ALTA
              MOVE VJP-ULT-COBRO TO PRE-ULT-COBRO
              MOVE VJP-VENCIDO-DESDE TO PRE-VENCIDO-DESDE
              MOVE VJP-ESTADO TO PRE-ESTADO
              MOVE 0 TO PRE-MORATORIOS
              MOVE 0 TO PRE-RESERVA
              MOVE 0 TO PRE-MES-CALIFICA
              MOVE 0 TO PRE-FECHA-CASTIGO
              MOVE 0 TO PRE-CASTIGADO
              WRITE PRESTAMO-REG
              ADD 1 TO PRESTAMOS-CONVERTIDOS
           END-IF.

      ******************************************************************
      * Historia de nómina: mismo contenido con el recibo
      * electrónico sin enviar, sin folio fiscal ni motivo.
      ******************************************************************
       CONVIERTE-HISTORIA-NOMINA.
           OPEN INPUT NOMHIST-VIEJO-FILE.
           IF FS-NOMH-VIEJO NOT = "00"
              DISPLAY "NOMHIST.DAT no se pudo abrir con el layout "
                 "anterior (" FS-NOMH-VIEJO "); no se convierte."
              GO TO CONVIERTE-HISTORIA-NOMINA-EXIT
           END-IF.

           OPEN OUTPUT NOMHIST-NUEVO-FILE.
           MOVE 0 TO VJH-PERIODO.
           MOVE 0 TO VJH-EMPLEADO.
           START NOMHIST-VIEJO-FILE
              KEY IS NOT LESS THAN VJH-LLAVE
              INVALID KEY MOVE "10" TO FS-NOMH-VIEJO
           END-START.
           PERFORM CONVIERTE-UNA-HISTORIA
              UNTIL FS-NOMH-VIEJO = "10".
           CLOSE NOMHIST-VIEJO-FILE.
           CLOSE NOMHIST-NUEVO-FILE.
           DISPLAY "Historias de nómina convertidas: "
              HISTORIAS-CONVERTIDAS.

           CALL "CBL_RENAME_FILE" USING NOMBRE-NOMH-VIEJO
              NOMBRE-NOMH-RESPALDO.
           CALL "CBL_RENAME_FILE" USING NOMBRE-NOMH-NUEVO
              NOMBRE-NOMH-VIEJO.
           DISPLAY "NOMHIST.DAT convertido; el anterior quedó "
              "como NOMHISTVJ.DAT.".
       CONVIERTE-HISTORIA-NOMINA-EXIT.
           EXIT.

       CONVIERTE-UNA-HISTORIA.
           READ NOMHIST-VIEJO-FILE NEXT
              AT END MOVE "10" TO FS-NOMH-VIEJO
           END-READ.
           IF FS-NOMH-VIEJO NOT = "10"
              MOVE VJH-PERIODO TO NH-PERIODO
              MOVE VJH-EMPLEADO TO NH-EMPLEADO
              MOVE VJH-NOMBRE TO NH-NOMBRE
              MOVE VJH-BRUTO TO NH-BRUTO
              MOVE VJH-ISR TO NH-ISR
              MOVE VJH-IMSS TO NH-IMSS
              MOVE VJH-OTRAS-DEDUCCIONES TO NH-OTRAS-DEDUCCIONES
              MOVE VJH-NETO TO NH-NETO
              MOVE VJH-DISPERSADO TO NH-DISPERSADO
              MOVE SPACES TO NH-CFDI
              WRITE NOMHIST-REG
              ADD 1 TO HISTORIAS-CONVERTIDAS
           END-IF.

      ******************************************************************
      * Préstamos a empleados: mismo contenido con el interés de la
      * última deducción en cero.
      ******************************************************************
       CONVIERTE-PRESTAMOS-EMPLEADO.
           OPEN INPUT PRESTEMP-VIEJO-FILE.
           IF FS-PEM-VIEJO NOT = "00"
              DISPLAY "PRESTEMP.DAT no se pudo abrir con el layout "
                 "anterior (" FS-PEM-VIEJO "); no se convierte."
              GO TO CONVIERTE-PRESTAMOS-EMPLEADO-EXIT
           END-IF.

           OPEN OUTPUT PRESTEMP-NUEVO-FILE.
           MOVE 0 TO VJM-EMPLEADO.
           START PRESTEMP-VIEJO-FILE
              KEY IS NOT LESS THAN VJM-EMPLEADO
              INVALID KEY MOVE "10" TO FS-PEM-VIEJO
           END-START.
           PERFORM CONVIERTE-UN-PRESTAMO-EMPLEADO
              UNTIL FS-PEM-VIEJO = "10".
           CLOSE PRESTEMP-VIEJO-FILE.
           CLOSE PRESTEMP-NUEVO-FILE.
           DISPLAY "Préstamos a empleados convertidos: "
              PRESTEMP-CONVERTIDOS.

           CALL "CBL_RENAME_FILE" USING NOMBRE-PEM-VIEJO
              NOMBRE-PEM-RESPALDO.
           CALL "CBL_RENAME_FILE" USING NOMBRE-PEM-NUEVO
              NOMBRE-PEM-VIEJO.
           DISPLAY "PRESTEMP.DAT convertido; el anterior quedó "
              "como PRESTEMVJ.DAT.".
       CONVIERTE-PRESTAMOS-EMPLEADO-EXIT.
           EXIT.

       CONVIERTE-UN-PRESTAMO-EMPLEADO.
           READ PRESTEMP-VIEJO-FILE NEXT
              AT END MOVE "10" TO FS-PEM-VIEJO
           END-READ.
           IF FS-PEM-VIEJO NOT = "10"
              MOVE VJM-EMPLEADO TO PEM-EMPLEADO
              MOVE VJM-CAPITAL TO PEM-CAPITAL
              MOVE VJM-TASA-MENSUAL TO PEM-TASA-MENSUAL
              MOVE VJM-PLAZO-MESES TO PEM-PLAZO-MESES
              MOVE VJM-MENSUALIDAD TO PEM-MENSUALIDAD
              MOVE VJM-SALDO-INSOLUTO TO PEM-SALDO-INSOLUTO
              MOVE VJM-PAGOS-HECHOS TO PEM-PAGOS-HECHOS
              MOVE VJM-FECHA-ALTA TO PEM-FECHA-ALTA
              MOVE VJM-ULT-PERIODO TO PEM-ULT-PERIODO
              MOVE VJM-ULT-DEDUCCION TO PEM-ULT-DEDUCCION
              MOVE VJM-ESTADO TO PEM-ESTADO
              MOVE 0 TO PEM-ULT-INTERES
              WRITE PRESTAMO-EMP-REG
              ADD 1 TO PRESTEMP-CONVERTIDOS
           END-IF.

      ******************************************************************
      * Tarjetas: mismo contenido sin último uso y sin perfil de
      * retiros.
      ******************************************************************
       CONVIERTE-TARJETAS.
           OPEN INPUT TARJETAS-VIEJAS-FILE.
           IF FS-TARJ-VIEJAS NOT = "00"
              DISPLAY "TARJETAS.DAT no se pudo abrir con el layout "
                 "anterior (" FS-TARJ-VIEJAS "); no se convierte."
              GO TO CONVIERTE-TARJETAS-EXIT
           END-IF.

           OPEN OUTPUT TARJETAS-NUEVAS-FILE.
           MOVE 0 TO VJT-NUMERO.
           START TARJETAS-VIEJAS-FILE
              KEY IS NOT LESS THAN VJT-NUMERO
              INVALID KEY MOVE "10" TO FS-TARJ-VIEJAS
           END-START.
           PERFORM CONVIERTE-UNA-TARJETA
              UNTIL FS-TARJ-VIEJAS = "10".
           CLOSE TARJETAS-VIEJAS-FILE.
           CLOSE TARJETAS-NUEVAS-FILE.
           DISPLAY "Tarjetas convertidas: " TARJETAS-CONVERTIDAS.

           CALL "CBL_RENAME_FILE" USING NOMBRE-TARJ-VIEJO
              NOMBRE-TARJ-RESPALDO.
           CALL "CBL_RENAME_FILE" USING NOMBRE-TARJ-NUEVO
              NOMBRE-TARJ-VIEJO.
           DISPLAY "TARJETAS.DAT convertido; el anterior quedó "
              "como TARJETAVJ.DAT.".
       CONVIERTE-TARJETAS-EXIT.
           EXIT.

       CONVIERTE-UNA-TARJETA.
           READ TARJETAS-VIEJAS-FILE NEXT
              AT END MOVE "10" TO FS-TARJ-VIEJAS
           END-READ.
           IF FS-TARJ-VIEJAS NOT = "10"
              MOVE VJT-NUMERO TO TAR-NUMERO
              MOVE VJT-CUENTA TO TAR-CUENTA
              MOVE VJT-VENCE TO TAR-VENCE
              MOVE VJT-ESTADO TO TAR-ESTADO
              MOVE SPACES TO TAR-ULT-TERMINAL
              MOVE 0 TO TAR-ULT-FECHA
              MOVE 0 TO TAR-ULT-HORA
              MOVE 0 TO TAR-RETIROS-PERFIL
              MOVE 0 TO TAR-RETIRO-PROMEDIO
              MOVE 0 TO TAR-ANTERIOR
              MOVE 0 TO TAR-RENOVACION
              WRITE TARJETA-REG
              ADD 1 TO TARJETAS-CONVERTIDAS
           END-IF.

       END PROGRAM CONVIERTE-MAESTROS.
