      ******************************************************************
      * Purga anual de cuentas cerradas, sus tarjetas y los clientes
      * que se quedan sin cuentas.
      * El cierre supervisado (SupervisorCuentas.cbl) deja la cuenta
      * en CTA-ESTADO "C" y el registro se conserva por el periodo de
      * retención; este lote es el que, pasado ese periodo, la saca
      * de los maestros para que los lotes nocturnos dejen de leer
      * registros muertos. La fecha de cierre es la del rastro "CC"
      * de AUDITSUP.DAT (la misma que lista el reporte de cerradas):
      * una cuenta cerrada ANTES de la fecha límite (hoy menos los
      * años de retención) es candidata.
      *
      * Una candidata se conserva, y sale en el reporte con el
      * motivo, si todavía tiene algo vivo: saldo (el cliente no ha
      * cobrado en ventanilla), retenido por cheques en cámara o
      * cheque pendiente en CHEQUES.DAT, congelado o orden activa en
      * EMBARGOS.DAT, plazo fijo vigente o préstamo vigente o
      * castigado con saldo (las mismas reglas que el cierre), orden
      * domiciliada activa de cargo o de abono en ORDENES.DAT, o un
      * empleado de empleados.dat que la tiene como cuenta de nómina
      * (EMP-CUENTA, aunque ya esté de baja). Las demás se purgan con
      * sus tarjetas (TAR-CUENTA), sus renglones de cotitulares y
      * beneficiarios (TITULARES.DAT), su historial indexado
      * (MOVIDX.DAT) y los plazos, préstamos y órdenes ya terminados
      * que apuntan a ella, para que la revisión de integridad no
      * encuentre registros ligados a una cuenta que ya no existe.
      * Después se purga cada cliente que se quedó sin cuentas
      * propias, sin cotitularidades y sin plazos ni préstamos que
      * se conservan (PLZ-CLIENTE, PRE-CLIENTE): los titulares y
      * cotitulares de las cuentas purgadas, y los clientes
      * inactivados (rastro "IN" de AUDITCLI.DAT) antes de la misma
      * fecha límite que siguen inactivos.
      *
      * Todo lo purgado se copia primero al archivo fechado
      * PURGAaaaammdd.DAT (layout RESPALDO.cpy) con el tipo de
      * renglón "C" cuenta, "J" tarjeta, "U" cotitularidad, "L"
      * cliente, "P" plazo, "R" préstamo, "O" orden domiciliada y
      * "M" renglón del historial indexado, cada uno con la imagen
      * completa del registro, y un trailer "T" con el conteo y el
      * total hash de las llaves (los primeros 6 caracteres de cada
      * imagen: cuenta, cliente, plazo, préstamo, orden o el prefijo
      * de la tarjeta; el saldo de una cuenta purgada siempre es
      * cero y no sirve de control). Cada cliente purgado deja
      * además un renglón en PURGADOS.DAT (layout PURGADO.cpy), con el
      * que la consulta de clientes lo encuentra en su archivo.
      *
      * Los años de retención se leen de RETENCION.CFG (un renglón,
      * años en 2 dígitos); sin archivo aplican 10 años. La corrida
      * de simulación no archiva ni borra nada: produce el mismo
      * reporte PURGA.TXT con lo que se purgaría. Una purga real no
      * se repite el mismo día: si el archivo fechado ya existe no
      * se toca, para no perder lo ya archivado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PURGA-CERRADAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUENTAS-FILE ASSIGN TO "CUENTAS.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CTA-NUMERO
              FILE STATUS IS FS-CUENTAS.

           SELECT TARJETAS-FILE ASSIGN TO "TARJETAS.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TAR-NUMERO
              FILE STATUS IS FS-TARJETAS.

           SELECT TITULARES-FILE ASSIGN TO "TITULARES.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TIT-LLAVE
              ALTERNATE RECORD KEY IS TIT-CUENTA
                 WITH DUPLICATES
              FILE STATUS IS FS-TITULARES.

           SELECT CLIENTES-FILE ASSIGN TO "CLIENTES.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CLI-NUMERO
              FILE STATUS IS FS-CLIENTES.

           SELECT PLAZOS-FILE ASSIGN TO "PLAZOS.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PLZ-NUMERO
              FILE STATUS IS FS-PLAZOS.

           SELECT PRESTAMOS-FILE ASSIGN TO "PRESTAMOS.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PRE-NUMERO
              FILE STATUS IS FS-PRESTAMOS.

           SELECT ORDENES-FILE ASSIGN TO "ORDENES.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ORD-NUMERO
              FILE STATUS IS FS-ORDENES.

           SELECT ARCHIVO-EMPLEADOS ASSIGN TO "empleados.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS EMP-ID
              ALTERNATE RECORD KEY IS EMP-APELLIDOS
                 WITH DUPLICATES
              FILE STATUS IS FS-EMPLEADOS.

           SELECT MOVIDX-FILE ASSIGN TO "MOVIDX.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MIX-LLAVE
              FILE STATUS IS FS-MOVIDX.

           SELECT CHEQUES-FILE ASSIGN TO "CHEQUES.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CHQ-NUMERO
              FILE STATUS IS FS-CHEQUES.

           SELECT EMBARGOS-FILE ASSIGN TO "EMBARGOS.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS EMB-NUMERO
              FILE STATUS IS FS-EMBARGOS.

           SELECT AUDITORIA-FILE ASSIGN TO "AUDITSUP.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-AUDITORIA.

           SELECT AUDITCLI-FILE ASSIGN TO "AUDITCLI.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-AUDITCLI.

           SELECT ARCHIVO-FILE ASSIGN USING NOMBRE-ARCHIVO
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-ARCHIVO.

           SELECT PURGADOS-FILE ASSIGN TO "PURGADOS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-PURGADOS.

           SELECT CONFIG-FILE ASSIGN TO "RETENCION.CFG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-CONFIG.

           SELECT REPORTE-FILE ASSIGN TO "PURGA.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       FD  CUENTAS-FILE.
           COPY CUENTA.

       FD  TARJETAS-FILE.
           COPY TARJETA.

       FD  TITULARES-FILE.
           COPY TITULAR.

       FD  CLIENTES-FILE.
           COPY CLIENTE.

       FD  PLAZOS-FILE.
           COPY PLAZO.

       FD  PRESTAMOS-FILE.
           COPY PRESTAMO.

       FD  ORDENES-FILE.
           COPY ORDEN.

       FD  ARCHIVO-EMPLEADOS.
           COPY EMPLEADO.

       FD  MOVIDX-FILE.
           COPY MOVIDX.

       FD  CHEQUES-FILE.
           COPY CHEQUE.

       FD  EMBARGOS-FILE.
           COPY EMBARGO.

      * Mismo layout de la bitácora de acciones administrativas que
      * graba la consola de supervisión; aquí sólo importan los "CC".
       FD  AUDITORIA-FILE.
       01  AUDITORIA-REG.
           05 AUD-SUPERVISOR       PIC 9(6).
           05 AUD-ACCION           PIC X(2).
           05 AUD-CUENTA           PIC 9(6).
           05 AUD-LIMITE-NUEVO     PIC S9(7)V99.
           05 AUD-RAZON            PIC X(2).
           05 AUD-FECHA            PIC 9(8).
           05 AUD-HORA             PIC 9(6).

       FD  AUDITCLI-FILE.
           COPY AUDITCLI.

       FD  ARCHIVO-FILE.
           COPY RESPALDO.

       FD  PURGADOS-FILE.
           COPY PURGADO.

       FD  CONFIG-FILE.
       01  CONFIG-REG.
           05 CFG-ANIOS-RETENCION  PIC 9(2).

       FD  REPORTE-FILE.
       01  LINEA-REPORTE           PIC X(80).

       WORKING-STORAGE SECTION.
       01  FS-CUENTAS              PIC X(2) VALUE "00".
       01  FS-TARJETAS             PIC X(2) VALUE "00".
       01  FS-TITULARES            PIC X(2) VALUE "00".
       01  FS-CLIENTES             PIC X(2) VALUE "00".
       01  FS-PLAZOS               PIC X(2) VALUE "00".
       01  FS-PRESTAMOS            PIC X(2) VALUE "00".
       01  FS-ORDENES              PIC X(2) VALUE "00".
       01  FS-EMPLEADOS            PIC X(2) VALUE "00".
       01  FS-MOVIDX               PIC X(2) VALUE "00".
       01  FS-CHEQUES              PIC X(2) VALUE "00".
       01  FS-EMBARGOS             PIC X(2) VALUE "00".
       01  FS-AUDITORIA            PIC X(2) VALUE "00".
       01  FS-AUDITCLI             PIC X(2) VALUE "00".
       01  FS-ARCHIVO              PIC X(2) VALUE "00".
       01  FS-PURGADOS             PIC X(2) VALUE "00".
       01  FS-CONFIG               PIC X(2) VALUE "00".
       01  FS-REPORTE              PIC X(2) VALUE "00".

       01  HAY-TARJETAS            PIC X(1) VALUE "N".
       01  HAY-TITULARES           PIC X(1) VALUE "N".
       01  HAY-CLIENTES            PIC X(1) VALUE "N".
       01  HAY-MOVIDX              PIC X(1) VALUE "N".

       01  FECHA-HOY               PIC 9(8) VALUE 0.
       01  ANIOS-RETENCION         PIC 9(2) VALUE 10.
       01  FECHA-LIMITE            PIC 9(8) VALUE 0.

      * "S" simulación: nada se archiva ni se borra.
       01  MODO-SIMULACION         PIC X(1) VALUE "S".
       01  RESPUESTA-MODO          PIC X(1) VALUE SPACE.
       01  RESPUESTA-CONFIRMA      PIC X(1) VALUE SPACE.
       01  ENTRADA-VALIDA          PIC X(1) VALUE "N".
       01  RESULTADO-PURGA         PIC X(9) VALUE SPACES.

       01  NOMBRE-ARCHIVO.
           05 NAR-PREFIJO          PIC X(5) VALUE "PURGA".
           05 NAR-FECHA            PIC 9(8).
           05 NAR-EXTENSION        PIC X(4) VALUE ".DAT".

       01  REGISTROS-ARCHIVADOS    PIC 9(9) VALUE 0.
       01  HASH-LLAVES             PIC S9(13)V99 VALUE 0.
       01  LLAVE-HASH              PIC 9(6) VALUE 0.

      * Cuentas candidatas: las cerradas antes de la fecha límite,
      * con el motivo por el que se conservan (en blanco, se purga).
       01  MAX-PURGA               PIC 9(4) VALUE 1000.
       01  TOTAL-PURGA             PIC 9(4) VALUE 0.
       01  IDX-PUR                 PIC 9(4) VALUE 0.
       01  IDX-CTA                 PIC 9(4) VALUE 0.
       01  TABLA-PURGA.
           05 PT-ENTRY OCCURS 1000 TIMES.
              10 PT-CUENTA         PIC 9(6).
              10 PT-CLIENTE        PIC 9(6).
              10 PT-FECHA-CIERRE   PIC 9(8).
              10 PT-MOTIVO         PIC X(14).
       01  CUENTA-BUSCADA          PIC 9(6) VALUE 0.
       01  MOTIVO-ENCONTRADO       PIC X(14) VALUE SPACES.
       01  CUENTA-PURGABLE         PIC X(1) VALUE "N".

      * Clientes por revisar: los de las cuentas purgadas (origen
      * "C") y los inactivados antes de la fecha límite (origen
      * "I"). CL-CONSERVA "S" en cuanto aparece algo vivo ligado.
       01  MAX-CLIENTES            PIC 9(4) VALUE 5000.
       01  TOTAL-CLIENTES          PIC 9(4) VALUE 0.
       01  IDX-CLI                 PIC 9(4) VALUE 0.
       01  IDX-REV                 PIC 9(4) VALUE 0.
       01  TABLA-CLIENTES.
           05 CL-ENTRY OCCURS 5000 TIMES.
              10 CL-CLIENTE        PIC 9(6).
              10 CL-ORIGEN         PIC X(1).
              10 CL-CONSERVA       PIC X(1).
       01  CLIENTE-BUSCADO         PIC 9(6) VALUE 0.
       01  ORIGEN-CLIENTE          PIC X(1) VALUE SPACE.

       01  CUENTAS-CANDIDATAS      PIC 9(6) VALUE 0.
       01  CUENTAS-PURGADAS        PIC 9(6) VALUE 0.
       01  CUENTAS-CONSERVADAS     PIC 9(6) VALUE 0.
       01  CUENTAS-DIFERIDAS       PIC 9(6) VALUE 0.
       01  CERRADAS-EN-MAESTRO     PIC 9(6) VALUE 0.
       01  TARJETAS-PURGADAS       PIC 9(6) VALUE 0.
       01  TITULARES-PURGADOS      PIC 9(6) VALUE 0.
       01  CLIENTES-PURGADOS       PIC 9(6) VALUE 0.
       01  CLIENTES-CONSERVADOS    PIC 9(6) VALUE 0.
       01  CLIENTES-DIFERIDOS      PIC 9(6) VALUE 0.
       01  PLAZOS-PURGADOS         PIC 9(6) VALUE 0.
       01  PRESTAMOS-PURGADOS      PIC 9(6) VALUE 0.
       01  ORDENES-PURGADAS        PIC 9(6) VALUE 0.
       01  MOVIMIENTOS-PURGADOS    PIC 9(9) VALUE 0.

       01  LINEA-CUENTA-PURGA.
           05 LCP-CUENTA           PIC 9(6).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 LCP-CLIENTE          PIC 9(6).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 LCP-NOMBRE           PIC A(25).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 LCP-CIERRE           PIC 9(8).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 LCP-RESULTADO        PIC X(9).
           05 LCP-MOTIVO           PIC X(14).

       01  LINEA-TARJETA-PURGA.
           05 FILLER               PIC X(10) VALUE "  TARJETA ".
           05 LTP-TARJETA          PIC 9(16).
           05 FILLER               PIC X(9) VALUE "  CUENTA ".
           05 LTP-CUENTA           PIC 9(6).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 LTP-ESTADO           PIC X(1).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 LTP-RESULTADO        PIC X(9).

      * Plazo, préstamo u orden terminado de una cuenta purgada.
       01  LINEA-PRODUCTO-PURGA.
           05 LPP-TIPO             PIC X(10).
           05 LPP-NUMERO           PIC 9(6).
           05 FILLER               PIC X(9) VALUE "  CUENTA ".
           05 LPP-CUENTA           PIC 9(6).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 LPP-ESTADO           PIC X(1).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 LPP-RESULTADO        PIC X(9).

       01  LINEA-TITULAR-PURGA.
           05 FILLER               PIC X(10) VALUE "  TITULAR ".
           05 LUP-CLIENTE          PIC 9(6).
           05 FILLER               PIC X(9) VALUE "  CUENTA ".
           05 LUP-CUENTA           PIC 9(6).
           05 FILLER               PIC X(6) VALUE "  ROL ".
           05 LUP-ROL              PIC X(1).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 LUP-RESULTADO        PIC X(9).

       01  LINEA-CLIENTE-PURGA.
           05 LLP-CLIENTE          PIC 9(6).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 LLP-NOMBRE           PIC X(40).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 LLP-ORIGEN           PIC X(10).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 LLP-RESULTADO        PIC X(9).

       PROCEDURE DIVISION.
       PURGA-CERRADAS-MAIN.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           CALL "FECHA-NEGOCIO" USING FECHA-HOY.
           MOVE FECHA-HOY TO NAR-FECHA.
           PERFORM CARGA-CONFIGURACION.
           COMPUTE FECHA-LIMITE = FECHA-HOY - ANIOS-RETENCION * 10000.

           DISPLAY "Retención: " ANIOS-RETENCION " años; se purgan "
              "las cuentas cerradas antes del " FECHA-LIMITE ".".
           DISPLAY "Modo (S = simulación, P = purga real): ".
           PERFORM PIDE-MODO UNTIL ENTRADA-VALIDA = "S".

           IF MODO-SIMULACION = "S"
              MOVE "A PURGAR" TO RESULTADO-PURGA
           ELSE
              MOVE "PURGADO" TO RESULTADO-PURGA
              DISPLAY "¿Confirmas purgar y archivar a "
                 NOMBRE-ARCHIVO "? (S/N): "
              ACCEPT RESPUESTA-CONFIRMA
              IF RESPUESTA-CONFIRMA NOT = "S"
                    AND RESPUESTA-CONFIRMA NOT = "s"
                 DISPLAY "No se purgó nada."
                 GOBACK
              END-IF
           END-IF.

           PERFORM ABRE-MAESTROS THRU ABRE-MAESTROS-EXIT.
           IF RETURN-CODE = 8
              GOBACK
           END-IF.

           OPEN OUTPUT REPORTE-FILE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "PURGA DE CUENTAS CERRADAS AL " FECHA-HOY
              DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "RETENCION " ANIOS-RETENCION " AÑOS, CERRADAS "
              "ANTES DEL " FECHA-LIMITE
              DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           IF MODO-SIMULACION = "S"
              MOVE "SIMULACION: NO SE ARCHIVO NI SE BORRO NADA"
                 TO LINEA-REPORTE
           ELSE
              STRING "ARCHIVO FECHADO " NOMBRE-ARCHIVO
                 DELIMITED BY SIZE INTO LINEA-REPORTE
           END-IF.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           PERFORM JUNTA-CANDIDATAS.
           PERFORM REVISA-PRODUCTOS.

           MOVE "CUENTA  CLIENTE TITULAR" TO LINEA-REPORTE.
           MOVE "CIERRE    RESULTADO" TO LINEA-REPORTE (44:19).
           WRITE LINEA-REPORTE.
           PERFORM PROCESA-CANDIDATA THRU PROCESA-CANDIDATA-EXIT
              VARYING IDX-CTA FROM 1 BY 1
              UNTIL IDX-CTA > TOTAL-PURGA.

           IF HAY-TARJETAS = "S"
              MOVE SPACES TO LINEA-REPORTE
              WRITE LINEA-REPORTE
              MOVE "TARJETAS DE LAS CUENTAS PURGADAS" TO LINEA-REPORTE
              WRITE LINEA-REPORTE
              MOVE 0 TO TAR-NUMERO
              START TARJETAS-FILE KEY IS NOT LESS THAN TAR-NUMERO
                 INVALID KEY MOVE "10" TO FS-TARJETAS
              END-START
              PERFORM REVISA-TARJETA UNTIL FS-TARJETAS = "10"
           END-IF.

           PERFORM JUNTA-INACTIVOS.
           PERFORM PURGA-PRODUCTOS.
           PERFORM MARCA-CLIENTES-CON-CUENTAS.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "CLIENTES SIN CUENTAS" TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM REVISA-CLIENTE THRU REVISA-CLIENTE-EXIT
              VARYING IDX-REV FROM 1 BY 1
              UNTIL IDX-REV > TOTAL-CLIENTES.

           IF MODO-SIMULACION NOT = "S"
              PERFORM GRABA-TRAILER
              CLOSE ARCHIVO-FILE
              CLOSE PURGADOS-FILE
           END-IF.

           PERFORM IMPRIME-TOTALES.
           CLOSE REPORTE-FILE.
           PERFORM CIERRA-MAESTROS.

           IF CUENTAS-DIFERIDAS > 0 OR CLIENTES-DIFERIDOS > 0
              DISPLAY "Quedaron registros para la siguiente corrida; "
                 "ver PURGA.TXT."
              MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "Cuentas purgadas: " CUENTAS-PURGADAS
              " conservadas: " CUENTAS-CONSERVADAS.
           DISPLAY "Tarjetas: " TARJETAS-PURGADAS
              " clientes: " CLIENTES-PURGADOS.
           IF MODO-SIMULACION NOT = "S"
              DISPLAY "Archivo fechado: " NOMBRE-ARCHIVO
           END-IF.
           GOBACK.

       CARGA-CONFIGURACION.
           OPEN INPUT CONFIG-FILE.
           IF FS-CONFIG = "00"
              READ CONFIG-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF CFG-ANIOS-RETENCION IS NUMERIC
                          AND CFG-ANIOS-RETENCION > 0
                       MOVE CFG-ANIOS-RETENCION TO ANIOS-RETENCION
                    END-IF
              END-READ
              CLOSE CONFIG-FILE
           END-IF.

       PIDE-MODO.
           ACCEPT RESPUESTA-MODO.
           IF RESPUESTA-MODO = "S" OR RESPUESTA-MODO = "s"
              MOVE "S" TO MODO-SIMULACION
              MOVE "S" TO ENTRADA-VALIDA
           ELSE
              IF RESPUESTA-MODO = "P" OR RESPUESTA-MODO = "p"
                 MOVE "N" TO MODO-SIMULACION
                 MOVE "S" TO ENTRADA-VALIDA
              ELSE
                 DISPLAY "Captura S o P."
              END-IF
           END-IF.

      ******************************************************************
      * En simulación los maestros se abren sólo de lectura. En la
      * purga real el archivo fechado del día no debe existir: una
      * segunda corrida lo dejaría vacío y se perdería lo archivado
      * por la primera.
      ******************************************************************
       ABRE-MAESTROS.
           IF MODO-SIMULACION = "S"
              OPEN INPUT CUENTAS-FILE
           ELSE
              OPEN I-O CUENTAS-FILE
           END-IF.
           IF FS-CUENTAS NOT = "00" AND FS-CUENTAS NOT = "05"
              DISPLAY "No se pudo abrir el archivo de cuentas."
              MOVE 8 TO RETURN-CODE
              GO TO ABRE-MAESTROS-EXIT
           END-IF.

           IF MODO-SIMULACION NOT = "S"
              OPEN INPUT ARCHIVO-FILE
              IF FS-ARCHIVO = "00"
                 CLOSE ARCHIVO-FILE
                 DISPLAY "Ya existe " NOMBRE-ARCHIVO "; la purga de "
                    "hoy ya corrió y no se repite."
                 CLOSE CUENTAS-FILE
                 MOVE 8 TO RETURN-CODE
                 GO TO ABRE-MAESTROS-EXIT
              END-IF
              OPEN OUTPUT ARCHIVO-FILE
              IF FS-ARCHIVO NOT = "00"
                 DISPLAY "No se pudo abrir el archivo fechado "
                    NOMBRE-ARCHIVO "."
                 CLOSE CUENTAS-FILE
                 MOVE 8 TO RETURN-CODE
                 GO TO ABRE-MAESTROS-EXIT
              END-IF
              OPEN EXTEND PURGADOS-FILE
              IF FS-PURGADOS = "35"
                 OPEN OUTPUT PURGADOS-FILE
              END-IF
           END-IF.

           MOVE "00" TO FS-TARJETAS.
           IF MODO-SIMULACION = "S"
              OPEN INPUT TARJETAS-FILE
           ELSE
              OPEN I-O TARJETAS-FILE
           END-IF.
           IF FS-TARJETAS = "00"
              MOVE "S" TO HAY-TARJETAS
           END-IF.

           MOVE "00" TO FS-TITULARES.
           IF MODO-SIMULACION = "S"
              OPEN INPUT TITULARES-FILE
           ELSE
              OPEN I-O TITULARES-FILE
           END-IF.
           IF FS-TITULARES = "00"
              MOVE "S" TO HAY-TITULARES
           END-IF.

           MOVE "00" TO FS-CLIENTES.
           IF MODO-SIMULACION = "S"
              OPEN INPUT CLIENTES-FILE
           ELSE
              OPEN I-O CLIENTES-FILE
           END-IF.
           IF FS-CLIENTES = "00"
              MOVE "S" TO HAY-CLIENTES
           END-IF.

           MOVE "00" TO FS-MOVIDX.
           IF MODO-SIMULACION = "S"
              OPEN INPUT MOVIDX-FILE
           ELSE
              OPEN I-O MOVIDX-FILE
           END-IF.
           IF FS-MOVIDX = "00"
              MOVE "S" TO HAY-MOVIDX
           END-IF.
       ABRE-MAESTROS-EXIT.
           EXIT.

       CIERRA-MAESTROS.
           CLOSE CUENTAS-FILE.
           IF HAY-TARJETAS = "S"
              CLOSE TARJETAS-FILE
           END-IF.
           IF HAY-TITULARES = "S"
              CLOSE TITULARES-FILE
           END-IF.
           IF HAY-CLIENTES = "S"
              CLOSE CLIENTES-FILE
           END-IF.
           IF HAY-MOVIDX = "S"
              CLOSE MOVIDX-FILE
           END-IF.

      ******************************************************************
      * Cuentas candidatas: los cierres "CC" anteriores a la fecha
      * límite cuya cuenta sigue cerrada en el maestro. Los rastros
      * de cuentas purgadas en años anteriores ya no encuentran su
      * cuenta y se ignoran.
      ******************************************************************
       JUNTA-CANDIDATAS.
           MOVE "00" TO FS-AUDITORIA.
           OPEN INPUT AUDITORIA-FILE.
           IF FS-AUDITORIA = "00"
              PERFORM LEE-CIERRE UNTIL FS-AUDITORIA = "10"
              CLOSE AUDITORIA-FILE
           ELSE
              DISPLAY "No hay bitácora de supervisión; no hay "
                 "cierres que revisar."
           END-IF.

       LEE-CIERRE.
           READ AUDITORIA-FILE
              AT END MOVE "10" TO FS-AUDITORIA
           END-READ.
           IF FS-AUDITORIA NOT = "10"
              IF AUD-ACCION = "CC" AND AUD-FECHA < FECHA-LIMITE
                 PERFORM REVISA-CIERRE THRU REVISA-CIERRE-EXIT
              END-IF
           END-IF.

       REVISA-CIERRE.
           MOVE AUD-CUENTA TO CTA-NUMERO.
           READ CUENTAS-FILE
              INVALID KEY GO TO REVISA-CIERRE-EXIT
           END-READ.
           IF CTA-ESTADO NOT = "C"
              GO TO REVISA-CIERRE-EXIT
           END-IF.
           MOVE CTA-NUMERO TO CUENTA-BUSCADA.
           PERFORM BUSCA-EN-PURGA.
           IF IDX-PUR <= TOTAL-PURGA
              GO TO REVISA-CIERRE-EXIT
           END-IF.
           IF TOTAL-PURGA >= MAX-PURGA
              ADD 1 TO CUENTAS-DIFERIDAS
              GO TO REVISA-CIERRE-EXIT
           END-IF.

           ADD 1 TO TOTAL-PURGA.
           ADD 1 TO CUENTAS-CANDIDATAS.
           MOVE CTA-NUMERO TO PT-CUENTA (TOTAL-PURGA).
           MOVE CTA-CLIENTE TO PT-CLIENTE (TOTAL-PURGA).
           MOVE AUD-FECHA TO PT-FECHA-CIERRE (TOTAL-PURGA).
           EVALUATE TRUE
              WHEN CTA-SALDO NOT = 0
                 MOVE "SALDO" TO PT-MOTIVO (TOTAL-PURGA)
              WHEN CTA-RETENIDO NOT = 0
                 MOVE "CHEQUE CAMARA" TO PT-MOTIVO (TOTAL-PURGA)
              WHEN CTA-EMBARGADO NOT = 0
                 MOVE "EMBARGO" TO PT-MOTIVO (TOTAL-PURGA)
              WHEN OTHER
                 MOVE SPACES TO PT-MOTIVO (TOTAL-PURGA)
           END-EVALUATE.
       REVISA-CIERRE-EXIT.
           EXIT.

      ******************************************************************
      * Productos que amarran a una candidata: un barrido de cada
      * archivo contra la tabla. El primer motivo encontrado es el
      * que sale en el reporte. Sin archivo de un producto
      * simplemente no hay nada amarrado. Una orden activa amarra
      * tanto la cuenta de cargo como la de abono; la cuenta de
      * nómina de un empleado la amarra mientras siga en su
      * registro, porque la nómina y el finiquito depositan ahí.
      ******************************************************************
       REVISA-PRODUCTOS.
           MOVE "00" TO FS-PLAZOS.
           OPEN INPUT PLAZOS-FILE.
           IF FS-PLAZOS = "00"
              MOVE 0 TO PLZ-NUMERO
              START PLAZOS-FILE KEY IS NOT LESS THAN PLZ-NUMERO
                 INVALID KEY MOVE "10" TO FS-PLAZOS
              END-START
              PERFORM REVISA-PLAZO-LIGADO UNTIL FS-PLAZOS = "10"
              CLOSE PLAZOS-FILE
           END-IF.

           MOVE "00" TO FS-PRESTAMOS.
           OPEN INPUT PRESTAMOS-FILE.
           IF FS-PRESTAMOS = "00"
              MOVE 0 TO PRE-NUMERO
              START PRESTAMOS-FILE KEY IS NOT LESS THAN PRE-NUMERO
                 INVALID KEY MOVE "10" TO FS-PRESTAMOS
              END-START
              PERFORM REVISA-PRESTAMO-LIGADO
                 UNTIL FS-PRESTAMOS = "10"
              CLOSE PRESTAMOS-FILE
           END-IF.

           MOVE "00" TO FS-CHEQUES.
           OPEN INPUT CHEQUES-FILE.
           IF FS-CHEQUES = "00"
              MOVE 0 TO CHQ-NUMERO
              START CHEQUES-FILE KEY IS NOT LESS THAN CHQ-NUMERO
                 INVALID KEY MOVE "10" TO FS-CHEQUES
              END-START
              PERFORM REVISA-CHEQUE-LIGADO UNTIL FS-CHEQUES = "10"
              CLOSE CHEQUES-FILE
           END-IF.

           MOVE "00" TO FS-EMBARGOS.
           OPEN INPUT EMBARGOS-FILE.
           IF FS-EMBARGOS = "00"
              MOVE 0 TO EMB-NUMERO
              START EMBARGOS-FILE KEY IS NOT LESS THAN EMB-NUMERO
                 INVALID KEY MOVE "10" TO FS-EMBARGOS
              END-START
              PERFORM REVISA-EMBARGO-LIGADO UNTIL FS-EMBARGOS = "10"
              CLOSE EMBARGOS-FILE
           END-IF.

           MOVE "00" TO FS-ORDENES.
           OPEN INPUT ORDENES-FILE.
           IF FS-ORDENES = "00"
              MOVE 0 TO ORD-NUMERO
              START ORDENES-FILE KEY IS NOT LESS THAN ORD-NUMERO
                 INVALID KEY MOVE "10" TO FS-ORDENES
              END-START
              PERFORM REVISA-ORDEN-LIGADA UNTIL FS-ORDENES = "10"
              CLOSE ORDENES-FILE
           END-IF.

           MOVE "00" TO FS-EMPLEADOS.
           OPEN INPUT ARCHIVO-EMPLEADOS.
           IF FS-EMPLEADOS = "00"
              MOVE 0 TO EMP-ID
              START ARCHIVO-EMPLEADOS KEY IS NOT LESS THAN EMP-ID
                 INVALID KEY MOVE "10" TO FS-EMPLEADOS
              END-START
              PERFORM REVISA-EMPLEADO-LIGADO
                 UNTIL FS-EMPLEADOS = "10"
              CLOSE ARCHIVO-EMPLEADOS
           END-IF.

       REVISA-PLAZO-LIGADO.
           READ PLAZOS-FILE NEXT
              AT END MOVE "10" TO FS-PLAZOS
           END-READ.
           IF FS-PLAZOS NOT = "10"
              IF PLZ-ESTADO = "V"
                 MOVE PLZ-CUENTA TO CUENTA-BUSCADA
                 MOVE "PLAZO VIGENTE" TO MOTIVO-ENCONTRADO
                 PERFORM MARCA-MOTIVO
              END-IF
           END-IF.

       REVISA-PRESTAMO-LIGADO.
           READ PRESTAMOS-FILE NEXT
              AT END MOVE "10" TO FS-PRESTAMOS
           END-READ.
           IF FS-PRESTAMOS NOT = "10"
              IF PRE-ESTADO = "V"
                    OR (PRE-ESTADO = "C" AND PRE-CASTIGADO > 0)
                 MOVE PRE-CUENTA TO CUENTA-BUSCADA
                 MOVE "PRESTAMO" TO MOTIVO-ENCONTRADO
                 PERFORM MARCA-MOTIVO
              END-IF
           END-IF.

       REVISA-CHEQUE-LIGADO.
           READ CHEQUES-FILE NEXT
              AT END MOVE "10" TO FS-CHEQUES
           END-READ.
           IF FS-CHEQUES NOT = "10"
              IF CHQ-ESTADO = "P"
                 MOVE CHQ-CUENTA TO CUENTA-BUSCADA
                 MOVE "CHEQUE CAMARA" TO MOTIVO-ENCONTRADO
                 PERFORM MARCA-MOTIVO
              END-IF
           END-IF.

       REVISA-EMBARGO-LIGADO.
           READ EMBARGOS-FILE NEXT
              AT END MOVE "10" TO FS-EMBARGOS
           END-READ.
           IF FS-EMBARGOS NOT = "10"
              IF EMB-ESTADO = "A"
                 MOVE EMB-CUENTA TO CUENTA-BUSCADA
                 MOVE "EMBARGO" TO MOTIVO-ENCONTRADO
                 PERFORM MARCA-MOTIVO
              END-IF
           END-IF.

       REVISA-ORDEN-LIGADA.
           READ ORDENES-FILE NEXT
              AT END MOVE "10" TO FS-ORDENES
           END-READ.
           IF FS-ORDENES NOT = "10"
              IF ORD-ACTIVA = "S"
                 MOVE "ORDEN ACTIVA" TO MOTIVO-ENCONTRADO
                 MOVE ORD-CUENTA-CARGO TO CUENTA-BUSCADA
                 PERFORM MARCA-MOTIVO
                 MOVE ORD-CUENTA-ABONO TO CUENTA-BUSCADA
                 PERFORM MARCA-MOTIVO
              END-IF
           END-IF.

       REVISA-EMPLEADO-LIGADO.
           READ ARCHIVO-EMPLEADOS NEXT
              AT END MOVE "10" TO FS-EMPLEADOS
           END-READ.
           IF FS-EMPLEADOS NOT = "10"
              IF EMP-CUENTA NOT = 0
                 MOVE EMP-CUENTA TO CUENTA-BUSCADA
                 MOVE "EMPLEADO" TO MOTIVO-ENCONTRADO
                 PERFORM MARCA-MOTIVO
              END-IF
           END-IF.

       MARCA-MOTIVO.
           PERFORM BUSCA-EN-PURGA.
           IF IDX-PUR <= TOTAL-PURGA
              IF PT-MOTIVO (IDX-PUR) = SPACES
                 MOVE MOTIVO-ENCONTRADO TO PT-MOTIVO (IDX-PUR)
              END-IF
           END-IF.

      ******************************************************************
      * Una candidata: con motivo se conserva; sin él se archiva y se
      * borra junto con sus cotitularidades y su historial indexado,
      * y su titular pasa a la revisión de clientes.
      ******************************************************************
       PROCESA-CANDIDATA.
           MOVE PT-CUENTA (IDX-CTA) TO CTA-NUMERO.
           READ CUENTAS-FILE
              INVALID KEY GO TO PROCESA-CANDIDATA-EXIT
           END-READ.
           MOVE CTA-NUMERO TO LCP-CUENTA.
           MOVE CTA-CLIENTE TO LCP-CLIENTE.
           MOVE CTA-NOMBRE TO LCP-NOMBRE.
           MOVE PT-FECHA-CIERRE (IDX-CTA) TO LCP-CIERRE.
           IF PT-MOTIVO (IDX-CTA) NOT = SPACES
              ADD 1 TO CUENTAS-CONSERVADAS
              MOVE "CONSERVA" TO LCP-RESULTADO
              MOVE PT-MOTIVO (IDX-CTA) TO LCP-MOTIVO
              MOVE LINEA-CUENTA-PURGA TO LINEA-REPORTE
              WRITE LINEA-REPORTE
              GO TO PROCESA-CANDIDATA-EXIT
           END-IF.

           ADD 1 TO CUENTAS-PURGADAS.
           MOVE RESULTADO-PURGA TO LCP-RESULTADO.
           MOVE SPACES TO LCP-MOTIVO.
           MOVE LINEA-CUENTA-PURGA TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           IF MODO-SIMULACION NOT = "S"
              MOVE "C" TO RSP-TIPO
              MOVE SPACES TO RSP-IMAGEN
              MOVE CUENTA-REG TO RSP-IMAGEN
              PERFORM GRABA-ARCHIVO
              DELETE CUENTAS-FILE
                 INVALID KEY
                    DISPLAY "No se pudo purgar la cuenta " CTA-NUMERO
              END-DELETE
           END-IF.

           MOVE CTA-CLIENTE TO CLIENTE-BUSCADO.
           MOVE "C" TO ORIGEN-CLIENTE.
           PERFORM AGREGA-CLIENTE.

           IF HAY-TITULARES = "S"
              MOVE PT-CUENTA (IDX-CTA) TO TIT-CUENTA
              START TITULARES-FILE KEY IS EQUAL TO TIT-CUENTA
                 INVALID KEY MOVE "10" TO FS-TITULARES
              END-START
              PERFORM PURGA-TITULAR UNTIL FS-TITULARES = "10"
              MOVE "00" TO FS-TITULARES
           END-IF.

           IF HAY-MOVIDX = "S"
              MOVE PT-CUENTA (IDX-CTA) TO MIX-CUENTA
              MOVE 0 TO MIX-SECUENCIA
              START MOVIDX-FILE KEY IS NOT LESS THAN MIX-LLAVE
                 INVALID KEY MOVE "10" TO FS-MOVIDX
              END-START
              PERFORM PURGA-HISTORIAL UNTIL FS-MOVIDX = "10"
              MOVE "00" TO FS-MOVIDX
           END-IF.
       PROCESA-CANDIDATA-EXIT.
           EXIT.

      * Renglones de TITULARES.DAT de la cuenta purgada, por la llave
      * alterna; cada cotitular o beneficiario pasa también a la
      * revisión de clientes.
       PURGA-TITULAR.
           READ TITULARES-FILE NEXT
              AT END MOVE "10" TO FS-TITULARES
           END-READ.
           IF FS-TITULARES NOT = "10"
              IF TIT-CUENTA NOT = PT-CUENTA (IDX-CTA)
                 MOVE "10" TO FS-TITULARES
              ELSE
                 ADD 1 TO TITULARES-PURGADOS
                 MOVE TIT-CLIENTE TO LUP-CLIENTE
                 MOVE TIT-CUENTA TO LUP-CUENTA
                 MOVE TIT-ROL TO LUP-ROL
                 MOVE RESULTADO-PURGA TO LUP-RESULTADO
                 MOVE LINEA-TITULAR-PURGA TO LINEA-REPORTE
                 WRITE LINEA-REPORTE
                 MOVE TIT-CLIENTE TO CLIENTE-BUSCADO
                 MOVE "C" TO ORIGEN-CLIENTE
                 PERFORM AGREGA-CLIENTE
                 IF MODO-SIMULACION NOT = "S"
                    MOVE "U" TO RSP-TIPO
                    MOVE SPACES TO RSP-IMAGEN
                    MOVE TITULAR-REG TO RSP-IMAGEN
                    PERFORM GRABA-ARCHIVO
                    DELETE TITULARES-FILE
                       INVALID KEY
                          DISPLAY "No se pudo purgar el titular "
                             TIT-LLAVE
                    END-DELETE
                 END-IF
              END-IF
           END-IF.

      * Renglones de MOVIDX.DAT de la cuenta purgada. Son muchos por
      * cuenta y no salen uno por uno en el reporte, sólo en los
      * totales.
       PURGA-HISTORIAL.
           READ MOVIDX-FILE NEXT
              AT END MOVE "10" TO FS-MOVIDX
           END-READ.
           IF FS-MOVIDX NOT = "10"
              IF MIX-CUENTA NOT = PT-CUENTA (IDX-CTA)
                 MOVE "10" TO FS-MOVIDX
              ELSE
                 ADD 1 TO MOVIMIENTOS-PURGADOS
                 IF MODO-SIMULACION NOT = "S"
                    MOVE "M" TO RSP-TIPO
                    MOVE SPACES TO RSP-IMAGEN
                    MOVE MOVIDX-REG TO RSP-IMAGEN
                    PERFORM GRABA-ARCHIVO
                    DELETE MOVIDX-FILE
                       INVALID KEY
                          DISPLAY "No se pudo purgar el historial "
                             MIX-LLAVE
                    END-DELETE
                 END-IF
              END-IF
           END-IF.

      ******************************************************************
      * Tarjetas: un barrido completo de TARJETAS.DAT contra la tabla;
      * se purgan todas las de una cuenta purgada, sea cual sea su
      * estado (la renovación y la sustituida juntas).
      ******************************************************************
       REVISA-TARJETA.
           READ TARJETAS-FILE NEXT
              AT END MOVE "10" TO FS-TARJETAS
           END-READ.
           IF FS-TARJETAS NOT = "10"
              MOVE TAR-CUENTA TO CUENTA-BUSCADA
              PERFORM VERIFICA-PURGABLE
              IF CUENTA-PURGABLE = "S"
                 ADD 1 TO TARJETAS-PURGADAS
                 MOVE TAR-NUMERO TO LTP-TARJETA
                 MOVE TAR-CUENTA TO LTP-CUENTA
                 MOVE TAR-ESTADO TO LTP-ESTADO
                 MOVE RESULTADO-PURGA TO LTP-RESULTADO
                 MOVE LINEA-TARJETA-PURGA TO LINEA-REPORTE
                 WRITE LINEA-REPORTE
                 IF MODO-SIMULACION NOT = "S"
                    MOVE "J" TO RSP-TIPO
                    MOVE SPACES TO RSP-IMAGEN
                    MOVE TARJETA-REG TO RSP-IMAGEN
                    PERFORM GRABA-ARCHIVO
                    DELETE TARJETAS-FILE
                       INVALID KEY
                          DISPLAY "No se pudo purgar la tarjeta "
                             TAR-NUMERO
                    END-DELETE
                 END-IF
              END-IF
           END-IF.

      ******************************************************************
      * Clientes inactivados antes de la fecha límite. AUDITCLI.DAT
      * es cronológico: una inactivación posterior a la fecha límite
      * (el cliente se reactivó y se volvió a inactivar) le quita la
      * antigüedad al cliente.
      ******************************************************************
       JUNTA-INACTIVOS.
           MOVE "00" TO FS-AUDITCLI.
           OPEN INPUT AUDITCLI-FILE.
           IF FS-AUDITCLI = "00"
              PERFORM LEE-INACTIVACION UNTIL FS-AUDITCLI = "10"
              CLOSE AUDITCLI-FILE
           END-IF.

       LEE-INACTIVACION.
           READ AUDITCLI-FILE
              AT END MOVE "10" TO FS-AUDITCLI
           END-READ.
           IF FS-AUDITCLI NOT = "10"
              IF ACL-ACCION = "IN" AND ACL-ANTES (1:6) IS NUMERIC
                 MOVE ACL-ANTES (1:6) TO CLIENTE-BUSCADO
                 IF ACL-FECHA < FECHA-LIMITE
                    MOVE "I" TO ORIGEN-CLIENTE
                    PERFORM AGREGA-CLIENTE
                 ELSE
                    PERFORM BUSCA-EN-CLIENTES
                    IF IDX-CLI <= TOTAL-CLIENTES
                          AND CL-ORIGEN (IDX-CLI) = "I"
                       MOVE "S" TO CL-CONSERVA (IDX-CLI)
                    END-IF
                 END-IF
              END-IF
           END-IF.

       AGREGA-CLIENTE.
           PERFORM BUSCA-EN-CLIENTES.
           IF IDX-CLI > TOTAL-CLIENTES
              IF TOTAL-CLIENTES < MAX-CLIENTES
                 ADD 1 TO TOTAL-CLIENTES
                 MOVE CLIENTE-BUSCADO TO CL-CLIENTE (TOTAL-CLIENTES)
                 MOVE ORIGEN-CLIENTE TO CL-ORIGEN (TOTAL-CLIENTES)
                 MOVE "N" TO CL-CONSERVA (TOTAL-CLIENTES)
              ELSE
                 ADD 1 TO CLIENTES-DIFERIDOS
              END-IF
           ELSE
              IF ORIGEN-CLIENTE = "C"
                 MOVE "C" TO CL-ORIGEN (IDX-CLI)
              END-IF
           END-IF.

      ******************************************************************
      * Plazos, préstamos y órdenes de las cuentas purgadas: un
      * barrido de cada archivo contra la tabla. Los vivos ya
      * conservaron su cuenta, así que lo que aquí se purga está
      * terminado. Un plazo o préstamo que se queda conserva a su
      * cliente (PLZ-CLIENTE, PRE-CLIENTE) aunque no tenga cuentas.
      * Una orden se purga si cualquiera de sus dos cuentas se purga.
      ******************************************************************
       PURGA-PRODUCTOS.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "PLAZOS, PRESTAMOS Y ORDENES DE LAS CUENTAS PURGADAS"
              TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           MOVE "00" TO FS-PLAZOS.
           IF MODO-SIMULACION = "S"
              OPEN INPUT PLAZOS-FILE
           ELSE
              OPEN I-O PLAZOS-FILE
           END-IF.
           IF FS-PLAZOS = "00"
              MOVE 0 TO PLZ-NUMERO
              START PLAZOS-FILE KEY IS NOT LESS THAN PLZ-NUMERO
                 INVALID KEY MOVE "10" TO FS-PLAZOS
              END-START
              PERFORM PURGA-PLAZO UNTIL FS-PLAZOS = "10"
              CLOSE PLAZOS-FILE
           END-IF.

           MOVE "00" TO FS-PRESTAMOS.
           IF MODO-SIMULACION = "S"
              OPEN INPUT PRESTAMOS-FILE
           ELSE
              OPEN I-O PRESTAMOS-FILE
           END-IF.
           IF FS-PRESTAMOS = "00"
              MOVE 0 TO PRE-NUMERO
              START PRESTAMOS-FILE KEY IS NOT LESS THAN PRE-NUMERO
                 INVALID KEY MOVE "10" TO FS-PRESTAMOS
              END-START
              PERFORM PURGA-PRESTAMO UNTIL FS-PRESTAMOS = "10"
              CLOSE PRESTAMOS-FILE
           END-IF.

           MOVE "00" TO FS-ORDENES.
           IF MODO-SIMULACION = "S"
              OPEN INPUT ORDENES-FILE
           ELSE
              OPEN I-O ORDENES-FILE
           END-IF.
           IF FS-ORDENES = "00"
              MOVE 0 TO ORD-NUMERO
              START ORDENES-FILE KEY IS NOT LESS THAN ORD-NUMERO
                 INVALID KEY MOVE "10" TO FS-ORDENES
              END-START
              PERFORM PURGA-ORDEN UNTIL FS-ORDENES = "10"
              CLOSE ORDENES-FILE
           END-IF.

       PURGA-PLAZO.
           READ PLAZOS-FILE NEXT
              AT END MOVE "10" TO FS-PLAZOS
           END-READ.
           IF FS-PLAZOS NOT = "10"
              MOVE PLZ-CUENTA TO CUENTA-BUSCADA
              PERFORM VERIFICA-PURGABLE
              IF CUENTA-PURGABLE = "S"
                 ADD 1 TO PLAZOS-PURGADOS
                 MOVE "  PLAZO" TO LPP-TIPO
                 MOVE PLZ-NUMERO TO LPP-NUMERO
                 MOVE PLZ-CUENTA TO LPP-CUENTA
                 MOVE PLZ-ESTADO TO LPP-ESTADO
                 MOVE RESULTADO-PURGA TO LPP-RESULTADO
                 MOVE LINEA-PRODUCTO-PURGA TO LINEA-REPORTE
                 WRITE LINEA-REPORTE
                 IF MODO-SIMULACION NOT = "S"
                    MOVE "P" TO RSP-TIPO
                    MOVE SPACES TO RSP-IMAGEN
                    MOVE PLAZO-REG TO RSP-IMAGEN
                    PERFORM GRABA-ARCHIVO
                    DELETE PLAZOS-FILE
                       INVALID KEY
                          DISPLAY "No se pudo purgar el plazo "
                             PLZ-NUMERO
                    END-DELETE
                 END-IF
              ELSE
                 MOVE PLZ-CLIENTE TO CLIENTE-BUSCADO
                 PERFORM CONSERVA-CLIENTE-LIGADO
              END-IF
           END-IF.

       PURGA-PRESTAMO.
           READ PRESTAMOS-FILE NEXT
              AT END MOVE "10" TO FS-PRESTAMOS
           END-READ.
           IF FS-PRESTAMOS NOT = "10"
              MOVE PRE-CUENTA TO CUENTA-BUSCADA
              PERFORM VERIFICA-PURGABLE
              IF CUENTA-PURGABLE = "S"
                 ADD 1 TO PRESTAMOS-PURGADOS
                 MOVE "  PRESTAMO" TO LPP-TIPO
                 MOVE PRE-NUMERO TO LPP-NUMERO
                 MOVE PRE-CUENTA TO LPP-CUENTA
                 MOVE PRE-ESTADO TO LPP-ESTADO
                 MOVE RESULTADO-PURGA TO LPP-RESULTADO
                 MOVE LINEA-PRODUCTO-PURGA TO LINEA-REPORTE
                 WRITE LINEA-REPORTE
                 IF MODO-SIMULACION NOT = "S"
                    MOVE "R" TO RSP-TIPO
                    MOVE SPACES TO RSP-IMAGEN
                    MOVE PRESTAMO-REG TO RSP-IMAGEN
                    PERFORM GRABA-ARCHIVO
                    DELETE PRESTAMOS-FILE
                       INVALID KEY
                          DISPLAY "No se pudo purgar el préstamo "
                             PRE-NUMERO
                    END-DELETE
                 END-IF
              ELSE
                 MOVE PRE-CLIENTE TO CLIENTE-BUSCADO
                 PERFORM CONSERVA-CLIENTE-LIGADO
              END-IF
           END-IF.

       PURGA-ORDEN.
           READ ORDENES-FILE NEXT
              AT END MOVE "10" TO FS-ORDENES
           END-READ.
           IF FS-ORDENES NOT = "10"
              MOVE ORD-CUENTA-CARGO TO CUENTA-BUSCADA
              PERFORM VERIFICA-PURGABLE
              IF CUENTA-PURGABLE = "N"
                 MOVE ORD-CUENTA-ABONO TO CUENTA-BUSCADA
                 PERFORM VERIFICA-PURGABLE
              END-IF
              IF CUENTA-PURGABLE = "S"
                 ADD 1 TO ORDENES-PURGADAS
                 MOVE "  ORDEN" TO LPP-TIPO
                 MOVE ORD-NUMERO TO LPP-NUMERO
                 MOVE CUENTA-BUSCADA TO LPP-CUENTA
                 MOVE ORD-ACTIVA TO LPP-ESTADO
                 MOVE RESULTADO-PURGA TO LPP-RESULTADO
                 MOVE LINEA-PRODUCTO-PURGA TO LINEA-REPORTE
                 WRITE LINEA-REPORTE
                 IF MODO-SIMULACION NOT = "S"
                    MOVE "O" TO RSP-TIPO
                    MOVE SPACES TO RSP-IMAGEN
                    MOVE ORDEN-REG TO RSP-IMAGEN
                    PERFORM GRABA-ARCHIVO
                    DELETE ORDENES-FILE
                       INVALID KEY
                          DISPLAY "No se pudo purgar la orden "
                             ORD-NUMERO
                    END-DELETE
                 END-IF
              END-IF
           END-IF.

       CONSERVA-CLIENTE-LIGADO.
           IF CLIENTE-BUSCADO NOT = 0
              PERFORM BUSCA-EN-CLIENTES
              IF IDX-CLI <= TOTAL-CLIENTES
                 MOVE "S" TO CL-CONSERVA (IDX-CLI)
              END-IF
           END-IF.

      ******************************************************************
      * Un barrido de CUENTAS.DAT marca a los clientes que todavía
      * son titulares de alguna cuenta que no se purga. En simulación
      * las purgables siguen en el maestro y se saltan aquí.
      ******************************************************************
       MARCA-CLIENTES-CON-CUENTAS.
           MOVE 0 TO CTA-NUMERO.
           START CUENTAS-FILE KEY IS NOT LESS THAN CTA-NUMERO
              INVALID KEY MOVE "10" TO FS-CUENTAS
           END-START.
           PERFORM MARCA-CLIENTE-CUENTA UNTIL FS-CUENTAS = "10".

       MARCA-CLIENTE-CUENTA.
           READ CUENTAS-FILE NEXT
              AT END MOVE "10" TO FS-CUENTAS
           END-READ.
           IF FS-CUENTAS NOT = "10"
              MOVE "N" TO CUENTA-PURGABLE
              IF CTA-ESTADO = "C"
                 MOVE CTA-NUMERO TO CUENTA-BUSCADA
                 PERFORM VERIFICA-PURGABLE
              END-IF
              IF CUENTA-PURGABLE = "N"
                 IF CTA-ESTADO = "C"
                    ADD 1 TO CERRADAS-EN-MAESTRO
                 END-IF
                 MOVE CTA-CLIENTE TO CLIENTE-BUSCADO
                 PERFORM BUSCA-EN-CLIENTES
                 IF IDX-CLI <= TOTAL-CLIENTES
                    MOVE "S" TO CL-CONSERVA (IDX-CLI)
                 END-IF
              END-IF
           END-IF.

      ******************************************************************
      * Un cliente por revisar: si no tiene cuentas propias vivas ni
      * cotitularidades en cuentas que se quedan, se archiva, se
      * borra y se anota en el índice de purgados. El que vino de
      * una inactivación debe seguir inactivo.
      ******************************************************************
       REVISA-CLIENTE.
           IF CL-CONSERVA (IDX-REV) = "S" OR HAY-CLIENTES NOT = "S"
              ADD 1 TO CLIENTES-CONSERVADOS
              GO TO REVISA-CLIENTE-EXIT
           END-IF.
           IF HAY-TITULARES = "S"
              MOVE CL-CLIENTE (IDX-REV) TO TIT-CLIENTE
              MOVE 0 TO TIT-CUENTA
              START TITULARES-FILE KEY IS NOT LESS THAN TIT-LLAVE
                 INVALID KEY MOVE "10" TO FS-TITULARES
              END-START
              PERFORM REVISA-COTITULARIDAD UNTIL FS-TITULARES = "10"
              MOVE "00" TO FS-TITULARES
           END-IF.
           IF CL-CONSERVA (IDX-REV) = "S"
              ADD 1 TO CLIENTES-CONSERVADOS
              GO TO REVISA-CLIENTE-EXIT
           END-IF.

           MOVE CL-CLIENTE (IDX-REV) TO CLI-NUMERO.
           READ CLIENTES-FILE
              INVALID KEY GO TO REVISA-CLIENTE-EXIT
           END-READ.
           IF CL-ORIGEN (IDX-REV) = "I" AND CLI-ESTADO NOT = "I"
              ADD 1 TO CLIENTES-CONSERVADOS
              GO TO REVISA-CLIENTE-EXIT
           END-IF.

           ADD 1 TO CLIENTES-PURGADOS.
           MOVE CLI-NUMERO TO LLP-CLIENTE.
           MOVE CLI-NOMBRE TO LLP-NOMBRE.
           IF CL-ORIGEN (IDX-REV) = "I"
              MOVE "INACTIVO" TO LLP-ORIGEN
           ELSE
              MOVE "CUENTAS" TO LLP-ORIGEN
           END-IF.
           MOVE RESULTADO-PURGA TO LLP-RESULTADO.
           MOVE LINEA-CLIENTE-PURGA TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           IF MODO-SIMULACION NOT = "S"
              MOVE "L" TO RSP-TIPO
              MOVE SPACES TO RSP-IMAGEN
              MOVE CLIENTE-REG TO RSP-IMAGEN
              PERFORM GRABA-ARCHIVO
              MOVE CLI-NUMERO TO PUR-CLIENTE
              MOVE FECHA-HOY TO PUR-FECHA-ARCHIVO
              MOVE CLI-NOMBRE TO PUR-NOMBRE
              WRITE PURGADO-REG
              DELETE CLIENTES-FILE
                 INVALID KEY
                    DISPLAY "No se pudo purgar el cliente " CLI-NUMERO
              END-DELETE
           END-IF.
       REVISA-CLIENTE-EXIT.
           EXIT.

      * Una cotitularidad en una cuenta que no se purga conserva al
      * cliente; las de cuentas purgadas ya se borraron (o, en
      * simulación, se saltan).
       REVISA-COTITULARIDAD.
           READ TITULARES-FILE NEXT
              AT END MOVE "10" TO FS-TITULARES
           END-READ.
           IF FS-TITULARES NOT = "10"
              IF TIT-CLIENTE NOT = CL-CLIENTE (IDX-REV)
                 MOVE "10" TO FS-TITULARES
              ELSE
                 MOVE TIT-CUENTA TO CUENTA-BUSCADA
                 PERFORM VERIFICA-PURGABLE
                 IF CUENTA-PURGABLE = "N"
                    MOVE "S" TO CL-CONSERVA (IDX-REV)
                    MOVE "10" TO FS-TITULARES
                 END-IF
              END-IF
           END-IF.

      ******************************************************************
      * Búsquedas en las tablas: el cuerpo del PERFORM VARYING está
      * vacío y la búsqueda vive en la cláusula UNTIL.
      ******************************************************************
       BUSCA-EN-PURGA.
           PERFORM BUSCA-CUENTA-TABLA
              VARYING IDX-PUR FROM 1 BY 1
              UNTIL IDX-PUR > TOTAL-PURGA
                 OR PT-CUENTA (IDX-PUR) = CUENTA-BUSCADA.

       BUSCA-CUENTA-TABLA.
           CONTINUE.

       VERIFICA-PURGABLE.
           MOVE "N" TO CUENTA-PURGABLE.
           PERFORM BUSCA-EN-PURGA.
           IF IDX-PUR <= TOTAL-PURGA
              IF PT-MOTIVO (IDX-PUR) = SPACES
                 MOVE "S" TO CUENTA-PURGABLE
              END-IF
           END-IF.

       BUSCA-EN-CLIENTES.
           PERFORM BUSCA-CLIENTE-TABLA
              VARYING IDX-CLI FROM 1 BY 1
              UNTIL IDX-CLI > TOTAL-CLIENTES
                 OR CL-CLIENTE (IDX-CLI) = CLIENTE-BUSCADO.

       BUSCA-CLIENTE-TABLA.
           CONTINUE.

       GRABA-ARCHIVO.
           WRITE RESPALDO-REG.
           ADD 1 TO REGISTROS-ARCHIVADOS.
           MOVE RSP-IMAGEN (1:6) TO LLAVE-HASH.
           ADD LLAVE-HASH TO HASH-LLAVES.

       GRABA-TRAILER.
           MOVE "T" TO RST-TIPO.
           MOVE REGISTROS-ARCHIVADOS TO RST-REGISTROS.
           MOVE HASH-LLAVES TO RST-HASH-MONTOS.
           WRITE RESPALDO-TRAILER.

       IMPRIME-TOTALES.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           STRING "CUENTAS CANDIDATAS:     " CUENTAS-CANDIDATAS
              DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "CUENTAS PURGADAS:       " CUENTAS-PURGADAS
              DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "CUENTAS CONSERVADAS:    " CUENTAS-CONSERVADAS
              DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "CERRADAS EN EL MAESTRO: " CERRADAS-EN-MAESTRO
              DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "TARJETAS PURGADAS:      " TARJETAS-PURGADAS
              DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "COTITULARIDADES:        " TITULARES-PURGADOS
              DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "CLIENTES PURGADOS:      " CLIENTES-PURGADOS
              DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "CLIENTES CONSERVADOS:   " CLIENTES-CONSERVADOS
              DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "PLAZOS PURGADOS:        " PLAZOS-PURGADOS
              DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "PRESTAMOS PURGADOS:     " PRESTAMOS-PURGADOS
              DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "ORDENES PURGADAS:       " ORDENES-PURGADAS
              DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "RENGLONES DE HISTORIAL: " MOVIMIENTOS-PURGADOS
              DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           IF MODO-SIMULACION NOT = "S"
              MOVE SPACES TO LINEA-REPORTE
              STRING "RENGLONES ARCHIVADOS:   " REGISTROS-ARCHIVADOS
                 DELIMITED BY SIZE INTO LINEA-REPORTE
              WRITE LINEA-REPORTE
           END-IF.
           IF CUENTAS-DIFERIDAS > 0
              MOVE SPACES TO LINEA-REPORTE
              STRING "CUENTAS PARA LA SIGUIENTE CORRIDA: "
                 CUENTAS-DIFERIDAS
                 DELIMITED BY SIZE INTO LINEA-REPORTE
              WRITE LINEA-REPORTE
           END-IF.
           IF CLIENTES-DIFERIDOS > 0
              MOVE SPACES TO LINEA-REPORTE
              STRING "CLIENTES SIN REVISAR (TABLA LLENA): "
                 CLIENTES-DIFERIDOS
                 DELIMITED BY SIZE INTO LINEA-REPORTE
              WRITE LINEA-REPORTE
           END-IF.

       END PROGRAM PURGA-CERRADAS.
