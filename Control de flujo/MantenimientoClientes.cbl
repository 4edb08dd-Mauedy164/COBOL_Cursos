      *   5. Reporte de completitud para el expediente de
      *      cumplimiento: clientes sin RFC o sin teléfono, a
      *      CLIFALTA.TXT
      *   6. Alta de un cotitular o beneficiario en una cuenta
      *      (TITULARES.DAT, layout TITULAR.cpy), con su porcentaje,
      *      su régimen de firma y, si firma indistintamente, su
      *      propia tarjeta en TARJETAS.DAT
      *   7. Baja de un cotitular o beneficiario: su porcentaje
      *      regresa al titular y su tarjeta queda bloqueada
      * Cada cambio deja un renglón en AUDITCLI.DAT (layout
      * AUDITCLI.cpy) con las imágenes completas del registro antes
      * y después, con la misma mecánica con que la captura de
      * empleados escribe AUDITEMP.DAT. Un cliente que es cotitular
      * o beneficiario de alguna cuenta cuenta como ligado a ella y
      * no se puede inactivar.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENIMIENTO-CLIENTES.
              RECORD KEY IS CTA-NUMERO
              FILE STATUS IS FS-CUENTAS.

           SELECT TITULARES-FILE ASSIGN TO "TITULARES.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TIT-LLAVE
              ALTERNATE RECORD KEY IS TIT-CUENTA
                 WITH DUPLICATES
              FILE STATUS IS FS-TITULARES.

           SELECT TARJETAS-FILE ASSIGN TO "TARJETAS.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TAR-NUMERO
              FILE STATUS IS FS-TARJETAS.

           SELECT AUDITORIA-FILE ASSIGN TO "AUDITCLI.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-AUDITORIA.
       FD  CUENTAS-FILE.
           COPY CUENTA.

       FD  TITULARES-FILE.
           COPY TITULAR.

       FD  TARJETAS-FILE.
           COPY TARJETA.

       FD  AUDITORIA-FILE.
           COPY AUDITCLI.

       WORKING-STORAGE SECTION.
       01  FS-CLIENTES              PIC X(2) VALUE "00".
       01  FS-CUENTAS               PIC X(2) VALUE "00".
       01  FS-TITULARES             PIC X(2) VALUE "00".
       01  FS-TARJETAS              PIC X(2) VALUE "00".
       01  FS-AUDITORIA             PIC X(2) VALUE "00".
       01  FS-REPORTE               PIC X(2) VALUE "00".


      * Imagen del registro antes del cambio, para la auditoría.
       01  REGISTRO-ANTES           PIC X(120) VALUE SPACES.
       01  REGISTRO-DESPUES         PIC X(120) VALUE SPACES.
       01  ID-AUDITADO              PIC X(6) VALUE SPACES.
       01  RENGLONES-HISTORIAL      PIC 9(4) VALUE 0.

      * Inactivación: el cliente no debe tener cuentas ligadas.
       01  CUENTAS-LIGADAS          PIC 9(4) VALUE 0.

      * Alta y baja de cotitulares y beneficiarios.
       01  CUENTA-ENTRADA           PIC X(6) VALUE SPACES.
       01  CUENTA-TITULARES         PIC 9(6) VALUE 0.
       01  TITULAR-DE-CUENTA        PIC 9(6) VALUE 0.
       01  ROL-ENTRADA              PIC X(1) VALUE SPACE.
       01  FIRMA-ENTRADA            PIC X(1) VALUE SPACE.
       01  PORCENTAJE-CAPTURADO     PIC 9(3)V99 VALUE 0.
       01  PORCENTAJE-TITULAR       PIC 9(3)V99 VALUE 0.
       01  SUMA-BENEFICIARIOS       PIC 9(5)V99 VALUE 0.
       01  RENGLON-TITULAR-EXISTE   PIC X(1) VALUE "N".
       01  TARJETA-ENTRADA          PIC X(16) VALUE SPACES.
       01  TARJETA-COTITULAR        PIC 9(16) VALUE 0.
       01  VENCIMIENTO-TARJETA      PIC 9(6) VALUE 0.
       01  VENCIMIENTO-DESGLOSE REDEFINES VENCIMIENTO-TARJETA.
           05 VEN-ANIO              PIC 9(4).
           05 VEN-MES               PIC 9(2).

      * Reporte de completitud.
       01  CLIENTES-REVISADOS       PIC 9(6) VALUE 0.
       01  CLIENTES-INCOMPLETOS     PIC 9(6) VALUE 0.
           DISPLAY "---- MANTENIMIENTO DE CLIENTES ----".
           DISPLAY "1. CAMBIO DE DATOS   2. INACTIVAR CLIENTE".
           DISPLAY "3. REACTIVAR         4. CONSULTA E HISTORIAL".
           DISPLAY "5. REPORTE DE COMPLETITUD".
           DISPLAY "6. ALTA DE COTITULAR O BENEFICIARIO".
           DISPLAY "7. BAJA DE COTITULAR O BENEFICIARIO  8. SALIR".
           PERFORM PIDE-OPCION-CLIENTES UNTIL ENTRADA-VALIDA = "S".
           MOVE "N" TO ENTRADA-VALIDA.

              WHEN 4 PERFORM CONSULTA-CLIENTE-LOCAL
                        THRU CONSULTA-CLIENTE-LOCAL-EXIT
              WHEN 5 PERFORM REPORTE-COMPLETITUD
              WHEN 6 PERFORM ALTA-TITULAR THRU ALTA-TITULAR-EXIT
              WHEN 7 PERFORM BAJA-TITULAR THRU BAJA-TITULAR-EXIT
              WHEN 8 MOVE "N" TO SIGUE-EN-MENU
              WHEN OTHER DISPLAY "Opción inválida"
           END-EVALUATE.

           EXIT.

      * Recorre el archivo de cuentas completo contando las ligadas
      * al cliente, igual que la consulta de clientes, y suma las
      * cuentas de las que es cotitular o beneficiario.
       CUENTA-CUENTAS-LIGADAS.
           MOVE 0 TO CUENTAS-LIGADAS.
           MOVE "00" TO FS-CUENTAS.
              PERFORM REVISA-CUENTA-LIGADA UNTIL FS-CUENTAS = "10"
              CLOSE CUENTAS-FILE
           END-IF.
           MOVE "00" TO FS-TITULARES.
           OPEN INPUT TITULARES-FILE.
           IF FS-TITULARES = "00"
              MOVE CLIENTE-BUSCADO TO TIT-CLIENTE
              MOVE 0 TO TIT-CUENTA
              START TITULARES-FILE KEY IS NOT LESS THAN TIT-LLAVE
                 INVALID KEY MOVE "10" TO FS-TITULARES
              END-START
              PERFORM REVISA-TITULARIDAD UNTIL FS-TITULARES = "10"
              CLOSE TITULARES-FILE
           END-IF.

       REVISA-CUENTA-LIGADA.
           READ CUENTAS-FILE NEXT
              END-IF
           END-IF.

      * El renglón T es del propio CTA-CLIENTE, ya contado arriba.
       REVISA-TITULARIDAD.
           READ TITULARES-FILE NEXT
              AT END MOVE "10" TO FS-TITULARES
           END-READ.
           IF FS-TITULARES NOT = "10"
              IF TIT-CLIENTE NOT = CLIENTE-BUSCADO
                 MOVE "10" TO FS-TITULARES
              ELSE
                 IF TIT-ROL NOT = "T"
                    ADD 1 TO CUENTAS-LIGADAS
                 END-IF
              END-IF
           END-IF.

      ******************************************************************
      * Alta de un cotitular (C) o beneficiario (B) en una cuenta
      * abierta con titular. El cotitular toma su porcentaje de lo
      * que tiene el titular, que debe quedarse con algo; los
      * beneficiarios de la cuenta suman a lo más 100. Con el
      * primer cotitular o beneficiario nace también el renglón T
      * del titular, con el 100%. Un cotitular de firma indistinta
      * puede recibir aquí su propia tarjeta, con la misma emisión
      * del alta de cuenta del cajero; uno mancomunado no, porque
      * una tarjeta no puede llevar la segunda firma.
      ******************************************************************
       ALTA-TITULAR.
           PERFORM PIDE-CUENTA-TITULARES
              THRU PIDE-CUENTA-TITULARES-EXIT.
           IF CUENTA-TITULARES = 0
              GO TO ALTA-TITULAR-EXIT
           END-IF.

           PERFORM PIDE-NUMERO-CLIENTE.
           IF CLIENTE-ENTRADA IS NOT NUMERIC
              DISPLAY "Captura un número de cliente válido."
              GO TO ALTA-TITULAR-EXIT
           END-IF.
           MOVE CLIENTE-ENTRADA TO CLI-NUMERO.
           READ CLIENTES-FILE
              INVALID KEY
                 DISPLAY "No existe ese cliente."
                 GO TO ALTA-TITULAR-EXIT
           END-READ.
           IF CLI-ESTADO = "I"
              DISPLAY "El cliente está inactivo."
              GO TO ALTA-TITULAR-EXIT
           END-IF.
           IF CLI-NUMERO = TITULAR-DE-CUENTA
              DISPLAY "Ese cliente ya es el titular de la cuenta."
              GO TO ALTA-TITULAR-EXIT
           END-IF.
           DISPLAY "Cliente: " CLI-NOMBRE.

           DISPLAY "Rol (C cotitular, B beneficiario): ".
           ACCEPT ROL-ENTRADA.
           IF ROL-ENTRADA NOT = "C" AND ROL-ENTRADA NOT = "B"
              DISPLAY "Rol inválido."
              GO TO ALTA-TITULAR-EXIT
           END-IF.
           DISPLAY "Porcentaje (999.99): ".
           ACCEPT PORCENTAJE-CAPTURADO.
           IF PORCENTAJE-CAPTURADO IS NOT NUMERIC
                 OR PORCENTAJE-CAPTURADO = 0
              DISPLAY "Captura un porcentaje válido."
              GO TO ALTA-TITULAR-EXIT
           END-IF.
           MOVE "I" TO FIRMA-ENTRADA.
           IF ROL-ENTRADA = "C"
              DISPLAY "Firma (I indistinta, M mancomunada): "
              ACCEPT FIRMA-ENTRADA
              IF FIRMA-ENTRADA NOT = "I" AND FIRMA-ENTRADA NOT = "M"
                 DISPLAY "Régimen de firma inválido."
                 GO TO ALTA-TITULAR-EXIT
              END-IF
           ELSE
              MOVE SPACE TO FIRMA-ENTRADA
           END-IF.

           PERFORM ABRE-TITULARES.
           IF FS-TITULARES NOT = "00" AND FS-TITULARES NOT = "05"
              DISPLAY "No se pudo abrir el archivo de titulares."
              GO TO ALTA-TITULAR-EXIT
           END-IF.
           MOVE CLI-NUMERO TO TIT-CLIENTE.
           MOVE CUENTA-TITULARES TO TIT-CUENTA.
           READ TITULARES-FILE
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 DISPLAY "Ese cliente ya está ligado a la cuenta."
                 CLOSE TITULARES-FILE
                 GO TO ALTA-TITULAR-EXIT
           END-READ.

           PERFORM SUMA-PORCENTAJES-CUENTA.
           IF ROL-ENTRADA = "C"
                 AND PORCENTAJE-CAPTURADO NOT < PORCENTAJE-TITULAR
              DISPLAY "El titular tiene " PORCENTAJE-TITULAR
                 "%; el cotitular debe quedar por debajo."
              CLOSE TITULARES-FILE
              GO TO ALTA-TITULAR-EXIT
           END-IF.
           IF ROL-ENTRADA = "B"
                 AND SUMA-BENEFICIARIOS + PORCENTAJE-CAPTURADO > 100
              DISPLAY "Los beneficiarios ya suman "
                 SUMA-BENEFICIARIOS "%; no caben más de 100."
              CLOSE TITULARES-FILE
              GO TO ALTA-TITULAR-EXIT
           END-IF.

           MOVE 0 TO TARJETA-COTITULAR.
           IF ROL-ENTRADA = "C" AND FIRMA-ENTRADA = "I"
              PERFORM EMITE-TARJETA-COTITULAR
                 THRU EMITE-TARJETA-COTITULAR-EXIT
           END-IF.

      * El renglón del titular nace con el 100% la primera vez.
           IF RENGLON-TITULAR-EXISTE = "N"
              MOVE TITULAR-DE-CUENTA TO TIT-CLIENTE
              MOVE CUENTA-TITULARES TO TIT-CUENTA
              MOVE "T" TO TIT-ROL
              MOVE 100 TO TIT-PORCENTAJE
              MOVE "I" TO TIT-FIRMA
              MOVE 0 TO TIT-TARJETA
              MOVE FECHA-HOY TO TIT-FECHA-ALTA
              WRITE TITULAR-REG
              MOVE SPACES TO REGISTRO-ANTES
              MOVE TITULAR-REG TO REGISTRO-DESPUES
              MOVE "AT" TO ACL-ACCION
              PERFORM GRABA-AUDITORIA-IMAGEN
           END-IF.

           MOVE CLI-NUMERO TO TIT-CLIENTE.
           MOVE CUENTA-TITULARES TO TIT-CUENTA.
           MOVE ROL-ENTRADA TO TIT-ROL.
           MOVE PORCENTAJE-CAPTURADO TO TIT-PORCENTAJE.
           MOVE FIRMA-ENTRADA TO TIT-FIRMA.
           MOVE TARJETA-COTITULAR TO TIT-TARJETA.
           MOVE FECHA-HOY TO TIT-FECHA-ALTA.
           WRITE TITULAR-REG.
           MOVE SPACES TO REGISTRO-ANTES.
           MOVE TITULAR-REG TO REGISTRO-DESPUES.
           MOVE "AT" TO ACL-ACCION.
           PERFORM GRABA-AUDITORIA-IMAGEN.

           IF ROL-ENTRADA = "C"
              MOVE TITULAR-DE-CUENTA TO TIT-CLIENTE
              MOVE CUENTA-TITULARES TO TIT-CUENTA
              READ TITULARES-FILE
              MOVE TITULAR-REG TO REGISTRO-ANTES
              SUBTRACT PORCENTAJE-CAPTURADO FROM TIT-PORCENTAJE
              REWRITE TITULAR-REG
              MOVE TITULAR-REG TO REGISTRO-DESPUES
              MOVE "PT" TO ACL-ACCION
              PERFORM GRABA-AUDITORIA-IMAGEN
              DISPLAY "Al titular le queda " TIT-PORCENTAJE "%."
           END-IF.
           CLOSE TITULARES-FILE.
           DISPLAY "Cliente ligado a la cuenta.".
       ALTA-TITULAR-EXIT.
           EXIT.

      ******************************************************************
      * Baja de un cotitular o beneficiario. El titular no se da de
      * baja aquí: cambiar de titular es un trámite de sucursal. El
      * porcentaje del cotitular regresa al titular y su tarjeta, si
      * la tiene, queda bloqueada para que deje de operar la cuenta.
      ******************************************************************
       BAJA-TITULAR.
           PERFORM PIDE-CUENTA-TITULARES
              THRU PIDE-CUENTA-TITULARES-EXIT.
           IF CUENTA-TITULARES = 0
              GO TO BAJA-TITULAR-EXIT
           END-IF.
           PERFORM PIDE-NUMERO-CLIENTE.
           IF CLIENTE-ENTRADA IS NOT NUMERIC
              DISPLAY "Captura un número de cliente válido."
              GO TO BAJA-TITULAR-EXIT
           END-IF.

           PERFORM ABRE-TITULARES.
           IF FS-TITULARES NOT = "00" AND FS-TITULARES NOT = "05"
              DISPLAY "No se pudo abrir el archivo de titulares."
              GO TO BAJA-TITULAR-EXIT
           END-IF.
           MOVE CLIENTE-ENTRADA TO TIT-CLIENTE.
           MOVE CUENTA-TITULARES TO TIT-CUENTA.
           READ TITULARES-FILE
              INVALID KEY
                 DISPLAY "Ese cliente no está ligado a la cuenta."
                 CLOSE TITULARES-FILE
                 GO TO BAJA-TITULAR-EXIT
           END-READ.
           IF TIT-ROL = "T"
              DISPLAY "El titular no se da de baja; el cambio de "
                 "titular es trámite de sucursal."
              CLOSE TITULARES-FILE
              GO TO BAJA-TITULAR-EXIT
           END-IF.

           MOVE TIT-ROL TO ROL-ENTRADA.
           MOVE TIT-PORCENTAJE TO PORCENTAJE-CAPTURADO.
           MOVE TIT-TARJETA TO TARJETA-COTITULAR.
           MOVE TITULAR-REG TO REGISTRO-ANTES.
           DELETE TITULARES-FILE.
           MOVE SPACES TO REGISTRO-DESPUES.
           MOVE "BT" TO ACL-ACCION.
           PERFORM GRABA-AUDITORIA-IMAGEN.

           IF ROL-ENTRADA = "C"
              MOVE TITULAR-DE-CUENTA TO TIT-CLIENTE
              MOVE CUENTA-TITULARES TO TIT-CUENTA
              READ TITULARES-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE TITULAR-REG TO REGISTRO-ANTES
                    ADD PORCENTAJE-CAPTURADO TO TIT-PORCENTAJE
                    REWRITE TITULAR-REG
                    MOVE TITULAR-REG TO REGISTRO-DESPUES
                    MOVE "PT" TO ACL-ACCION
                    PERFORM GRABA-AUDITORIA-IMAGEN
                    DISPLAY "Al titular le queda " TIT-PORCENTAJE
                       "%."
              END-READ
           END-IF.
           CLOSE TITULARES-FILE.

           IF TARJETA-COTITULAR NOT = 0
              MOVE "00" TO FS-TARJETAS
              OPEN I-O TARJETAS-FILE
              IF FS-TARJETAS = "00"
                 MOVE TARJETA-COTITULAR TO TAR-NUMERO
                 READ TARJETAS-FILE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                       IF TAR-ESTADO = "A"
                          MOVE "B" TO TAR-ESTADO
                          REWRITE TARJETA-REG
                          DISPLAY "Tarjeta " TAR-NUMERO " bloqueada."
                       END-IF
                 END-READ
                 CLOSE TARJETAS-FILE
              END-IF
           END-IF.
           DISPLAY "Cliente desligado de la cuenta.".
       BAJA-TITULAR-EXIT.
           EXIT.

      * La cuenta debe existir, no estar cerrada y tener titular; sale
      * con CUENTA-TITULARES en cero si no procede.
       PIDE-CUENTA-TITULARES.
           MOVE 0 TO CUENTA-TITULARES.
           DISPLAY "Número de cuenta: ".
           ACCEPT CUENTA-ENTRADA.
           IF CUENTA-ENTRADA IS NOT NUMERIC
              DISPLAY "Captura un número de cuenta válido."
              GO TO PIDE-CUENTA-TITULARES-EXIT
           END-IF.
           MOVE "00" TO FS-CUENTAS.
           OPEN INPUT CUENTAS-FILE.
           IF FS-CUENTAS NOT = "00"
              DISPLAY "No se pudo abrir el archivo de cuentas."
              GO TO PIDE-CUENTA-TITULARES-EXIT
           END-IF.
           MOVE CUENTA-ENTRADA TO CTA-NUMERO.
           READ CUENTAS-FILE
              INVALID KEY
                 DISPLAY "No existe esa cuenta."
                 CLOSE CUENTAS-FILE
                 GO TO PIDE-CUENTA-TITULARES-EXIT
           END-READ.
           CLOSE CUENTAS-FILE.
           IF CTA-ESTADO = "C"
              DISPLAY "La cuenta está cerrada."
              GO TO PIDE-CUENTA-TITULARES-EXIT
           END-IF.
           IF CTA-CLIENTE = 0
              DISPLAY "La cuenta no tiene titular ligado."
              GO TO PIDE-CUENTA-TITULARES-EXIT
           END-IF.
           MOVE CTA-CLIENTE TO TITULAR-DE-CUENTA.
           MOVE CTA-NUMERO TO CUENTA-TITULARES.
       PIDE-CUENTA-TITULARES-EXIT.
           EXIT.

       ABRE-TITULARES.
           OPEN I-O TITULARES-FILE.
           IF FS-TITULARES = "35"
              OPEN OUTPUT TITULARES-FILE
              CLOSE TITULARES-FILE
              OPEN I-O TITULARES-FILE
           END-IF.

      * Recorre los renglones de la cuenta por la llave alterna:
      * porcentaje actual del titular (100 si todavía no tiene
      * renglón) y suma de los beneficiarios.
       SUMA-PORCENTAJES-CUENTA.
           MOVE "N" TO RENGLON-TITULAR-EXISTE.
           MOVE 100 TO PORCENTAJE-TITULAR.
           MOVE 0 TO SUMA-BENEFICIARIOS.
           MOVE CUENTA-TITULARES TO TIT-CUENTA.
           START TITULARES-FILE KEY IS EQUAL TO TIT-CUENTA
              INVALID KEY MOVE "10" TO FS-TITULARES
           END-START.
           PERFORM SUMA-RENGLON-CUENTA UNTIL FS-TITULARES = "10".
           MOVE "00" TO FS-TITULARES.

       SUMA-RENGLON-CUENTA.
           READ TITULARES-FILE NEXT
              AT END MOVE "10" TO FS-TITULARES
           END-READ.
           IF FS-TITULARES NOT = "10"
              IF TIT-CUENTA NOT = CUENTA-TITULARES
                 MOVE "10" TO FS-TITULARES
              ELSE
                 EVALUATE TIT-ROL
                    WHEN "T"
                       MOVE "S" TO RENGLON-TITULAR-EXISTE
                       MOVE TIT-PORCENTAJE TO PORCENTAJE-TITULAR
                    WHEN "B"
                       ADD TIT-PORCENTAJE TO SUMA-BENEFICIARIOS
                 END-EVALUATE
              END-IF
           END-IF.

      * Misma emisión que el alta de cuenta del cajero: número del
      * plástico entregado, vigencia de tres años, sin uso ni perfil.
      * Sin número válido el cotitular queda ligado sin tarjeta.
       EMITE-TARJETA-COTITULAR.
           DISPLAY "Tarjeta entregada al cotitular (16 dígitos, "
              "vacío = sin tarjeta): ".
           ACCEPT TARJETA-ENTRADA.
           IF TARJETA-ENTRADA IS NOT NUMERIC
              DISPLAY "El cotitular queda sin tarjeta."
              GO TO EMITE-TARJETA-COTITULAR-EXIT
           END-IF.
           OPEN I-O TARJETAS-FILE.
           IF FS-TARJETAS = "35"
              OPEN OUTPUT TARJETAS-FILE
              CLOSE TARJETAS-FILE
              OPEN I-O TARJETAS-FILE
           END-IF.
           MOVE TARJETA-ENTRADA TO TAR-NUMERO.
           MOVE CUENTA-TITULARES TO TAR-CUENTA.
           DIVIDE FECHA-HOY BY 100 GIVING VENCIMIENTO-TARJETA.
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
                 DISPLAY "Ya existe una tarjeta con ese número; el "
                    "cotitular queda sin tarjeta."
              NOT INVALID KEY
                 MOVE TAR-NUMERO TO TARJETA-COTITULAR
                 DISPLAY "Tarjeta emitida; vence " TAR-VENCE "."
           END-WRITE.
           CLOSE TARJETAS-FILE.
       EMITE-TARJETA-COTITULAR-EXIT.
           EXIT.

      ******************************************************************
      * Consulta de un cliente y su historial de cambios, leyendo la
      * auditoría en el orden en que ocurrieron los cambios, con la
      * con AUDITEMP.DAT.
      ******************************************************************
       GRABA-AUDITORIA.
           MOVE CLIENTE-REG TO REGISTRO-DESPUES.
           PERFORM GRABA-AUDITORIA-IMAGEN.

      * Graba el renglón con las imágenes ya preparadas: la del
      * cliente desde GRABA-AUDITORIA, o la del renglón de
      * TITULARES.DAT en el alta y la baja de titulares.
       GRABA-AUDITORIA-IMAGEN.
           ACCEPT HORA-ACTUAL FROM TIME.
           MOVE REGISTRO-ANTES TO ACL-ANTES.
           MOVE REGISTRO-DESPUES TO ACL-DESPUES.
           MOVE FECHA-HOY TO ACL-FECHA.
           MOVE HORA-ACTUAL TO ACL-HORA.
           OPEN EXTEND AUDITORIA-FILE.
