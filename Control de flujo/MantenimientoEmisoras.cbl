      ******************************************************************
      * Catálogo de emisoras de servicios.
      * Alta, cambio, activación/desactivación y listado de las
      * emisoras de EMISORAS.DAT (layout EMISORA.cpy) cuyos recibos
      * se pagan en el cajero y a las que el lote nocturno
      * RemesaServicios.cbl remite lo cobrado. La cuenta liquidadora
      * debe existir en CUENTAS.DAT, manejar pesos y no estar
      * cerrada, porque ahí se abonan las remesas.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENIMIENTO-EMISORAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMISORAS-FILE ASSIGN TO "EMISORAS.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS EMI-CODIGO
              FILE STATUS IS FS-EMISORAS.

           SELECT CUENTAS-FILE ASSIGN TO "CUENTAS.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CTA-NUMERO
              FILE STATUS IS FS-CUENTAS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMISORAS-FILE.
           COPY EMISORA.

       FD  CUENTAS-FILE.
           COPY CUENTA.

       WORKING-STORAGE SECTION.
       01  FS-EMISORAS              PIC X(2) VALUE "00".
       01  FS-CUENTAS               PIC X(2) VALUE "00".

       01  OPCION-MENU              PIC 9(1) VALUE 0.
       01  OPCION-ENTRADA           PIC X(1) VALUE SPACE.
       01  ENTRADA-VALIDA           PIC X(1) VALUE "N".
       01  SIGUE-EN-MENU            PIC X(1) VALUE "S".

       01  EMISORA-ENTRADA          PIC X(4) VALUE SPACES.
       01  NOMBRE-ENTRADA           PIC X(30) VALUE SPACES.
       01  LONGITUD-ENTRADA         PIC X(2) VALUE SPACES.
       01  DIGITO-ENTRADA           PIC X(1) VALUE SPACE.
       01  CUENTA-ENTRADA           PIC X(6) VALUE SPACES.
       01  COMISION-ENTRADA         PIC 9(5)V99 VALUE 0.
       01  CUENTA-OK                PIC X(1) VALUE "N".
       01  DATOS-OK                 PIC X(1) VALUE "N".
       01  TOTAL-LISTADAS           PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       MANTENIMIENTO-EMISORAS-MAIN.
           MOVE "S" TO SIGUE-EN-MENU.
           OPEN I-O EMISORAS-FILE.
           IF FS-EMISORAS = "35"
              OPEN OUTPUT EMISORAS-FILE
              CLOSE EMISORAS-FILE
              OPEN I-O EMISORAS-FILE
           END-IF.

           PERFORM MUESTRA-MENU-EMISORAS UNTIL SIGUE-EN-MENU = "N".

           CLOSE EMISORAS-FILE.
           GOBACK.

       MUESTRA-MENU-EMISORAS.
           DISPLAY "---- EMISORAS DE SERVICIOS ----".
           DISPLAY "1. ALTA  2. CAMBIO  3. ACTIVAR/DESACTIVAR".
           DISPLAY "4. LISTADO  5. SALIR".
           PERFORM PIDE-OPCION-EMISORAS UNTIL ENTRADA-VALIDA = "S".
           MOVE "N" TO ENTRADA-VALIDA.

           EVALUATE OPCION-MENU
              WHEN 1 PERFORM ALTA-EMISORA THRU ALTA-EMISORA-EXIT
              WHEN 2 PERFORM CAMBIA-EMISORA THRU CAMBIA-EMISORA-EXIT
              WHEN 3 PERFORM CAMBIA-ESTADO-EMISORA
                        THRU CAMBIA-ESTADO-EMISORA-EXIT
              WHEN 4 PERFORM LISTA-EMISORAS
              WHEN 5 MOVE "N" TO SIGUE-EN-MENU
              WHEN OTHER DISPLAY "Opción inválida"
           END-EVALUATE.

       PIDE-OPCION-EMISORAS.
           DISPLAY "Opción: ".
           ACCEPT OPCION-ENTRADA.
           IF OPCION-ENTRADA IS NOT NUMERIC
              DISPLAY "Coloca un número válido"
              MOVE "N" TO ENTRADA-VALIDA
           ELSE
              MOVE OPCION-ENTRADA TO OPCION-MENU
              MOVE "S" TO ENTRADA-VALIDA
           END-IF.

      ******************************************************************
      * Alta de una emisora: código, y luego los datos que valida
      * CAPTURA-DATOS-EMISORA. La emisora nace activa.
      ******************************************************************
       ALTA-EMISORA.
           DISPLAY "Código de emisora (4 dígitos): ".
           ACCEPT EMISORA-ENTRADA.
           IF EMISORA-ENTRADA IS NOT NUMERIC
                 OR EMISORA-ENTRADA = "0000"
              DISPLAY "Captura un código de emisora válido."
              GO TO ALTA-EMISORA-EXIT
           END-IF.
           MOVE EMISORA-ENTRADA TO EMI-CODIGO.
           READ EMISORAS-FILE
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 DISPLAY "Ya existe una emisora con ese código."
                 GO TO ALTA-EMISORA-EXIT
           END-READ.

           PERFORM CAPTURA-DATOS-EMISORA
              THRU CAPTURA-DATOS-EMISORA-EXIT.
           IF DATOS-OK NOT = "S"
              GO TO ALTA-EMISORA-EXIT
           END-IF.

           MOVE EMISORA-ENTRADA TO EMI-CODIGO.
           PERFORM PASA-DATOS-EMISORA.
           MOVE "S" TO EMI-ACTIVA.
           WRITE EMISORA-REG
              INVALID KEY
                 DISPLAY "Ya existe una emisora con ese código."
                 GO TO ALTA-EMISORA-EXIT
           END-WRITE.
           DISPLAY "Emisora registrada.".
       ALTA-EMISORA-EXIT.
           EXIT.

      ******************************************************************
      * Cambio de los datos de una emisora existente. Los pagos ya
      * cobrados conservan la comisión con que se cobraron; la
      * cuenta liquidadora nueva aplica desde la siguiente remesa.
      ******************************************************************
       CAMBIA-EMISORA.
           DISPLAY "Código de emisora: ".
           ACCEPT EMISORA-ENTRADA.
           IF EMISORA-ENTRADA IS NOT NUMERIC
              DISPLAY "Captura un código de emisora válido."
              GO TO CAMBIA-EMISORA-EXIT
           END-IF.
           MOVE EMISORA-ENTRADA TO EMI-CODIGO.
           READ EMISORAS-FILE
              INVALID KEY
                 DISPLAY "No existe esa emisora."
                 GO TO CAMBIA-EMISORA-EXIT
           END-READ.
           DISPLAY "Emisora actual: " EMI-NOMBRE.
           DISPLAY "Referencia de " EMI-LONGITUD-REF
              " posiciones, dígito " EMI-DIGITO
              ", liquida a la cuenta " EMI-CUENTA-LIQ
              ", comisión " EMI-COMISION.

           PERFORM CAPTURA-DATOS-EMISORA
              THRU CAPTURA-DATOS-EMISORA-EXIT.
           IF DATOS-OK NOT = "S"
              GO TO CAMBIA-EMISORA-EXIT
           END-IF.

           MOVE EMISORA-ENTRADA TO EMI-CODIGO.
           READ EMISORAS-FILE
              INVALID KEY
                 DISPLAY "No existe esa emisora."
                 GO TO CAMBIA-EMISORA-EXIT
           END-READ.
           PERFORM PASA-DATOS-EMISORA.
           REWRITE EMISORA-REG.
           DISPLAY "Emisora actualizada.".
       CAMBIA-EMISORA-EXIT.
           EXIT.

      ******************************************************************
      * Captura y valida nombre, largo de la referencia (1 a 20),
      * regla del dígito verificador (N, D u O), cuenta liquidadora y
      * comisión. Deja DATOS-OK en "S" sólo si todo es válido.
      ******************************************************************
       CAPTURA-DATOS-EMISORA.
           MOVE "N" TO DATOS-OK.
           DISPLAY "Nombre de la emisora: ".
           ACCEPT NOMBRE-ENTRADA.
           IF NOMBRE-ENTRADA = SPACES
              DISPLAY "El nombre no puede quedar vacío."
              GO TO CAPTURA-DATOS-EMISORA-EXIT
           END-IF.

           DISPLAY "Largo de la referencia (01-20): ".
           ACCEPT LONGITUD-ENTRADA.
           IF LONGITUD-ENTRADA IS NOT NUMERIC
                 OR LONGITUD-ENTRADA < "01" OR LONGITUD-ENTRADA > "20"
              DISPLAY "El largo debe estar entre 01 y 20."
              GO TO CAPTURA-DATOS-EMISORA-EXIT
           END-IF.

           DISPLAY "Dígito verificador (N ninguno, D módulo 10, "
              "O módulo 11): ".
           ACCEPT DIGITO-ENTRADA.
           IF DIGITO-ENTRADA NOT = "N" AND NOT = "D" AND NOT = "O"
              DISPLAY "La regla debe ser N, D u O."
              GO TO CAPTURA-DATOS-EMISORA-EXIT
           END-IF.
           IF DIGITO-ENTRADA NOT = "N" AND LONGITUD-ENTRADA = "01"
              DISPLAY "Con dígito verificador la referencia debe "
                 "tener al menos 2 posiciones."
              GO TO CAPTURA-DATOS-EMISORA-EXIT
           END-IF.

           DISPLAY "Cuenta liquidadora de la emisora: ".
           ACCEPT CUENTA-ENTRADA.
           PERFORM VALIDA-CUENTA.
           IF CUENTA-OK NOT = "S"
              GO TO CAPTURA-DATOS-EMISORA-EXIT
           END-IF.
           IF CTA-MONEDA NOT = "MXN"
              DISPLAY "La cuenta liquidadora debe ser en pesos."
              GO TO CAPTURA-DATOS-EMISORA-EXIT
           END-IF.
           IF CTA-ESTADO = "C"
              DISPLAY "La cuenta liquidadora está cerrada."
              GO TO CAPTURA-DATOS-EMISORA-EXIT
           END-IF.

           DISPLAY "Comisión por pago al cliente: ".
           ACCEPT COMISION-ENTRADA.
           IF COMISION-ENTRADA IS NOT NUMERIC
              DISPLAY "Captura una comisión válida."
              GO TO CAPTURA-DATOS-EMISORA-EXIT
           END-IF.

           MOVE "S" TO DATOS-OK.
       CAPTURA-DATOS-EMISORA-EXIT.
           EXIT.

       PASA-DATOS-EMISORA.
           MOVE NOMBRE-ENTRADA TO EMI-NOMBRE.
           MOVE LONGITUD-ENTRADA TO EMI-LONGITUD-REF.
           MOVE DIGITO-ENTRADA TO EMI-DIGITO.
           MOVE CUENTA-ENTRADA TO EMI-CUENTA-LIQ.
           MOVE COMISION-ENTRADA TO EMI-COMISION.

      ******************************************************************
      * Valida que la cuenta capturada exista en el maestro; deja el
      * registro de la cuenta leído para revisar moneda y estado.
      ******************************************************************
       VALIDA-CUENTA.
           MOVE "N" TO CUENTA-OK.
           IF CUENTA-ENTRADA IS NOT NUMERIC
              DISPLAY "Captura un número de cuenta válido."
           ELSE
              OPEN INPUT CUENTAS-FILE
              IF FS-CUENTAS NOT = "00"
                 DISPLAY "No se pudo abrir el archivo de cuentas."
              ELSE
                 MOVE CUENTA-ENTRADA TO CTA-NUMERO
                 READ CUENTAS-FILE
                    INVALID KEY
                       DISPLAY "No existe la cuenta " CUENTA-ENTRADA
                    NOT INVALID KEY
                       MOVE "S" TO CUENTA-OK
                 END-READ
                 CLOSE CUENTAS-FILE
              END-IF
           END-IF.

      ******************************************************************
      * Activa o desactiva una emisora sin borrarla: sus pagos
      * pendientes se le siguen remitiendo.
      ******************************************************************
       CAMBIA-ESTADO-EMISORA.
           DISPLAY "Código de emisora: ".
           ACCEPT EMISORA-ENTRADA.
           IF EMISORA-ENTRADA IS NOT NUMERIC
              DISPLAY "Captura un código de emisora válido."
              GO TO CAMBIA-ESTADO-EMISORA-EXIT
           END-IF.
           MOVE EMISORA-ENTRADA TO EMI-CODIGO.
           READ EMISORAS-FILE
              INVALID KEY
                 DISPLAY "No existe esa emisora."
                 GO TO CAMBIA-ESTADO-EMISORA-EXIT
           END-READ.

           IF EMI-ACTIVA = "S"
              MOVE "N" TO EMI-ACTIVA
              DISPLAY "Emisora desactivada."
           ELSE
              MOVE "S" TO EMI-ACTIVA
              DISPLAY "Emisora activada."
           END-IF.
           REWRITE EMISORA-REG.
       CAMBIA-ESTADO-EMISORA-EXIT.
           EXIT.

       LISTA-EMISORAS.
           MOVE 0 TO TOTAL-LISTADAS.
           MOVE 0 TO EMI-CODIGO.
           START EMISORAS-FILE KEY IS NOT LESS THAN EMI-CODIGO
              INVALID KEY MOVE "10" TO FS-EMISORAS
           END-START.
           DISPLAY "EMIS  NOMBRE                          REF DV "
              "CUENTA  COMISION ACT".
           PERFORM LISTA-UNA-EMISORA UNTIL FS-EMISORAS = "10".
           MOVE "00" TO FS-EMISORAS.
           DISPLAY "EMISORAS REGISTRADAS: " TOTAL-LISTADAS.

       LISTA-UNA-EMISORA.
           READ EMISORAS-FILE NEXT
              AT END MOVE "10" TO FS-EMISORAS
           END-READ.
           IF FS-EMISORAS NOT = "10"
              DISPLAY EMI-CODIGO "  " EMI-NOMBRE "  " EMI-LONGITUD-REF
                 "  " EMI-DIGITO "  " EMI-CUENTA-LIQ "  " EMI-COMISION
                 "  " EMI-ACTIVA
              ADD 1 TO TOTAL-LISTADAS
           END-IF.

       END PROGRAM MANTENIMIENTO-EMISORAS.
