      ******************************************************************
      * Archivos de interfaz en cuarentena.
      * Se invoca desde la consola de supervisión, ya con un
      * supervisor firmado (su clave llega por LINKAGE). Lista los
      * archivos que VALIDA-INTERFAZ rechazó y siguen en cuarentena
      * (CUARENT.DAT, layout CUARENT.cpy; el detalle de cada rechazo
      * está en CUARENT.TXT) y resuelve uno:
      *   L liberar    el archivo, ya corregido por quien lo envía,
      *                regresa a su nombre original para que el lote
      *                lo vuelva a validar y cargar en el
      *                relanzamiento del cierre. No se libera si ya
      *                hay otro archivo con ese nombre esperando.
      *   D descartar  el archivo se queda renombrado y ya no se
      *                carga (un reenvío de una secuencia aplicada se
      *                descarta: liberado se volvería a rechazar).
      * El renglón queda con su estado, el supervisor y la fecha, y
      * la decisión con rastro en AUDITSUP.DAT ("IL" liberado, "ID"
      * descartado, con la secuencia del archivo en lugar de la
      * cuenta).
      *
      * El registro se trabaja en memoria y se reescribe completo,
      * como el calendario de feriados.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBERA-CUARENTENA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUARENTENA-FILE ASSIGN TO "CUARENT.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-CUARENTENA.

           SELECT ORIGINAL-FILE ASSIGN USING NOMBRE-ORIGINAL
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-ORIGINAL.

           SELECT AUDITORIA-FILE ASSIGN TO "AUDITSUP.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-AUDITORIA.

       DATA DIVISION.
       FILE SECTION.
       FD  CUARENTENA-FILE.
           COPY CUARENT.

      * Sólo se abre para saber si el nombre original está ocupado.
       FD  ORIGINAL-FILE.
       01  ORIGINAL-REG            PIC X(200).

      * Mismo layout de auditoría que la consola de supervisión.
       FD  AUDITORIA-FILE.
       01  AUDITORIA-REG.
           05 AUD-SUPERVISOR       PIC 9(6).
           05 AUD-ACCION           PIC X(2).
           05 AUD-CUENTA           PIC 9(6).
           05 AUD-LIMITE-NUEVO     PIC S9(7)V99.
           05 AUD-RAZON            PIC X(2).
           05 AUD-FECHA            PIC 9(8).
           05 AUD-HORA             PIC 9(6).

       WORKING-STORAGE SECTION.
       01  FS-CUARENTENA           PIC X(2) VALUE "00".
       01  FS-ORIGINAL             PIC X(2) VALUE "00".
       01  FS-AUDITORIA            PIC X(2) VALUE "00".

       01  FECHA-HOY               PIC 9(8) VALUE 0.
       01  HORA-ACTUAL             PIC 9(6) VALUE 0.

       01  MAX-CUARENTENA          PIC 9(3) VALUE 300.
       01  TOTAL-CUARENTENA        PIC 9(3) VALUE 0.
       01  PENDIENTES-CUARENTENA   PIC 9(3) VALUE 0.
       01  IDX-CUA                 PIC 9(3) VALUE 0.
       01  TABLA-CUARENTENA.
           05 TC-ENTRY OCCURS 300 TIMES.
              10 TC-INTERFAZ       PIC X(8).
              10 TC-ARCHIVO        PIC X(20).
              10 TC-NOMBRE         PIC X(40).
              10 TC-FECHA          PIC 9(8).
              10 TC-HORA           PIC 9(6).
              10 TC-SECUENCIA      PIC 9(6).
              10 TC-MOTIVO         PIC X(40).
              10 TC-ESTADO         PIC X(1).
              10 TC-SUPERVISOR     PIC 9(6).
              10 TC-FECHA-RESUELTO PIC 9(8).

       01  RENGLON-ENTRADA         PIC X(3) VALUE SPACES.
       01  RENGLON-AJUSTADO        PIC X(3) VALUE SPACES.
       01  RENGLON-ELEGIDO         PIC 9(3) VALUE 0.
       01  ACCION-ENTRADA          PIC X(1) VALUE SPACE.
       01  RAZON-ENTRADA           PIC X(2) VALUE SPACES.
       01  NOMBRE-ORIGINAL         PIC X(20) VALUE SPACES.
       01  NOMBRE-CUARENTENA       PIC X(40) VALUE SPACES.

       LINKAGE SECTION.
       01  SUPERVISOR-FIRMADO      PIC 9(6).

       PROCEDURE DIVISION USING SUPERVISOR-FIRMADO.
       LIBERA-CUARENTENA-MAIN.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           CALL "FECHA-NEGOCIO" USING FECHA-HOY.
           ACCEPT HORA-ACTUAL FROM TIME.
           PERFORM CARGA-CUARENTENA.
           PERFORM RESUELVE-ARCHIVO THRU RESUELVE-ARCHIVO-EXIT.
           GOBACK.

       CARGA-CUARENTENA.
           MOVE 0 TO TOTAL-CUARENTENA.
           MOVE "00" TO FS-CUARENTENA.
           OPEN INPUT CUARENTENA-FILE.
           IF FS-CUARENTENA = "00"
              PERFORM CARGA-UN-ARCHIVO UNTIL FS-CUARENTENA = "10"
              CLOSE CUARENTENA-FILE
           END-IF.

       CARGA-UN-ARCHIVO.
           READ CUARENTENA-FILE
              AT END MOVE "10" TO FS-CUARENTENA
           END-READ.
           IF FS-CUARENTENA NOT = "10"
              IF TOTAL-CUARENTENA < MAX-CUARENTENA
                 ADD 1 TO TOTAL-CUARENTENA
                 MOVE CUARENTENA-REG TO TC-ENTRY (TOTAL-CUARENTENA)
              END-IF
           END-IF.

      ******************************************************************
      * Lista los archivos que siguen en cuarentena, numerados por
      * su renglón en el registro, y resuelve el elegido.
      ******************************************************************
       RESUELVE-ARCHIVO.
           MOVE 0 TO PENDIENTES-CUARENTENA.
           DISPLAY "NUM INTERFAZ SECUENC FECHA    ARCHIVO / MOTIVO".
           PERFORM LISTA-UN-ARCHIVO
              VARYING IDX-CUA FROM 1 BY 1
              UNTIL IDX-CUA > TOTAL-CUARENTENA.
           IF PENDIENTES-CUARENTENA = 0
              DISPLAY "No hay archivos en cuarentena."
              GO TO RESUELVE-ARCHIVO-EXIT
           END-IF.

           DISPLAY "Número del archivo a resolver (vacío = salir): ".
           ACCEPT RENGLON-ENTRADA.
           IF RENGLON-ENTRADA = SPACES
              GO TO RESUELVE-ARCHIVO-EXIT
           END-IF.
      * Un número de uno o dos dígitos se recorre con ceros, como
      * la opción del menú de la consola.
           MOVE "000" TO RENGLON-AJUSTADO.
           IF RENGLON-ENTRADA (2:1) = SPACE
              MOVE RENGLON-ENTRADA (1:1) TO RENGLON-AJUSTADO (3:1)
              MOVE RENGLON-AJUSTADO TO RENGLON-ENTRADA
           END-IF.
           IF RENGLON-ENTRADA (3:1) = SPACE
              MOVE RENGLON-ENTRADA (1:2) TO RENGLON-AJUSTADO (2:2)
              MOVE RENGLON-AJUSTADO TO RENGLON-ENTRADA
           END-IF.
           IF RENGLON-ENTRADA IS NOT NUMERIC
              DISPLAY "Captura un número válido."
              GO TO RESUELVE-ARCHIVO-EXIT
           END-IF.
           MOVE RENGLON-ENTRADA TO RENGLON-ELEGIDO.
           IF RENGLON-ELEGIDO = 0
                 OR RENGLON-ELEGIDO > TOTAL-CUARENTENA
              DISPLAY "Ese número no está en la lista."
              GO TO RESUELVE-ARCHIVO-EXIT
           END-IF.
           IF TC-ESTADO (RENGLON-ELEGIDO) NOT = "Q"
              DISPLAY "Ese archivo ya fue resuelto."
              GO TO RESUELVE-ARCHIVO-EXIT
           END-IF.

           DISPLAY "Archivo " TC-NOMBRE (RENGLON-ELEGIDO).
           DISPLAY "Motivo  " TC-MOTIVO (RENGLON-ELEGIDO).
           DISPLAY "L = liberar ya corregido, D = descartar: ".
           ACCEPT ACCION-ENTRADA.
           IF ACCION-ENTRADA NOT = "L" AND ACCION-ENTRADA NOT = "D"
              DISPLAY "Acción inválida; el archivo sigue en "
                 "cuarentena."
              GO TO RESUELVE-ARCHIVO-EXIT
           END-IF.

           IF ACCION-ENTRADA = "L"
              PERFORM LIBERA-ARCHIVO THRU LIBERA-ARCHIVO-EXIT
              IF TC-ESTADO (RENGLON-ELEGIDO) = "Q"
                 GO TO RESUELVE-ARCHIVO-EXIT
              END-IF
           ELSE
              MOVE "D" TO TC-ESTADO (RENGLON-ELEGIDO)
              DISPLAY "El archivo queda descartado como "
                 TC-NOMBRE (RENGLON-ELEGIDO)
           END-IF.
           MOVE SUPERVISOR-FIRMADO TO TC-SUPERVISOR (RENGLON-ELEGIDO).
           MOVE FECHA-HOY TO TC-FECHA-RESUELTO (RENGLON-ELEGIDO).
           PERFORM GRABA-CUARENTENA.

           DISPLAY "Código de razón (2 caracteres): ".
           ACCEPT RAZON-ENTRADA.
           MOVE SUPERVISOR-FIRMADO TO AUD-SUPERVISOR.
           IF ACCION-ENTRADA = "L"
              MOVE "IL" TO AUD-ACCION
           ELSE
              MOVE "ID" TO AUD-ACCION
           END-IF.
           MOVE TC-SECUENCIA (RENGLON-ELEGIDO) TO AUD-CUENTA.
           MOVE 0 TO AUD-LIMITE-NUEVO.
           MOVE RAZON-ENTRADA TO AUD-RAZON.
           MOVE FECHA-HOY TO AUD-FECHA.
           MOVE HORA-ACTUAL TO AUD-HORA.
           OPEN EXTEND AUDITORIA-FILE.
           IF FS-AUDITORIA = "35"
              OPEN OUTPUT AUDITORIA-FILE
           END-IF.
           WRITE AUDITORIA-REG.
           CLOSE AUDITORIA-FILE.
       RESUELVE-ARCHIVO-EXIT.
           EXIT.

       LISTA-UN-ARCHIVO.
           IF TC-ESTADO (IDX-CUA) = "Q"
              ADD 1 TO PENDIENTES-CUARENTENA
              DISPLAY IDX-CUA " " TC-INTERFAZ (IDX-CUA) " "
                 TC-SECUENCIA (IDX-CUA) " " TC-FECHA (IDX-CUA) " "
                 TC-NOMBRE (IDX-CUA)
              DISPLAY "                             "
                 TC-MOTIVO (IDX-CUA)
           END-IF.

      * El archivo regresa a su nombre original sólo si ese nombre
      * está libre: un archivo nuevo que llegó mientras tanto no se
      * pisa.
       LIBERA-ARCHIVO.
           MOVE TC-ARCHIVO (RENGLON-ELEGIDO) TO NOMBRE-ORIGINAL.
           MOVE TC-NOMBRE (RENGLON-ELEGIDO) TO NOMBRE-CUARENTENA.
           MOVE "00" TO FS-ORIGINAL.
           OPEN INPUT ORIGINAL-FILE.
           IF FS-ORIGINAL = "00"
              CLOSE ORIGINAL-FILE
              DISPLAY "Ya hay un " NOMBRE-ORIGINAL " esperando; "
                 "procésalo o muévelo antes de liberar."
              GO TO LIBERA-ARCHIVO-EXIT
           END-IF.
           CALL "CBL_RENAME_FILE" USING NOMBRE-CUARENTENA
              NOMBRE-ORIGINAL.
           IF RETURN-CODE NOT = 0
              MOVE 0 TO RETURN-CODE
              DISPLAY "No se pudo renombrar " NOMBRE-CUARENTENA
              GO TO LIBERA-ARCHIVO-EXIT
           END-IF.
           MOVE "L" TO TC-ESTADO (RENGLON-ELEGIDO).
           DISPLAY "Liberado como " NOMBRE-ORIGINAL "; se vuelve a "
              "validar al relanzar el cierre.".
       LIBERA-ARCHIVO-EXIT.
           EXIT.

       GRABA-CUARENTENA.
           OPEN OUTPUT CUARENTENA-FILE.
           PERFORM GRABA-UN-ARCHIVO
              VARYING IDX-CUA FROM 1 BY 1
              UNTIL IDX-CUA > TOTAL-CUARENTENA.
           CLOSE CUARENTENA-FILE.

       GRABA-UN-ARCHIVO.
           MOVE TC-ENTRY (IDX-CUA) TO CUARENTENA-REG.
           WRITE CUARENTENA-REG.

       END PROGRAM LIBERA-CUARENTENA.
