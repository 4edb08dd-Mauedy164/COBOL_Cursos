      * así que una recorrida no duplica nada. El detalle queda en
      * CHEQUES.TXT y la entrada procesada se archiva con la fecha
      * de la corrida (CHQaaaammdd.ENT).
      *
      * Antes de cargar, el subprograma VALIDA-INTERFAZ revisa el
      * sobre de control del archivo (encabezado "0" con su
      * secuencia y trailer "9" con renglones e importe, INTFCTL.cpy).
      * Un archivo que no cuadra, mal formado o ya aplicado se pone
      * en cuarentena y el paso termina con RC 8 sin tocar cheques.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROCESA-CHEQUES.
      * en el historial indexado.
       01  FOLIO-MOVIMIENTO        PIC 9(9) VALUE 0.

      * Validación del sobre de control antes de cargar.
           COPY VALINTF.

       PROCEDURE DIVISION.
       PROCESA-CHEQUES-DIA.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT HORA-ACTUAL FROM TIME.
           MOVE FECHA-HOY TO NAR-FECHA.

           MOVE "V" TO VI-FUNCION.
           MOVE "CHQENT" TO VI-INTERFAZ.
           MOVE NOMBRE-ENTRADA TO VI-ARCHIVO.
           MOVE "CD" TO VI-TIPOS-IMPORTE.
           MOVE SPACES TO VI-TIPOS-OTROS.
           MOVE 27 TO VI-POS-IMPORTE.
           MOVE 9 TO VI-DIGITOS-IMPORTE.
           CALL "VALIDA-INTERFAZ" USING VALIDA-INTERFAZ-REG.
           IF VI-RESULTADO = "R"
              DISPLAY "Respuesta de la cámara de cheques rechazada: "
                 VI-MOTIVO
              DISPLAY "Quedó en cuarentena como " VI-CUARENTENA
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN INPUT CHQENT-FILE.
           IF FS-CHQENT NOT = "00"
              DISPLAY "No hay respuesta de la cámara de cheques."
           CLOSE CHQENT-FILE.

      * La respuesta procesada se archiva con fecha: una recorrida
      * ya no la encuentra, y su secuencia queda aplicada para
      * rechazar un reenvío.
           CALL "CBL_RENAME_FILE" USING NOMBRE-ENTRADA
              NOMBRE-ARCHIVADO.
           MOVE "C" TO VI-FUNCION.
           CALL "VALIDA-INTERFAZ" USING VALIDA-INTERFAZ-REG.

           DISPLAY "Confirmados: " CHEQUES-CONFIRMADOS
              " devueltos: " CHEQUES-DEVUELTOS.
              AT END MOVE "10" TO FS-CHQENT
           END-READ.
           IF FS-CHQENT NOT = "10"
                 AND CQM-TIPO NOT = "0" AND CQM-TIPO NOT = "9"
              MOVE CQM-TIPO TO TIPO-RESPUESTA
              MOVE CQM-MOTIVO TO MOTIVO-RESPUESTA
              PERFORM RESUELVE-CHEQUE THRU RESUELVE-CHEQUE-EXIT
