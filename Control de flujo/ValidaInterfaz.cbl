      ******************************************************************
      * Validación común de los archivos de interfaz entrantes.
      * Subprograma al estilo de DIA-HABIL: los lotes que cargan un
      * archivo de fuera (ProcesaInterbancarias con SPEIENT.DAT,
      * ProcesaCheques con CHQENT.DAT, PagaCheques con CHQPRE.DAT,
      * RemesaServicios con SRVRECH.DAT, ConfirmaExtracto con
      * GLACK.DAT, ACKNOMaaaamm.DAT o ACKFINaaaaeeeeee.DAT) lo
      * CALLean con el renglón de VALINTF.cpy antes de tocar nada,
      * para que la regla viva en un solo lugar.
      *
      * El archivo debe venir en su sobre de control (INTFCTL.cpy):
      * encabezado "0" de la misma interfaz con su secuencia, los
      * renglones de la interfaz y el trailer "9" con el número de
      * renglones y la suma de sus importes. Se rechaza el archivo:
      *   - sin encabezado, de otra interfaz o sin secuencia;
      *   - con un renglón mal formado: tipo que la interfaz no
      *     lleva o importe no numérico;
      *   - sin trailer o con renglones después de él (truncado o
      *     pegado con otro);
      *   - cuyo número de renglones o importe no cuadra con el
      *     trailer;
      *   - cuya secuencia ya se aplicó (INTFSEC.DAT, layout
      *     INTFSEC.cpy): es un reenvío.
      * Un archivo rechazado se renombra a cuarentena
      * (interfaz.aaaammddhhmmss.CUA), se registra en CUARENT.DAT
      * (layout CUARENT.cpy) y su motivo se agrega al reporte
      * CUARENT.TXT; el lote que llamó termina con RC 8 y la cadena
      * del cierre se detiene en ese paso. Un supervisor lo libera ya
      * corregido desde la consola de supervisión y el relanzamiento
      * del cierre lo vuelve a validar.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALIDA-INTERFAZ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INTERFAZ-FILE ASSIGN USING NOMBRE-INTERFAZ
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-INTERFAZ.

           SELECT SECUENCIAS-FILE ASSIGN TO "INTFSEC.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-SECUENCIAS.

           SELECT CUARENTENA-FILE ASSIGN TO "CUARENT.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-CUARENTENA.

           SELECT REPORTE-FILE ASSIGN TO "CUARENT.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
      * Cualquier renglón de la interfaz; el encabezado y el trailer
      * se leen con el layout del sobre.
       FD  INTERFAZ-FILE.
       01  RENGLON-INTERFAZ        PIC X(200).
           COPY INTFCTL.

       FD  SECUENCIAS-FILE.
           COPY INTFSEC.

       FD  CUARENTENA-FILE.
           COPY CUARENT.

       FD  REPORTE-FILE.
       01  LINEA-REPORTE           PIC X(80).

       WORKING-STORAGE SECTION.
       01  FS-INTERFAZ             PIC X(2) VALUE "00".
       01  FS-SECUENCIAS           PIC X(2) VALUE "00".
       01  FS-CUARENTENA           PIC X(2) VALUE "00".
       01  FS-REPORTE              PIC X(2) VALUE "00".

       01  NOMBRE-INTERFAZ         PIC X(20) VALUE SPACES.
       01  FECHA-HOY               PIC 9(8) VALUE 0.
       01  HORA-ACTUAL             PIC 9(6) VALUE 0.

      * Lo que trae el archivo y lo que se contó.
       01  HUBO-ENCABEZADO         PIC X(1) VALUE "N".
       01  HUBO-TRAILER            PIC X(1) VALUE "N".
       01  RENGLONES-LEIDOS        PIC 9(7) VALUE 0.
       01  RENGLONES-CONTADOS      PIC 9(7) VALUE 0.
       01  IMPORTE-CONTADO         PIC 9(13)V99 VALUE 0.
       01  TRAILER-REGISTROS       PIC 9(7) VALUE 0.
       01  TRAILER-IMPORTE         PIC 9(13)V99 VALUE 0.
       01  RENGLON-ERROR           PIC 9(7) VALUE 0.
       01  TIPO-RENGLON            PIC X(1) VALUE SPACE.
       01  TIPO-VALIDO             PIC X(1) VALUE "N".
       01  LLEVA-IMPORTE           PIC X(1) VALUE "N".
       01  IDX-TIPO                PIC 9(1) VALUE 0.
       01  SECUENCIA-REPETIDA      PIC X(1) VALUE "N".

      * El importe del renglón, según sus dígitos: 9 como los montos
      * del cajero o 13 como los del mayor, siempre con 2 decimales.
       01  IMPORTE-CORTO-X         PIC X(9) VALUE SPACES.
       01  IMPORTE-CORTO REDEFINES IMPORTE-CORTO-X
                                   PIC S9(7)V99.
       01  IMPORTE-LARGO-X         PIC X(13) VALUE SPACES.
       01  IMPORTE-LARGO REDEFINES IMPORTE-LARGO-X
                                   PIC S9(11)V99.

       01  NOMBRE-CUARENTENA       PIC X(40) VALUE SPACES.
       01  REGISTROS-EDITADOS      PIC Z,ZZZ,ZZ9.
       01  IMPORTE-EDITADO         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       LINKAGE SECTION.
           COPY VALINTF.

       PROCEDURE DIVISION USING VALIDA-INTERFAZ-REG.
       VALIDA-INTERFAZ-MAIN.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           CALL "FECHA-NEGOCIO" USING FECHA-HOY.
           ACCEPT HORA-ACTUAL FROM TIME.
           IF VI-FUNCION = "C"
              PERFORM REGISTRA-SECUENCIA
           ELSE
              PERFORM VALIDA-ARCHIVO THRU VALIDA-ARCHIVO-EXIT
           END-IF.
           GOBACK.

      ******************************************************************
      * Revisión del archivo completo antes de cargarlo. El primer
      * motivo encontrado es el que se reporta.
      ******************************************************************
       VALIDA-ARCHIVO.
           MOVE "A" TO VI-RESULTADO.
           MOVE SPACES TO VI-MOTIVO.
           MOVE SPACES TO VI-CUARENTENA.
           MOVE 0 TO VI-SECUENCIA VI-REGISTROS VI-IMPORTE.
           MOVE "N" TO HUBO-ENCABEZADO HUBO-TRAILER.
           MOVE 0 TO RENGLONES-LEIDOS RENGLONES-CONTADOS
              IMPORTE-CONTADO TRAILER-REGISTROS TRAILER-IMPORTE
              RENGLON-ERROR.

           MOVE VI-ARCHIVO TO NOMBRE-INTERFAZ.
           MOVE "00" TO FS-INTERFAZ.
           OPEN INPUT INTERFAZ-FILE.
           IF FS-INTERFAZ NOT = "00"
              MOVE "N" TO VI-RESULTADO
              GO TO VALIDA-ARCHIVO-EXIT
           END-IF.
           PERFORM REVISA-RENGLON UNTIL FS-INTERFAZ = "10".
           CLOSE INTERFAZ-FILE.

           IF VI-MOTIVO = SPACES AND RENGLONES-LEIDOS = 0
              MOVE "ARCHIVO VACIO" TO VI-MOTIVO
           END-IF.
           IF VI-MOTIVO = SPACES AND HUBO-TRAILER = "N"
              MOVE "SIN TRAILER (ARCHIVO TRUNCADO)" TO VI-MOTIVO
           END-IF.
           IF VI-MOTIVO = SPACES
                 AND TRAILER-REGISTROS NOT = RENGLONES-CONTADOS
              MOVE "LOS RENGLONES NO CUADRAN CON EL TRAILER"
                 TO VI-MOTIVO
           END-IF.
           IF VI-MOTIVO = SPACES
                 AND TRAILER-IMPORTE NOT = IMPORTE-CONTADO
              MOVE "EL IMPORTE NO CUADRA CON EL TRAILER" TO VI-MOTIVO
           END-IF.
           IF VI-MOTIVO = SPACES
              PERFORM BUSCA-SECUENCIA
              IF SECUENCIA-REPETIDA = "S"
                 MOVE "SECUENCIA YA PROCESADA (REENVIO)" TO VI-MOTIVO
              END-IF
           END-IF.

           MOVE RENGLONES-CONTADOS TO VI-REGISTROS.
           MOVE IMPORTE-CONTADO TO VI-IMPORTE.
           IF VI-MOTIVO NOT = SPACES
              MOVE "R" TO VI-RESULTADO
              PERFORM PONE-EN-CUARENTENA
           END-IF.
       VALIDA-ARCHIVO-EXIT.
           EXIT.

      * Un renglón: el primero debe ser el encabezado y el último el
      * trailer; los de en medio se cuentan y se suman. Ya con un
      * motivo sólo se sigue leyendo para cerrar el archivo.
       REVISA-RENGLON.
           READ INTERFAZ-FILE
              AT END MOVE "10" TO FS-INTERFAZ
           END-READ.
           IF FS-INTERFAZ NOT = "10"
              ADD 1 TO RENGLONES-LEIDOS
              IF VI-MOTIVO = SPACES
                 PERFORM CLASIFICA-RENGLON
              END-IF
           END-IF.

       CLASIFICA-RENGLON.
           MOVE RENGLON-INTERFAZ (1:1) TO TIPO-RENGLON.
           IF RENGLONES-LEIDOS = 1
              PERFORM REVISA-ENCABEZADO
           ELSE
              IF HUBO-TRAILER = "S"
                 MOVE "RENGLONES DESPUES DEL TRAILER" TO VI-MOTIVO
                 MOVE RENGLONES-LEIDOS TO RENGLON-ERROR
              ELSE
                 IF TIPO-RENGLON = "9"
                    PERFORM REVISA-TRAILER
                 ELSE
                    PERFORM REVISA-DETALLE
                 END-IF
              END-IF
           END-IF.

       REVISA-ENCABEZADO.
           IF TIPO-RENGLON NOT = "0"
              MOVE "SIN ENCABEZADO DE CONTROL" TO VI-MOTIVO
              MOVE 1 TO RENGLON-ERROR
           ELSE
              IF IEN-INTERFAZ NOT = VI-INTERFAZ
                 MOVE "EL ENCABEZADO ES DE OTRA INTERFAZ" TO VI-MOTIVO
                 MOVE 1 TO RENGLON-ERROR
              ELSE
                 IF IEN-SECUENCIA IS NOT NUMERIC
                       OR IEN-SECUENCIA = 0
                       OR IEN-FECHA IS NOT NUMERIC
                    MOVE "ENCABEZADO SIN SECUENCIA O FECHA VALIDA"
                       TO VI-MOTIVO
                    MOVE 1 TO RENGLON-ERROR
                 ELSE
                    MOVE "S" TO HUBO-ENCABEZADO
                    MOVE IEN-SECUENCIA TO VI-SECUENCIA
                 END-IF
              END-IF
           END-IF.

       REVISA-TRAILER.
           IF ITR-REGISTROS IS NOT NUMERIC
                 OR ITR-IMPORTE IS NOT NUMERIC
              MOVE "TRAILER MAL FORMADO" TO VI-MOTIVO
              MOVE RENGLONES-LEIDOS TO RENGLON-ERROR
           ELSE
              MOVE "S" TO HUBO-TRAILER
              MOVE ITR-REGISTROS TO TRAILER-REGISTROS
              MOVE ITR-IMPORTE TO TRAILER-IMPORTE
           END-IF.

      * Un renglón de la interfaz: su tipo debe ser de los que la
      * interfaz lleva y, si lleva importe, éste debe ser numérico;
      * se suma sin signo al total hash.
       REVISA-DETALLE.
           ADD 1 TO RENGLONES-CONTADOS.
           MOVE "N" TO TIPO-VALIDO.
           MOVE "N" TO LLEVA-IMPORTE.
           PERFORM COMPARA-TIPO
              VARYING IDX-TIPO FROM 1 BY 1 UNTIL IDX-TIPO > 4.
           IF TIPO-VALIDO = "N"
              MOVE "RENGLON CON TIPO DESCONOCIDO" TO VI-MOTIVO
              MOVE RENGLONES-LEIDOS TO RENGLON-ERROR
           ELSE
              IF LLEVA-IMPORTE = "S"
                 PERFORM SUMA-IMPORTE
              END-IF
           END-IF.

       COMPARA-TIPO.
           IF VI-TIPOS-IMPORTE (IDX-TIPO:1) NOT = SPACE
                 AND VI-TIPOS-IMPORTE (IDX-TIPO:1) = TIPO-RENGLON
              MOVE "S" TO TIPO-VALIDO
              MOVE "S" TO LLEVA-IMPORTE
           END-IF.
           IF VI-TIPOS-OTROS (IDX-TIPO:1) NOT = SPACE
                 AND VI-TIPOS-OTROS (IDX-TIPO:1) = TIPO-RENGLON
              MOVE "S" TO TIPO-VALIDO
           END-IF.

       SUMA-IMPORTE.
           IF VI-DIGITOS-IMPORTE = 13
              MOVE RENGLON-INTERFAZ (VI-POS-IMPORTE:13)
                 TO IMPORTE-LARGO-X
              IF IMPORTE-LARGO IS NOT NUMERIC
                 MOVE "RENGLON CON IMPORTE NO NUMERICO" TO VI-MOTIVO
                 MOVE RENGLONES-LEIDOS TO RENGLON-ERROR
              ELSE
                 IF IMPORTE-LARGO < 0
                    SUBTRACT IMPORTE-LARGO FROM IMPORTE-CONTADO
                 ELSE
                    ADD IMPORTE-LARGO TO IMPORTE-CONTADO
                 END-IF
              END-IF
           ELSE
              MOVE RENGLON-INTERFAZ (VI-POS-IMPORTE:9)
                 TO IMPORTE-CORTO-X
              IF IMPORTE-CORTO IS NOT NUMERIC
                 MOVE "RENGLON CON IMPORTE NO NUMERICO" TO VI-MOTIVO
                 MOVE RENGLONES-LEIDOS TO RENGLON-ERROR
              ELSE
                 IF IMPORTE-CORTO < 0
                    SUBTRACT IMPORTE-CORTO FROM IMPORTE-CONTADO
                 ELSE
                    ADD IMPORTE-CORTO TO IMPORTE-CONTADO
                 END-IF
              END-IF
           END-IF.

       BUSCA-SECUENCIA.
           MOVE "N" TO SECUENCIA-REPETIDA.
           MOVE "00" TO FS-SECUENCIAS.
           OPEN INPUT SECUENCIAS-FILE.
           IF FS-SECUENCIAS = "00"
              PERFORM COMPARA-SECUENCIA UNTIL FS-SECUENCIAS = "10"
              CLOSE SECUENCIAS-FILE
           END-IF.

       COMPARA-SECUENCIA.
           READ SECUENCIAS-FILE
              AT END MOVE "10" TO FS-SECUENCIAS
           END-READ.
           IF FS-SECUENCIAS NOT = "10"
              IF ISQ-INTERFAZ = VI-INTERFAZ
                    AND ISQ-SECUENCIA = VI-SECUENCIA
                 MOVE "S" TO SECUENCIA-REPETIDA
              END-IF
           END-IF.

      ******************************************************************
      * Cuarentena: el archivo se renombra para que ningún lote lo
      * cargue, se registra en CUARENT.DAT y se explica en
      * CUARENT.TXT.
      ******************************************************************
       PONE-EN-CUARENTENA.
           MOVE SPACES TO NOMBRE-CUARENTENA.
           STRING VI-INTERFAZ DELIMITED BY SPACE
              "." FECHA-HOY HORA-ACTUAL ".CUA"
              DELIMITED BY SIZE INTO NOMBRE-CUARENTENA.
           CALL "CBL_RENAME_FILE" USING NOMBRE-INTERFAZ
              NOMBRE-CUARENTENA.
           MOVE NOMBRE-CUARENTENA TO VI-CUARENTENA.

           MOVE "00" TO FS-CUARENTENA.
           OPEN EXTEND CUARENTENA-FILE.
           IF FS-CUARENTENA = "35"
              OPEN OUTPUT CUARENTENA-FILE
           END-IF.
           MOVE VI-INTERFAZ TO CUA-INTERFAZ.
           MOVE VI-ARCHIVO TO CUA-ARCHIVO.
           MOVE NOMBRE-CUARENTENA TO CUA-NOMBRE.
           MOVE FECHA-HOY TO CUA-FECHA.
           MOVE HORA-ACTUAL TO CUA-HORA.
           MOVE VI-SECUENCIA TO CUA-SECUENCIA.
           MOVE VI-MOTIVO TO CUA-MOTIVO.
           MOVE "Q" TO CUA-ESTADO.
           MOVE 0 TO CUA-SUPERVISOR.
           MOVE 0 TO CUA-FECHA-RESUELTO.
           WRITE CUARENTENA-REG.
           CLOSE CUARENTENA-FILE.

           PERFORM ESCRIBE-REPORTE.

       ESCRIBE-REPORTE.
           MOVE "00" TO FS-REPORTE.
           OPEN EXTEND REPORTE-FILE.
           IF FS-REPORTE = "35"
              OPEN OUTPUT REPORTE-FILE
           END-IF.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "ARCHIVO EN CUARENTENA " FECHA-HOY " " HORA-ACTUAL
              ": " VI-ARCHIVO
              DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "  INTERFAZ " VI-INTERFAZ " SECUENCIA " VI-SECUENCIA
              " RENOMBRADO A " NOMBRE-CUARENTENA
              DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "  MOTIVO: " VI-MOTIVO
              DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           IF RENGLON-ERROR > 0
              MOVE SPACES TO LINEA-REPORTE
              STRING "  RENGLON DEL ARCHIVO: " RENGLON-ERROR
                 DELIMITED BY SIZE INTO LINEA-REPORTE
              WRITE LINEA-REPORTE
           END-IF.
           IF HUBO-TRAILER = "S"
              MOVE TRAILER-REGISTROS TO REGISTROS-EDITADOS
              MOVE TRAILER-IMPORTE TO IMPORTE-EDITADO
              MOVE SPACES TO LINEA-REPORTE
              STRING "  TRAILER:  RENGLONES " REGISTROS-EDITADOS
                 "  IMPORTE " IMPORTE-EDITADO
                 DELIMITED BY SIZE INTO LINEA-REPORTE
              WRITE LINEA-REPORTE
           END-IF.
           MOVE RENGLONES-CONTADOS TO REGISTROS-EDITADOS.
           MOVE IMPORTE-CONTADO TO IMPORTE-EDITADO.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "  CONTADO:  RENGLONES " REGISTROS-EDITADOS
              "  IMPORTE " IMPORTE-EDITADO
              DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           CLOSE REPORTE-FILE.

      * El lote cargó el archivo completo: su secuencia queda
      * aplicada y un reenvío ya no pasa.
       REGISTRA-SECUENCIA.
           MOVE "00" TO FS-SECUENCIAS.
           OPEN EXTEND SECUENCIAS-FILE.
           IF FS-SECUENCIAS = "35"
              OPEN OUTPUT SECUENCIAS-FILE
           END-IF.
           MOVE VI-INTERFAZ TO ISQ-INTERFAZ.
           MOVE VI-SECUENCIA TO ISQ-SECUENCIA.
           MOVE FECHA-HOY TO ISQ-FECHA.
           MOVE HORA-ACTUAL TO ISQ-HORA.
           MOVE VI-REGISTROS TO ISQ-REGISTROS.
           MOVE VI-IMPORTE TO ISQ-IMPORTE.
           WRITE INTFSEC-REG.
           CLOSE SECUENCIAS-FILE.

       END PROGRAM VALIDA-INTERFAZ.
