      ******************************************************************
      * Posición esperada de efectivo de una terminal.
      * Subprograma al estilo de DIA-HABIL que el cajero llama en el
      * arqueo del supervisor (parámetros POSESP.cpy), antes de
      * comparar lo contado: reconstruye cuánto efectivo debería
      * haber en las charolas sin creerle al inventario en libros.
      *
      * Parte del último arqueo de la terminal en ARQUEOS.DAT (layout
      * ARQUEO.cpy) y, desde su fecha y hora:
      *   - suma las cargas y resta los retiros de billetes del
      *     supervisor de RECARGAS.DAT (renglones de la terminal);
      *   - resta los retiros "RE" de la terminal: los ya rotados en
      *     los históricos MOVaaaammdd.DAT de cada día desde el
      *     arqueo, los que siguen en la bitácora de la terminal, los
      *     que la recuperación del modo diferido dejó en la bitácora
      *     central y los que siguen encolados en PENDOFF.DAT.
      * Una terminal sin arqueo previo regresa PSE-HAY-ARQUEO "N" y
      * el cajero compara sólo contra los libros.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSICION-ESPERADA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUEOS-FILE ASSIGN TO "ARQUEOS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-ARQUEOS.

           SELECT RECARGAS-FILE ASSIGN TO "RECARGAS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-RECARGAS.

           SELECT BITACORA-FILE ASSIGN USING NOMBRE-LECTURA
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-BITACORA.

           SELECT PENDOFF-FILE ASSIGN TO "PENDOFF.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-PENDOFF.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUEOS-FILE.
           COPY ARQUEO.

      * Mismo layout de la bitácora de cargas y retiros de efectivo
      * que graba el cajero.
       FD  RECARGAS-FILE.
       01  RECARGA-REG.
           05 REC-SUPERVISOR       PIC X(8).
           05 REC-TIPO             PIC X(1).
           05 REC-VALOR            PIC 9(3).
           05 REC-CANTIDAD         PIC 9(5).
           05 REC-FECHA            PIC 9(8).
           05 REC-HORA             PIC 9(6).
           05 REC-TERMINAL         PIC X(4).

       FD  BITACORA-FILE.
           COPY MOVIMIEN.

      * Mismo layout espejo de la cola que escribe el cajero.
       FD  PENDOFF-FILE.
       01  MOV-DIFERIDO.
           05 POF-CUENTA           PIC 9(6).
           05 POF-OPERACION        PIC X(2).
           05 POF-MONTO            PIC S9(7)V99.
           05 POF-SALDO-RESULTANTE PIC S9(7)V99.
           05 POF-FECHA            PIC 9(8).
           05 POF-HORA             PIC 9(6).
           05 POF-TASA             PIC 9(3)V9999.
           05 POF-REFERENCIA       PIC 9(14).
           05 POF-MONEDA           PIC X(3).
           05 POF-TERMINAL         PIC X(4).
           05 POF-FOLIO            PIC 9(9).

       WORKING-STORAGE SECTION.
       01  FS-ARQUEOS              PIC X(2) VALUE "00".
       01  FS-RECARGAS             PIC X(2) VALUE "00".
       01  FS-BITACORA             PIC X(2) VALUE "00".
       01  FS-PENDOFF              PIC X(2) VALUE "00".

      * Momento (AAAAMMDDHHMMSS) del arqueo de partida y del renglón
      * en turno: cuenta todo lo ocurrido desde el arqueo, incluidas
      * las cargas de la misma sesión que lo grabó.
       01  MOMENTO-ARQUEO          PIC 9(14) VALUE 0.
       01  MOMENTO-RENGLON         PIC 9(14) VALUE 0.

       01  NOMBRE-LECTURA          PIC X(20) VALUE SPACES.
       01  NOMBRE-HISTORICO.
           05 NH-PREFIJO           PIC X(3) VALUE "MOV".
           05 NH-FECHA             PIC 9(8).
           05 NH-EXTENSION         PIC X(4) VALUE ".DAT".
       01  DIA-INICIAL             PIC 9(7) VALUE 0.
       01  DIA-FINAL               PIC 9(7) VALUE 0.
       01  DIA-HISTORICO           PIC 9(7) VALUE 0.

       LINKAGE SECTION.
           COPY POSESP.

       PROCEDURE DIVISION USING POSICION-ESPERADA-REG.
       POSICION-ESPERADA-MAIN.
           MOVE "N" TO PSE-HAY-ARQUEO.
           MOVE 0 TO PSE-FECHA-ARQUEO.
           MOVE 0 TO PSE-HORA-ARQUEO.
           MOVE 0 TO PSE-VALOR-ARQUEO.
           MOVE 0 TO PSE-CARGADO.
           MOVE 0 TO PSE-RETIRADO.
           MOVE 0 TO PSE-DISPENSADO.
           MOVE 0 TO PSE-ESPERADO.

           PERFORM BUSCA-ULTIMO-ARQUEO.
           IF PSE-HAY-ARQUEO = "S"
              COMPUTE MOMENTO-ARQUEO =
                 PSE-FECHA-ARQUEO * 1000000 + PSE-HORA-ARQUEO
              PERFORM SUMA-RECARGAS
              PERFORM SUMA-HISTORICOS
              MOVE PSE-BITACORA TO NOMBRE-LECTURA
              PERFORM SUMA-BITACORA
              IF PSE-BITACORA NOT = "MOVIMIENTOS.DAT"
                 MOVE "MOVIMIENTOS.DAT" TO NOMBRE-LECTURA
                 PERFORM SUMA-BITACORA
              END-IF
              PERFORM SUMA-DIFERIDOS
              COMPUTE PSE-ESPERADO = PSE-VALOR-ARQUEO + PSE-CARGADO
                 - PSE-RETIRADO - PSE-DISPENSADO
           END-IF.
           GOBACK.

      ******************************************************************
      * El arqueo de partida es el más reciente de la terminal.
      ******************************************************************
       BUSCA-ULTIMO-ARQUEO.
           OPEN INPUT ARQUEOS-FILE.
           IF FS-ARQUEOS = "00"
              PERFORM LEE-ARQUEO UNTIL FS-ARQUEOS = "10"
              CLOSE ARQUEOS-FILE
           END-IF.

       LEE-ARQUEO.
           READ ARQUEOS-FILE
              AT END MOVE "10" TO FS-ARQUEOS
           END-READ.
           IF FS-ARQUEOS NOT = "10"
              IF ARQ-TERMINAL = PSE-TERMINAL
                 COMPUTE MOMENTO-RENGLON =
                    ARQ-FECHA * 1000000 + ARQ-HORA
                 IF PSE-HAY-ARQUEO = "N"
                       OR MOMENTO-RENGLON >= MOMENTO-ARQUEO
                    MOVE "S" TO PSE-HAY-ARQUEO
                    MOVE MOMENTO-RENGLON TO MOMENTO-ARQUEO
                    MOVE ARQ-FECHA TO PSE-FECHA-ARQUEO
                    MOVE ARQ-HORA TO PSE-HORA-ARQUEO
                    MOVE ARQ-VALOR-CONTADO TO PSE-VALOR-ARQUEO
                 END-IF
              END-IF
           END-IF.

       SUMA-RECARGAS.
           OPEN INPUT RECARGAS-FILE.
           IF FS-RECARGAS = "00"
              PERFORM LEE-RECARGA UNTIL FS-RECARGAS = "10"
              CLOSE RECARGAS-FILE
           END-IF.

       LEE-RECARGA.
           READ RECARGAS-FILE
              AT END MOVE "10" TO FS-RECARGAS
           END-READ.
           IF FS-RECARGAS NOT = "10"
              COMPUTE MOMENTO-RENGLON =
                 REC-FECHA * 1000000 + REC-HORA
              IF REC-TERMINAL = PSE-TERMINAL
                    AND MOMENTO-RENGLON >= MOMENTO-ARQUEO
                 IF REC-TIPO = "C"
                    COMPUTE PSE-CARGADO = PSE-CARGADO
                       + REC-CANTIDAD * REC-VALOR
                 ELSE
                    COMPUTE PSE-RETIRADO = PSE-RETIRADO
                       + REC-CANTIDAD * REC-VALOR
                 END-IF
              END-IF
           END-IF.

      ******************************************************************
      * Históricos rotados por el cierre, un archivo por día desde el
      * del arqueo hasta la fecha de negocio; un día sin histórico
      * (inhábil o sin operación) simplemente no existe.
      ******************************************************************
       SUMA-HISTORICOS.
           COMPUTE DIA-INICIAL =
              FUNCTION INTEGER-OF-DATE (PSE-FECHA-ARQUEO).
           COMPUTE DIA-FINAL = FUNCTION INTEGER-OF-DATE (PSE-FECHA).
           PERFORM SUMA-HISTORICO-DIA
              VARYING DIA-HISTORICO FROM DIA-INICIAL BY 1
              UNTIL DIA-HISTORICO > DIA-FINAL.

       SUMA-HISTORICO-DIA.
           COMPUTE NH-FECHA =
              FUNCTION DATE-OF-INTEGER (DIA-HISTORICO).
           MOVE NOMBRE-HISTORICO TO NOMBRE-LECTURA.
           PERFORM SUMA-BITACORA.

       SUMA-BITACORA.
           OPEN INPUT BITACORA-FILE.
           IF FS-BITACORA = "00"
              PERFORM LEE-MOVIMIENTO UNTIL FS-BITACORA = "10"
              CLOSE BITACORA-FILE
           END-IF.

       LEE-MOVIMIENTO.
           READ BITACORA-FILE
              AT END MOVE "10" TO FS-BITACORA
           END-READ.
           IF FS-BITACORA NOT = "10"
              COMPUTE MOMENTO-RENGLON =
                 MOV-FECHA * 1000000 + MOV-HORA
              IF MOV-OPERACION = "RE"
                    AND MOV-TERMINAL = PSE-TERMINAL
                    AND MOMENTO-RENGLON >= MOMENTO-ARQUEO
                 ADD MOV-MONTO TO PSE-DISPENSADO
              END-IF
           END-IF.

       SUMA-DIFERIDOS.
           OPEN INPUT PENDOFF-FILE.
           IF FS-PENDOFF = "00"
              PERFORM LEE-DIFERIDO UNTIL FS-PENDOFF = "10"
              CLOSE PENDOFF-FILE
           END-IF.

       LEE-DIFERIDO.
           READ PENDOFF-FILE
              AT END MOVE "10" TO FS-PENDOFF
           END-READ.
           IF FS-PENDOFF NOT = "10"
              COMPUTE MOMENTO-RENGLON =
                 POF-FECHA * 1000000 + POF-HORA
              IF POF-OPERACION = "RE"
                    AND POF-TERMINAL = PSE-TERMINAL
                    AND MOMENTO-RENGLON >= MOMENTO-ARQUEO
                 ADD POF-MONTO TO PSE-DISPENSADO
              END-IF
           END-IF.

       END PROGRAM POSICION-ESPERADA.
