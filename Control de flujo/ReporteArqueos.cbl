      ******************************************************************
      * Reporte de sobrantes y faltantes de arqueos por terminal.
      * Lote para la tesorería y la contraloría de sucursales: lee
      * los arqueos de cajeros de ARQUEOS.DAT (layout ARQUEO.cpy,
      * que graba el cajero cuando el supervisor cuenta las charolas
      * antes de cargar o retirar) dentro de la ventana que se pida
      * (30 días por omisión) y produce ARQUEOS.TXT:
      *   - un renglón por cada arqueo con diferencia, con el
      *     supervisor que contó, lo esperado, lo contado y el
      *     sobrante o faltante;
      *   - un resumen por terminal con sus arqueos, cuántos no
      *     cuadraron, el total de sobrantes, el de faltantes y el
      *     neto.
      * Una terminal con diferencia en tantos arqueos de la ventana
      * como el umbral de reincidencia (3) sale marcada REINCIDENTE
      * para que la sucursal la investigue: un descuadre aislado es
      * un error de conteo; uno que se repite no lo es. Los mismos
      * sobrantes y faltantes ya entraron al mayor por el extracto
      * contable (cuenta de suspenso 190100).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-ARQUEOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUEOS-FILE ASSIGN TO "ARQUEOS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-ARQUEOS.

           SELECT REPORTE-FILE ASSIGN TO "ARQUEOS.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUEOS-FILE.
           COPY ARQUEO.

       FD  REPORTE-FILE.
       01  LINEA-REPORTE            PIC X(100).

       WORKING-STORAGE SECTION.
       01  FS-ARQUEOS               PIC X(2) VALUE "00".
       01  FS-REPORTE               PIC X(2) VALUE "00".

       01  FECHA-HOY                PIC 9(8) VALUE 0.
       01  DIAS-ENTRADA             PIC X(3) VALUE SPACES.
       01  DIAS-VENTANA             PIC 9(3) VALUE 30.
       01  FECHA-CORTE              PIC 9(8) VALUE 0.
       01  ENTERO-FECHA             PIC 9(7) VALUE 0.

      * Arqueos con diferencia a partir de los cuales la terminal
      * se marca como reincidente.
       01  UMBRAL-REINCIDENCIA      PIC 9(3) VALUE 3.

      * Acumulado por terminal dentro de la ventana.
       01  MAX-TERMINALES           PIC 9(3) VALUE 50.
       01  TOTAL-TERMINALES         PIC 9(3) VALUE 0.
       01  IDX-TRM                  PIC 9(3) VALUE 0.
       01  IDX-TRM-REG              PIC 9(3) VALUE 0.
       01  TABLA-TERMINALES.
           05 AT-ENTRY OCCURS 50 TIMES.
              10 AT-TERMINAL        PIC X(4).
              10 AT-SUCURSAL        PIC X(10).
              10 AT-ARQUEOS         PIC 9(5).
              10 AT-DESCUADRES      PIC 9(5).
              10 AT-SOBRANTES       PIC 9(11)V99.
              10 AT-FALTANTES       PIC 9(11)V99.

       01  ARQUEOS-LEIDOS           PIC 9(7) VALUE 0.
       01  ARQUEOS-DESCUADRADOS     PIC 9(7) VALUE 0.
       01  TERMINALES-REINCIDENTES  PIC 9(3) VALUE 0.
       01  NETO-TERMINAL            PIC S9(11)V99 VALUE 0.

       01  LINEA-ARQUEO.
           05 LA-FECHA              PIC 9(8).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 LA-HORA               PIC 9(6).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 LA-TERMINAL           PIC X(4).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 LA-SUPERVISOR         PIC X(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 LA-ESPERADO           PIC ----,---,--9.99.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 LA-CONTADO            PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 LA-DIFERENCIA         PIC ----,---,--9.99.
           05 FILLER                PIC X(1) VALUE SPACE.
           05 LA-BASE               PIC X(6).

       01  LINEA-TERMINAL.
           05 LT-TERMINAL           PIC X(4).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 LT-SUCURSAL           PIC X(10).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 LT-ARQUEOS            PIC ZZ,ZZ9.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 LT-DESCUADRES         PIC ZZ,ZZ9.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 LT-SOBRANTES          PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 LT-FALTANTES          PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 LT-NETO               PIC ----,---,--9.99.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 LT-MARCA              PIC X(11).

       PROCEDURE DIVISION.
       REPORTE-ARQUEOS-MAIN.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           CALL "FECHA-NEGOCIO" USING FECHA-HOY.
           DISPLAY "Días de arqueos a revisar (vacío = 30): ".
           ACCEPT DIAS-ENTRADA.
           IF DIAS-ENTRADA IS NUMERIC
              MOVE DIAS-ENTRADA TO DIAS-VENTANA
           END-IF.
           IF DIAS-VENTANA = 0
              MOVE 30 TO DIAS-VENTANA
           END-IF.
           COMPUTE ENTERO-FECHA =
              FUNCTION INTEGER-OF-DATE (FECHA-HOY) - DIAS-VENTANA.
           COMPUTE FECHA-CORTE =
              FUNCTION DATE-OF-INTEGER (ENTERO-FECHA).

           OPEN INPUT ARQUEOS-FILE.
           IF FS-ARQUEOS NOT = "00"
              DISPLAY "Todavía no hay arqueos de cajeros."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN OUTPUT REPORTE-FILE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "SOBRANTES Y FALTANTES DE ARQUEOS AL " FECHA-HOY
              " (DESDE " FECHA-CORTE ")"
              DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "ARQUEOS CON DIFERENCIA" TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "FECHA    HORA    TERM  SUPERV.          ESPERADO"
              TO LINEA-REPORTE.
           MOVE "        CONTADO       DIFERENCIA" TO
              LINEA-REPORTE (50:32).
           WRITE LINEA-REPORTE.

           PERFORM ACUMULA-ARQUEO UNTIL FS-ARQUEOS = "10".
           CLOSE ARQUEOS-FILE.

           IF ARQUEOS-DESCUADRADOS = 0
              MOVE "NINGUN ARQUEO CON DIFERENCIA EN LA VENTANA" TO
                 LINEA-REPORTE
              WRITE LINEA-REPORTE
           END-IF.

           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "RESUMEN POR TERMINAL" TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "TERM  SUCURSAL    ARQUEOS  DESCUAD.       SOBRANTES"
              TO LINEA-REPORTE.
           MOVE "       FALTANTES             NETO" TO
              LINEA-REPORTE (53:33).
           WRITE LINEA-REPORTE.
           IF TOTAL-TERMINALES = 0
              MOVE "SIN ARQUEOS EN LA VENTANA PEDIDA" TO
                 LINEA-REPORTE
              WRITE LINEA-REPORTE
           ELSE
              PERFORM REPORTA-TERMINAL
                 VARYING IDX-TRM FROM 1 BY 1
                 UNTIL IDX-TRM > TOTAL-TERMINALES
           END-IF.

           CLOSE REPORTE-FILE.
           DISPLAY "Arqueos revisados: " ARQUEOS-LEIDOS
              ", con diferencia: " ARQUEOS-DESCUADRADOS.
           DISPLAY "Terminales reincidentes: " TERMINALES-REINCIDENTES
              " (ARQUEOS.TXT)".
           IF TERMINALES-REINCIDENTES > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      ******************************************************************
      * Un arqueo dentro de la ventana: suma a su terminal y, si no
      * cuadró, sale en el detalle.
      ******************************************************************
       ACUMULA-ARQUEO.
           READ ARQUEOS-FILE
              AT END MOVE "10" TO FS-ARQUEOS
           END-READ.
           IF FS-ARQUEOS NOT = "10"
              IF ARQ-FECHA >= FECHA-CORTE
                 ADD 1 TO ARQUEOS-LEIDOS
                 PERFORM UBICA-TERMINAL
                 IF IDX-TRM-REG NOT = 0
                    ADD 1 TO AT-ARQUEOS (IDX-TRM-REG)
                    IF ARQ-DIFERENCIA NOT = 0
                       ADD 1 TO AT-DESCUADRES (IDX-TRM-REG)
                    END-IF
                    IF ARQ-DIFERENCIA > 0
                       ADD ARQ-DIFERENCIA
                          TO AT-SOBRANTES (IDX-TRM-REG)
                    END-IF
                    IF ARQ-DIFERENCIA < 0
                       SUBTRACT ARQ-DIFERENCIA
                          FROM AT-FALTANTES (IDX-TRM-REG)
                    END-IF
                 END-IF
                 IF ARQ-DIFERENCIA NOT = 0
                    ADD 1 TO ARQUEOS-DESCUADRADOS
                    PERFORM REPORTA-ARQUEO
                 END-IF
              END-IF
           END-IF.

       UBICA-TERMINAL.
           MOVE 0 TO IDX-TRM-REG.
           PERFORM COMPARA-TERMINAL
              VARYING IDX-TRM FROM 1 BY 1
              UNTIL IDX-TRM > TOTAL-TERMINALES
                 OR IDX-TRM-REG NOT = 0.
           IF IDX-TRM-REG = 0
              IF TOTAL-TERMINALES < MAX-TERMINALES
                 ADD 1 TO TOTAL-TERMINALES
                 MOVE TOTAL-TERMINALES TO IDX-TRM-REG
                 MOVE ARQ-TERMINAL TO AT-TERMINAL (IDX-TRM-REG)
                 MOVE ARQ-SUCURSAL TO AT-SUCURSAL (IDX-TRM-REG)
                 MOVE 0 TO AT-ARQUEOS (IDX-TRM-REG)
                 MOVE 0 TO AT-DESCUADRES (IDX-TRM-REG)
                 MOVE 0 TO AT-SOBRANTES (IDX-TRM-REG)
                 MOVE 0 TO AT-FALTANTES (IDX-TRM-REG)
              ELSE
                 DISPLAY "Más terminales que la tabla ("
                    MAX-TERMINALES "); se ignora " ARQ-TERMINAL
              END-IF
           END-IF.

       COMPARA-TERMINAL.
           IF AT-TERMINAL (IDX-TRM) = ARQ-TERMINAL
              MOVE IDX-TRM TO IDX-TRM-REG
           END-IF.

      * El primer arqueo de una terminal se comparó contra libros:
      * el renglón lo dice en vez de mostrar un esperado en cero.
       REPORTA-ARQUEO.
           MOVE ARQ-FECHA TO LA-FECHA.
           MOVE ARQ-HORA TO LA-HORA.
           MOVE ARQ-TERMINAL TO LA-TERMINAL.
           MOVE ARQ-SUPERVISOR TO LA-SUPERVISOR.
           MOVE ARQ-VALOR-CONTADO TO LA-CONTADO.
           MOVE ARQ-DIFERENCIA TO LA-DIFERENCIA.
           IF ARQ-HAY-ESPERADO = "S"
              MOVE ARQ-VALOR-ESPERADO TO LA-ESPERADO
              MOVE SPACES TO LA-BASE
           ELSE
              MOVE ARQ-VALOR-LIBROS TO LA-ESPERADO
              MOVE "LIBROS" TO LA-BASE
           END-IF.
           MOVE LINEA-ARQUEO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       REPORTA-TERMINAL.
           MOVE AT-TERMINAL (IDX-TRM) TO LT-TERMINAL.
           MOVE AT-SUCURSAL (IDX-TRM) TO LT-SUCURSAL.
           MOVE AT-ARQUEOS (IDX-TRM) TO LT-ARQUEOS.
           MOVE AT-DESCUADRES (IDX-TRM) TO LT-DESCUADRES.
           MOVE AT-SOBRANTES (IDX-TRM) TO LT-SOBRANTES.
           MOVE AT-FALTANTES (IDX-TRM) TO LT-FALTANTES.
           COMPUTE NETO-TERMINAL =
              AT-SOBRANTES (IDX-TRM) - AT-FALTANTES (IDX-TRM).
           MOVE NETO-TERMINAL TO LT-NETO.
           MOVE SPACES TO LT-MARCA.
           IF AT-DESCUADRES (IDX-TRM) >= UMBRAL-REINCIDENCIA
              MOVE "REINCIDENTE" TO LT-MARCA
              ADD 1 TO TERMINALES-REINCIDENTES
           END-IF.
           MOVE LINEA-TERMINAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       END PROGRAM REPORTE-ARQUEOS.
