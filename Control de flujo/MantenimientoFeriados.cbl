      ******************************************************************
      * Calendario de días feriados bancarios.
      * Alta, baja y listado de los días de FERIADOS.DAT (layout
      * FERIADO.cpy) en que el banco no opera aunque caigan entre
      * semana. Con este archivo el subprograma DIA-HABIL decide los
      * días hábiles: el control de día no abre un día inhábil sin
      * confirmación y los lotes de vencimientos recorren sus fechas
      * al siguiente día hábil. Los sábados y domingos son inhábiles
      * siempre y no se capturan.
      *
      * El calendario se trabaja en memoria y se reescribe completo
      * y en orden de fecha en cada cambio, como el estado de las
      * terminales del control de día.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENIMIENTO-FERIADOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FERIADOS-FILE ASSIGN TO "FERIADOS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-FERIADOS.

       DATA DIVISION.
       FILE SECTION.
       FD  FERIADOS-FILE.
           COPY FERIADO.

       WORKING-STORAGE SECTION.
       01  FS-FERIADOS             PIC X(2) VALUE "00".

       01  OPCION-MENU             PIC 9(1) VALUE 0.
       01  OPCION-ENTRADA          PIC X(1) VALUE SPACE.
       01  ENTRADA-VALIDA          PIC X(1) VALUE "N".
       01  SIGUE-EN-MENU           PIC X(1) VALUE "S".

       01  FECHA-ENTRADA           PIC X(8) VALUE SPACES.
       01  FECHA-CAPTURADA         PIC 9(8) VALUE 0.
       01  DESCRIPCION-ENTRADA     PIC X(30) VALUE SPACES.

       01  MAX-FERIADOS            PIC 9(3) VALUE 200.
       01  TOTAL-FERIADOS          PIC 9(3) VALUE 0.
       01  IDX-FER                 PIC 9(3) VALUE 0.
       01  FERIADO-HALLADO         PIC 9(3) VALUE 0.
       01  POSICION-ALTA           PIC 9(3) VALUE 0.
       01  TABLA-FERIADOS.
           05 TF-ENTRY OCCURS 200 TIMES.
              10 TF-FECHA          PIC 9(8).
              10 TF-DESCRIPCION    PIC X(30).

      * La revisión de fin de semana la hace el propio DIA-HABIL.
           COPY DIAHABIL.

       PROCEDURE DIVISION.
       MANTENIMIENTO-FERIADOS-MAIN.
           PERFORM CARGA-FERIADOS.
           MOVE "S" TO SIGUE-EN-MENU.
           PERFORM MUESTRA-MENU-FERIADOS UNTIL SIGUE-EN-MENU = "N".
           GOBACK.

       MUESTRA-MENU-FERIADOS.
           DISPLAY "---- CALENDARIO DE DIAS FERIADOS ----".
           DISPLAY "1. ALTA DE FERIADO  2. BAJA DE FERIADO".
           DISPLAY "3. LISTAR FERIADOS  4. SALIR".
           PERFORM PIDE-OPCION-FERIADOS UNTIL ENTRADA-VALIDA = "S".
           MOVE "N" TO ENTRADA-VALIDA.

           EVALUATE OPCION-MENU
              WHEN 1 PERFORM ALTA-FERIADO THRU ALTA-FERIADO-EXIT
              WHEN 2 PERFORM BAJA-FERIADO THRU BAJA-FERIADO-EXIT
              WHEN 3 PERFORM LISTA-FERIADOS
              WHEN 4 MOVE "N" TO SIGUE-EN-MENU
              WHEN OTHER DISPLAY "Opción inválida"
           END-EVALUATE.

       PIDE-OPCION-FERIADOS.
           DISPLAY "Opción: ".
           ACCEPT OPCION-ENTRADA.
           IF OPCION-ENTRADA IS NOT NUMERIC
              DISPLAY "Coloca un número válido"
              MOVE "N" TO ENTRADA-VALIDA
           ELSE
              MOVE OPCION-ENTRADA TO OPCION-MENU
              MOVE "S" TO ENTRADA-VALIDA
           END-IF.

       CARGA-FERIADOS.
           MOVE 0 TO TOTAL-FERIADOS.
           MOVE "00" TO FS-FERIADOS.
           OPEN INPUT FERIADOS-FILE.
           IF FS-FERIADOS = "00"
              PERFORM CARGA-UN-FERIADO UNTIL FS-FERIADOS = "10"
              CLOSE FERIADOS-FILE
           END-IF.

       CARGA-UN-FERIADO.
           READ FERIADOS-FILE
              AT END MOVE "10" TO FS-FERIADOS
           END-READ.
           IF FS-FERIADOS NOT = "10"
              IF FER-FECHA IS NUMERIC
                    AND TOTAL-FERIADOS < MAX-FERIADOS
                 ADD 1 TO TOTAL-FERIADOS
                 MOVE FER-FECHA TO TF-FECHA (TOTAL-FERIADOS)
                 MOVE FER-DESCRIPCION
                    TO TF-DESCRIPCION (TOTAL-FERIADOS)
              END-IF
           END-IF.

      ******************************************************************
      * Alta de un feriado: fecha válida, entre semana y no
      * registrada ya. Se inserta en su lugar por fecha para que el
      * archivo quede siempre ordenado.
      ******************************************************************
       ALTA-FERIADO.
           IF TOTAL-FERIADOS >= MAX-FERIADOS
              DISPLAY "El calendario está lleno; da de baja los "
                 "feriados de años pasados."
              GO TO ALTA-FERIADO-EXIT
           END-IF.
           PERFORM PIDE-FECHA-FERIADO.
           IF FECHA-CAPTURADA = 0
              GO TO ALTA-FERIADO-EXIT
           END-IF.
           IF FERIADO-HALLADO NOT = 0
              DISPLAY "Ese día ya está registrado como "
                 TF-DESCRIPCION (FERIADO-HALLADO)
              GO TO ALTA-FERIADO-EXIT
           END-IF.

           MOVE FECHA-CAPTURADA TO DH-FECHA.
           MOVE 0 TO DH-DIA-MES.
           MOVE 0 TO DH-ULTIMA.
           CALL "DIA-HABIL" USING DIA-HABIL-REG.
           IF DH-MOTIVO = "SABADO" OR DH-MOTIVO = "DOMINGO"
              DISPLAY "Ese día es " DH-MOTIVO
                 "; los fines de semana no se capturan."
              GO TO ALTA-FERIADO-EXIT
           END-IF.

           DISPLAY "Descripción: ".
           ACCEPT DESCRIPCION-ENTRADA.
           IF DESCRIPCION-ENTRADA = SPACES
              DISPLAY "La descripción es obligatoria."
              GO TO ALTA-FERIADO-EXIT
           END-IF.

      * Lugar del nuevo feriado: antes del primero con fecha mayor;
      * los de atrás se recorren un renglón.
           MOVE 0 TO POSICION-ALTA.
           PERFORM BUSCA-POSICION-ALTA
              VARYING IDX-FER FROM 1 BY 1
              UNTIL IDX-FER > TOTAL-FERIADOS
                 OR POSICION-ALTA NOT = 0.
           IF POSICION-ALTA = 0
              COMPUTE POSICION-ALTA = TOTAL-FERIADOS + 1
           END-IF.
           PERFORM RECORRE-FERIADO-ABAJO
              VARYING IDX-FER FROM TOTAL-FERIADOS BY -1
              UNTIL IDX-FER < POSICION-ALTA.
           MOVE FECHA-CAPTURADA TO TF-FECHA (POSICION-ALTA).
           MOVE DESCRIPCION-ENTRADA TO TF-DESCRIPCION (POSICION-ALTA).
           ADD 1 TO TOTAL-FERIADOS.
           PERFORM GRABA-FERIADOS.
           DISPLAY "Feriado registrado.".
       ALTA-FERIADO-EXIT.
           EXIT.

       BUSCA-POSICION-ALTA.
           IF TF-FECHA (IDX-FER) > FECHA-CAPTURADA
              MOVE IDX-FER TO POSICION-ALTA
           END-IF.

       RECORRE-FERIADO-ABAJO.
           MOVE TF-ENTRY (IDX-FER) TO TF-ENTRY (IDX-FER + 1).

       BAJA-FERIADO.
           PERFORM PIDE-FECHA-FERIADO.
           IF FECHA-CAPTURADA = 0
              GO TO BAJA-FERIADO-EXIT
           END-IF.
           IF FERIADO-HALLADO = 0
              DISPLAY "Ese día no está en el calendario."
              GO TO BAJA-FERIADO-EXIT
           END-IF.
           PERFORM RECORRE-FERIADO-ARRIBA
              VARYING IDX-FER FROM FERIADO-HALLADO BY 1
              UNTIL IDX-FER >= TOTAL-FERIADOS.
           SUBTRACT 1 FROM TOTAL-FERIADOS.
           PERFORM GRABA-FERIADOS.
           DISPLAY "Feriado dado de baja.".
       BAJA-FERIADO-EXIT.
           EXIT.

       RECORRE-FERIADO-ARRIBA.
           MOVE TF-ENTRY (IDX-FER + 1) TO TF-ENTRY (IDX-FER).

      * Pide la fecha y la busca en la tabla; una fecha mal
      * capturada regresa FECHA-CAPTURADA en cero.
       PIDE-FECHA-FERIADO.
           MOVE 0 TO FECHA-CAPTURADA.
           MOVE 0 TO FERIADO-HALLADO.
           DISPLAY "Fecha (AAAAMMDD): ".
           ACCEPT FECHA-ENTRADA.
           IF FECHA-ENTRADA IS NOT NUMERIC
              DISPLAY "La fecha debe ser AAAAMMDD."
           ELSE
              MOVE FECHA-ENTRADA TO FECHA-CAPTURADA
              IF FUNCTION TEST-DATE-YYYYMMDD (FECHA-CAPTURADA)
                    NOT = 0
                 DISPLAY "Esa fecha no existe."
                 MOVE 0 TO FECHA-CAPTURADA
              ELSE
                 PERFORM COMPARA-FERIADO
                    VARYING IDX-FER FROM 1 BY 1
                    UNTIL IDX-FER > TOTAL-FERIADOS
                       OR FERIADO-HALLADO NOT = 0
              END-IF
           END-IF.

       COMPARA-FERIADO.
           IF TF-FECHA (IDX-FER) = FECHA-CAPTURADA
              MOVE IDX-FER TO FERIADO-HALLADO
           END-IF.

       LISTA-FERIADOS.
           IF TOTAL-FERIADOS = 0
              DISPLAY "Todavía no hay feriados registrados."
           ELSE
              DISPLAY "FECHA     DESCRIPCION"
              PERFORM LISTA-UN-FERIADO
                 VARYING IDX-FER FROM 1 BY 1
                 UNTIL IDX-FER > TOTAL-FERIADOS
              DISPLAY "FERIADOS REGISTRADOS: " TOTAL-FERIADOS
           END-IF.

       LISTA-UN-FERIADO.
           DISPLAY TF-FECHA (IDX-FER) "  " TF-DESCRIPCION (IDX-FER).

       GRABA-FERIADOS.
           OPEN OUTPUT FERIADOS-FILE.
           PERFORM GRABA-UN-FERIADO
              VARYING IDX-FER FROM 1 BY 1
              UNTIL IDX-FER > TOTAL-FERIADOS.
           CLOSE FERIADOS-FILE.

       GRABA-UN-FERIADO.
           MOVE TF-FECHA (IDX-FER) TO FER-FECHA.
           MOVE TF-DESCRIPCION (IDX-FER) TO FER-DESCRIPCION.
           WRITE FERIADO-REG.

       END PROGRAM MANTENIMIENTO-FERIADOS.
