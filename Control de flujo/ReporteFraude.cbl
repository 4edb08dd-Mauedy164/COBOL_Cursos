      ******************************************************************
      * Reporte diario de alertas de fraude del cajero.
      * Las reglas de fraude del cajero (FRAUDREG.cpy) dejan cada
      * disparo en FRAUDALE.DAT (layout FRAUDALE.cpy) y el
      * supervisor las resuelve una por una en la consola de
      * supervisión. Este reporte, último paso del cierre nocturno,
      * recorre el archivo completo y produce FRAUDE.TXT para
      * seguridad y para el turno de la mañana:
      *   1. las alertas del día de negocio, una por renglón, con la
      *      acción que tomó el cajero y el dato que disparó la
      *      regla (terminal previa y minutos, tarjetas distintas o
      *      retiro contra promedio);
      *   2. los totales del día por regla y por acción;
      *   3. las alertas que siguen pendientes de revisión de días
      *      anteriores, con la fecha de la más antigua, y las que
      *      se resolvieron hoy (liberadas y fraudes confirmados).
      * Sin archivo de alertas el reporte sale en ceros. Es un
      * reporte: no detiene la cadena del cierre.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-FRAUDE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERTAS-FILE ASSIGN TO "FRAUDALE.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ALF-NUMERO
              FILE STATUS IS FS-ALERTAS.

           SELECT REPORTE-FILE ASSIGN TO "FRAUDE.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       FD  ALERTAS-FILE.
           COPY FRAUDALE.

       FD  REPORTE-FILE.
       01  LINEA-REPORTE           PIC X(80).

       WORKING-STORAGE SECTION.
       01  FS-ALERTAS              PIC X(2) VALUE "00".
       01  FS-REPORTE              PIC X(2) VALUE "00".

       01  FECHA-HOY               PIC 9(8) VALUE 0.

      * Totales del día por regla y por acción, y la revisión.
       01  ALERTAS-DEL-DIA         PIC 9(6) VALUE 0.
       01  ALERTAS-VT              PIC 9(6) VALUE 0.
       01  ALERTAS-FN              PIC 9(6) VALUE 0.
       01  ALERTAS-MM              PIC 9(6) VALUE 0.
       01  ACCIONES-ALERTA         PIC 9(6) VALUE 0.
       01  ACCIONES-DECLINA        PIC 9(6) VALUE 0.
       01  ACCIONES-BLOQUEA        PIC 9(6) VALUE 0.
       01  PENDIENTES-ANTERIORES   PIC 9(6) VALUE 0.
       01  FECHA-MAS-ANTIGUA       PIC 9(8) VALUE 0.
       01  LIBERADAS-HOY           PIC 9(6) VALUE 0.
       01  CONFIRMADAS-HOY         PIC 9(6) VALUE 0.

       01  LINEA-ALERTA.
           05 LA-NUMERO            PIC 9(6).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LA-REGLA             PIC X(2).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LA-ACCION            PIC X(1).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LA-TARJETA           PIC 9(16).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LA-CUENTA            PIC 9(6).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LA-TERMINAL          PIC X(4).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LA-HORA              PIC 9(6).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LA-ESTADO            PIC X(1).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LA-DETALLE           PIC X(30).

      * Campos editados para armar el detalle de cada regla.
       01  DET-MINUTOS             PIC ZZZ9.
       01  DET-CONTEO              PIC ZZ9.
       01  DET-MONTO               PIC ZZZ,ZZ9.99.
       01  DET-PROMEDIO            PIC ZZZ,ZZ9.99.

       01  LINEA-TOTAL.
           05 LT-CONCEPTO          PIC X(40).
           05 LT-CANTIDAD          PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       REPORTE-FRAUDE-MAIN.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           CALL "FECHA-NEGOCIO" USING FECHA-HOY.

           OPEN OUTPUT REPORTE-FILE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "ALERTAS DE FRAUDE DEL CAJERO DEL DIA " FECHA-HOY
              DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "NUMERO RG A TARJETA          CUENTA TERM HORA   E "
              TO LINEA-REPORTE.
           MOVE "DETALLE" TO LINEA-REPORTE (51:7).
           WRITE LINEA-REPORTE.

           MOVE "00" TO FS-ALERTAS.
           OPEN INPUT ALERTAS-FILE.
           IF FS-ALERTAS = "00"
              MOVE 0 TO ALF-NUMERO
              START ALERTAS-FILE KEY IS NOT LESS THAN ALF-NUMERO
                 INVALID KEY MOVE "10" TO FS-ALERTAS
              END-START
              PERFORM PROCESA-ALERTA UNTIL FS-ALERTAS = "10"
              CLOSE ALERTAS-FILE
           ELSE
              MOVE "SIN ARCHIVO DE ALERTAS" TO LINEA-REPORTE
              WRITE LINEA-REPORTE
           END-IF.

           PERFORM IMPRIME-TOTALES.
           CLOSE REPORTE-FILE.
           DISPLAY "Alertas de fraude del día: " ALERTAS-DEL-DIA
              "; pendientes de días anteriores: "
              PENDIENTES-ANTERIORES " (FRAUDE.TXT)".
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      ******************************************************************
      * Una alerta: si es del día entra al detalle y a los totales;
      * si es de un día anterior y sigue pendiente, cuenta como
      * rezago; si se revisó hoy, cuenta en la revisión del día.
      ******************************************************************
       PROCESA-ALERTA.
           READ ALERTAS-FILE NEXT
              AT END MOVE "10" TO FS-ALERTAS
           END-READ.
           IF FS-ALERTAS NOT = "10"
              IF ALF-FECHA = FECHA-HOY
                 PERFORM IMPRIME-ALERTA
              ELSE
                 IF ALF-ESTADO = "P" AND ALF-FECHA < FECHA-HOY
                    ADD 1 TO PENDIENTES-ANTERIORES
                    IF FECHA-MAS-ANTIGUA = 0
                          OR ALF-FECHA < FECHA-MAS-ANTIGUA
                       MOVE ALF-FECHA TO FECHA-MAS-ANTIGUA
                    END-IF
                 END-IF
              END-IF
              IF ALF-FECHA-REV = FECHA-HOY
                 EVALUATE ALF-ESTADO
                    WHEN "L" ADD 1 TO LIBERADAS-HOY
                    WHEN "F" ADD 1 TO CONFIRMADAS-HOY
                 END-EVALUATE
              END-IF
           END-IF.

       IMPRIME-ALERTA.
           ADD 1 TO ALERTAS-DEL-DIA.
           MOVE SPACES TO LA-DETALLE.
           EVALUATE ALF-REGLA
              WHEN "VT"
                 ADD 1 TO ALERTAS-VT
                 MOVE ALF-MINUTOS TO DET-MINUTOS
                 STRING "PREVIA " ALF-TERMINAL-PREVIA " HACE "
                    DET-MINUTOS " MIN"
                    DELIMITED BY SIZE INTO LA-DETALLE
              WHEN "FN"
                 ADD 1 TO ALERTAS-FN
                 MOVE ALF-CONTEO TO DET-CONTEO
                 STRING DET-CONTEO " TARJETAS CON NIP FALLIDO"
                    DELIMITED BY SIZE INTO LA-DETALLE
              WHEN "MM"
                 ADD 1 TO ALERTAS-MM
                 MOVE ALF-MONTO TO DET-MONTO
                 MOVE ALF-PROMEDIO TO DET-PROMEDIO
                 STRING "RET" DET-MONTO " PROM" DET-PROMEDIO
                    DELIMITED BY SIZE INTO LA-DETALLE
           END-EVALUATE.
           EVALUATE ALF-ACCION
              WHEN "A" ADD 1 TO ACCIONES-ALERTA
              WHEN "D" ADD 1 TO ACCIONES-DECLINA
              WHEN "B" ADD 1 TO ACCIONES-BLOQUEA
           END-EVALUATE.

           MOVE ALF-NUMERO TO LA-NUMERO.
           MOVE ALF-REGLA TO LA-REGLA.
           MOVE ALF-ACCION TO LA-ACCION.
           MOVE ALF-TARJETA TO LA-TARJETA.
           MOVE ALF-CUENTA TO LA-CUENTA.
           MOVE ALF-TERMINAL TO LA-TERMINAL.
           MOVE ALF-HORA TO LA-HORA.
           MOVE ALF-ESTADO TO LA-ESTADO.
           MOVE LINEA-ALERTA TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       IMPRIME-TOTALES.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "ALERTAS DEL DIA" TO LT-CONCEPTO.
           MOVE ALERTAS-DEL-DIA TO LT-CANTIDAD.
           PERFORM ESCRIBE-TOTAL.
           MOVE "  VT MISMA TARJETA EN OTRA TERMINAL" TO LT-CONCEPTO.
           MOVE ALERTAS-VT TO LT-CANTIDAD.
           PERFORM ESCRIBE-TOTAL.
           MOVE "  FN NIP FALLIDO EN UNA TERMINAL" TO LT-CONCEPTO.
           MOVE ALERTAS-FN TO LT-CANTIDAD.
           PERFORM ESCRIBE-TOTAL.
           MOVE "  MM MONTO INUSUAL" TO LT-CONCEPTO.
           MOVE ALERTAS-MM TO LT-CANTIDAD.
           PERFORM ESCRIBE-TOTAL.
           MOVE "  SOLO ALERTA" TO LT-CONCEPTO.
           MOVE ACCIONES-ALERTA TO LT-CANTIDAD.
           PERFORM ESCRIBE-TOTAL.
           MOVE "  OPERACION DECLINADA" TO LT-CONCEPTO.
           MOVE ACCIONES-DECLINA TO LT-CANTIDAD.
           PERFORM ESCRIBE-TOTAL.
           MOVE "  DECLINADA CON TARJETA BLOQUEADA" TO LT-CONCEPTO.
           MOVE ACCIONES-BLOQUEA TO LT-CANTIDAD.
           PERFORM ESCRIBE-TOTAL.

           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "PENDIENTES DE DIAS ANTERIORES" TO LT-CONCEPTO.
           MOVE PENDIENTES-ANTERIORES TO LT-CANTIDAD.
           PERFORM ESCRIBE-TOTAL.
           IF PENDIENTES-ANTERIORES > 0
              MOVE SPACES TO LINEA-REPORTE
              STRING "  LA MAS ANTIGUA ES DEL " FECHA-MAS-ANTIGUA
                 DELIMITED BY SIZE INTO LINEA-REPORTE
              WRITE LINEA-REPORTE
           END-IF.
           MOVE "LIBERADAS HOY (FALSO POSITIVO)" TO LT-CONCEPTO.
           MOVE LIBERADAS-HOY TO LT-CANTIDAD.
           PERFORM ESCRIBE-TOTAL.
           MOVE "FRAUDES CONFIRMADOS HOY" TO LT-CONCEPTO.
           MOVE CONFIRMADAS-HOY TO LT-CANTIDAD.
           PERFORM ESCRIBE-TOTAL.

       ESCRIBE-TOTAL.
           MOVE LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       END PROGRAM REPORTE-FRAUDE.
