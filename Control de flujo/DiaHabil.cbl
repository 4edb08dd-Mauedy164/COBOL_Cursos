      ******************************************************************
      * Calendario de días hábiles bancarios.
      * Subprograma al estilo de FECHA-NEGOCIO: los lotes que
      * trabajan con fechas de vencimiento y el control de día lo
      * CALLean con el renglón de DIAHABIL.cpy, y aquí se decide si
      * una fecha es hábil y a qué día hábil se recorre, para que la
      * regla viva en un solo lugar.
      *
      * Son inhábiles los sábados, los domingos y los días de
      * FERIADOS.DAT (layout FERIADO.cpy); sin archivo sólo cuentan
      * los fines de semana. El día de la semana sale del número de
      * día de INTEGER-OF-DATE, cuyo día 1 (1 de enero de 1601) fue
      * lunes: el residuo entre 7 del día menos uno da 0 el lunes, 5
      * el sábado y 6 el domingo.
      *
      * El vencimiento mensual (DH-DIA-MES mayor que cero) se busca
      * primero en el mes anterior, por si su día cayó inhábil al
      * final del mes y se recorrió al mes de DH-FECHA, y después en
      * el mes de DH-FECHA; toca el primero que ya llegó y que es
      * posterior al último cargo hecho (DH-ULTIMA).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIA-HABIL.
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

      * Feriados del calendario, cargados en cada llamada para que
      * una alta o baja del día se vea sin reiniciar nada.
       01  MAX-FERIADOS            PIC 9(3) VALUE 200.
       01  TOTAL-FERIADOS          PIC 9(3) VALUE 0.
       01  IDX-FER                 PIC 9(3) VALUE 0.
       01  FERIADO-HALLADO         PIC 9(3) VALUE 0.
       01  TABLA-FERIADOS.
           05 TF-ENTRY OCCURS 200 TIMES.
              10 TF-FECHA          PIC 9(8).
              10 TF-DESCRIPCION    PIC X(30).

      * Fecha en revisión y su clasificación.
       01  FECHA-REVISADA          PIC 9(8) VALUE 0.
       01  ENTERO-FECHA            PIC 9(7) VALUE 0.
       01  DIAS-CORRIDOS           PIC 9(7) VALUE 0.
       01  SEMANAS-CORRIDAS        PIC 9(7) VALUE 0.
       01  DIA-SEMANA              PIC 9(1) VALUE 0.
       01  ES-HABIL                PIC X(1) VALUE "S".
       01  MOTIVO-INHABIL          PIC X(30) VALUE SPACES.
       01  VUELTAS                 PIC 9(3) VALUE 0.
       01  MAX-VUELTAS             PIC 9(3) VALUE 60.

      * Vencimiento mensual: el mes que se revisa, su último día y
      * la fecha ya recorrida que vence en ese mes.
       01  FECHA-MES.
           05 FM-ANIO              PIC 9(4).
           05 FM-MES               PIC 9(2).
           05 FM-DIA               PIC 9(2).
       01  FECHA-MES-NUM REDEFINES FECHA-MES PIC 9(8).
       01  FECHA-TOPE.
           05 FT-ANIO              PIC 9(4).
           05 FT-MES               PIC 9(2).
           05 FT-DIA               PIC 9(2).
       01  FECHA-TOPE-NUM REDEFINES FECHA-TOPE PIC 9(8).
       01  FECHA-ENTRADA-DESGLOSE.
           05 FE-ANIO              PIC 9(4).
           05 FE-MES               PIC 9(2).
           05 FE-DIA               PIC 9(2).
       01  VENCE-DESGLOSE.
           05 VD-ANIO              PIC 9(4).
           05 VD-MES               PIC 9(2).
           05 VD-DIA               PIC 9(2).
       01  VENCE-DEL-MES REDEFINES VENCE-DESGLOSE PIC 9(8).

       LINKAGE SECTION.
           COPY DIAHABIL.

       PROCEDURE DIVISION USING DIA-HABIL-REG.
       DIA-HABIL-MAIN.
           MOVE "N" TO DH-HABIL.
           MOVE SPACES TO DH-MOTIVO.
           MOVE DH-FECHA TO DH-FECHA-HABIL.
           MOVE DH-FECHA TO DH-SIGUIENTE.
           MOVE 0 TO DH-DIAS-SIGUIENTE.
           MOVE 0 TO DH-VENCE.

      * Una fecha que no existe en el calendario no se recorre: se
      * regresa inhábil y tal cual, para que quien llama la rechace.
           IF DH-FECHA IS NOT NUMERIC
                 OR FUNCTION TEST-DATE-YYYYMMDD (DH-FECHA) NOT = 0
              MOVE "FECHA INVALIDA" TO DH-MOTIVO
              GOBACK
           END-IF.

           PERFORM CARGA-FERIADOS.

           MOVE DH-FECHA TO FECHA-REVISADA.
           PERFORM CLASIFICA-FECHA.
           MOVE ES-HABIL TO DH-HABIL.
           MOVE MOTIVO-INHABIL TO DH-MOTIVO.
           PERFORM RECORRE-A-HABIL.
           MOVE FECHA-REVISADA TO DH-FECHA-HABIL.

           COMPUTE ENTERO-FECHA =
              FUNCTION INTEGER-OF-DATE (DH-FECHA) + 1.
           COMPUTE FECHA-REVISADA =
              FUNCTION DATE-OF-INTEGER (ENTERO-FECHA).
           PERFORM CLASIFICA-FECHA.
           PERFORM RECORRE-A-HABIL.
           MOVE FECHA-REVISADA TO DH-SIGUIENTE.
           COMPUTE DH-DIAS-SIGUIENTE =
              FUNCTION INTEGER-OF-DATE (DH-SIGUIENTE)
              - FUNCTION INTEGER-OF-DATE (DH-FECHA).

           IF DH-DIA-MES > 0 AND DH-HABIL = "S"
              PERFORM BUSCA-VENCIMIENTO THRU BUSCA-VENCIMIENTO-EXIT
           END-IF.
           GOBACK.

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
      * Clasifica FECHA-REVISADA: fin de semana por el día de la
      * semana y, entre semana, feriado si está en la tabla.
      ******************************************************************
       CLASIFICA-FECHA.
           MOVE "S" TO ES-HABIL.
           MOVE SPACES TO MOTIVO-INHABIL.
           COMPUTE DIAS-CORRIDOS =
              FUNCTION INTEGER-OF-DATE (FECHA-REVISADA) - 1.
           DIVIDE DIAS-CORRIDOS BY 7 GIVING SEMANAS-CORRIDAS
              REMAINDER DIA-SEMANA.
           IF DIA-SEMANA = 5
              MOVE "N" TO ES-HABIL
              MOVE "SABADO" TO MOTIVO-INHABIL
           END-IF.
           IF DIA-SEMANA = 6
              MOVE "N" TO ES-HABIL
              MOVE "DOMINGO" TO MOTIVO-INHABIL
           END-IF.
           IF ES-HABIL = "S"
              MOVE 0 TO FERIADO-HALLADO
              PERFORM BUSCA-FERIADO
                 VARYING IDX-FER FROM 1 BY 1
                 UNTIL IDX-FER > TOTAL-FERIADOS
                    OR FERIADO-HALLADO NOT = 0
              IF FERIADO-HALLADO NOT = 0
                 MOVE "N" TO ES-HABIL
                 MOVE TF-DESCRIPCION (FERIADO-HALLADO)
                    TO MOTIVO-INHABIL
              END-IF
           END-IF.

       BUSCA-FERIADO.
           IF TF-FECHA (IDX-FER) = FECHA-REVISADA
              MOVE IDX-FER TO FERIADO-HALLADO
           END-IF.

      * Avanza FECHA-REVISADA, ya clasificada, hasta un día hábil.
      * El tope de vueltas sólo protege contra un calendario mal
      * capturado (meses enteros de feriados).
       RECORRE-A-HABIL.
           MOVE 0 TO VUELTAS.
           PERFORM AVANZA-UN-DIA
              UNTIL ES-HABIL = "S" OR VUELTAS >= MAX-VUELTAS.

       AVANZA-UN-DIA.
           COMPUTE ENTERO-FECHA =
              FUNCTION INTEGER-OF-DATE (FECHA-REVISADA) + 1.
           COMPUTE FECHA-REVISADA =
              FUNCTION DATE-OF-INTEGER (ENTERO-FECHA).
           ADD 1 TO VUELTAS.
           PERFORM CLASIFICA-FECHA.

      ******************************************************************
      * Vencimiento mensual pendiente: primero el del mes anterior,
      * sólo si su recorrido lo trajo al mes de DH-FECHA, y luego el
      * del propio mes. Toca el que ya llegó (no posterior a
      * DH-FECHA) y que no se ha atendido (posterior a DH-ULTIMA).
      ******************************************************************
       BUSCA-VENCIMIENTO.
           MOVE DH-FECHA TO FECHA-ENTRADA-DESGLOSE.
           IF FE-MES = 1
              COMPUTE FM-ANIO = FE-ANIO - 1
              MOVE 12 TO FM-MES
           ELSE
              MOVE FE-ANIO TO FM-ANIO
              COMPUTE FM-MES = FE-MES - 1
           END-IF.
           PERFORM VENCIMIENTO-DEL-MES.
           IF VD-ANIO = FE-ANIO AND VD-MES = FE-MES
                 AND VENCE-DEL-MES <= DH-FECHA
                 AND VENCE-DEL-MES > DH-ULTIMA
              MOVE VENCE-DEL-MES TO DH-VENCE
              GO TO BUSCA-VENCIMIENTO-EXIT
           END-IF.

           MOVE FE-ANIO TO FM-ANIO.
           MOVE FE-MES TO FM-MES.
           PERFORM VENCIMIENTO-DEL-MES.
           IF VENCE-DEL-MES <= DH-FECHA
                 AND VENCE-DEL-MES > DH-ULTIMA
              MOVE VENCE-DEL-MES TO DH-VENCE
           END-IF.
       BUSCA-VENCIMIENTO-EXIT.
           EXIT.

      * El día pactado del mes FM-ANIO/FM-MES, topado al último día
      * del mes (el día anterior al primero del mes siguiente) y
      * recorrido al día hábil.
       VENCIMIENTO-DEL-MES.
           IF FM-MES = 12
              COMPUTE FT-ANIO = FM-ANIO + 1
              MOVE 1 TO FT-MES
           ELSE
              MOVE FM-ANIO TO FT-ANIO
              COMPUTE FT-MES = FM-MES + 1
           END-IF.
           MOVE 1 TO FT-DIA.
           COMPUTE ENTERO-FECHA =
              FUNCTION INTEGER-OF-DATE (FECHA-TOPE-NUM) - 1.
           COMPUTE FECHA-TOPE-NUM =
              FUNCTION DATE-OF-INTEGER (ENTERO-FECHA).
           IF DH-DIA-MES > FT-DIA
              MOVE FT-DIA TO FM-DIA
           ELSE
              MOVE DH-DIA-MES TO FM-DIA
           END-IF.
           MOVE FECHA-MES-NUM TO FECHA-REVISADA.
           PERFORM CLASIFICA-FECHA.
           PERFORM RECORRE-A-HABIL.
           MOVE FECHA-REVISADA TO VENCE-DEL-MES.

       END PROGRAM DIA-HABIL.
