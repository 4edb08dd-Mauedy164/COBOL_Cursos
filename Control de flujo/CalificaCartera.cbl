      ******************************************************************
      * Calificación mensual de la cartera de préstamos de consumo.
      * Paso del cierre nocturno (CIERRE-DIA) que sólo corre el
      * último día hábil del mes, después de la cobranza y antes
      * del extracto contable, para que la estimación y sus
      * liberaciones salgan en la póliza de ese mismo día (el
      * extracto toma de POLCART.DAT los renglones con su fecha;
      * corrido suelto después del cierre, sus renglones ya no
      * entrarían a ningún extracto). Recorre
      * PRESTAMOS.DAT y, con los parámetros vigentes de RESERVAS.DAT
      * (layout RESERVA.cpy), para cada préstamo vigente:
      *   - lo ubica en su tramo de atraso (al corriente, 1-30,
      *     31-60, 61-90, más de 90 días) contando desde
      *     PRE-VENCIDO-DESDE, el primer intento de cobro fallido;
      *   - si está atrasado, le carga a PRE-MORATORIOS el interés
      *     moratorio del mes sobre la mensualidad vencida, que la
      *     cobranza nocturna cobra junto con la mensualidad;
      *   - recalcula la estimación preventiva del tramo sobre el
      *     saldo insoluto y deja en POLCART.DAT (layout POLCART.cpy)
      *     la diferencia contra la ya constituida, para el extracto
      *     contable;
      *   - si el atraso alcanzó los días de castigo, propone el
      *     castigo en la cola de aprobaciones (PENDAPR.DAT, tipo
      *     "CP"): el préstamo sólo pasa a castigado cuando un
      *     supervisor lo aprueba desde la consola de supervisión.
      * Los préstamos liquidados que todavía traen estimación la
      * liberan.
      *
      * El lote es seguro de recorrer: los moratorios se cargan una
      * sola vez por mes (PRE-MES-CALIFICA), la estimación se ajusta
      * por diferencia y un castigo ya propuesto y pendiente no se
      * vuelve a encolar. Sin RESERVAS.DAT no califica nada y
      * termina con código 8. El detalle y los totales por tramo
      * quedan en CARTERA.TXT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALIFICA-CARTERA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRESTAMOS-FILE ASSIGN TO "PRESTAMOS.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PRE-NUMERO
              FILE STATUS IS FS-PRESTAMOS.

           SELECT RESERVAS-FILE ASSIGN TO "RESERVAS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-RESERVAS.

           SELECT POLCART-FILE ASSIGN TO "POLCART.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-POLCART.

           SELECT PENDIENTES-FILE ASSIGN TO "PENDAPR.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PEN-NUMERO
              FILE STATUS IS FS-PENDIENTES.

           SELECT REPORTE-FILE ASSIGN TO "CARTERA.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       FD  PRESTAMOS-FILE.
           COPY PRESTAMO.

       FD  RESERVAS-FILE.
           COPY RESERVA.

       FD  POLCART-FILE.
           COPY POLCART.

       FD  PENDIENTES-FILE.
           COPY PENDAPR.

       FD  REPORTE-FILE.
       01  LINEA-REPORTE            PIC X(80).

       WORKING-STORAGE SECTION.
       01  FS-PRESTAMOS             PIC X(2) VALUE "00".
       01  FS-RESERVAS              PIC X(2) VALUE "00".
       01  FS-POLCART               PIC X(2) VALUE "00".
       01  FS-PENDIENTES            PIC X(2) VALUE "00".
       01  FS-REPORTE               PIC X(2) VALUE "00".

       01  FECHA-HOY                PIC 9(8) VALUE 0.
       01  FECHA-DESGLOSE REDEFINES FECHA-HOY.
           05 HOY-ANIO-MES          PIC 9(6).
           05 HOY-DIA               PIC 9(2).
       01  HORA-ACTUAL              PIC 9(6) VALUE 0.

      * Parámetros vigentes: el último renglón de RESERVAS.DAT.
       01  HAY-PARAMETROS           PIC X(1) VALUE "N".
       01  PCT-CORRIENTE            PIC 9(3)V99 VALUE 0.
       01  PCT-1-30                 PIC 9(3)V99 VALUE 0.
       01  PCT-31-60                PIC 9(3)V99 VALUE 0.
       01  PCT-61-90                PIC 9(3)V99 VALUE 0.
       01  PCT-MAS-90               PIC 9(3)V99 VALUE 0.
       01  TASA-MORATORIA           PIC 9V9999 VALUE 0.
       01  DIAS-CASTIGO             PIC 9(4) VALUE 0.

      * Calificación del préstamo en curso.
       01  DIAS-ATRASO              PIC S9(7) VALUE 0.
       01  TRAMO                    PIC 9(1) VALUE 0.
       01  PCT-TRAMO                PIC 9(3)V99 VALUE 0.
       01  MORATORIO-MES            PIC S9(7)V99 VALUE 0.
       01  RESERVA-REQUERIDA        PIC S9(7)V99 VALUE 0.
       01  AJUSTE-RESERVA           PIC S9(7)V99 VALUE 0.
       01  MARCA-PRESTAMO           PIC X(16) VALUE SPACES.

      * Propuesta de castigo: barrido de la cola para el consecutivo
      * nuevo y para no duplicar una propuesta pendiente.
       01  PENDIENTE-NUEVO          PIC 9(6) VALUE 0.
       01  CASTIGO-YA-PROPUESTO     PIC X(1) VALUE "N".
       01  PRESTAMO-PROPUESTO       PIC 9(6) VALUE 0.

      * Totales por tramo (1 al corriente ... 5 más de 90 días).
       01  TABLA-TRAMOS.
           05 TRAMO-ENTRY OCCURS 5 TIMES.
              10 TRAMO-PRESTAMOS    PIC 9(6).
              10 TRAMO-INSOLUTO     PIC S9(9)V99.
              10 TRAMO-RESERVA      PIC S9(9)V99.
       01  IDX-TRAMO                PIC 9(1) VALUE 0.

       01  PRESTAMOS-CALIFICADOS    PIC 9(6) VALUE 0.
       01  MORATORIOS-CARGADOS      PIC S9(9)V99 VALUE 0.
       01  AJUSTE-RESERVA-TOTAL     PIC S9(9)V99 VALUE 0.
       01  CASTIGOS-PROPUESTOS      PIC 9(6) VALUE 0.
       01  RESERVAS-LIBERADAS       PIC 9(6) VALUE 0.
       01  MONTO-EDITADO            PIC -ZZZ,ZZZ,ZZ9.99.

       01  LINEA-DETALLE.
           05 LD-PRESTAMO           PIC 9(6).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 LD-INSOLUTO           PIC ZZZ,ZZ9.99.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 LD-DIAS               PIC Z,ZZ9.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 LD-PCT                PIC ZZ9.99.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 LD-RESERVA            PIC ZZZ,ZZ9.99.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 LD-MORATORIOS         PIC ZZ,ZZ9.99.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 LD-MARCA              PIC X(16).

       01  LINEA-TRAMO.
           05 LT-NOMBRE             PIC X(14).
           05 LT-PRESTAMOS          PIC ZZZ,ZZ9.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 LT-INSOLUTO           PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 LT-RESERVA            PIC ZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       CALIFICA-CARTERA-MAIN.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           CALL "FECHA-NEGOCIO" USING FECHA-HOY.
           ACCEPT HORA-ACTUAL FROM TIME.

           PERFORM CARGA-PARAMETROS.
           IF HAY-PARAMETROS NOT = "S"
              DISPLAY "No hay parámetros de cartera en RESERVAS.DAT; "
                 "captúralos en préstamos de consumo."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN I-O PRESTAMOS-FILE.
           IF FS-PRESTAMOS NOT = "00" AND FS-PRESTAMOS NOT = "05"
              DISPLAY "No hay préstamos registrados."
              GOBACK
           END-IF.

           OPEN EXTEND POLCART-FILE.
           IF FS-POLCART = "35"
              OPEN OUTPUT POLCART-FILE
           END-IF.
           OPEN OUTPUT REPORTE-FILE.
           INITIALIZE TABLA-TRAMOS.

           MOVE SPACES TO LINEA-REPORTE.
           STRING "CALIFICACION DE CARTERA AL " FECHA-HOY
              DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "PREST.    INSOLUTO   DIAS     PCT     RESERVA  MORAT."
              TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           MOVE 0 TO PRE-NUMERO.
           START PRESTAMOS-FILE KEY IS NOT LESS THAN PRE-NUMERO
              INVALID KEY MOVE "10" TO FS-PRESTAMOS
           END-START.
           PERFORM REVISA-PRESTAMO UNTIL FS-PRESTAMOS = "10".

           PERFORM REPORTA-TRAMOS.

           CLOSE REPORTE-FILE.
           CLOSE POLCART-FILE.
           CLOSE PRESTAMOS-FILE.
           DISPLAY "Préstamos calificados: " PRESTAMOS-CALIFICADOS.
           DISPLAY "Castigos propuestos: " CASTIGOS-PROPUESTOS.
           GOBACK.

       CARGA-PARAMETROS.
           OPEN INPUT RESERVAS-FILE.
           IF FS-RESERVAS = "00"
              PERFORM LEE-PARAMETROS UNTIL FS-RESERVAS = "10"
              CLOSE RESERVAS-FILE
           END-IF.

       LEE-PARAMETROS.
           READ RESERVAS-FILE
              AT END MOVE "10" TO FS-RESERVAS
           END-READ.
           IF FS-RESERVAS NOT = "10"
              MOVE RSV-PCT-CORRIENTE TO PCT-CORRIENTE
              MOVE RSV-PCT-1-30 TO PCT-1-30
              MOVE RSV-PCT-31-60 TO PCT-31-60
              MOVE RSV-PCT-61-90 TO PCT-61-90
              MOVE RSV-PCT-MAS-90 TO PCT-MAS-90
              MOVE RSV-TASA-MORATORIA TO TASA-MORATORIA
              MOVE RSV-DIAS-CASTIGO TO DIAS-CASTIGO
              MOVE "S" TO HAY-PARAMETROS
           END-IF.

       REVISA-PRESTAMO.
           READ PRESTAMOS-FILE NEXT
              AT END MOVE "10" TO FS-PRESTAMOS
           END-READ.
           IF FS-PRESTAMOS NOT = "10"
              EVALUATE PRE-ESTADO
                 WHEN "V"
                    PERFORM CALIFICA-PRESTAMO
                 WHEN "L"
                    IF PRE-RESERVA NOT = 0
                       PERFORM LIBERA-RESERVA
                    END-IF
              END-EVALUATE
           END-IF.

      ******************************************************************
      * Un préstamo vigente: tramo por días de atraso, moratorio del
      * mes si está atrasado y aún no se calificó este mes, ajuste
      * de la estimación y, al rebasar los días de castigo,
      * propuesta de castigo.
      ******************************************************************
       CALIFICA-PRESTAMO.
           MOVE 0 TO DIAS-ATRASO.
           IF PRE-VENCIDO-DESDE NOT = 0
              COMPUTE DIAS-ATRASO =
                 FUNCTION INTEGER-OF-DATE (FECHA-HOY)
                 - FUNCTION INTEGER-OF-DATE (PRE-VENCIDO-DESDE)
           END-IF.
           EVALUATE TRUE
              WHEN DIAS-ATRASO <= 0
                 MOVE 1 TO TRAMO
                 MOVE PCT-CORRIENTE TO PCT-TRAMO
              WHEN DIAS-ATRASO <= 30
                 MOVE 2 TO TRAMO
                 MOVE PCT-1-30 TO PCT-TRAMO
              WHEN DIAS-ATRASO <= 60
                 MOVE 3 TO TRAMO
                 MOVE PCT-31-60 TO PCT-TRAMO
              WHEN DIAS-ATRASO <= 90
                 MOVE 4 TO TRAMO
                 MOVE PCT-61-90 TO PCT-TRAMO
              WHEN OTHER
                 MOVE 5 TO TRAMO
                 MOVE PCT-MAS-90 TO PCT-TRAMO
           END-EVALUATE.
           MOVE SPACES TO MARCA-PRESTAMO.

           MOVE 0 TO MORATORIO-MES.
           IF DIAS-ATRASO > 0 AND PRE-MES-CALIFICA NOT = HOY-ANIO-MES
              COMPUTE MORATORIO-MES ROUNDED =
                 PRE-MENSUALIDAD * TASA-MORATORIA
              ADD MORATORIO-MES TO PRE-MORATORIOS
              ADD MORATORIO-MES TO MORATORIOS-CARGADOS
           END-IF.

           COMPUTE RESERVA-REQUERIDA ROUNDED =
              PRE-SALDO-INSOLUTO * PCT-TRAMO / 100.
           COMPUTE AJUSTE-RESERVA = RESERVA-REQUERIDA - PRE-RESERVA.
           IF AJUSTE-RESERVA NOT = 0
              PERFORM GRABA-POLIZA-RESERVA
              MOVE RESERVA-REQUERIDA TO PRE-RESERVA
           END-IF.

           MOVE HOY-ANIO-MES TO PRE-MES-CALIFICA.
           REWRITE PRESTAMO-REG.

           IF DIAS-CASTIGO > 0 AND DIAS-ATRASO >= DIAS-CASTIGO
              PERFORM PROPONE-CASTIGO THRU PROPONE-CASTIGO-EXIT
           END-IF.

           ADD 1 TO PRESTAMOS-CALIFICADOS.
           ADD 1 TO TRAMO-PRESTAMOS (TRAMO).
           ADD PRE-SALDO-INSOLUTO TO TRAMO-INSOLUTO (TRAMO).
           ADD PRE-RESERVA TO TRAMO-RESERVA (TRAMO).

           MOVE PRE-NUMERO TO LD-PRESTAMO.
           MOVE PRE-SALDO-INSOLUTO TO LD-INSOLUTO.
           MOVE DIAS-ATRASO TO LD-DIAS.
           MOVE PCT-TRAMO TO LD-PCT.
           MOVE PRE-RESERVA TO LD-RESERVA.
           MOVE PRE-MORATORIOS TO LD-MORATORIOS.
           MOVE MARCA-PRESTAMO TO LD-MARCA.
           MOVE LINEA-DETALLE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

      * Un préstamo liquidado ya no requiere estimación: la que
      * traía se libera completa.
       LIBERA-RESERVA.
           COMPUTE AJUSTE-RESERVA = 0 - PRE-RESERVA.
           PERFORM GRABA-POLIZA-RESERVA.
           MOVE 0 TO PRE-RESERVA.
           REWRITE PRESTAMO-REG.
           ADD 1 TO RESERVAS-LIBERADAS.

       GRABA-POLIZA-RESERVA.
           MOVE FECHA-HOY TO PCA-FECHA.
           MOVE "RS" TO PCA-TIPO.
           MOVE PRE-NUMERO TO PCA-PRESTAMO.
           MOVE AJUSTE-RESERVA TO PCA-MONTO.
           WRITE POLCART-REG.
           ADD AJUSTE-RESERVA TO AJUSTE-RESERVA-TOTAL.

      ******************************************************************
      * Propuesta de castigo: una solicitud "CP" en la cola de
      * aprobaciones con la cuenta ligada, el saldo insoluto y el
      * número de préstamo en la referencia. El solicitante queda en
      * cero (el propio lote), así que cualquier supervisor la puede
      * resolver. Si ya hay una pendiente para el préstamo no se
      * encola otra; una rechazada se vuelve a proponer el mes
      * siguiente mientras el atraso siga.
      ******************************************************************
       PROPONE-CASTIGO.
           OPEN I-O PENDIENTES-FILE.
           IF FS-PENDIENTES = "35"
              OPEN OUTPUT PENDIENTES-FILE
              CLOSE PENDIENTES-FILE
              OPEN I-O PENDIENTES-FILE
           END-IF.
           IF FS-PENDIENTES NOT = "00" AND FS-PENDIENTES NOT = "05"
              DISPLAY "No se pudo abrir la cola de aprobaciones."
              GO TO PROPONE-CASTIGO-EXIT
           END-IF.

           MOVE PRE-NUMERO TO PRESTAMO-PROPUESTO.
           MOVE 0 TO PENDIENTE-NUEVO.
           MOVE "N" TO CASTIGO-YA-PROPUESTO.
           MOVE 0 TO PEN-NUMERO.
           START PENDIENTES-FILE KEY IS NOT LESS THAN PEN-NUMERO
              INVALID KEY MOVE "10" TO FS-PENDIENTES
           END-START.
           PERFORM REVISA-PENDIENTE UNTIL FS-PENDIENTES = "10".
           MOVE "00" TO FS-PENDIENTES.

           IF CASTIGO-YA-PROPUESTO = "S"
              MOVE "CASTIGO PENDIENT" TO MARCA-PRESTAMO
              CLOSE PENDIENTES-FILE
              GO TO PROPONE-CASTIGO-EXIT
           END-IF.

           ADD 1 TO PENDIENTE-NUEVO.
           MOVE PENDIENTE-NUEVO TO PEN-NUMERO.
           MOVE "CP" TO PEN-TIPO.
           MOVE 0 TO PEN-SUPERVISOR.
           MOVE PRE-CUENTA TO PEN-CUENTA.
           MOVE PRE-SALDO-INSOLUTO TO PEN-MONTO.
           MOVE PRE-NUMERO TO PEN-REFERENCIA.
           MOVE 0 TO PEN-TASA.
           MOVE "MO" TO PEN-RAZON.
           MOVE FECHA-HOY TO PEN-FECHA.
           MOVE HORA-ACTUAL TO PEN-HORA.
           MOVE "P" TO PEN-ESTADO.
           MOVE 0 TO PEN-APROBADOR.
           MOVE 0 TO PEN-FECHA-RES.
           MOVE 0 TO PEN-HORA-RES.
           WRITE PENDIENTE-REG.
           CLOSE PENDIENTES-FILE.
           ADD 1 TO CASTIGOS-PROPUESTOS.
           MOVE "CASTIGO PROPUEST" TO MARCA-PRESTAMO.
       PROPONE-CASTIGO-EXIT.
           EXIT.

       REVISA-PENDIENTE.
           READ PENDIENTES-FILE NEXT
              AT END MOVE "10" TO FS-PENDIENTES
           END-READ.
           IF FS-PENDIENTES NOT = "10"
              IF PEN-NUMERO > PENDIENTE-NUEVO
                 MOVE PEN-NUMERO TO PENDIENTE-NUEVO
              END-IF
              IF PEN-TIPO = "CP" AND PEN-ESTADO = "P"
                    AND PEN-REFERENCIA = PRESTAMO-PROPUESTO
                 MOVE "S" TO CASTIGO-YA-PROPUESTO
              END-IF
           END-IF.

      ******************************************************************
      * Totales por tramo de atraso y resumen de la corrida.
      ******************************************************************
       REPORTA-TRAMOS.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "TRAMO         PRESTAMOS      INSOLUTO       RESERVA"
              TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM IMPRIME-TRAMO
              VARYING IDX-TRAMO FROM 1 BY 1 UNTIL IDX-TRAMO > 5.

           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           STRING "PRESTAMOS CALIFICADOS: " PRESTAMOS-CALIFICADOS
              DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           MOVE MORATORIOS-CARGADOS TO MONTO-EDITADO.
           STRING "MORATORIOS CARGADOS:   " MONTO-EDITADO
              DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           MOVE AJUSTE-RESERVA-TOTAL TO MONTO-EDITADO.
           STRING "AJUSTE A ESTIMACION:   " MONTO-EDITADO
              DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "RESERVAS LIBERADAS:    " RESERVAS-LIBERADAS
              DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "CASTIGOS PROPUESTOS:   " CASTIGOS-PROPUESTOS
              DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       IMPRIME-TRAMO.
           EVALUATE IDX-TRAMO
              WHEN 1 MOVE "AL CORRIENTE" TO LT-NOMBRE
              WHEN 2 MOVE "1-30 DIAS" TO LT-NOMBRE
              WHEN 3 MOVE "31-60 DIAS" TO LT-NOMBRE
              WHEN 4 MOVE "61-90 DIAS" TO LT-NOMBRE
              WHEN 5 MOVE "MAS DE 90" TO LT-NOMBRE
           END-EVALUATE.
           MOVE TRAMO-PRESTAMOS (IDX-TRAMO) TO LT-PRESTAMOS.
           MOVE TRAMO-INSOLUTO (IDX-TRAMO) TO LT-INSOLUTO.
           MOVE TRAMO-RESERVA (IDX-TRAMO) TO LT-RESERVA.
           MOVE LINEA-TRAMO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       END PROGRAM CALIFICA-CARTERA.
