      *
      * También produce el reporte de saldos para recursos humanos
      * (PRESTEMP.TXT).
      *
      * A un empleado dado de baja ya no se le presta: lo que deba
      * se descuenta de su finiquito (Finiquito.cbl).
      *
      * La fecha de alta del préstamo (PEM-FECHA-ALTA) es siempre
      * día hábil: un préstamo capturado en sábado, domingo o
      * feriado (FERIADOS.DAT, subprograma DIA-HABIL) queda con
      * fecha de alta del siguiente día hábil, y se avisa. El
      * movimiento de desembolso conserva la fecha de negocio del
      * día en que se grabó, como toda la bitácora.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENIMIENTO-PRESTEMP.
       01  FECHA-HOY                PIC 9(8) VALUE 0.
       01  HORA-ACTUAL              PIC 9(6) VALUE 0.

      * Calendario bancario: la fecha de alta de los préstamos es
      * la fecha de negocio recorrida a día hábil.
           COPY DIAHABIL.
       01  FECHA-ALTA-HABIL         PIC 9(8) VALUE 0.

       01  OPCION-MENU              PIC 9(1) VALUE 0.
       01  OPCION-ENTRADA           PIC X(1) VALUE SPACE.
       01  ENTRADA-VALIDA           PIC X(1) VALUE "N".
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           CALL "FECHA-NEGOCIO" USING FECHA-HOY.
           ACCEPT HORA-ACTUAL FROM TIME.
           MOVE FECHA-HOY TO DH-FECHA.
           MOVE 0 TO DH-DIA-MES.
           MOVE 0 TO DH-ULTIMA.
           CALL "DIA-HABIL" USING DIA-HABIL-REG.
           MOVE DH-FECHA-HABIL TO FECHA-ALTA-HABIL.
           IF DH-HABIL NOT = "S"
              DISPLAY "Hoy es inhábil (" DH-MOTIVO "); los "
                 "préstamos quedan con fecha de alta "
                 FECHA-ALTA-HABIL "."
           END-IF.
           MOVE "S" TO SIGUE-EN-MENU.
           OPEN I-O PRESTEMP-FILE.
           IF FS-PRESTEMP = "35"
                 GO TO ALTA-PRESTAMO-EXIT
           END-READ.
           DISPLAY "Empleado: " EMP-NOMBRE " " EMP-APELLIDOS.
           IF EMP-ESTADO = "B"
              DISPLAY "El empleado está dado de baja desde "
                 EMP-FECHA-BAJA "; no se le presta."
              CLOSE ARCHIVO-EMPLEADOS
              GO TO ALTA-PRESTAMO-EXIT
           END-IF.
           IF EMP-CUENTA = 0
              DISPLAY "El empleado no tiene cuenta ligada; sin "
                 "cuenta no hay desembolso."
           MOVE MENSUALIDAD-CALCULADA TO PEM-MENSUALIDAD.
           MOVE CAPITAL-CAPTURADO TO PEM-SALDO-INSOLUTO.
           MOVE 0 TO PEM-PAGOS-HECHOS.
           MOVE FECHA-ALTA-HABIL TO PEM-FECHA-ALTA.
           MOVE 0 TO PEM-ULT-PERIODO.
           MOVE 0 TO PEM-ULT-DEDUCCION.
           MOVE 0 TO PEM-ULT-INTERES.
           MOVE "V" TO PEM-ESTADO.
           IF HAY-PRESTAMO-PREVIO = "S"
              REWRITE PRESTAMO-EMP-REG
