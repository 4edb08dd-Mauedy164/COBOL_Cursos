      ******************************************************************
      * Póliza contable de la nómina de un periodo.
      * Subprograma que llaman la nómina mensual (Nomina.cbl) y el
      * lote de aguinaldo (NominaAnual.cbl, periodo AAAA13) al
      * terminar su corrida, con el periodo por LINKAGE. El extracto
      * diario (ExtractoGL.cbl) sólo ve el depósito "NO" (cargo
      * 220100 / abono 210100); esta póliza registra lo demás para
      * que 220100 nómina por pagar se salde:
      *
      *   cargo 540100 sueldos y salarios, un renglón por centro de
      *         costo (CAT-CENTRO-COSTO del departamento del
      *         empleado en DEPTOS.DAT; fuera del catálogo, 0000)
      *         por el bruto;
      *   abono 240100 ISR retenido por pagar;
      *   abono 240200 IMSS por pagar (la cuota obrera retenida);
      *   abono 130100 cartera, por el capital de la mensualidad de
      *         los préstamos a empleados (PRESTEMP.DAT, que se
      *         desembolsan como "PD"), y 410100 ingreso por
      *         intereses por su interés;
      *   abono 540100 por las faltas y descuentos de novedades,
      *         que reducen el gasto;
      *   abono 220100 nómina por pagar por el neto, en dos
      *         renglones: el depositado a cuentas (lo salda el
      *         "NO" del extracto del día, o el envío interbancario
      *         de NOMSPEI.DAT si se dispersó a otro banco, aunque
      *         la cámara lo haya devuelto después, sello "D") y el
      *         que queda por pagar en ventanilla a empleados sin
      *         cuenta, que es el saldo que 220100 debe mostrar
      *         hasta pagarse.
      *
      * La póliza se arma completa desde NOMHIST.DAT del periodo,
      * no desde la corrida en memoria, así que una reanudación por
      * checkpoint o una recorrida la regeneran entera sin
      * duplicar. Va en GLNOMaaaamm.DAT con el layout de GLPOST.DAT
      * y su trailer "T" de control, para cargarse junto al extracto
      * del día; su acuse lo procesa ConfirmaExtracto.cbl pidiendo
      * el periodo. RETURN-CODE 8 si la póliza no cuadra.
      *
      * El finiquito (Finiquito.cbl, periodo AAAA14) es de un solo
      * empleado y llega en cualquier día del año, así que no se
      * regenera el AAAA14 completo, que volvería a postear los
      * finiquitos anteriores: el segundo parámetro, en cero para
      * la nómina y el aguinaldo, limita la póliza al renglón
      * NOMHIST de ese empleado y la deja en GLFINaaaaeeeeee.DAT
      * (año y número de empleado), con las mismas cuentas, el
      * gasto al centro de costo de su departamento y el préstamo
      * de empleado recuperado del neto contra 130100. Con ella el
      * depósito "NO" del finiquito o su pago "NV" en ventanilla
      * saldan 220100. Un recálculo antes del pago la regenera
      * entera con el mismo nombre.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLIZA-NOMINA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-EMPLEADOS ASSIGN TO "empleados.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS EMP-ID
              ALTERNATE RECORD KEY IS EMP-APELLIDOS
                 WITH DUPLICATES
              FILE STATUS IS FS-EMPLEADOS.

           SELECT NOMHIST-FILE ASSIGN TO "NOMHIST.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS NH-LLAVE
              FILE STATUS IS FS-NOMHIST.

           SELECT DEPTOS-FILE ASSIGN TO "DEPTOS.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CAT-CODIGO
              FILE STATUS IS FS-DEPTOS.

           SELECT PRESTEMP-FILE ASSIGN TO "PRESTEMP.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PEM-EMPLEADO
              FILE STATUS IS FS-PRESTEMP.

           SELECT GLNOM-FILE ASSIGN USING NOMBRE-POLIZA
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-GLNOM.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-EMPLEADOS.
           COPY EMPLEADO.

       FD  NOMHIST-FILE.
           COPY NOMHIST.

       FD  DEPTOS-FILE.
           COPY DEPTO.

       FD  PRESTEMP-FILE.
           COPY PRESTEMP.

      * Layout de GLPOST.DAT: renglón de póliza "M" y trailer "T".
       FD  GLNOM-FILE.
       01  GL-POLIZA.
           05 GL-TIPO              PIC X(1).
           05 GL-FECHA             PIC 9(8).
           05 GL-CUENTA-MAYOR      PIC 9(6).
           05 GL-NATURALEZA        PIC X(1).
           05 GL-MONTO             PIC 9(11)V99.
           05 GL-CONCEPTO          PIC X(20).
       01  GL-TRAILER.
           05 GT-TIPO              PIC X(1).
           05 GT-FECHA             PIC 9(8).
           05 GT-TOTAL-CARGOS      PIC 9(11)V99.
           05 GT-TOTAL-ABONOS      PIC 9(11)V99.
           05 GT-RENGLONES         PIC 9(6).

       WORKING-STORAGE SECTION.
       01  FS-EMPLEADOS            PIC X(2) VALUE "00".
       01  FS-NOMHIST              PIC X(2) VALUE "00".
       01  FS-DEPTOS               PIC X(2) VALUE "00".
       01  FS-PRESTEMP             PIC X(2) VALUE "00".
       01  FS-GLNOM                PIC X(2) VALUE "00".
       01  EMPLEADOS-DISPONIBLES   PIC X(1) VALUE "N".
       01  CATALOGO-DISPONIBLE     PIC X(1) VALUE "N".
       01  PRESTEMP-DISPONIBLE     PIC X(1) VALUE "N".

       01  FECHA-HOY               PIC 9(8) VALUE 0.

      * GLNOMaaaamm.DAT del periodo o GLFINaaaaeeeeee.DAT del
      * finiquito de un empleado.
       01  NOMBRE-POLIZA           PIC X(20) VALUE SPACES.
       01  EMPLEADO-FILTRO         PIC 9(6) VALUE 0.

       01  PERIODO-CONTABLE        PIC 9(6) VALUE 0.
       01  PERIODO-DESGLOSE REDEFINES PERIODO-CONTABLE.
           05 PER-ANIO             PIC 9(4).
           05 PER-MES              PIC 9(2).

      * Cuentas de mayor de la póliza.
       01  CUENTA-GASTO-NOMINA     PIC 9(6) VALUE 540100.
       01  CUENTA-NOMINA-POR-PAGAR PIC 9(6) VALUE 220100.
       01  CUENTA-ISR-RETENIDO     PIC 9(6) VALUE 240100.
       01  CUENTA-IMSS-POR-PAGAR   PIC 9(6) VALUE 240200.
       01  CUENTA-CARTERA          PIC 9(6) VALUE 130100.
       01  CUENTA-INGRESO-INTERES  PIC 9(6) VALUE 410100.

      * Un empleado de la historia.
       01  CENTRO-EMPLEADO         PIC 9(4) VALUE 0.
       01  PRESTAMO-EMPLEADO       PIC S9(7)V99 VALUE 0.
       01  INTERES-EMPLEADO        PIC S9(7)V99 VALUE 0.

      * Gasto por centro de costo, en el orden en que aparecen.
       01  MAX-CENTROS             PIC 9(3) VALUE 100.
       01  TOTAL-CENTROS           PIC 9(3) VALUE 0.
       01  TABLA-CENTROS.
           05 CENTRO-ENTRY OCCURS 100 TIMES INDEXED BY IDX-CENTRO.
              10 CEN-CODIGO        PIC 9(4).
              10 CEN-BRUTO         PIC S9(11)V99.
       01  CENTRO-ENCONTRADO       PIC 9(3) VALUE 0.
       01  CENTROS-DESBORDADOS     PIC 9(6) VALUE 0.

       01  EMPLEADOS-POLIZA        PIC 9(6) VALUE 0.
       01  TOTAL-ISR               PIC S9(11)V99 VALUE 0.
       01  TOTAL-IMSS              PIC S9(11)V99 VALUE 0.
       01  TOTAL-CAPITAL-PRESTAMO  PIC S9(11)V99 VALUE 0.
       01  TOTAL-INTERES-PRESTAMO  PIC S9(11)V99 VALUE 0.
       01  TOTAL-DESCUENTOS        PIC S9(11)V99 VALUE 0.
       01  TOTAL-NETO-DEPOSITADO   PIC S9(11)V99 VALUE 0.
       01  TOTAL-NETO-VENTANILLA   PIC S9(11)V99 VALUE 0.

      * Renglón por grabar: un monto negativo se graba con la
      * naturaleza contraria.
       01  CUENTA-RENGLON          PIC 9(6) VALUE 0.
       01  NATURALEZA-RENGLON      PIC X(1) VALUE SPACE.
       01  MONTO-RENGLON           PIC S9(11)V99 VALUE 0.
       01  CONCEPTO-RENGLON        PIC X(20) VALUE SPACES.
       01  TOTAL-CARGOS            PIC 9(11)V99 VALUE 0.
       01  TOTAL-ABONOS            PIC 9(11)V99 VALUE 0.
       01  RENGLONES-POLIZA        PIC 9(6) VALUE 0.
       01  MONTO-EDITADO           PIC ZZZ,ZZZ,ZZ9.99.

       01  CONCEPTO-CENTRO.
           05 CC-PREFIJO           PIC X(10) VALUE "NOMINA CC ".
           05 CC-CENTRO            PIC 9(4).
           05 FILLER               PIC X(6) VALUE SPACES.

       LINKAGE SECTION.
       01  PERIODO-POLIZA          PIC 9(6).
       01  EMPLEADO-POLIZA         PIC 9(6).

       PROCEDURE DIVISION USING PERIODO-POLIZA EMPLEADO-POLIZA.
       POLIZA-NOMINA-MAIN.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           CALL "FECHA-NEGOCIO" USING FECHA-HOY.
           MOVE 0 TO RETURN-CODE.
           MOVE PERIODO-POLIZA TO PERIODO-CONTABLE.
           MOVE EMPLEADO-POLIZA TO EMPLEADO-FILTRO.
           PERFORM GENERA-POLIZA THRU GENERA-POLIZA-EXIT.
           GOBACK.

       GENERA-POLIZA.
           MOVE 0 TO TOTAL-CENTROS EMPLEADOS-POLIZA
              CENTROS-DESBORDADOS RENGLONES-POLIZA.
           MOVE 0 TO TOTAL-ISR TOTAL-IMSS TOTAL-CAPITAL-PRESTAMO
              TOTAL-INTERES-PRESTAMO TOTAL-DESCUENTOS
              TOTAL-NETO-DEPOSITADO TOTAL-NETO-VENTANILLA
              TOTAL-CARGOS TOTAL-ABONOS.
           EVALUATE PER-MES
              WHEN 13 MOVE "AGUINALDO " TO CC-PREFIJO
              WHEN 14 MOVE "FINIQUITO " TO CC-PREFIJO
              WHEN OTHER MOVE "NOMINA CC " TO CC-PREFIJO
           END-EVALUATE.

           OPEN INPUT NOMHIST-FILE.
           IF FS-NOMHIST NOT = "00"
              DISPLAY "Sin historia de nómina no hay póliza del "
                 "periodo " PERIODO-CONTABLE "."
              MOVE 8 TO RETURN-CODE
              GO TO GENERA-POLIZA-EXIT
           END-IF.
           MOVE "N" TO EMPLEADOS-DISPONIBLES.
           OPEN INPUT ARCHIVO-EMPLEADOS.
           IF FS-EMPLEADOS = "00"
              MOVE "S" TO EMPLEADOS-DISPONIBLES
           END-IF.
           MOVE "N" TO CATALOGO-DISPONIBLE.
           OPEN INPUT DEPTOS-FILE.
           IF FS-DEPTOS = "00"
              MOVE "S" TO CATALOGO-DISPONIBLE
           END-IF.
           MOVE "N" TO PRESTEMP-DISPONIBLE.
           OPEN INPUT PRESTEMP-FILE.
           IF FS-PRESTEMP = "00"
              MOVE "S" TO PRESTEMP-DISPONIBLE
           END-IF.

           MOVE PERIODO-CONTABLE TO NH-PERIODO.
           MOVE EMPLEADO-FILTRO TO NH-EMPLEADO.
           START NOMHIST-FILE KEY IS NOT LESS THAN NH-LLAVE
              INVALID KEY MOVE "10" TO FS-NOMHIST
           END-START.
           PERFORM ACUMULA-HISTORIA UNTIL FS-NOMHIST = "10".

           IF PRESTEMP-DISPONIBLE = "S"
              CLOSE PRESTEMP-FILE
           END-IF.
           IF CATALOGO-DISPONIBLE = "S"
              CLOSE DEPTOS-FILE
           END-IF.
           IF EMPLEADOS-DISPONIBLES = "S"
              CLOSE ARCHIVO-EMPLEADOS
           END-IF.
           CLOSE NOMHIST-FILE.
           IF EMPLEADO-FILTRO > 0 AND EMPLEADOS-POLIZA = 0
              DISPLAY "El empleado " EMPLEADO-FILTRO " no tiene "
                 "historia en el periodo " PERIODO-CONTABLE
                 "; no hay póliza."
              MOVE 8 TO RETURN-CODE
              GO TO GENERA-POLIZA-EXIT
           END-IF.

           MOVE SPACES TO NOMBRE-POLIZA.
           IF EMPLEADO-FILTRO = 0
              STRING "GLNOM" PERIODO-CONTABLE ".DAT"
                 DELIMITED BY SIZE INTO NOMBRE-POLIZA
           ELSE
              STRING "GLFIN" PER-ANIO EMPLEADO-FILTRO ".DAT"
                 DELIMITED BY SIZE INTO NOMBRE-POLIZA
           END-IF.
           OPEN OUTPUT GLNOM-FILE.
           PERFORM GRABA-POLIZA.
           CLOSE GLNOM-FILE.

           DISPLAY "Póliza de nómina: " NOMBRE-POLIZA " ("
              EMPLEADOS-POLIZA " empleados, " RENGLONES-POLIZA
              " renglones)".
           MOVE TOTAL-CARGOS TO MONTO-EDITADO.
           DISPLAY "  Cargos: " MONTO-EDITADO.
           MOVE TOTAL-ABONOS TO MONTO-EDITADO.
           DISPLAY "  Abonos: " MONTO-EDITADO.
           MOVE TOTAL-NETO-VENTANILLA TO MONTO-EDITADO.
           DISPLAY "  Neto por pagar en ventanilla: " MONTO-EDITADO.
           IF CENTROS-DESBORDADOS > 0
              DISPLAY "  Empleados acumulados en el último centro "
                 "por falta de lugar: " CENTROS-DESBORDADOS
           END-IF.
           IF TOTAL-CARGOS NOT = TOTAL-ABONOS
              DISPLAY "LA POLIZA DE NOMINA NO CUADRA; no se debe "
                 "cargar."
              MOVE 8 TO RETURN-CODE
           END-IF.
       GENERA-POLIZA-EXIT.
           EXIT.

       ACUMULA-HISTORIA.
           READ NOMHIST-FILE NEXT
              AT END MOVE "10" TO FS-NOMHIST
           END-READ.
           IF FS-NOMHIST NOT = "10"
              IF NH-PERIODO NOT = PERIODO-CONTABLE
                    OR (EMPLEADO-FILTRO > 0
                       AND NH-EMPLEADO NOT = EMPLEADO-FILTRO)
                 MOVE "10" TO FS-NOMHIST
              ELSE
                 PERFORM ACUMULA-EMPLEADO
              END-IF
           END-IF.

      ******************************************************************
      * Un empleado: su bruto al centro de costo de su departamento,
      * sus retenciones a los totales, y sus otras deducciones
      * partidas en la mensualidad del préstamo (la sellada para el
      * periodo en PRESTEMP.DAT, capital e interés) y el resto, que
      * son las faltas y descuentos de novedades.
      ******************************************************************
       ACUMULA-EMPLEADO.
           ADD 1 TO EMPLEADOS-POLIZA.
           PERFORM UBICA-CENTRO-COSTO.
           PERFORM ACUMULA-CENTRO.

           ADD NH-ISR TO TOTAL-ISR.
           ADD NH-IMSS TO TOTAL-IMSS.

           MOVE 0 TO PRESTAMO-EMPLEADO.
           MOVE 0 TO INTERES-EMPLEADO.
           IF PRESTEMP-DISPONIBLE = "S"
              MOVE NH-EMPLEADO TO PEM-EMPLEADO
              READ PRESTEMP-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF PEM-ULT-PERIODO = PERIODO-CONTABLE
                       MOVE PEM-ULT-DEDUCCION TO PRESTAMO-EMPLEADO
                       MOVE PEM-ULT-INTERES TO INTERES-EMPLEADO
                    END-IF
              END-READ
           END-IF.
           IF PRESTAMO-EMPLEADO > NH-OTRAS-DEDUCCIONES
              MOVE NH-OTRAS-DEDUCCIONES TO PRESTAMO-EMPLEADO
           END-IF.
           IF INTERES-EMPLEADO > PRESTAMO-EMPLEADO
              MOVE PRESTAMO-EMPLEADO TO INTERES-EMPLEADO
           END-IF.
           ADD INTERES-EMPLEADO TO TOTAL-INTERES-PRESTAMO.
           COMPUTE TOTAL-CAPITAL-PRESTAMO = TOTAL-CAPITAL-PRESTAMO
              + PRESTAMO-EMPLEADO - INTERES-EMPLEADO.
           COMPUTE TOTAL-DESCUENTOS = TOTAL-DESCUENTOS
              + NH-OTRAS-DEDUCCIONES - PRESTAMO-EMPLEADO.

           IF NH-DISPERSADO = "S" OR NH-DISPERSADO = "D"
              ADD NH-NETO TO TOTAL-NETO-DEPOSITADO
           ELSE
              ADD NH-NETO TO TOTAL-NETO-VENTANILLA
           END-IF.

      * Centro de costo del departamento del empleado; sin maestro,
      * fuera del catálogo o sin catálogo cae en el centro 0000.
       UBICA-CENTRO-COSTO.
           MOVE 0 TO CENTRO-EMPLEADO.
           IF EMPLEADOS-DISPONIBLES = "S"
                 AND CATALOGO-DISPONIBLE = "S"
              MOVE NH-EMPLEADO TO EMP-ID
              READ ARCHIVO-EMPLEADOS
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE EMP-DEPARTAMENTO TO CAT-CODIGO
                    READ DEPTOS-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                          MOVE CAT-CENTRO-COSTO TO CENTRO-EMPLEADO
                    END-READ
              END-READ
           END-IF.

       ACUMULA-CENTRO.
           MOVE 0 TO CENTRO-ENCONTRADO.
           PERFORM BUSCA-CENTRO
              VARYING IDX-CENTRO FROM 1 BY 1
              UNTIL IDX-CENTRO > TOTAL-CENTROS.
           IF CENTRO-ENCONTRADO = 0
              IF TOTAL-CENTROS < MAX-CENTROS
                 ADD 1 TO TOTAL-CENTROS
                 MOVE TOTAL-CENTROS TO CENTRO-ENCONTRADO
                 SET IDX-CENTRO TO TOTAL-CENTROS
                 MOVE CENTRO-EMPLEADO TO CEN-CODIGO (IDX-CENTRO)
                 MOVE 0 TO CEN-BRUTO (IDX-CENTRO)
              ELSE
                 ADD 1 TO CENTROS-DESBORDADOS
                 MOVE TOTAL-CENTROS TO CENTRO-ENCONTRADO
              END-IF
           END-IF.
           SET IDX-CENTRO TO CENTRO-ENCONTRADO.
           ADD NH-BRUTO TO CEN-BRUTO (IDX-CENTRO).

       BUSCA-CENTRO.
           IF CEN-CODIGO (IDX-CENTRO) = CENTRO-EMPLEADO
              SET CENTRO-ENCONTRADO TO IDX-CENTRO
           END-IF.

      ******************************************************************
      * La póliza: el gasto por centro de costo contra las
      * retenciones, la cartera, el ingreso, los descuentos y el
      * neto, más el trailer de control.
      ******************************************************************
       GRABA-POLIZA.
           PERFORM GRABA-CARGO-CENTRO
              VARYING IDX-CENTRO FROM 1 BY 1
              UNTIL IDX-CENTRO > TOTAL-CENTROS.

           MOVE "C" TO NATURALEZA-RENGLON.
           MOVE CUENTA-ISR-RETENIDO TO CUENTA-RENGLON.
           MOVE TOTAL-ISR TO MONTO-RENGLON.
           MOVE "ISR RETENIDO NOMINA" TO CONCEPTO-RENGLON.
           PERFORM GRABA-RENGLON-POLIZA.

           MOVE "C" TO NATURALEZA-RENGLON.
           MOVE CUENTA-IMSS-POR-PAGAR TO CUENTA-RENGLON.
           MOVE TOTAL-IMSS TO MONTO-RENGLON.
           MOVE "IMSS OBRERO NOMINA" TO CONCEPTO-RENGLON.
           PERFORM GRABA-RENGLON-POLIZA.

           MOVE "C" TO NATURALEZA-RENGLON.
           MOVE CUENTA-CARTERA TO CUENTA-RENGLON.
           MOVE TOTAL-CAPITAL-PRESTAMO TO MONTO-RENGLON.
           MOVE "PRESTAMOS EMPLEADOS" TO CONCEPTO-RENGLON.
           PERFORM GRABA-RENGLON-POLIZA.

           MOVE "C" TO NATURALEZA-RENGLON.
           MOVE CUENTA-INGRESO-INTERES TO CUENTA-RENGLON.
           MOVE TOTAL-INTERES-PRESTAMO TO MONTO-RENGLON.
           MOVE "INTERES PREST EMPL" TO CONCEPTO-RENGLON.
           PERFORM GRABA-RENGLON-POLIZA.

           MOVE "C" TO NATURALEZA-RENGLON.
           MOVE CUENTA-GASTO-NOMINA TO CUENTA-RENGLON.
           MOVE TOTAL-DESCUENTOS TO MONTO-RENGLON.
           MOVE "FALTAS Y DESCUENTOS" TO CONCEPTO-RENGLON.
           PERFORM GRABA-RENGLON-POLIZA.

           MOVE "C" TO NATURALEZA-RENGLON.
           MOVE CUENTA-NOMINA-POR-PAGAR TO CUENTA-RENGLON.
           MOVE TOTAL-NETO-DEPOSITADO TO MONTO-RENGLON.
           MOVE "NETO DEPOSITADO" TO CONCEPTO-RENGLON.
           PERFORM GRABA-RENGLON-POLIZA.

           MOVE "C" TO NATURALEZA-RENGLON.
           MOVE CUENTA-NOMINA-POR-PAGAR TO CUENTA-RENGLON.
           MOVE TOTAL-NETO-VENTANILLA TO MONTO-RENGLON.
           MOVE "NETO POR PAGAR VENT" TO CONCEPTO-RENGLON.
           PERFORM GRABA-RENGLON-POLIZA.

           MOVE "T" TO GT-TIPO.
           MOVE FECHA-HOY TO GT-FECHA.
           MOVE TOTAL-CARGOS TO GT-TOTAL-CARGOS.
           MOVE TOTAL-ABONOS TO GT-TOTAL-ABONOS.
           MOVE RENGLONES-POLIZA TO GT-RENGLONES.
           WRITE GL-TRAILER.

       GRABA-CARGO-CENTRO.
           MOVE CEN-CODIGO (IDX-CENTRO) TO CC-CENTRO.
           MOVE "D" TO NATURALEZA-RENGLON.
           MOVE CUENTA-GASTO-NOMINA TO CUENTA-RENGLON.
           MOVE CEN-BRUTO (IDX-CENTRO) TO MONTO-RENGLON.
           MOVE CONCEPTO-CENTRO TO CONCEPTO-RENGLON.
           PERFORM GRABA-RENGLON-POLIZA.

      * Un renglón en cero no se graba; uno negativo se graba en
      * positivo con la naturaleza contraria.
       GRABA-RENGLON-POLIZA.
           IF MONTO-RENGLON NOT = 0
              IF MONTO-RENGLON < 0
                 COMPUTE MONTO-RENGLON = 0 - MONTO-RENGLON
                 IF NATURALEZA-RENGLON = "D"
                    MOVE "C" TO NATURALEZA-RENGLON
                 ELSE
                    MOVE "D" TO NATURALEZA-RENGLON
                 END-IF
              END-IF
              MOVE "M" TO GL-TIPO
              MOVE FECHA-HOY TO GL-FECHA
              MOVE CUENTA-RENGLON TO GL-CUENTA-MAYOR
              MOVE NATURALEZA-RENGLON TO GL-NATURALEZA
              MOVE MONTO-RENGLON TO GL-MONTO
              MOVE CONCEPTO-RENGLON TO GL-CONCEPTO
              WRITE GL-POLIZA
              ADD 1 TO RENGLONES-POLIZA
              IF NATURALEZA-RENGLON = "D"
                 ADD MONTO-RENGLON TO TOTAL-CARGOS
              ELSE
                 ADD MONTO-RENGLON TO TOTAL-ABONOS
              END-IF
           END-IF.

       END PROGRAM POLIZA-NOMINA.
