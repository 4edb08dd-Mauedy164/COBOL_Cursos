      ******************************************************************
      * Cuotas obrero-patronales del IMSS del mes.
      * Lote mensual de nómina que corre después de la nómina del
      * periodo: la nómina sólo descuenta al empleado un IMSS de
      * tasa fija y nadie calculaba la parte del patrón. Por cada
      * empleado con historia en NOMHIST.DAT para el periodo pedido
      * (AAAAMM) toma su salario de empleados.dat y calcula:
      *
      *   - días cotizados: los días naturales del mes, recortados
      *     por la fecha de ingreso o de baja cuando caen en el mes;
      *   - salario base de cotización (SBC) diario: el salario
      *     diario (EMP-SALARIO / 30) por el factor de integración
      *     (aguinaldo de 15 días y prima vacacional del 25% sobre
      *     las vacaciones que tocan por antigüedad, igual que el
      *     finiquito), más la parte variable del mes (lo que el
      *     bruto de la historia rebase al salario: horas extra y
      *     bonos) entre los días cotizados;
      *   - cuota patronal y obrera de cada ramo de seguro con las
      *     tasas, bases y topes en UMAs de la tabla de cuotas: la
      *     tabla por omisión compilada sobrepuesta con CUOTAIMS.DAT
      *     (MantenimientoCuotas.cbl), último renglón de cada ramo.
      *
      * Produce:
      *   - SUAaaaamm.DAT, el archivo de pago para el sistema de
      *     cuotas del IMSS: un encabezado "1" con el registro
      *     patronal de PATRON.CFG, un renglón "2" por empleado y
      *     ramo con su NSS, la base y las dos cuotas (un empleado
      *     sin NSS capturado sale con el NSS en blanco y se avisa
      *     en el reporte), y un trailer "9" con
      *     el número de empleados y los totales;
      *   - CUOTASIMSS.TXT, el detalle por empleado (con el IMSS que
      *     la nómina retuvo, para ver la diferencia contra la cuota
      *     obrera calculada), los totales por ramo y el resumen por
      *     centro de costo (CAT-CENTRO-COSTO de DEPTOS.DAT; un
      *     departamento fuera del catálogo cae en el centro 0000);
      *   - GLIMSS.DAT, la póliza del costo patronal en el layout de
      *     GLPOST.DAT: un cargo al gasto 530100 cuotas patronales
      *     por centro de costo contra un solo abono al pasivo
      *     240200 IMSS por pagar, con su trailer "T" de control.
      *
      * Los tres archivos se regeneran completos en cada corrida del
      * periodo, así que recorrer el mes después de corregir la
      * nómina o la tabla no duplica nada.
      *
      * El empleado dado de baja antes de la nómina del mes no tiene
      * historia AAAAMM (la nómina ya no liquida a los de EMP-ESTADO
      * "B"): sus días del mes los pagó y les retuvo IMSS el
      * finiquito. Después de la historia se recorre el maestro y a
      * cada baja con EMP-FECHA-BAJA en el periodo y sin historia
      * del mes se le cotizan los días 1 a la fecha de baja con el
      * salario de empleados.dat, sin parte variable, y el IMSS
      * retenido es el de su renglón AAAA14; entra al archivo de
      * pago, al reporte y a la póliza como cualquier otro.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUOTAS-IMSS.
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

           SELECT CUOTAIMS-FILE ASSIGN TO "CUOTAIMS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-CUOTAIMS.

           SELECT PATRON-FILE ASSIGN TO "PATRON.CFG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-PATRON.

           SELECT SUA-FILE ASSIGN USING NOMBRE-SUA
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-SUA.

           SELECT REPORTE-FILE ASSIGN TO "CUOTASIMSS.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-REPORTE.

           SELECT GLIMSS-FILE ASSIGN TO "GLIMSS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-GLIMSS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-EMPLEADOS.
           COPY EMPLEADO.

       FD  NOMHIST-FILE.
           COPY NOMHIST.

       FD  DEPTOS-FILE.
           COPY DEPTO.

       FD  CUOTAIMS-FILE.
           COPY CUOTAIMS.

       FD  PATRON-FILE.
           COPY PATRON.

      * Tres layouts sobre la misma FD: encabezado "1" del patrón,
      * renglón "2" de un empleado en un ramo y trailer "9".
       FD  SUA-FILE.
       01  SUA-ENCABEZADO.
           05 SUE-TIPO             PIC X(1).
           05 SUE-REGISTRO-IMSS    PIC X(11).
           05 SUE-PERIODO          PIC 9(6).
           05 SUE-RAZON-SOCIAL     PIC X(40).
           05 SUE-FECHA-PROCESO    PIC 9(8).
       01  SUA-DETALLE.
           05 SUD-TIPO             PIC X(1).
           05 SUD-REGISTRO-IMSS    PIC X(11).
           05 SUD-PERIODO          PIC 9(6).
           05 SUD-EMPLEADO         PIC 9(6).
           05 SUD-NSS              PIC X(11).
           05 SUD-NOMBRE           PIC X(25).
           05 SUD-APELLIDOS        PIC X(30).
           05 SUD-DIAS             PIC 9(2).
           05 SUD-SBC              PIC 9(5)V99.
           05 SUD-RAMO             PIC X(2).
           05 SUD-BASE-RAMO        PIC 9(5)V99.
           05 SUD-CUOTA-PATRON     PIC 9(7)V99.
           05 SUD-CUOTA-OBRERO     PIC 9(7)V99.
       01  SUA-TRAILER.
           05 SUT-TIPO             PIC X(1).
           05 SUT-REGISTRO-IMSS    PIC X(11).
           05 SUT-PERIODO          PIC 9(6).
           05 SUT-EMPLEADOS        PIC 9(6).
           05 SUT-RENGLONES        PIC 9(6).
           05 SUT-TOTAL-PATRON     PIC 9(9)V99.
           05 SUT-TOTAL-OBRERO     PIC 9(9)V99.

       FD  REPORTE-FILE.
       01  LINEA-REPORTE           PIC X(80).

      * Layout de GLPOST.DAT: renglón de póliza "M" y trailer "T".
       FD  GLIMSS-FILE.
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
       01  FS-CUOTAIMS             PIC X(2) VALUE "00".
       01  FS-PATRON               PIC X(2) VALUE "00".
       01  FS-SUA                  PIC X(2) VALUE "00".
       01  FS-REPORTE              PIC X(2) VALUE "00".
       01  FS-GLIMSS               PIC X(2) VALUE "00".
       01  CATALOGO-DISPONIBLE     PIC X(1) VALUE "N".
       01  HAY-PATRON              PIC X(1) VALUE "N".

       01  FECHA-HOY               PIC 9(8) VALUE 0.

       01  NOMBRE-SUA.
           05 NS-PREFIJO           PIC X(3) VALUE "SUA".
           05 NS-PERIODO           PIC 9(6).
           05 NS-EXTENSION         PIC X(4) VALUE ".DAT".

      * Periodo del cálculo (AAAAMM).
       01  PERIODO-ENTRADA         PIC X(6) VALUE SPACES.
       01  PERIODO-CUOTAS          PIC 9(6) VALUE 0.
       01  PERIODO-DESGLOSE REDEFINES PERIODO-CUOTAS.
           05 PER-ANIO             PIC 9(4).
           05 PER-MES              PIC 9(2).
       01  ENTRADA-VALIDA          PIC X(1) VALUE "N".

      * Días naturales del mes del periodo, con febrero bisiesto.
       01  TABLA-DIAS-MES-VALORES.
           05 FILLER               PIC X(24)
              VALUE "312831303130313130313031".
       01  TABLA-DIAS-MES REDEFINES TABLA-DIAS-MES-VALORES.
           05 DIAS-DEL-MES         PIC 9(2) OCCURS 12 TIMES.
       01  DIAS-MES                PIC 9(2) VALUE 0.
       01  COCIENTE-BISIESTO       PIC 9(4) VALUE 0.
       01  RESTO-4                 PIC 9(4) VALUE 0.
       01  RESTO-100               PIC 9(4) VALUE 0.
       01  RESTO-400               PIC 9(4) VALUE 0.
       01  FECHA-FIN-PERIODO       PIC 9(8) VALUE 0.

      * Tabla de cuotas: la tabla por omisión sobrepuesta con lo
      * que diga CUOTAIMS.DAT; un ramo nuevo del archivo se agrega
      * mientras haya lugar.
       01  VALOR-UMA               PIC 9(5)V99 VALUE 0.
       01  MAX-RAMOS               PIC 9(2) VALUE 15.
       01  TOTAL-RAMOS             PIC 9(2) VALUE 0.
       01  TABLA-RAMOS.
           05 RAMO-ENTRY OCCURS 15 TIMES INDEXED BY IDX-RAMO.
              10 RAMO-CLAVE        PIC X(2).
              10 RAMO-DESCRIPCION  PIC X(20).
              10 RAMO-BASE         PIC X(1).
              10 RAMO-TASA-PATRON  PIC 9V9(5).
              10 RAMO-TASA-OBRERO  PIC 9V9(5).
              10 RAMO-TOPE-UMAS    PIC 9(2).
              10 RAMO-UMBRAL-UMAS  PIC 9(2).
              10 RAMO-TOTAL-PATRON PIC 9(9)V99.
              10 RAMO-TOTAL-OBRERO PIC 9(9)V99.
       01  RAMO-ENCONTRADO         PIC 9(2) VALUE 0.

      * Cálculo de un empleado.
       01  DIA-INICIO              PIC 9(2) VALUE 0.
       01  DIA-FIN                 PIC 9(2) VALUE 0.
       01  DIAS-COTIZADOS          PIC 9(2) VALUE 0.
       01  DIAS-SERVICIO           PIC S9(7) VALUE 0.
       01  ANIOS-CUMPLIDOS         PIC 9(3) VALUE 0.
       01  DIAS-VACACIONES         PIC 9(3) VALUE 0.
       01  FACTOR-INTEGRACION      PIC 9V9(4) VALUE 0.
       01  SALARIO-DIARIO          PIC 9(7)V99 VALUE 0.
       01  PARTE-VARIABLE          PIC S9(7)V99 VALUE 0.
       01  SBC-DIARIO              PIC 9(5)V99 VALUE 0.
       01  SBC-TOPADO              PIC 9(5)V99 VALUE 0.
       01  TOPE-DIARIO             PIC 9(7)V99 VALUE 0.
       01  BASE-RAMO               PIC S9(7)V99 VALUE 0.
       01  CUOTA-PATRON-RAMO       PIC 9(7)V99 VALUE 0.
       01  CUOTA-OBRERO-RAMO       PIC 9(7)V99 VALUE 0.
       01  CUOTA-PATRON-EMPLEADO   PIC 9(7)V99 VALUE 0.
       01  CUOTA-OBRERO-EMPLEADO   PIC 9(7)V99 VALUE 0.
       01  CENTRO-EMPLEADO         PIC 9(4) VALUE 0.
      * Bruto del mes e IMSS retenido: de la historia AAAAMM, o para
      * una baja sin nómina del mes, el salario y el IMSS de su
      * finiquito.
       01  BRUTO-MES               PIC S9(7)V99 VALUE 0.
       01  RETENIDO-MES            PIC S9(7)V99 VALUE 0.

      * Resumen por centro de costo, en el orden en que aparecen.
       01  MAX-CENTROS             PIC 9(3) VALUE 100.
       01  TOTAL-CENTROS           PIC 9(3) VALUE 0.
       01  TABLA-CENTROS.
           05 CENTRO-ENTRY OCCURS 100 TIMES INDEXED BY IDX-CENTRO.
              10 CEN-CODIGO        PIC 9(4).
              10 CEN-EMPLEADOS     PIC 9(6).
              10 CEN-PATRON        PIC 9(9)V99.
              10 CEN-OBRERO        PIC 9(9)V99.
       01  CENTRO-ENCONTRADO       PIC 9(3) VALUE 0.
       01  CENTROS-DESBORDADOS     PIC 9(6) VALUE 0.

       01  EMPLEADOS-CALCULADOS    PIC 9(6) VALUE 0.
       01  EMPLEADOS-SIN-MAESTRO   PIC 9(6) VALUE 0.
       01  EMPLEADOS-SIN-DIAS      PIC 9(6) VALUE 0.
       01  EMPLEADOS-SIN-NSS       PIC 9(6) VALUE 0.
       01  EMPLEADOS-BAJA          PIC 9(6) VALUE 0.
       01  RENGLONES-SUA           PIC 9(6) VALUE 0.
       01  TOTAL-PATRON            PIC 9(9)V99 VALUE 0.
       01  TOTAL-OBRERO            PIC 9(9)V99 VALUE 0.
       01  TOTAL-RETENIDO          PIC S9(9)V99 VALUE 0.
       01  DIFERENCIA-RETENIDO     PIC S9(9)V99 VALUE 0.

      * Póliza del costo patronal.
       01  CUENTA-GASTO-CUOTAS     PIC 9(6) VALUE 530100.
       01  CUENTA-IMSS-POR-PAGAR   PIC 9(6) VALUE 240200.
       01  TOTAL-CARGOS            PIC 9(11)V99 VALUE 0.
       01  TOTAL-ABONOS            PIC 9(11)V99 VALUE 0.
       01  RENGLONES-POLIZA        PIC 9(6) VALUE 0.

       01  MONTO-EDITADO           PIC -ZZZ,ZZZ,ZZ9.99.

       01  LINEA-DETALLE.
           05 LD-EMPLEADO          PIC 9(6).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 LD-NOMBRE            PIC X(20).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 LD-CENTRO            PIC 9(4).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 LD-DIAS              PIC Z9.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 LD-SBC               PIC ZZ,ZZ9.99.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 LD-PATRON            PIC ZZZ,ZZ9.99.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 LD-OBRERO            PIC ZZ,ZZ9.99.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 LD-RETENIDO          PIC ZZ,ZZ9.99.

       01  LINEA-RAMO.
           05 LRM-CLAVE            PIC X(2).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 LRM-DESCRIPCION      PIC X(20).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 LRM-PATRON           PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 LRM-OBRERO           PIC ZZ,ZZZ,ZZ9.99.

       01  LINEA-CENTRO.
           05 LC-CENTRO            PIC 9(4).
           05 FILLER               PIC X(4) VALUE SPACES.
           05 LC-EMPLEADOS         PIC ZZZ,ZZ9.
           05 FILLER               PIC X(4) VALUE SPACES.
           05 LC-PATRON            PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 LC-OBRERO            PIC ZZ,ZZZ,ZZ9.99.

       01  CONCEPTO-CENTRO.
           05 FILLER               PIC X(15) VALUE "CUOTAS IMSS CC ".
           05 CC-CENTRO            PIC 9(4).
           05 FILLER               PIC X(1) VALUE SPACE.

       PROCEDURE DIVISION.
       CUOTAS-IMSS-MAIN.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           CALL "FECHA-NEGOCIO" USING FECHA-HOY.
           DISPLAY "Periodo de las cuotas (AAAAMM, vacío = mes "
              "actual): ".
           PERFORM PIDE-PERIODO UNTIL ENTRADA-VALIDA = "S".
           MOVE "N" TO ENTRADA-VALIDA.

           PERFORM CARGA-PATRON.
           IF HAY-PATRON NOT = "S"
              DISPLAY "No hay registro patronal en PATRON.CFG; sin "
                 "él no se puede generar el archivo de pago."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM CARGA-TABLA-CUOTAS.
           IF VALOR-UMA = 0
              DISPLAY "La tabla de cuotas no trae valor de la UMA."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM CALCULA-DIAS-MES.

           OPEN INPUT NOMHIST-FILE.
           IF FS-NOMHIST NOT = "00"
              DISPLAY "No hay historia de nómina; corre primero la "
                 "nómina del periodo."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT ARCHIVO-EMPLEADOS.
           IF FS-EMPLEADOS NOT = "00"
              DISPLAY "No se pudo abrir el archivo de empleados."
              CLOSE NOMHIST-FILE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT DEPTOS-FILE.
           IF FS-DEPTOS = "00"
              MOVE "S" TO CATALOGO-DISPONIBLE
           END-IF.

           MOVE PERIODO-CUOTAS TO NS-PERIODO.
           OPEN OUTPUT SUA-FILE.
           OPEN OUTPUT REPORTE-FILE.
           OPEN OUTPUT GLIMSS-FILE.

           PERFORM GRABA-ENCABEZADO-SUA.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "CUOTAS OBRERO-PATRONALES IMSS PERIODO "
              PERIODO-CUOTAS "  REG. PATRONAL " PAT-REGISTRO-IMSS
              DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "EMPL.   NOMBRE               CC  DIAS    SBC    "
              TO LINEA-REPORTE.
           MOVE "PATRONAL    OBRERA  RETENIDO" TO LINEA-REPORTE (50:).
           WRITE LINEA-REPORTE.

           MOVE PERIODO-CUOTAS TO NH-PERIODO.
           MOVE 0 TO NH-EMPLEADO.
           START NOMHIST-FILE KEY IS NOT LESS THAN NH-LLAVE
              INVALID KEY MOVE "10" TO FS-NOMHIST
           END-START.
           PERFORM LEE-HISTORIA UNTIL FS-NOMHIST = "10".

           MOVE 0 TO EMP-ID.
           START ARCHIVO-EMPLEADOS KEY IS NOT LESS THAN EMP-ID
              INVALID KEY MOVE "10" TO FS-EMPLEADOS
           END-START.
           PERFORM LEE-EMPLEADO-BAJA UNTIL FS-EMPLEADOS = "10".

           PERFORM GRABA-TRAILER-SUA.
           PERFORM REPORTA-TOTALES.
           PERFORM GRABA-POLIZA-CUOTAS.

           CLOSE GLIMSS-FILE.
           CLOSE REPORTE-FILE.
           CLOSE SUA-FILE.
           IF CATALOGO-DISPONIBLE = "S"
              CLOSE DEPTOS-FILE
           END-IF.
           CLOSE ARCHIVO-EMPLEADOS.
           CLOSE NOMHIST-FILE.

           DISPLAY "Empleados calculados: " EMPLEADOS-CALCULADOS.
           MOVE TOTAL-PATRON TO MONTO-EDITADO.
           DISPLAY "Cuota patronal:  " MONTO-EDITADO.
           MOVE TOTAL-OBRERO TO MONTO-EDITADO.
           DISPLAY "Cuota obrera:    " MONTO-EDITADO.
           DISPLAY "Archivo de pago: " NOMBRE-SUA.
           IF EMPLEADOS-CALCULADOS = 0
              DISPLAY "El periodo " PERIODO-CUOTAS " no tiene "
                 "historia de nómina."
              MOVE 4 TO RETURN-CODE
           END-IF.
           IF TOTAL-CARGOS NOT = TOTAL-ABONOS
              DISPLAY "LA POLIZA NO CUADRA; no se debe cargar."
              MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

       PIDE-PERIODO.
           ACCEPT PERIODO-ENTRADA.
           IF PERIODO-ENTRADA = SPACES
              DIVIDE FECHA-HOY BY 100 GIVING PERIODO-CUOTAS
              MOVE "S" TO ENTRADA-VALIDA
           ELSE
              IF PERIODO-ENTRADA IS NOT NUMERIC
                 DISPLAY "El periodo debe ser AAAAMM."
                 MOVE "N" TO ENTRADA-VALIDA
              ELSE
                 MOVE PERIODO-ENTRADA TO PERIODO-CUOTAS
                 IF PER-MES < 1 OR PER-MES > 12
                    DISPLAY "El mes debe estar entre 01 y 12."
                    MOVE "N" TO ENTRADA-VALIDA
                 ELSE
                    MOVE "S" TO ENTRADA-VALIDA
                 END-IF
              END-IF
           END-IF.

       CARGA-PATRON.
           OPEN INPUT PATRON-FILE.
           IF FS-PATRON = "00"
              READ PATRON-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF PAT-REGISTRO-IMSS NOT = SPACES
                       MOVE "S" TO HAY-PATRON
                    END-IF
              END-READ
              CLOSE PATRON-FILE
           END-IF.

      ******************************************************************
      * Tabla de cuotas: primero la tabla por omisión y encima los
      * renglones de CUOTAIMS.DAT, cada uno reemplazando al ramo de
      * su misma clave (el último leído gana).
      ******************************************************************
       CARGA-TABLA-CUOTAS.
           PERFORM CUOTAS-POR-OMISION.
           OPEN INPUT CUOTAIMS-FILE.
           IF FS-CUOTAIMS = "00"
              PERFORM CARGA-RENGLON-CUOTA UNTIL FS-CUOTAIMS = "10"
              CLOSE CUOTAIMS-FILE
           END-IF.

       CUOTAS-POR-OMISION.
           MOVE 108.57 TO VALOR-UMA.
           INITIALIZE TABLA-RAMOS.
           MOVE 10 TO TOTAL-RAMOS.
           MOVE "EF" TO RAMO-CLAVE (1).
           MOVE "ENF Y MAT CUOTA FIJA" TO RAMO-DESCRIPCION (1).
           MOVE "F" TO RAMO-BASE (1).
           MOVE 0.20400 TO RAMO-TASA-PATRON (1).
           MOVE "EE" TO RAMO-CLAVE (2).
           MOVE "ENF Y MAT EXCEDENTE" TO RAMO-DESCRIPCION (2).
           MOVE "E" TO RAMO-BASE (2).
           MOVE 0.01100 TO RAMO-TASA-PATRON (2).
           MOVE 0.00400 TO RAMO-TASA-OBRERO (2).
           MOVE 3 TO RAMO-UMBRAL-UMAS (2).
           MOVE "PD" TO RAMO-CLAVE (3).
           MOVE "PRESTACIONES DINERO" TO RAMO-DESCRIPCION (3).
           MOVE 0.00700 TO RAMO-TASA-PATRON (3).
           MOVE 0.00250 TO RAMO-TASA-OBRERO (3).
           MOVE "GM" TO RAMO-CLAVE (4).
           MOVE "GASTOS MED PENSION" TO RAMO-DESCRIPCION (4).
           MOVE 0.01050 TO RAMO-TASA-PATRON (4).
           MOVE 0.00375 TO RAMO-TASA-OBRERO (4).
           MOVE "RT" TO RAMO-CLAVE (5).
           MOVE "RIESGOS DE TRABAJO" TO RAMO-DESCRIPCION (5).
           MOVE 0.00544 TO RAMO-TASA-PATRON (5).
           MOVE "IV" TO RAMO-CLAVE (6).
           MOVE "INVALIDEZ Y VIDA" TO RAMO-DESCRIPCION (6).
           MOVE 0.01750 TO RAMO-TASA-PATRON (6).
           MOVE 0.00625 TO RAMO-TASA-OBRERO (6).
           MOVE "GP" TO RAMO-CLAVE (7).
           MOVE "GUARDERIAS Y PREST" TO RAMO-DESCRIPCION (7).
           MOVE 0.01000 TO RAMO-TASA-PATRON (7).
           MOVE "RE" TO RAMO-CLAVE (8).
           MOVE "RETIRO" TO RAMO-DESCRIPCION (8).
           MOVE 0.02000 TO RAMO-TASA-PATRON (8).
           MOVE "CV" TO RAMO-CLAVE (9).
           MOVE "CESANTIA Y VEJEZ" TO RAMO-DESCRIPCION (9).
           MOVE 0.03150 TO RAMO-TASA-PATRON (9).
           MOVE 0.01125 TO RAMO-TASA-OBRERO (9).
           MOVE "IN" TO RAMO-CLAVE (10).
           MOVE "INFONAVIT" TO RAMO-DESCRIPCION (10).
           MOVE 0.05000 TO RAMO-TASA-PATRON (10).
           PERFORM BASE-Y-TOPE-POR-OMISION
              VARYING IDX-RAMO FROM 3 BY 1
              UNTIL IDX-RAMO > TOTAL-RAMOS.
           MOVE 25 TO RAMO-TOPE-UMAS (2).

       BASE-Y-TOPE-POR-OMISION.
           MOVE "S" TO RAMO-BASE (IDX-RAMO).
           MOVE 25 TO RAMO-TOPE-UMAS (IDX-RAMO).

       CARGA-RENGLON-CUOTA.
           READ CUOTAIMS-FILE
              AT END MOVE "10" TO FS-CUOTAIMS
           END-READ.
           IF FS-CUOTAIMS NOT = "10"
              IF CIM-RAMO = "UM"
                 IF CIM-VALOR-UMA IS NUMERIC AND CIM-VALOR-UMA > 0
                    MOVE CIM-VALOR-UMA TO VALOR-UMA
                 END-IF
              ELSE
                 MOVE 0 TO RAMO-ENCONTRADO
                 PERFORM BUSCA-RAMO
                    VARYING IDX-RAMO FROM 1 BY 1
                    UNTIL IDX-RAMO > TOTAL-RAMOS
                 IF RAMO-ENCONTRADO = 0
                    IF TOTAL-RAMOS < MAX-RAMOS
                       ADD 1 TO TOTAL-RAMOS
                       MOVE TOTAL-RAMOS TO RAMO-ENCONTRADO
                    ELSE
                       DISPLAY "La tabla de cuotas excede " MAX-RAMOS
                          " ramos; se ignora el ramo " CIM-RAMO
                    END-IF
                 END-IF
                 IF RAMO-ENCONTRADO > 0
                    SET IDX-RAMO TO RAMO-ENCONTRADO
                    MOVE CIM-RAMO TO RAMO-CLAVE (IDX-RAMO)
                    MOVE CIM-DESCRIPCION TO RAMO-DESCRIPCION (IDX-RAMO)
                    MOVE CIM-BASE TO RAMO-BASE (IDX-RAMO)
                    MOVE CIM-TASA-PATRON TO RAMO-TASA-PATRON (IDX-RAMO)
                    MOVE CIM-TASA-OBRERO TO RAMO-TASA-OBRERO (IDX-RAMO)
                    MOVE CIM-TOPE-UMAS TO RAMO-TOPE-UMAS (IDX-RAMO)
                    MOVE CIM-UMBRAL-UMAS TO RAMO-UMBRAL-UMAS (IDX-RAMO)
                 END-IF
              END-IF
           END-IF.

       BUSCA-RAMO.
           IF RAMO-CLAVE (IDX-RAMO) = CIM-RAMO
              SET RAMO-ENCONTRADO TO IDX-RAMO
           END-IF.

       CALCULA-DIAS-MES.
           MOVE DIAS-DEL-MES (PER-MES) TO DIAS-MES.
           IF PER-MES = 2
              DIVIDE PER-ANIO BY 4 GIVING COCIENTE-BISIESTO
                 REMAINDER RESTO-4
              DIVIDE PER-ANIO BY 100 GIVING COCIENTE-BISIESTO
                 REMAINDER RESTO-100
              DIVIDE PER-ANIO BY 400 GIVING COCIENTE-BISIESTO
                 REMAINDER RESTO-400
              IF RESTO-4 = 0
                    AND (RESTO-100 NOT = 0 OR RESTO-400 = 0)
                 MOVE 29 TO DIAS-MES
              END-IF
           END-IF.
           COMPUTE FECHA-FIN-PERIODO = PERIODO-CUOTAS * 100 + DIAS-MES.

       LEE-HISTORIA.
           READ NOMHIST-FILE NEXT
              AT END MOVE "10" TO FS-NOMHIST
           END-READ.
           IF FS-NOMHIST NOT = "10"
              IF NH-PERIODO NOT = PERIODO-CUOTAS
                 MOVE "10" TO FS-NOMHIST
              ELSE
                 PERFORM CALCULA-EMPLEADO THRU CALCULA-EMPLEADO-EXIT
              END-IF
           END-IF.

      * Un empleado con nómina en el periodo.
       CALCULA-EMPLEADO.
           MOVE NH-EMPLEADO TO EMP-ID.
           READ ARCHIVO-EMPLEADOS
              INVALID KEY
                 DISPLAY "Empleado " NH-EMPLEADO " con nómina pero "
                    "sin maestro; se omite."
                 ADD 1 TO EMPLEADOS-SIN-MAESTRO
                 GO TO CALCULA-EMPLEADO-EXIT
           END-READ.
           MOVE NH-BRUTO TO BRUTO-MES.
           MOVE NH-IMSS TO RETENIDO-MES.
           PERFORM CALCULA-CUOTAS THRU CALCULA-CUOTAS-EXIT.
       CALCULA-EMPLEADO-EXIT.
           EXIT.

       LEE-EMPLEADO-BAJA.
           READ ARCHIVO-EMPLEADOS NEXT
              AT END MOVE "10" TO FS-EMPLEADOS
           END-READ.
           IF FS-EMPLEADOS NOT = "10"
                 AND EMP-ESTADO = "B" AND EMP-FECHA-BAJA IS NUMERIC
              IF EMP-FECHA-BAJA (1:6) = PERIODO-CUOTAS
                 PERFORM CALCULA-BAJA THRU CALCULA-BAJA-EXIT
              END-IF
           END-IF.

      ******************************************************************
      * Una baja del periodo sin nómina del mes: cotiza del día 1 a
      * la baja con el salario del maestro; lo retenido es el IMSS
      * de su finiquito AAAA14 (cero si todavía no se calcula). La
      * que sí tiene historia del mes ya salió en la primera pasada.
      ******************************************************************
       CALCULA-BAJA.
           MOVE PERIODO-CUOTAS TO NH-PERIODO.
           MOVE EMP-ID TO NH-EMPLEADO.
           READ NOMHIST-FILE
              INVALID KEY CONTINUE
              NOT INVALID KEY GO TO CALCULA-BAJA-EXIT
           END-READ.
           MOVE 0 TO RETENIDO-MES.
           COMPUTE NH-PERIODO = PER-ANIO * 100 + 14.
           MOVE EMP-ID TO NH-EMPLEADO.
           READ NOMHIST-FILE
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE NH-IMSS TO RETENIDO-MES
           END-READ.
           MOVE EMP-SALARIO TO BRUTO-MES.
           ADD 1 TO EMPLEADOS-BAJA.
           PERFORM CALCULA-CUOTAS THRU CALCULA-CUOTAS-EXIT.
       CALCULA-BAJA-EXIT.
           EXIT.

      ******************************************************************
      * Cuotas de un empleado ya leído del maestro: días cotizados,
      * SBC diario y las cuotas de cada ramo.
      ******************************************************************
       CALCULA-CUOTAS.
           MOVE 1 TO DIA-INICIO.
           MOVE DIAS-MES TO DIA-FIN.
           IF EMP-FECHA-INGRESO IS NUMERIC AND EMP-FECHA-INGRESO > 0
              IF EMP-FECHA-INGRESO > FECHA-FIN-PERIODO
                 MOVE 0 TO DIA-FIN
              ELSE
                 IF EMP-FECHA-INGRESO (1:6) = PERIODO-CUOTAS
                    MOVE EMP-FECHA-INGRESO (7:2) TO DIA-INICIO
                 END-IF
              END-IF
           END-IF.
           IF EMP-ESTADO = "B" AND EMP-FECHA-BAJA IS NUMERIC
              IF EMP-FECHA-BAJA (1:6) = PERIODO-CUOTAS
                 MOVE EMP-FECHA-BAJA (7:2) TO DIA-FIN
              END-IF
           END-IF.
           IF DIA-FIN < DIA-INICIO
              ADD 1 TO EMPLEADOS-SIN-DIAS
              GO TO CALCULA-CUOTAS-EXIT
           END-IF.
           COMPUTE DIAS-COTIZADOS = DIA-FIN - DIA-INICIO + 1.

      * Antigüedad al cierre del periodo para las vacaciones del
      * factor de integración: 12 días el primer año y 2 más por
      * año cumplido, hasta 20.
           MOVE 0 TO ANIOS-CUMPLIDOS.
           IF EMP-FECHA-INGRESO IS NUMERIC AND EMP-FECHA-INGRESO > 0
              COMPUTE DIAS-SERVICIO =
                 FUNCTION INTEGER-OF-DATE (FECHA-FIN-PERIODO)
                 - FUNCTION INTEGER-OF-DATE (EMP-FECHA-INGRESO) + 1
              IF DIAS-SERVICIO > 0
                 COMPUTE ANIOS-CUMPLIDOS = DIAS-SERVICIO / 365
              END-IF
           END-IF.
           COMPUTE DIAS-VACACIONES = 12 + 2 * ANIOS-CUMPLIDOS.
           IF DIAS-VACACIONES > 20
              MOVE 20 TO DIAS-VACACIONES
           END-IF.
           COMPUTE FACTOR-INTEGRACION ROUNDED =
              (365 + 15 + DIAS-VACACIONES * 0.25) / 365.

           COMPUTE SALARIO-DIARIO ROUNDED = EMP-SALARIO / 30.
           COMPUTE PARTE-VARIABLE = BRUTO-MES - EMP-SALARIO.
           IF PARTE-VARIABLE < 0
              MOVE 0 TO PARTE-VARIABLE
           END-IF.
           COMPUTE SBC-DIARIO ROUNDED =
              SALARIO-DIARIO * FACTOR-INTEGRACION
              + PARTE-VARIABLE / DIAS-COTIZADOS.

           PERFORM UBICA-CENTRO-COSTO.
           IF EMP-NSS = SPACES
              ADD 1 TO EMPLEADOS-SIN-NSS
           END-IF.

           MOVE 0 TO CUOTA-PATRON-EMPLEADO.
           MOVE 0 TO CUOTA-OBRERO-EMPLEADO.
           PERFORM CALCULA-RAMO
              VARYING IDX-RAMO FROM 1 BY 1
              UNTIL IDX-RAMO > TOTAL-RAMOS.

           ADD 1 TO EMPLEADOS-CALCULADOS.
           ADD CUOTA-PATRON-EMPLEADO TO TOTAL-PATRON.
           ADD CUOTA-OBRERO-EMPLEADO TO TOTAL-OBRERO.
           ADD RETENIDO-MES TO TOTAL-RETENIDO.
           PERFORM ACUMULA-CENTRO.

           MOVE EMP-ID TO LD-EMPLEADO.
           MOVE EMP-NOMBRE TO LD-NOMBRE.
           MOVE CENTRO-EMPLEADO TO LD-CENTRO.
           MOVE DIAS-COTIZADOS TO LD-DIAS.
           MOVE SBC-DIARIO TO LD-SBC.
           MOVE CUOTA-PATRON-EMPLEADO TO LD-PATRON.
           MOVE CUOTA-OBRERO-EMPLEADO TO LD-OBRERO.
           MOVE RETENIDO-MES TO LD-RETENIDO.
           MOVE LINEA-DETALLE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
       CALCULA-CUOTAS-EXIT.
           EXIT.

      * Centro de costo del departamento del empleado; fuera del
      * catálogo (o sin catálogo) cae en el centro 0000.
       UBICA-CENTRO-COSTO.
           MOVE 0 TO CENTRO-EMPLEADO.
           IF CATALOGO-DISPONIBLE = "S"
              MOVE EMP-DEPARTAMENTO TO CAT-CODIGO
              READ DEPTOS-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE CAT-CENTRO-COSTO TO CENTRO-EMPLEADO
              END-READ
           END-IF.

      ******************************************************************
      * Cuota de un ramo: el SBC se topa a las UMAs del ramo y la
      * base depende del tipo (F la UMA misma, E el excedente del
      * umbral, S el SBC topado); la cuota es base por días por
      * tasa. Cada ramo con cuota sale en su renglón del archivo de
      * pago.
      ******************************************************************
       CALCULA-RAMO.
           MOVE SBC-DIARIO TO SBC-TOPADO.
           IF RAMO-TOPE-UMAS (IDX-RAMO) > 0
              COMPUTE TOPE-DIARIO =
                 VALOR-UMA * RAMO-TOPE-UMAS (IDX-RAMO)
              IF SBC-TOPADO > TOPE-DIARIO
                 MOVE TOPE-DIARIO TO SBC-TOPADO
              END-IF
           END-IF.

           EVALUATE RAMO-BASE (IDX-RAMO)
              WHEN "F"
                 MOVE VALOR-UMA TO BASE-RAMO
              WHEN "E"
                 COMPUTE BASE-RAMO = SBC-TOPADO
                    - VALOR-UMA * RAMO-UMBRAL-UMAS (IDX-RAMO)
                 IF BASE-RAMO < 0
                    MOVE 0 TO BASE-RAMO
                 END-IF
              WHEN OTHER
                 MOVE SBC-TOPADO TO BASE-RAMO
           END-EVALUATE.

           COMPUTE CUOTA-PATRON-RAMO ROUNDED =
              BASE-RAMO * DIAS-COTIZADOS * RAMO-TASA-PATRON (IDX-RAMO).
           COMPUTE CUOTA-OBRERO-RAMO ROUNDED =
              BASE-RAMO * DIAS-COTIZADOS * RAMO-TASA-OBRERO (IDX-RAMO).
           ADD CUOTA-PATRON-RAMO TO CUOTA-PATRON-EMPLEADO.
           ADD CUOTA-OBRERO-RAMO TO CUOTA-OBRERO-EMPLEADO.
           ADD CUOTA-PATRON-RAMO TO RAMO-TOTAL-PATRON (IDX-RAMO).
           ADD CUOTA-OBRERO-RAMO TO RAMO-TOTAL-OBRERO (IDX-RAMO).

           IF CUOTA-PATRON-RAMO > 0 OR CUOTA-OBRERO-RAMO > 0
              MOVE "2" TO SUD-TIPO
              MOVE PAT-REGISTRO-IMSS TO SUD-REGISTRO-IMSS
              MOVE PERIODO-CUOTAS TO SUD-PERIODO
              MOVE EMP-ID TO SUD-EMPLEADO
              MOVE EMP-NSS TO SUD-NSS
              MOVE EMP-NOMBRE TO SUD-NOMBRE
              MOVE EMP-APELLIDOS TO SUD-APELLIDOS
              MOVE DIAS-COTIZADOS TO SUD-DIAS
              MOVE SBC-DIARIO TO SUD-SBC
              MOVE RAMO-CLAVE (IDX-RAMO) TO SUD-RAMO
              MOVE BASE-RAMO TO SUD-BASE-RAMO
              MOVE CUOTA-PATRON-RAMO TO SUD-CUOTA-PATRON
              MOVE CUOTA-OBRERO-RAMO TO SUD-CUOTA-OBRERO
              WRITE SUA-DETALLE
              ADD 1 TO RENGLONES-SUA
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
                 SET IDX-CENTRO TO CENTRO-ENCONTRADO
                 MOVE CENTRO-EMPLEADO TO CEN-CODIGO (IDX-CENTRO)
                 MOVE 0 TO CEN-EMPLEADOS (IDX-CENTRO)
                 MOVE 0 TO CEN-PATRON (IDX-CENTRO)
                 MOVE 0 TO CEN-OBRERO (IDX-CENTRO)
              ELSE
      * Sin lugar para otro centro, el costo se queda en el último
      * para que la póliza siga cuadrando con el total.
                 ADD 1 TO CENTROS-DESBORDADOS
                 MOVE MAX-CENTROS TO CENTRO-ENCONTRADO
              END-IF
           END-IF.
           SET IDX-CENTRO TO CENTRO-ENCONTRADO.
           ADD 1 TO CEN-EMPLEADOS (IDX-CENTRO).
           ADD CUOTA-PATRON-EMPLEADO TO CEN-PATRON (IDX-CENTRO).
           ADD CUOTA-OBRERO-EMPLEADO TO CEN-OBRERO (IDX-CENTRO).

       BUSCA-CENTRO.
           IF CEN-CODIGO (IDX-CENTRO) = CENTRO-EMPLEADO
              SET CENTRO-ENCONTRADO TO IDX-CENTRO
           END-IF.

       GRABA-ENCABEZADO-SUA.
           MOVE "1" TO SUE-TIPO.
           MOVE PAT-REGISTRO-IMSS TO SUE-REGISTRO-IMSS.
           MOVE PERIODO-CUOTAS TO SUE-PERIODO.
           MOVE PAT-RAZON-SOCIAL TO SUE-RAZON-SOCIAL.
           MOVE FECHA-HOY TO SUE-FECHA-PROCESO.
           WRITE SUA-ENCABEZADO.

       GRABA-TRAILER-SUA.
           MOVE "9" TO SUT-TIPO.
           MOVE PAT-REGISTRO-IMSS TO SUT-REGISTRO-IMSS.
           MOVE PERIODO-CUOTAS TO SUT-PERIODO.
           MOVE EMPLEADOS-CALCULADOS TO SUT-EMPLEADOS.
           MOVE RENGLONES-SUA TO SUT-RENGLONES.
           MOVE TOTAL-PATRON TO SUT-TOTAL-PATRON.
           MOVE TOTAL-OBRERO TO SUT-TOTAL-OBRERO.
           WRITE SUA-TRAILER.

      ******************************************************************
      * Totales del reporte: por ramo, por centro de costo y el
      * cuadre de la cuota obrera calculada contra el IMSS que la
      * nómina retuvo a tasa fija.
      ******************************************************************
       REPORTA-TOTALES.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "TOTALES POR RAMO                   PATRONAL"
              TO LINEA-REPORTE.
           MOVE "OBRERA" TO LINEA-REPORTE (56:).
           WRITE LINEA-REPORTE.
           PERFORM REPORTA-RAMO
              VARYING IDX-RAMO FROM 1 BY 1
              UNTIL IDX-RAMO > TOTAL-RAMOS.

           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "CENTRO  EMPLEADOS       PATRONAL         OBRERA"
              TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM REPORTA-CENTRO
              VARYING IDX-CENTRO FROM 1 BY 1
              UNTIL IDX-CENTRO > TOTAL-CENTROS.
           IF CENTROS-DESBORDADOS > 0
              MOVE SPACES TO LINEA-REPORTE
              STRING "EMPLEADOS ACUMULADOS EN EL ULTIMO CENTRO POR "
                 "FALTA DE LUGAR: " CENTROS-DESBORDADOS
                 DELIMITED BY SIZE INTO LINEA-REPORTE
              WRITE LINEA-REPORTE
           END-IF.

           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           STRING "EMPLEADOS CALCULADOS: " EMPLEADOS-CALCULADOS
              DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "OMITIDOS SIN MAESTRO: " EMPLEADOS-SIN-MAESTRO
              "  SIN DIAS EN EL MES: " EMPLEADOS-SIN-DIAS
              DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           IF EMPLEADOS-BAJA > 0
              MOVE SPACES TO LINEA-REPORTE
              STRING "BAJAS SIN NOMINA DEL MES (DIAS DEL FINIQUITO): "
                 EMPLEADOS-BAJA
                 DELIMITED BY SIZE INTO LINEA-REPORTE
              WRITE LINEA-REPORTE
           END-IF.
           IF EMPLEADOS-SIN-NSS > 0
              MOVE SPACES TO LINEA-REPORTE
              STRING "EMPLEADOS SIN NSS CAPTURADO: " EMPLEADOS-SIN-NSS
                 DELIMITED BY SIZE INTO LINEA-REPORTE
              WRITE LINEA-REPORTE
           END-IF.
           MOVE TOTAL-PATRON TO MONTO-EDITADO.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "TOTAL CUOTA PATRONAL:      " MONTO-EDITADO
              DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE TOTAL-OBRERO TO MONTO-EDITADO.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "TOTAL CUOTA OBRERA:        " MONTO-EDITADO
              DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE TOTAL-RETENIDO TO MONTO-EDITADO.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "IMSS RETENIDO EN NOMINA:   " MONTO-EDITADO
              DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           COMPUTE DIFERENCIA-RETENIDO = TOTAL-RETENIDO - TOTAL-OBRERO.
           MOVE DIFERENCIA-RETENIDO TO MONTO-EDITADO.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "RETENIDO MENOS CALCULADO:  " MONTO-EDITADO
              DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       REPORTA-RAMO.
           MOVE RAMO-CLAVE (IDX-RAMO) TO LRM-CLAVE.
           MOVE RAMO-DESCRIPCION (IDX-RAMO) TO LRM-DESCRIPCION.
           MOVE RAMO-TOTAL-PATRON (IDX-RAMO) TO LRM-PATRON.
           MOVE RAMO-TOTAL-OBRERO (IDX-RAMO) TO LRM-OBRERO.
           MOVE LINEA-RAMO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       REPORTA-CENTRO.
           MOVE CEN-CODIGO (IDX-CENTRO) TO LC-CENTRO.
           MOVE CEN-EMPLEADOS (IDX-CENTRO) TO LC-EMPLEADOS.
           MOVE CEN-PATRON (IDX-CENTRO) TO LC-PATRON.
           MOVE CEN-OBRERO (IDX-CENTRO) TO LC-OBRERO.
           MOVE LINEA-CENTRO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

      ******************************************************************
      * Póliza del costo patronal: un cargo al gasto por cada centro
      * de costo con cuota y un solo abono al pasivo por el total,
      * más el trailer de control.
      ******************************************************************
       GRABA-POLIZA-CUOTAS.
           PERFORM GRABA-CARGO-CENTRO
              VARYING IDX-CENTRO FROM 1 BY 1
              UNTIL IDX-CENTRO > TOTAL-CENTROS.
           IF TOTAL-CARGOS > 0
              MOVE "M" TO GL-TIPO
              MOVE FECHA-HOY TO GL-FECHA
              MOVE CUENTA-IMSS-POR-PAGAR TO GL-CUENTA-MAYOR
              MOVE "C" TO GL-NATURALEZA
              MOVE TOTAL-CARGOS TO GL-MONTO
              MOVE "IMSS POR PAGAR" TO GL-CONCEPTO
              WRITE GL-POLIZA
              ADD TOTAL-CARGOS TO TOTAL-ABONOS
              ADD 1 TO RENGLONES-POLIZA
           END-IF.
           MOVE "T" TO GT-TIPO.
           MOVE FECHA-HOY TO GT-FECHA.
           MOVE TOTAL-CARGOS TO GT-TOTAL-CARGOS.
           MOVE TOTAL-ABONOS TO GT-TOTAL-ABONOS.
           MOVE RENGLONES-POLIZA TO GT-RENGLONES.
           WRITE GL-TRAILER.

       GRABA-CARGO-CENTRO.
           IF CEN-PATRON (IDX-CENTRO) > 0
              MOVE CEN-CODIGO (IDX-CENTRO) TO CC-CENTRO
              MOVE "M" TO GL-TIPO
              MOVE FECHA-HOY TO GL-FECHA
              MOVE CUENTA-GASTO-CUOTAS TO GL-CUENTA-MAYOR
              MOVE "D" TO GL-NATURALEZA
              MOVE CEN-PATRON (IDX-CENTRO) TO GL-MONTO
              MOVE CONCEPTO-CENTRO TO GL-CONCEPTO
              WRITE GL-POLIZA
              ADD CEN-PATRON (IDX-CENTRO) TO TOTAL-CARGOS
              ADD 1 TO RENGLONES-POLIZA
           END-IF.

       END PROGRAM CUOTAS-IMSS.
