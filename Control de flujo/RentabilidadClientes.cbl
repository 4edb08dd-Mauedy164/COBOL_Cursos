      ******************************************************************
      * Rentabilidad mensual de clientes y de sucursales.
      * Lote mensual para la dirección: consolida por cliente
      * (CTA-CLIENTE, todas sus cuentas) lo que cada uno dejó en el
      * mes pedido (AAAAMM; vacío = el mes anterior a la fecha de
      * negocio) y lo ordena de mayor a menor contribución, y luego
      * lo junta por sucursal, para que ya no se arme a mano en una
      * hoja de cálculo con varios reportes.
      *
      * Por cuenta se recorre su historial indexado MOVIDX.DAT:
      *   - saldo promedio diario: el saldo al cierre de cada día del
      *     mes, tomado del saldo resultante del último movimiento
      *     de ese día. El saldo de apertura es el del último
      *     movimiento anterior al mes; si no hay (historia ya
      *     archivada o cuenta nueva), el del primer movimiento
      *     posterior deshaciendo su efecto, igual que el estado de
      *     cuenta; una cuenta sin ningún movimiento promedia su
      *     saldo actual del maestro;
      *   - comisiones cobradas ("CM": manejo de cuenta del lote
      *     CobraManejo y comisiones del cajero);
      *   - intereses cobrados de préstamos ("PI");
      *   - intereses pagados de cuentas y plazos ("IN");
      *   - operaciones del cliente en cajero: todo movimiento con
      *     terminal propia (no "SIST" ni en blanco).
      * Los importes de cuentas en divisa se pasan a MXN al fixing de
      * TASAS.DAT vigente al último día del mes; sin fixing se usa
      * la tasa aplicada en el último movimiento de la cuenta.
      *
      * Contribución neta = comisiones + intereses cobrados -
      * intereses pagados + valor de los fondos: el saldo promedio
      * por la tasa anual de fondeo por los días del mes entre 360.
      * La tasa de fondeo se lee de RENTAB.CFG (un renglón, tasa
      * anual 9V9999); sin archivo aplica 7%.
      *
      * La sucursal del cliente es la de la terminal (TRM-SUCURSAL
      * de TERMLIST.CFG) donde más operó en el mes, contando la
      * cuenta con más operaciones; un cliente que no operó en
      * cajero queda en SIN SUCURSAL. Las cuentas sin cliente ligado
      * se juntan en el cliente 000000. Las cuentas cerradas sin
      * movimientos en el mes no entran.
      *
      * Salidas: el reporte RENTAB.TXT (clientes en orden de
      * contribución y resumen por sucursal) y el archivo delimitado
      * por "|" RNTaaaamm.CSV para los analistas: un renglón "C" por
      * cliente y un renglón "S" por sucursal.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENTABILIDAD-CLIENTES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUENTAS-FILE ASSIGN TO "CUENTAS.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CTA-NUMERO
              FILE STATUS IS FS-CUENTAS.

           SELECT MOVIDX-FILE ASSIGN TO "MOVIDX.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MIX-LLAVE
              FILE STATUS IS FS-MOVIDX.

           SELECT CLIENTES-FILE ASSIGN TO "CLIENTES.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CLI-NUMERO
              FILE STATUS IS FS-CLIENTES.

           SELECT TASAS-FILE ASSIGN TO "TASAS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-TASAS.

           SELECT TERMLIST-FILE ASSIGN TO "TERMLIST.CFG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-TERMLIST.

           SELECT CONFIG-FILE ASSIGN TO "RENTAB.CFG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-CONFIG.

           SELECT TRABAJO-FILE ASSIGN TO "RENTAB.TMP"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-TRABAJO.

           SELECT ORDENA-FILE ASSIGN TO "RENTAB.SRT".

           SELECT RANKING-FILE ASSIGN TO "RENTRANK.SRT".

           SELECT REPORTE-FILE ASSIGN TO "RENTAB.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-REPORTE.

           SELECT DELIMITADO-FILE ASSIGN USING NOMBRE-DELIMITADO
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-DELIMITADO.

       DATA DIVISION.
       FILE SECTION.
       FD  CUENTAS-FILE.
           COPY CUENTA.

       FD  MOVIDX-FILE.
           COPY MOVIDX.

       FD  CLIENTES-FILE.
           COPY CLIENTE.

       FD  TASAS-FILE.
           COPY TASA.

       FD  TERMLIST-FILE.
           COPY TERMINAL.

       FD  CONFIG-FILE.
       01  CONFIG-REG.
           05 CFG-TASA-FONDEO        PIC 9V9999.

      * Un renglón por cliente ya consolidado, entre los dos SORT.
       FD  TRABAJO-FILE.
       01  TRABAJO-REG.
           05 TRB-CLIENTE            PIC 9(6).
           05 TRB-CUENTAS            PIC 9(3).
           05 TRB-SALDO-PROMEDIO     PIC S9(11)V99.
           05 TRB-COMISIONES         PIC S9(9)V99.
           05 TRB-INTERES-COBRADO    PIC S9(9)V99.
           05 TRB-INTERES-PAGADO     PIC S9(9)V99.
           05 TRB-OPERACIONES        PIC 9(6).
           05 TRB-VALOR-FONDOS       PIC S9(9)V99.
           05 TRB-CONTRIBUCION       PIC S9(11)V99.
           05 TRB-SUCURSAL           PIC X(10).

      * Un renglón por cuenta, ya en MXN, ordenado por cliente.
       SD  ORDENA-FILE.
       01  CUENTA-ORDENADA.
           05 SRT-CLIENTE            PIC 9(6).
           05 SRT-CUENTA             PIC 9(6).
           05 SRT-SALDO-PROMEDIO     PIC S9(11)V99.
           05 SRT-COMISIONES         PIC S9(9)V99.
           05 SRT-INTERES-COBRADO    PIC S9(9)V99.
           05 SRT-INTERES-PAGADO     PIC S9(9)V99.
           05 SRT-OPERACIONES        PIC 9(6).
           05 SRT-SUCURSAL           PIC X(10).
           05 SRT-OPS-SUCURSAL       PIC 9(6).

      * El mismo renglón del cliente, ordenado por contribución.
       SD  RANKING-FILE.
       01  CLIENTE-ORDENADO.
           05 SRC-CLIENTE            PIC 9(6).
           05 SRC-CUENTAS            PIC 9(3).
           05 SRC-SALDO-PROMEDIO     PIC S9(11)V99.
           05 SRC-COMISIONES         PIC S9(9)V99.
           05 SRC-INTERES-COBRADO    PIC S9(9)V99.
           05 SRC-INTERES-PAGADO     PIC S9(9)V99.
           05 SRC-OPERACIONES        PIC 9(6).
           05 SRC-VALOR-FONDOS       PIC S9(9)V99.
           05 SRC-CONTRIBUCION       PIC S9(11)V99.
           05 SRC-SUCURSAL           PIC X(10).

       FD  REPORTE-FILE.
       01  LINEA-REPORTE             PIC X(132).

       FD  DELIMITADO-FILE.
       01  LINEA-DELIMITADA          PIC X(200).

       WORKING-STORAGE SECTION.
       01  FS-CUENTAS                PIC X(2) VALUE "00".
       01  FS-MOVIDX                 PIC X(2) VALUE "00".
       01  FS-CLIENTES               PIC X(2) VALUE "00".
       01  FS-TASAS                  PIC X(2) VALUE "00".
       01  FS-TERMLIST               PIC X(2) VALUE "00".
       01  FS-CONFIG                 PIC X(2) VALUE "00".
       01  FS-TRABAJO                PIC X(2) VALUE "00".
       01  FS-REPORTE                PIC X(2) VALUE "00".
       01  FS-DELIMITADO             PIC X(2) VALUE "00".

       01  FECHA-HOY                 PIC 9(8) VALUE 0.
       01  PERIODO-ENTRADA           PIC X(6) VALUE SPACES.
       01  PERIODO-PEDIDO            PIC 9(6) VALUE 0.
       01  PERIODO-DESGLOSE REDEFINES PERIODO-PEDIDO.
           05 PER-ANIO               PIC 9(4).
           05 PER-MES                PIC 9(2).
       01  ENTRADA-VALIDA            PIC X(1) VALUE "N".

      * Límites del mes: primer día, último día y primer día del
      * mes siguiente (para contar los días del mes).
       01  FECHA-INICIO              PIC 9(8) VALUE 0.
       01  FECHA-FIN                 PIC 9(8) VALUE 0.
       01  FECHA-SIGUIENTE           PIC 9(8) VALUE 0.
       01  FECHA-SIG-DESGLOSE REDEFINES FECHA-SIGUIENTE.
           05 FSG-ANIO               PIC 9(4).
           05 FSG-MES                PIC 9(2).
           05 FSG-DIA                PIC 9(2).
       01  ENTERO-FECHA              PIC 9(7) VALUE 0.
       01  DIAS-MES                  PIC 9(2) VALUE 0.

       01  TASA-FONDEO               PIC 9V9999 VALUE 0.0700.

       01  NOMBRE-DELIMITADO.
           05 ND-PREFIJO             PIC X(3) VALUE "RNT".
           05 ND-PERIODO             PIC 9(6).
           05 ND-EXTENSION           PIC X(4) VALUE ".CSV".

      * Fixing vigente al cierre del mes por divisa.
       01  MAX-DIVISAS               PIC 9(2) VALUE 10.
       01  TOTAL-DIVISAS             PIC 9(2) VALUE 0.
       01  IDX-DIV                   PIC 9(2) VALUE 0.
       01  IDX-DIV-CTA               PIC 9(2) VALUE 0.
       01  TABLA-DIVISAS.
           05 DV-ENTRY OCCURS 10 TIMES.
              10 DV-MONEDA           PIC X(3).
              10 DV-TASA-FIXING      PIC 9(3)V9999.
              10 DV-FECHA-FIXING     PIC 9(8).

      * Terminales de TERMLIST.CFG con su sucursal y las operaciones
      * de la cuenta en curso en cada una.
       01  MAX-TERMINALES            PIC 9(2) VALUE 20.
       01  TOTAL-TERMINALES          PIC 9(2) VALUE 0.
       01  IDX-TRM                   PIC 9(2) VALUE 0.
       01  IDX-TRM-MOV               PIC 9(2) VALUE 0.
       01  IDX-TRM-MAYOR             PIC 9(2) VALUE 0.
       01  TABLA-TERMINALES.
           05 TT-ENTRY OCCURS 20 TIMES.
              10 TT-ID               PIC X(4).
              10 TT-SUCURSAL         PIC X(10).
              10 TT-OPERACIONES      PIC 9(6).

      * Resumen por sucursal; la primera entrada es SIN SUCURSAL.
       01  MAX-SUCURSALES            PIC 9(2) VALUE 21.
       01  TOTAL-SUCURSALES          PIC 9(2) VALUE 0.
       01  IDX-SUC                   PIC 9(2) VALUE 0.
       01  IDX-SUC-CLI               PIC 9(2) VALUE 0.
       01  TABLA-SUCURSALES.
           05 TS-ENTRY OCCURS 21 TIMES.
              10 TS-NOMBRE           PIC X(10).
              10 TS-CLIENTES         PIC 9(6).
              10 TS-SALDO-PROMEDIO   PIC S9(13)V99.
              10 TS-COMISIONES       PIC S9(11)V99.
              10 TS-INTERES-COBRADO  PIC S9(11)V99.
              10 TS-INTERES-PAGADO   PIC S9(11)V99.
              10 TS-OPERACIONES      PIC 9(8).
              10 TS-VALOR-FONDOS     PIC S9(11)V99.
              10 TS-CONTRIBUCION     PIC S9(13)V99.
       01  SIN-SUCURSAL              PIC X(10) VALUE "SIN SUCUR.".

      * Recorrido del historial de la cuenta en curso.
       01  FIN-CUENTA-INDICE         PIC X(1) VALUE "N".
       01  FIN-CUENTAS               PIC X(1) VALUE "N".
       01  HAY-SALDO-APERTURA        PIC X(1) VALUE "N".
       01  HAY-MOVS-MES              PIC X(1) VALUE "N".
       01  SALDO-VIGENTE             PIC S9(7)V99 VALUE 0.
       01  DIA-ULTIMO                PIC 9(2) VALUE 0.
       01  DIA-MOVIMIENTO            PIC 9(2) VALUE 0.
       01  ACUMULADO-SALDOS          PIC S9(11)V99 VALUE 0.
       01  TASA-CUENTA               PIC 9(3)V9999 VALUE 0.
       01  TASA-ULTIMO-MOV           PIC 9(3)V9999 VALUE 0.

      * Importes de la cuenta en su moneda.
       01  PROMEDIO-CUENTA           PIC S9(9)V99 VALUE 0.
       01  COMISIONES-CUENTA         PIC S9(9)V99 VALUE 0.
       01  COBRADO-CUENTA            PIC S9(9)V99 VALUE 0.
       01  PAGADO-CUENTA             PIC S9(9)V99 VALUE 0.
       01  OPERACIONES-CUENTA        PIC 9(6) VALUE 0.

      * Corte de control por cliente en la salida del primer SORT.
       01  FIN-ORDENA                PIC X(1) VALUE "N".
       01  HAY-CLIENTE-ABIERTO       PIC X(1) VALUE "N".
       01  CLIENTE-EN-CURSO          PIC 9(6) VALUE 0.
       01  OPS-SUCURSAL-MAYOR        PIC 9(6) VALUE 0.

       01  CUENTAS-LEIDAS            PIC 9(6) VALUE 0.
       01  CUENTAS-INCLUIDAS         PIC 9(6) VALUE 0.
       01  CUENTAS-SIN-FIXING        PIC 9(6) VALUE 0.
       01  CLIENTES-CONSOLIDADOS     PIC 9(6) VALUE 0.
       01  LUGAR-CLIENTE             PIC 9(6) VALUE 0.
       01  NOMBRE-CLIENTE            PIC X(40) VALUE SPACES.
       01  HAY-CLIENTES              PIC X(1) VALUE "N".

       01  TOTAL-SALDO-PROMEDIO      PIC S9(13)V99 VALUE 0.
       01  TOTAL-COMISIONES          PIC S9(11)V99 VALUE 0.
       01  TOTAL-INTERES-COBRADO     PIC S9(11)V99 VALUE 0.
       01  TOTAL-INTERES-PAGADO      PIC S9(11)V99 VALUE 0.
       01  TOTAL-OPERACIONES         PIC 9(8) VALUE 0.
       01  TOTAL-VALOR-FONDOS        PIC S9(11)V99 VALUE 0.
       01  TOTAL-CONTRIBUCION        PIC S9(13)V99 VALUE 0.

       01  TASA-EDITADA              PIC 9.9999.

       01  ENCABEZADO-COLS.
           05 FILLER PIC X(7)  VALUE "LUGAR  ".
           05 FILLER PIC X(8)  VALUE "CLIENTE ".
           05 FILLER PIC X(21) VALUE "NOMBRE               ".
           05 FILLER PIC X(11) VALUE "SUCURSAL   ".
           05 FILLER PIC X(5)  VALUE "CTAS ".
           05 FILLER PIC X(17) VALUE "   SALDO PROMEDIO".
           05 FILLER PIC X(14) VALUE "    COMISIONES".
           05 FILLER PIC X(14) VALUE "  INT.COBRADOS".
           05 FILLER PIC X(14) VALUE "   INT.PAGADOS".
           05 FILLER PIC X(8)  VALUE "   OPER.".
           05 FILLER PIC X(13) VALUE " CONTRIBUCION".

       01  LINEA-CLIENTE.
           05 LC-LUGAR               PIC ZZZZZ9.
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 LC-CLIENTE             PIC 9(6).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 LC-NOMBRE              PIC X(20).
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 LC-SUCURSAL            PIC X(10).
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 LC-CUENTAS             PIC ZZ9.
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 LC-SALDO-PROMEDIO      PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 LC-COMISIONES          PIC Z,ZZZ,ZZ9.99-.
           05 LC-INTERES-COBRADO     PIC Z,ZZZ,ZZ9.99-.
           05 LC-INTERES-PAGADO      PIC Z,ZZZ,ZZ9.99-.
           05 LC-OPERACIONES         PIC ZZZ,ZZ9.
           05 LC-CONTRIBUCION        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       01  ENCABEZADO-SUCURSALES.
           05 FILLER PIC X(11) VALUE "SUCURSAL   ".
           05 FILLER PIC X(9)  VALUE " CLIENTES".
           05 FILLER PIC X(19) VALUE "     SALDO PROMEDIO".
           05 FILLER PIC X(16) VALUE "      COMISIONES".
           05 FILLER PIC X(16) VALUE "    INT.COBRADOS".
           05 FILLER PIC X(16) VALUE "     INT.PAGADOS".
           05 FILLER PIC X(10) VALUE "     OPER.".
           05 FILLER PIC X(19) VALUE "       CONTRIBUCION".

       01  LINEA-SUCURSAL.
           05 LU-SUCURSAL            PIC X(10).
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 LU-CLIENTES            PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 LU-SALDO-PROMEDIO      PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 LU-COMISIONES          PIC ZZZ,ZZZ,ZZ9.99-.
           05 LU-INTERES-COBRADO     PIC ZZZ,ZZZ,ZZ9.99-.
           05 LU-INTERES-PAGADO      PIC ZZZ,ZZZ,ZZ9.99-.
           05 LU-OPERACIONES         PIC ZZ,ZZZ,ZZ9.
           05 LU-CONTRIBUCION        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

      * Renglones del archivo delimitado: sin edición de miles, con
      * punto decimal y signo al frente, para que la hoja de cálculo
      * los tome como números.
       01  DELIMITADO-ENCABEZADO.
           05 FILLER                 PIC X(2) VALUE "H|".
           05 DE-PERIODO             PIC 9(6).
           05 FILLER                 PIC X(1) VALUE "|".
           05 DE-FECHA               PIC 9(8).
           05 FILLER                 PIC X(1) VALUE "|".
           05 DE-TASA-FONDEO         PIC 9.9999.
           05 FILLER                 PIC X(1) VALUE "|".
           05 DE-DIAS                PIC 9(2).

       01  DELIMITADO-CLIENTE.
           05 FILLER                 PIC X(2) VALUE "C|".
           05 DC-LUGAR               PIC 9(6).
           05 FILLER                 PIC X(1) VALUE "|".
           05 DC-CLIENTE             PIC 9(6).
           05 FILLER                 PIC X(1) VALUE "|".
           05 DC-NOMBRE              PIC X(40).
           05 FILLER                 PIC X(1) VALUE "|".
           05 DC-SUCURSAL            PIC X(10).
           05 FILLER                 PIC X(1) VALUE "|".
           05 DC-CUENTAS             PIC 9(3).
           05 FILLER                 PIC X(1) VALUE "|".
           05 DC-SALDO-PROMEDIO      PIC -9(11).99.
           05 FILLER                 PIC X(1) VALUE "|".
           05 DC-COMISIONES          PIC -9(9).99.
           05 FILLER                 PIC X(1) VALUE "|".
           05 DC-INTERES-COBRADO     PIC -9(9).99.
           05 FILLER                 PIC X(1) VALUE "|".
           05 DC-INTERES-PAGADO      PIC -9(9).99.
           05 FILLER                 PIC X(1) VALUE "|".
           05 DC-OPERACIONES         PIC 9(6).
           05 FILLER                 PIC X(1) VALUE "|".
           05 DC-VALOR-FONDOS        PIC -9(9).99.
           05 FILLER                 PIC X(1) VALUE "|".
           05 DC-CONTRIBUCION        PIC -9(11).99.

       01  DELIMITADO-SUCURSAL.
           05 FILLER                 PIC X(2) VALUE "S|".
           05 DS-SUCURSAL            PIC X(10).
           05 FILLER                 PIC X(1) VALUE "|".
           05 DS-CLIENTES            PIC 9(6).
           05 FILLER                 PIC X(1) VALUE "|".
           05 DS-SALDO-PROMEDIO      PIC -9(13).99.
           05 FILLER                 PIC X(1) VALUE "|".
           05 DS-COMISIONES          PIC -9(11).99.
           05 FILLER                 PIC X(1) VALUE "|".
           05 DS-INTERES-COBRADO     PIC -9(11).99.
           05 FILLER                 PIC X(1) VALUE "|".
           05 DS-INTERES-PAGADO      PIC -9(11).99.
           05 FILLER                 PIC X(1) VALUE "|".
           05 DS-OPERACIONES         PIC 9(8).
           05 FILLER                 PIC X(1) VALUE "|".
           05 DS-VALOR-FONDOS        PIC -9(11).99.
           05 FILLER                 PIC X(1) VALUE "|".
           05 DS-CONTRIBUCION        PIC -9(13).99.

       PROCEDURE DIVISION.
       RENTABILIDAD-MAIN.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           CALL "FECHA-NEGOCIO" USING FECHA-HOY.

           DISPLAY "Periodo a procesar (AAAAMM, vacío = mes "
              "anterior): ".
           PERFORM PIDE-PERIODO UNTIL ENTRADA-VALIDA = "S".
           MOVE "N" TO ENTRADA-VALIDA.
           PERFORM CALCULA-LIMITES-MES.
           PERFORM CARGA-CONFIGURACION.
           PERFORM CARGA-TERMINALES.
           PERFORM CARGA-SUCURSALES.
           PERFORM CARGA-FIXINGS.

           OPEN INPUT CUENTAS-FILE.
           IF FS-CUENTAS NOT = "00"
              DISPLAY "No se pudo abrir el archivo de cuentas."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT MOVIDX-FILE.
           IF FS-MOVIDX NOT = "00"
              DISPLAY "No se pudo abrir el historial MOVIDX.DAT."
              CLOSE CUENTAS-FILE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN OUTPUT TRABAJO-FILE.
           SORT ORDENA-FILE
              ON ASCENDING KEY SRT-CLIENTE SRT-CUENTA
              INPUT PROCEDURE IS RECORRE-CUENTAS
                 THRU RECORRE-CUENTAS-EXIT
              OUTPUT PROCEDURE IS CONSOLIDA-CLIENTES
                 THRU CONSOLIDA-CLIENTES-EXIT.
           CLOSE TRABAJO-FILE.
           CLOSE MOVIDX-FILE.
           CLOSE CUENTAS-FILE.

           OPEN INPUT CLIENTES-FILE.
           IF FS-CLIENTES = "00"
              MOVE "S" TO HAY-CLIENTES
           END-IF.
           OPEN OUTPUT REPORTE-FILE.
           MOVE PERIODO-PEDIDO TO ND-PERIODO.
           OPEN OUTPUT DELIMITADO-FILE.
           PERFORM ESCRIBE-ENCABEZADOS.

           SORT RANKING-FILE
              ON DESCENDING KEY SRC-CONTRIBUCION
              ON ASCENDING KEY SRC-CLIENTE
              USING TRABAJO-FILE
              OUTPUT PROCEDURE IS IMPRIME-RANKING
                 THRU IMPRIME-RANKING-EXIT.

           PERFORM IMPRIME-SUCURSALES.
           PERFORM ESCRIBE-RESUMEN.

           CLOSE DELIMITADO-FILE.
           CLOSE REPORTE-FILE.
           IF HAY-CLIENTES = "S"
              CLOSE CLIENTES-FILE
           END-IF.
           DISPLAY "Clientes consolidados: " CLIENTES-CONSOLIDADOS.
           DISPLAY "Cuentas incluidas:     " CUENTAS-INCLUIDAS.
           GOBACK.

       PIDE-PERIODO.
           ACCEPT PERIODO-ENTRADA.
           IF PERIODO-ENTRADA = SPACES
              MOVE FECHA-HOY (1:6) TO PERIODO-PEDIDO
              IF PER-MES = 1
                 SUBTRACT 1 FROM PER-ANIO
                 MOVE 12 TO PER-MES
              ELSE
                 SUBTRACT 1 FROM PER-MES
              END-IF
              MOVE "S" TO ENTRADA-VALIDA
           ELSE
              IF PERIODO-ENTRADA IS NOT NUMERIC
                 DISPLAY "El periodo debe ser AAAAMM."
              ELSE
                 MOVE PERIODO-ENTRADA TO PERIODO-PEDIDO
                 IF PER-MES < 1 OR PER-MES > 12
                    DISPLAY "El mes debe estar entre 01 y 12."
                 ELSE
                    MOVE "S" TO ENTRADA-VALIDA
                 END-IF
              END-IF
           END-IF.

       CALCULA-LIMITES-MES.
           COMPUTE FECHA-INICIO = PERIODO-PEDIDO * 100 + 1.
           MOVE FECHA-INICIO TO FECHA-SIGUIENTE.
           IF FSG-MES = 12
              ADD 1 TO FSG-ANIO
              MOVE 1 TO FSG-MES
           ELSE
              ADD 1 TO FSG-MES
           END-IF.
           COMPUTE DIAS-MES =
              FUNCTION INTEGER-OF-DATE (FECHA-SIGUIENTE)
              - FUNCTION INTEGER-OF-DATE (FECHA-INICIO).
           COMPUTE FECHA-FIN = FECHA-INICIO + DIAS-MES - 1.

       CARGA-CONFIGURACION.
           OPEN INPUT CONFIG-FILE.
           IF FS-CONFIG = "00"
              READ CONFIG-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF CFG-TASA-FONDEO IS NUMERIC
                       MOVE CFG-TASA-FONDEO TO TASA-FONDEO
                    END-IF
              END-READ
              CLOSE CONFIG-FILE
           END-IF.

      ******************************************************************
      * Terminales y sucursales de TERMLIST.CFG; sin archivo, la
      * terminal de siempre (T001 en CENTRO). La entrada SIST de los
      * procesos centrales no es una sucursal y no se carga.
      ******************************************************************
       CARGA-TERMINALES.
           MOVE 0 TO TOTAL-TERMINALES.
           OPEN INPUT TERMLIST-FILE.
           IF FS-TERMLIST = "00"
              PERFORM CARGA-UNA-TERMINAL UNTIL FS-TERMLIST = "10"
              CLOSE TERMLIST-FILE
           END-IF.
           IF TOTAL-TERMINALES = 0
              MOVE 1 TO TOTAL-TERMINALES
              MOVE "T001" TO TT-ID (1)
              MOVE "CENTRO" TO TT-SUCURSAL (1)
           END-IF.

       CARGA-UNA-TERMINAL.
           READ TERMLIST-FILE
              AT END MOVE "10" TO FS-TERMLIST
           END-READ.
           IF FS-TERMLIST NOT = "10" AND TRM-ID NOT = "SIST"
              IF TOTAL-TERMINALES < MAX-TERMINALES
                 ADD 1 TO TOTAL-TERMINALES
                 MOVE TRM-ID TO TT-ID (TOTAL-TERMINALES)
                 MOVE TRM-SUCURSAL TO TT-SUCURSAL (TOTAL-TERMINALES)
              ELSE
                 DISPLAY "TERMLIST.CFG excede " MAX-TERMINALES
                    " terminales; se ignora " TRM-ID
              END-IF
           END-IF.

      * Una entrada por sucursal distinta, después de SIN SUCURSAL.
       CARGA-SUCURSALES.
           MOVE 1 TO TOTAL-SUCURSALES.
           MOVE 1 TO IDX-SUC.
           PERFORM INICIA-SUCURSAL.
           MOVE SIN-SUCURSAL TO TS-NOMBRE (1).
           PERFORM AGREGA-SUCURSAL
              VARYING IDX-TRM FROM 1 BY 1
              UNTIL IDX-TRM > TOTAL-TERMINALES.

       AGREGA-SUCURSAL.
           MOVE 0 TO IDX-SUC-CLI.
           PERFORM COMPARA-SUCURSAL
              VARYING IDX-SUC FROM 1 BY 1
              UNTIL IDX-SUC > TOTAL-SUCURSALES
                 OR IDX-SUC-CLI NOT = 0.
           IF IDX-SUC-CLI = 0 AND TOTAL-SUCURSALES < MAX-SUCURSALES
              ADD 1 TO TOTAL-SUCURSALES
              MOVE TOTAL-SUCURSALES TO IDX-SUC
              PERFORM INICIA-SUCURSAL
              MOVE TT-SUCURSAL (IDX-TRM) TO TS-NOMBRE (IDX-SUC)
           END-IF.

       COMPARA-SUCURSAL.
           IF TS-NOMBRE (IDX-SUC) = TT-SUCURSAL (IDX-TRM)
              MOVE IDX-SUC TO IDX-SUC-CLI
           END-IF.

       INICIA-SUCURSAL.
           MOVE SPACES TO TS-NOMBRE (IDX-SUC).
           MOVE 0 TO TS-CLIENTES (IDX-SUC).
           MOVE 0 TO TS-SALDO-PROMEDIO (IDX-SUC).
           MOVE 0 TO TS-COMISIONES (IDX-SUC).
           MOVE 0 TO TS-INTERES-COBRADO (IDX-SUC).
           MOVE 0 TO TS-INTERES-PAGADO (IDX-SUC).
           MOVE 0 TO TS-OPERACIONES (IDX-SUC).
           MOVE 0 TO TS-VALOR-FONDOS (IDX-SUC).
           MOVE 0 TO TS-CONTRIBUCION (IDX-SUC).

      ******************************************************************
      * Fixing por divisa al último día del mes: el renglón de
      * TASAS.DAT más reciente que no pase de esa fecha, la misma
      * regla de vigencia del cajero y de la posición de divisas.
      ******************************************************************
       CARGA-FIXINGS.
           MOVE 0 TO TOTAL-DIVISAS.
           OPEN INPUT TASAS-FILE.
           IF FS-TASAS = "00"
              PERFORM APLICA-FIXING UNTIL FS-TASAS = "10"
              CLOSE TASAS-FILE
           END-IF.

       APLICA-FIXING.
           READ TASAS-FILE
              AT END MOVE "10" TO FS-TASAS
           END-READ.
           IF FS-TASAS NOT = "10"
              IF TAS-FECHA-VIGENCIA <= FECHA-FIN
                    AND TAS-TASA IS NUMERIC
                    AND TAS-MONEDA NOT = "MXN"
                 MOVE 0 TO IDX-DIV-CTA
                 PERFORM BUSCA-DIVISA
                    VARYING IDX-DIV FROM 1 BY 1
                    UNTIL IDX-DIV > TOTAL-DIVISAS
                       OR IDX-DIV-CTA NOT = 0
                 IF IDX-DIV-CTA = 0
                       AND TOTAL-DIVISAS < MAX-DIVISAS
                    ADD 1 TO TOTAL-DIVISAS
                    MOVE TOTAL-DIVISAS TO IDX-DIV-CTA
                    MOVE TAS-MONEDA TO DV-MONEDA (IDX-DIV-CTA)
                    MOVE 0 TO DV-FECHA-FIXING (IDX-DIV-CTA)
                 END-IF
                 IF IDX-DIV-CTA NOT = 0
                    IF TAS-FECHA-VIGENCIA >=
                          DV-FECHA-FIXING (IDX-DIV-CTA)
                       MOVE TAS-TASA TO DV-TASA-FIXING (IDX-DIV-CTA)
                       MOVE TAS-FECHA-VIGENCIA
                          TO DV-FECHA-FIXING (IDX-DIV-CTA)
                    END-IF
                 END-IF
              END-IF
           END-IF.

       BUSCA-DIVISA.
           IF DV-MONEDA (IDX-DIV) = TAS-MONEDA
              MOVE IDX-DIV TO IDX-DIV-CTA
           END-IF.

       BUSCA-DIVISA-CUENTA.
           IF DV-MONEDA (IDX-DIV) = CTA-MONEDA
              MOVE IDX-DIV TO IDX-DIV-CTA
           END-IF.

      ******************************************************************
      * Procedimiento de entrada del primer SORT: una pasada por el
      * maestro de cuentas; cada cuenta recorre su historial y
      * libera un renglón ya valuado en MXN.
      ******************************************************************
       RECORRE-CUENTAS.
           MOVE "N" TO FIN-CUENTAS.
           MOVE 0 TO CTA-NUMERO.
           START CUENTAS-FILE KEY IS NOT LESS THAN CTA-NUMERO
              INVALID KEY MOVE "S" TO FIN-CUENTAS
           END-START.
           PERFORM EVALUA-CUENTA UNTIL FIN-CUENTAS = "S".
       RECORRE-CUENTAS-EXIT.
           EXIT.

       EVALUA-CUENTA.
           READ CUENTAS-FILE NEXT
              AT END MOVE "S" TO FIN-CUENTAS
           END-READ.
           IF FIN-CUENTAS = "N"
              ADD 1 TO CUENTAS-LEIDAS
              PERFORM RECORRE-HISTORIAL
              IF CTA-ESTADO NOT = "C" OR HAY-MOVS-MES = "S"
                 PERFORM LIBERA-CUENTA
              END-IF
           END-IF.

       RECORRE-HISTORIAL.
           MOVE "N" TO HAY-SALDO-APERTURA.
           MOVE "N" TO HAY-MOVS-MES.
           MOVE 0 TO SALDO-VIGENTE.
           MOVE 1 TO DIA-ULTIMO.
           MOVE 0 TO ACUMULADO-SALDOS.
           MOVE 0 TO TASA-ULTIMO-MOV.
           MOVE 0 TO COMISIONES-CUENTA.
           MOVE 0 TO COBRADO-CUENTA.
           MOVE 0 TO PAGADO-CUENTA.
           MOVE 0 TO OPERACIONES-CUENTA.
           PERFORM LIMPIA-OPERACIONES-TERMINAL
              VARYING IDX-TRM FROM 1 BY 1
              UNTIL IDX-TRM > TOTAL-TERMINALES.

           MOVE CTA-NUMERO TO MIX-CUENTA.
           MOVE 0 TO MIX-SECUENCIA.
           MOVE "N" TO FIN-CUENTA-INDICE.
           START MOVIDX-FILE KEY IS NOT LESS THAN MIX-LLAVE
              INVALID KEY MOVE "S" TO FIN-CUENTA-INDICE
           END-START.
           PERFORM LEE-RENGLON-HISTORIAL
              UNTIL FIN-CUENTA-INDICE = "S".

           IF HAY-SALDO-APERTURA = "N"
              MOVE CTA-SALDO TO SALDO-VIGENTE
           END-IF.
           COMPUTE ACUMULADO-SALDOS = ACUMULADO-SALDOS
              + SALDO-VIGENTE * (DIAS-MES + 1 - DIA-ULTIMO).
           COMPUTE PROMEDIO-CUENTA ROUNDED =
              ACUMULADO-SALDOS / DIAS-MES.

       LIMPIA-OPERACIONES-TERMINAL.
           MOVE 0 TO TT-OPERACIONES (IDX-TRM).

      * El historial de la cuenta viene en orden de secuencia, que
      * es el orden cronológico. Lo anterior al mes sólo deja el
      * saldo de apertura; lo posterior sólo sirve si no hubo nada
      * antes, y entonces basta el primer renglón.
       LEE-RENGLON-HISTORIAL.
           READ MOVIDX-FILE NEXT
              AT END MOVE "S" TO FIN-CUENTA-INDICE
           END-READ.
           IF FIN-CUENTA-INDICE = "N"
              IF MIX-CUENTA NOT = CTA-NUMERO
                 MOVE "S" TO FIN-CUENTA-INDICE
              ELSE
                 IF MIX-TASA IS NUMERIC AND MIX-TASA > 0
                    MOVE MIX-TASA TO TASA-ULTIMO-MOV
                 END-IF
                 IF MIX-FECHA < FECHA-INICIO
                    MOVE MIX-SALDO-RESULTANTE TO SALDO-VIGENTE
                    MOVE "S" TO HAY-SALDO-APERTURA
                 ELSE
                    IF HAY-SALDO-APERTURA = "N"
                       PERFORM RECONSTRUYE-APERTURA
                    END-IF
                    IF MIX-FECHA > FECHA-FIN
                       MOVE "S" TO FIN-CUENTA-INDICE
                    ELSE
                       PERFORM ACUMULA-RENGLON-MES
                    END-IF
                 END-IF
              END-IF
           END-IF.

      * Saldo antes del movimiento: se deshace su efecto sobre el
      * saldo resultante; las consultas no mueven saldo.
       RECONSTRUYE-APERTURA.
           MOVE "S" TO HAY-SALDO-APERTURA.
           EVALUATE MIX-OPERACION
              WHEN "DE"
              WHEN "TA"
              WHEN "IN"
              WHEN "RV"
              WHEN "OA"
              WHEN "OD"
              WHEN "NO"
              WHEN "PV"
              WHEN "PD"
              WHEN "TR"
              WHEN "TD"
              WHEN "DQ"
              WHEN "LS"
              WHEN "DS"
              WHEN "AX"
                 COMPUTE SALDO-VIGENTE =
                    MIX-SALDO-RESULTANTE - MIX-MONTO
              WHEN "RE"
              WHEN "TE"
              WHEN "OC"
              WHEN "PF"
              WHEN "PC"
              WHEN "PI"
              WHEN "TI"
              WHEN "CM"
              WHEN "CD"
              WHEN "RI"
              WHEN "IS"
              WHEN "PM"
              WHEN "RC"
              WHEN "EJ"
              WHEN "CQ"
              WHEN "PS"
              WHEN "CS"
              WHEN "CX"
                 COMPUTE SALDO-VIGENTE =
                    MIX-SALDO-RESULTANTE + MIX-MONTO
              WHEN OTHER
                 MOVE MIX-SALDO-RESULTANTE TO SALDO-VIGENTE
           END-EVALUATE.

      * Movimiento del mes: cierra los días transcurridos con el
      * saldo vigente, toma el saldo nuevo y acumula los conceptos.
       ACUMULA-RENGLON-MES.
           MOVE "S" TO HAY-MOVS-MES.
           COMPUTE DIA-MOVIMIENTO = MIX-FECHA - FECHA-INICIO + 1.
           IF DIA-MOVIMIENTO > DIA-ULTIMO
              COMPUTE ACUMULADO-SALDOS = ACUMULADO-SALDOS
                 + SALDO-VIGENTE * (DIA-MOVIMIENTO - DIA-ULTIMO)
              MOVE DIA-MOVIMIENTO TO DIA-ULTIMO
           END-IF.
           MOVE MIX-SALDO-RESULTANTE TO SALDO-VIGENTE.

           EVALUATE MIX-OPERACION
              WHEN "CM"
                 ADD MIX-MONTO TO COMISIONES-CUENTA
              WHEN "PI"
                 ADD MIX-MONTO TO COBRADO-CUENTA
              WHEN "IN"
                 ADD MIX-MONTO TO PAGADO-CUENTA
           END-EVALUATE.

           IF MIX-TERMINAL NOT = "SIST" AND MIX-TERMINAL NOT = SPACES
              ADD 1 TO OPERACIONES-CUENTA
              MOVE 0 TO IDX-TRM-MOV
              PERFORM BUSCA-TERMINAL
                 VARYING IDX-TRM FROM 1 BY 1
                 UNTIL IDX-TRM > TOTAL-TERMINALES
                    OR IDX-TRM-MOV NOT = 0
              IF IDX-TRM-MOV NOT = 0
                 ADD 1 TO TT-OPERACIONES (IDX-TRM-MOV)
              END-IF
           END-IF.

       BUSCA-TERMINAL.
           IF TT-ID (IDX-TRM) = MIX-TERMINAL
              MOVE IDX-TRM TO IDX-TRM-MOV
           END-IF.

      * Renglón de la cuenta en MXN, con la sucursal donde más operó.
       LIBERA-CUENTA.
           ADD 1 TO CUENTAS-INCLUIDAS.
           MOVE 1 TO TASA-CUENTA.
           IF CTA-MONEDA NOT = "MXN" AND CTA-MONEDA NOT = SPACES
              MOVE 0 TO IDX-DIV-CTA
              PERFORM BUSCA-DIVISA-CUENTA
                 VARYING IDX-DIV FROM 1 BY 1
                 UNTIL IDX-DIV > TOTAL-DIVISAS
                    OR IDX-DIV-CTA NOT = 0
              IF IDX-DIV-CTA NOT = 0
                 MOVE DV-TASA-FIXING (IDX-DIV-CTA) TO TASA-CUENTA
              ELSE
                 ADD 1 TO CUENTAS-SIN-FIXING
                 IF TASA-ULTIMO-MOV > 0
                    MOVE TASA-ULTIMO-MOV TO TASA-CUENTA
                 END-IF
              END-IF
           END-IF.

           MOVE CTA-CLIENTE TO SRT-CLIENTE.
           MOVE CTA-NUMERO TO SRT-CUENTA.
           COMPUTE SRT-SALDO-PROMEDIO ROUNDED =
              PROMEDIO-CUENTA * TASA-CUENTA.
           COMPUTE SRT-COMISIONES ROUNDED =
              COMISIONES-CUENTA * TASA-CUENTA.
           COMPUTE SRT-INTERES-COBRADO ROUNDED =
              COBRADO-CUENTA * TASA-CUENTA.
           COMPUTE SRT-INTERES-PAGADO ROUNDED =
              PAGADO-CUENTA * TASA-CUENTA.
           MOVE OPERACIONES-CUENTA TO SRT-OPERACIONES.

           MOVE 0 TO IDX-TRM-MAYOR.
           MOVE 0 TO OPS-SUCURSAL-MAYOR.
           PERFORM COMPARA-OPERACIONES-TERMINAL
              VARYING IDX-TRM FROM 1 BY 1
              UNTIL IDX-TRM > TOTAL-TERMINALES.
           IF IDX-TRM-MAYOR = 0
              MOVE SIN-SUCURSAL TO SRT-SUCURSAL
              MOVE 0 TO SRT-OPS-SUCURSAL
           ELSE
              MOVE TT-SUCURSAL (IDX-TRM-MAYOR) TO SRT-SUCURSAL
              MOVE OPS-SUCURSAL-MAYOR TO SRT-OPS-SUCURSAL
           END-IF.
           RELEASE CUENTA-ORDENADA.

       COMPARA-OPERACIONES-TERMINAL.
           IF TT-OPERACIONES (IDX-TRM) > OPS-SUCURSAL-MAYOR
              MOVE TT-OPERACIONES (IDX-TRM) TO OPS-SUCURSAL-MAYOR
              MOVE IDX-TRM TO IDX-TRM-MAYOR
           END-IF.

      ******************************************************************
      * Procedimiento de salida del primer SORT: corte de control por
      * cliente. Suma sus cuentas, calcula el valor de los fondos y
      * la contribución neta y graba el renglón del cliente.
      ******************************************************************
       CONSOLIDA-CLIENTES.
           MOVE "N" TO FIN-ORDENA.
           MOVE "N" TO HAY-CLIENTE-ABIERTO.
           PERFORM REGRESA-CUENTA.
           PERFORM CONSOLIDA-CUENTA UNTIL FIN-ORDENA = "S".
           IF HAY-CLIENTE-ABIERTO = "S"
              PERFORM CIERRA-CLIENTE
           END-IF.
       CONSOLIDA-CLIENTES-EXIT.
           EXIT.

       REGRESA-CUENTA.
           RETURN ORDENA-FILE
              AT END MOVE "S" TO FIN-ORDENA
           END-RETURN.

       CONSOLIDA-CUENTA.
           IF HAY-CLIENTE-ABIERTO = "S"
                 AND SRT-CLIENTE NOT = CLIENTE-EN-CURSO
              PERFORM CIERRA-CLIENTE
           END-IF.
           IF HAY-CLIENTE-ABIERTO = "N"
              PERFORM ABRE-CLIENTE
           END-IF.
           ADD 1 TO TRB-CUENTAS.
           ADD SRT-SALDO-PROMEDIO TO TRB-SALDO-PROMEDIO.
           ADD SRT-COMISIONES TO TRB-COMISIONES.
           ADD SRT-INTERES-COBRADO TO TRB-INTERES-COBRADO.
           ADD SRT-INTERES-PAGADO TO TRB-INTERES-PAGADO.
           ADD SRT-OPERACIONES TO TRB-OPERACIONES.
           IF SRT-OPS-SUCURSAL > OPS-SUCURSAL-MAYOR
              MOVE SRT-OPS-SUCURSAL TO OPS-SUCURSAL-MAYOR
              MOVE SRT-SUCURSAL TO TRB-SUCURSAL
           END-IF.
           PERFORM REGRESA-CUENTA.

       ABRE-CLIENTE.
           MOVE SRT-CLIENTE TO CLIENTE-EN-CURSO.
           MOVE "S" TO HAY-CLIENTE-ABIERTO.
           MOVE 0 TO OPS-SUCURSAL-MAYOR.
           MOVE SRT-CLIENTE TO TRB-CLIENTE.
           MOVE 0 TO TRB-CUENTAS.
           MOVE 0 TO TRB-SALDO-PROMEDIO.
           MOVE 0 TO TRB-COMISIONES.
           MOVE 0 TO TRB-INTERES-COBRADO.
           MOVE 0 TO TRB-INTERES-PAGADO.
           MOVE 0 TO TRB-OPERACIONES.
           MOVE SIN-SUCURSAL TO TRB-SUCURSAL.

       CIERRA-CLIENTE.
           COMPUTE TRB-VALOR-FONDOS ROUNDED =
              TRB-SALDO-PROMEDIO * TASA-FONDEO * DIAS-MES / 360.
           COMPUTE TRB-CONTRIBUCION =
              TRB-COMISIONES + TRB-INTERES-COBRADO
              - TRB-INTERES-PAGADO + TRB-VALOR-FONDOS.
           WRITE TRABAJO-REG.
           ADD 1 TO CLIENTES-CONSOLIDADOS.
           MOVE "N" TO HAY-CLIENTE-ABIERTO.

       ESCRIBE-ENCABEZADOS.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "RENTABILIDAD DE CLIENTES Y SUCURSALES  PERIODO "
              PERIODO-PEDIDO "  CORRIDA " FECHA-HOY
              DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE TASA-FONDEO TO TASA-EDITADA.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "IMPORTES EN MXN. DIAS DEL MES: " DIAS-MES
              "  TASA ANUAL DE FONDEO: " TASA-EDITADA
              DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE ENCABEZADO-COLS TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           MOVE PERIODO-PEDIDO TO DE-PERIODO.
           MOVE FECHA-HOY TO DE-FECHA.
           MOVE TASA-FONDEO TO DE-TASA-FONDEO.
           MOVE DIAS-MES TO DE-DIAS.
           MOVE DELIMITADO-ENCABEZADO TO LINEA-DELIMITADA.
           WRITE LINEA-DELIMITADA.

      ******************************************************************
      * Procedimiento de salida del segundo SORT: los clientes llegan
      * de mayor a menor contribución; cada uno sale en el reporte y
      * en el delimitado y se acumula en su sucursal.
      ******************************************************************
       IMPRIME-RANKING.
           MOVE "N" TO FIN-ORDENA.
           MOVE 0 TO LUGAR-CLIENTE.
           PERFORM REGRESA-CLIENTE.
           PERFORM IMPRIME-CLIENTE UNTIL FIN-ORDENA = "S".
       IMPRIME-RANKING-EXIT.
           EXIT.

       REGRESA-CLIENTE.
           RETURN RANKING-FILE
              AT END MOVE "S" TO FIN-ORDENA
           END-RETURN.

       IMPRIME-CLIENTE.
           ADD 1 TO LUGAR-CLIENTE.
           PERFORM OBTEN-NOMBRE-CLIENTE.

           MOVE LUGAR-CLIENTE TO LC-LUGAR.
           MOVE SRC-CLIENTE TO LC-CLIENTE.
           MOVE NOMBRE-CLIENTE TO LC-NOMBRE.
           MOVE SRC-SUCURSAL TO LC-SUCURSAL.
           MOVE SRC-CUENTAS TO LC-CUENTAS.
           MOVE SRC-SALDO-PROMEDIO TO LC-SALDO-PROMEDIO.
           MOVE SRC-COMISIONES TO LC-COMISIONES.
           MOVE SRC-INTERES-COBRADO TO LC-INTERES-COBRADO.
           MOVE SRC-INTERES-PAGADO TO LC-INTERES-PAGADO.
           MOVE SRC-OPERACIONES TO LC-OPERACIONES.
           MOVE SRC-CONTRIBUCION TO LC-CONTRIBUCION.
           MOVE LINEA-CLIENTE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           MOVE LUGAR-CLIENTE TO DC-LUGAR.
           MOVE SRC-CLIENTE TO DC-CLIENTE.
           MOVE NOMBRE-CLIENTE TO DC-NOMBRE.
           MOVE SRC-SUCURSAL TO DC-SUCURSAL.
           MOVE SRC-CUENTAS TO DC-CUENTAS.
           MOVE SRC-SALDO-PROMEDIO TO DC-SALDO-PROMEDIO.
           MOVE SRC-COMISIONES TO DC-COMISIONES.
           MOVE SRC-INTERES-COBRADO TO DC-INTERES-COBRADO.
           MOVE SRC-INTERES-PAGADO TO DC-INTERES-PAGADO.
           MOVE SRC-OPERACIONES TO DC-OPERACIONES.
           MOVE SRC-VALOR-FONDOS TO DC-VALOR-FONDOS.
           MOVE SRC-CONTRIBUCION TO DC-CONTRIBUCION.
           MOVE DELIMITADO-CLIENTE TO LINEA-DELIMITADA.
           WRITE LINEA-DELIMITADA.

           PERFORM ACUMULA-SUCURSAL.
           PERFORM REGRESA-CLIENTE.

       OBTEN-NOMBRE-CLIENTE.
           MOVE SPACES TO NOMBRE-CLIENTE.
           IF SRC-CLIENTE = 0
              MOVE "(CUENTAS SIN CLIENTE)" TO NOMBRE-CLIENTE
           ELSE
              IF HAY-CLIENTES = "S"
                 MOVE SRC-CLIENTE TO CLI-NUMERO
                 READ CLIENTES-FILE
                    INVALID KEY
                       MOVE "(NO EXISTE EN CLIENTES)" TO NOMBRE-CLIENTE
                    NOT INVALID KEY
                       MOVE CLI-NOMBRE TO NOMBRE-CLIENTE
                 END-READ
              END-IF
           END-IF.

       ACUMULA-SUCURSAL.
           MOVE 0 TO IDX-SUC-CLI.
           PERFORM BUSCA-SUCURSAL-CLIENTE
              VARYING IDX-SUC FROM 1 BY 1
              UNTIL IDX-SUC > TOTAL-SUCURSALES
                 OR IDX-SUC-CLI NOT = 0.
           IF IDX-SUC-CLI = 0
              MOVE 1 TO IDX-SUC-CLI
           END-IF.
           ADD 1 TO TS-CLIENTES (IDX-SUC-CLI).
           ADD SRC-SALDO-PROMEDIO TO TS-SALDO-PROMEDIO (IDX-SUC-CLI).
           ADD SRC-COMISIONES TO TS-COMISIONES (IDX-SUC-CLI).
           ADD SRC-INTERES-COBRADO
              TO TS-INTERES-COBRADO (IDX-SUC-CLI).
           ADD SRC-INTERES-PAGADO TO TS-INTERES-PAGADO (IDX-SUC-CLI).
           ADD SRC-OPERACIONES TO TS-OPERACIONES (IDX-SUC-CLI).
           ADD SRC-VALOR-FONDOS TO TS-VALOR-FONDOS (IDX-SUC-CLI).
           ADD SRC-CONTRIBUCION TO TS-CONTRIBUCION (IDX-SUC-CLI).

       BUSCA-SUCURSAL-CLIENTE.
           IF TS-NOMBRE (IDX-SUC) = SRC-SUCURSAL
              MOVE IDX-SUC TO IDX-SUC-CLI
           END-IF.

      ******************************************************************
      * Resumen por sucursal y total del banco.
      ******************************************************************
       IMPRIME-SUCURSALES.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "RESUMEN POR SUCURSAL" TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE ENCABEZADO-SUCURSALES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM IMPRIME-SUCURSAL
              VARYING IDX-SUC FROM 1 BY 1
              UNTIL IDX-SUC > TOTAL-SUCURSALES.

           MOVE "TOTAL" TO LU-SUCURSAL.
           MOVE CLIENTES-CONSOLIDADOS TO LU-CLIENTES.
           MOVE TOTAL-SALDO-PROMEDIO TO LU-SALDO-PROMEDIO.
           MOVE TOTAL-COMISIONES TO LU-COMISIONES.
           MOVE TOTAL-INTERES-COBRADO TO LU-INTERES-COBRADO.
           MOVE TOTAL-INTERES-PAGADO TO LU-INTERES-PAGADO.
           MOVE TOTAL-OPERACIONES TO LU-OPERACIONES.
           MOVE TOTAL-CONTRIBUCION TO LU-CONTRIBUCION.
           MOVE LINEA-SUCURSAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       IMPRIME-SUCURSAL.
           ADD TS-SALDO-PROMEDIO (IDX-SUC) TO TOTAL-SALDO-PROMEDIO.
           ADD TS-COMISIONES (IDX-SUC) TO TOTAL-COMISIONES.
           ADD TS-INTERES-COBRADO (IDX-SUC) TO TOTAL-INTERES-COBRADO.
           ADD TS-INTERES-PAGADO (IDX-SUC) TO TOTAL-INTERES-PAGADO.
           ADD TS-OPERACIONES (IDX-SUC) TO TOTAL-OPERACIONES.
           ADD TS-VALOR-FONDOS (IDX-SUC) TO TOTAL-VALOR-FONDOS.
           ADD TS-CONTRIBUCION (IDX-SUC) TO TOTAL-CONTRIBUCION.

           MOVE TS-NOMBRE (IDX-SUC) TO LU-SUCURSAL.
           MOVE TS-CLIENTES (IDX-SUC) TO LU-CLIENTES.
           MOVE TS-SALDO-PROMEDIO (IDX-SUC) TO LU-SALDO-PROMEDIO.
           MOVE TS-COMISIONES (IDX-SUC) TO LU-COMISIONES.
           MOVE TS-INTERES-COBRADO (IDX-SUC) TO LU-INTERES-COBRADO.
           MOVE TS-INTERES-PAGADO (IDX-SUC) TO LU-INTERES-PAGADO.
           MOVE TS-OPERACIONES (IDX-SUC) TO LU-OPERACIONES.
           MOVE TS-CONTRIBUCION (IDX-SUC) TO LU-CONTRIBUCION.
           MOVE LINEA-SUCURSAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           MOVE TS-NOMBRE (IDX-SUC) TO DS-SUCURSAL.
           MOVE TS-CLIENTES (IDX-SUC) TO DS-CLIENTES.
           MOVE TS-SALDO-PROMEDIO (IDX-SUC) TO DS-SALDO-PROMEDIO.
           MOVE TS-COMISIONES (IDX-SUC) TO DS-COMISIONES.
           MOVE TS-INTERES-COBRADO (IDX-SUC) TO DS-INTERES-COBRADO.
           MOVE TS-INTERES-PAGADO (IDX-SUC) TO DS-INTERES-PAGADO.
           MOVE TS-OPERACIONES (IDX-SUC) TO DS-OPERACIONES.
           MOVE TS-VALOR-FONDOS (IDX-SUC) TO DS-VALOR-FONDOS.
           MOVE TS-CONTRIBUCION (IDX-SUC) TO DS-CONTRIBUCION.
           MOVE DELIMITADO-SUCURSAL TO LINEA-DELIMITADA.
           WRITE LINEA-DELIMITADA.

       ESCRIBE-RESUMEN.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           STRING "CUENTAS LEIDAS:           " CUENTAS-LEIDAS
              DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "CUENTAS INCLUIDAS:        " CUENTAS-INCLUIDAS
              DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "CLIENTES CONSOLIDADOS:    " CLIENTES-CONSOLIDADOS
              DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           IF CUENTAS-SIN-FIXING > 0
              MOVE SPACES TO LINEA-REPORTE
              STRING "CUENTAS EN DIVISA SIN FIXING AL CIERRE DEL MES: "
                 CUENTAS-SIN-FIXING
                 " (VALUADAS A LA TASA DE SU ULTIMO MOVIMIENTO)"
                 DELIMITED BY SIZE INTO LINEA-REPORTE
              WRITE LINEA-REPORTE
           END-IF.

       END PROGRAM RENTABILIDAD-CLIENTES.
