      ******************************************************************
      * Reconstrucción del historial indexado MOVIDX.DAT.
      * El mini estado, la reimpresión de comprobantes y los estados
      * de cuenta leen el historial indexado; si MOVIDX.DAT se daña
      * la única salida era restaurar un respaldo viejo y perder lo
      * posterior. Esta utilidad lo rehace para una cuenta, un rango
      * de cuentas o todas, a partir de lo que ya existe en disco:
      *   - los archivos fechados del archivo anual del historial
      *     (MIXaaaammdd.DAT, layout RESPALDO.cpy, escritos por
      *     ArchivaHistorial.cbl), que sólo se usan si cuadran con
      *     su trailer de control;
      *   - los históricos rotados del cierre (MOVaaaammdd.DAT);
      *   - las bitácoras vivas de las terminales de TERMLIST.CFG y
      *     la central MOVIMIENTOS.DAT, que guardan los movimientos
      *     del día todavía sin rotar y los pendientes que el cierre
      *     regresa a su bitácora.
      * Los archivos fechados y los históricos se barren día por
      * día en el rango de fechas capturado (los días sin archivo se
      * brincan), que debe empezar en el archivo más antiguo que se
      * conserve: lo anterior no se conoce y la numeración
      * arrancaría corrida.
      *
      * Todos los renglones se ordenan por cuenta, fecha, hora y
      * folio, y a cada cuenta se le vuelve a numerar la secuencia
      * desde 1. Un movimiento que aparece a la vez en un archivo
      * fechado y en un histórico rotado se cuenta una sola vez. Los
      * renglones que vienen de un archivo fechado consumen su
      * secuencia pero NO regresan al historial, porque el archivo
      * anual los purgó a propósito; los demás se graban con su
      * secuencia nueva, y CTA-TOTAL-MOVS de CUENTAS.DAT queda en la
      * última secuencia asignada. Una cuenta sin renglones en
      * ninguna fuente no se toca.
      *
      * Dos modos: V (verificar) compara lo reconstruido contra el
      * historial actual y contra CTA-TOTAL-MOVS sin grabar nada;
      * R (reconstruir) borra el historial de cada cuenta del rango
      * que tenga renglones, lo vuelve a grabar y ajusta el maestro.
      * Las diferencias o los ajustes salen en RECONSTRUYE.TXT. La
      * reconstrucción lleva checkpoint (RECONMIX.CHK) grabado al
      * terminar CADA cuenta: una corrida caída y relanzada en modo
      * R reanuda después de la última cuenta terminada, sin repetir
      * años de historia ya regrabados. Se corre con las terminales
      * cerradas, como el archivo anual.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECONSTRUYE-HISTORIAL.
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

           SELECT BITACORA-FILE ASSIGN USING NOMBRE-BITACORA
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-BITACORA.

           SELECT ARCHIVO-FILE ASSIGN USING NOMBRE-ARCHIVO
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-ARCHIVO.

           SELECT TERMLIST-FILE ASSIGN TO "TERMLIST.CFG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-TERMLIST.

           SELECT CHECKPOINT-FILE ASSIGN TO "RECONMIX.CHK"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-CHECKPOINT.

           SELECT ORDENA-FILE ASSIGN TO "RECONMIX.SRT".

           SELECT REPORTE-FILE ASSIGN TO "RECONSTRUYE.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       FD  CUENTAS-FILE.
           COPY CUENTA.

       FD  MOVIDX-FILE.
           COPY MOVIDX.

       FD  BITACORA-FILE.
           COPY MOVIMIEN.

       FD  ARCHIVO-FILE.
           COPY RESPALDO.

       FD  TERMLIST-FILE.
           COPY TERMINAL.

       FD  CHECKPOINT-FILE.
           COPY CHECKPT.

      * Un movimiento por renglón, venga de donde venga. SRT-ORIGEN
      * es "A" para un archivo fechado y "B" para una bitácora o un
      * histórico: con todo lo demás igual, el archivado queda
      * primero y la copia de bitácora se reconoce como duplicado.
       SD  ORDENA-FILE.
       01  MOV-ORDENADO.
           05 SRT-CUENTA             PIC 9(6).
           05 SRT-FECHA              PIC 9(8).
           05 SRT-HORA               PIC 9(6).
           05 SRT-FOLIO              PIC 9(9).
           05 SRT-ORIGEN             PIC X(1).
           05 SRT-OPERACION          PIC X(2).
           05 SRT-MONTO              PIC S9(7)V99.
           05 SRT-SALDO-RESULTANTE   PIC S9(7)V99.
           05 SRT-TASA               PIC 9(3)V9999.
           05 SRT-TERMINAL           PIC X(4).
           05 SRT-SECUENCIA-ORIGINAL PIC 9(6).

       FD  REPORTE-FILE.
       01  LINEA-REPORTE             PIC X(80).

       WORKING-STORAGE SECTION.
       01  FS-CUENTAS                PIC X(2) VALUE "00".
       01  FS-MOVIDX                 PIC X(2) VALUE "00".
       01  FS-BITACORA               PIC X(2) VALUE "00".
       01  FS-ARCHIVO                PIC X(2) VALUE "00".
       01  FS-TERMLIST               PIC X(2) VALUE "00".
       01  FS-CHECKPOINT             PIC X(2) VALUE "00".
       01  FS-REPORTE                PIC X(2) VALUE "00".

       01  FECHA-HOY                 PIC 9(8) VALUE 0.
       01  MODO-CORRIDA              PIC X(1) VALUE SPACE.
       01  CONFIRMACION              PIC X(2) VALUE SPACES.
       01  ENTRADA-VALIDA            PIC X(1) VALUE "N".
       01  CUENTA-ENTRADA            PIC X(6) VALUE SPACES.
       01  CUENTA-DESDE              PIC 9(6) VALUE 0.
       01  CUENTA-HASTA              PIC 9(6) VALUE 0.
       01  FECHA-ENTRADA             PIC X(8) VALUE SPACES.
       01  FECHA-DESDE               PIC 9(8) VALUE 0.
       01  FECHA-HASTA               PIC 9(8) VALUE 0.
       01  FECHA-BARRIDO             PIC 9(8) VALUE 0.
       01  ENTERO-FECHA              PIC 9(7) VALUE 0.

      * Reanudación: última cuenta regrabada por la corrida caída.
       01  ULTIMA-CUENTA-HECHA       PIC 9(6) VALUE 0.
       01  HAY-HISTORIAL             PIC X(1) VALUE "N".

       01  NOMBRE-HISTORICO.
           05 NH-PREFIJO             PIC X(3) VALUE "MOV".
           05 NH-FECHA               PIC 9(8).
           05 NH-EXTENSION           PIC X(4) VALUE ".DAT".
       01  NOMBRE-BITACORA           PIC X(20) VALUE SPACES.
       01  NOMBRE-ARCHIVO.
           05 NAR-PREFIJO            PIC X(3) VALUE "MIX".
           05 NAR-FECHA              PIC 9(8).
           05 NAR-EXTENSION          PIC X(4) VALUE ".DAT".

      * Bitácoras vivas de todas las terminales (TERMLIST.CFG, como
      * en el cierre y la reversa), más la central.
       01  MAX-TERMINALES            PIC 9(2) VALUE 20.
       01  TOTAL-TERMINALES          PIC 9(2) VALUE 0.
       01  IDX-TRM                   PIC 9(2) VALUE 0.
       01  HAY-CENTRAL               PIC X(1) VALUE "N".
       01  TABLA-TERMINALES.
           05 TT-ENTRY OCCURS 20 TIMES.
              10 TT-BITACORA         PIC X(20).

      * Área de trabajo con el layout del historial: descompone la
      * imagen de cada renglón archivado y arma el renglón nuevo.
       01  MIX-TRABAJO.
           05 MXT-LLAVE.
              10 MXT-CUENTA          PIC 9(6).
              10 MXT-SECUENCIA       PIC 9(6).
           05 MXT-OPERACION          PIC X(2).
           05 MXT-MONTO              PIC S9(7)V99.
           05 MXT-SALDO-RESULTANTE   PIC S9(7)V99.
           05 MXT-FECHA              PIC 9(8).
           05 MXT-HORA               PIC 9(6).
           05 MXT-FOLIO              PIC 9(9).
           05 MXT-TASA               PIC 9(3)V9999.
           05 MXT-TERMINAL           PIC X(4).

      * Cuadre de cada archivo fechado contra su trailer.
       01  REGISTROS-ARCHIVO         PIC 9(9) VALUE 0.
       01  HASH-ARCHIVO              PIC S9(13)V99 VALUE 0.
       01  HUBO-TRAILER              PIC X(1) VALUE "N".
       01  ARCHIVO-INTEGRO           PIC X(1) VALUE "N".
       01  FUENTE-INCOMPLETA         PIC X(1) VALUE "N".

       01  RENGLONES-ARCHIVO         PIC 9(9) VALUE 0.
       01  RENGLONES-HISTORICO       PIC 9(9) VALUE 0.
       01  RENGLONES-BITACORA        PIC 9(9) VALUE 0.
       01  DUPLICADOS-DESCARTADOS    PIC 9(9) VALUE 0.
       01  CUENTAS-PROCESADAS        PIC 9(6) VALUE 0.
       01  RENGLONES-GRABADOS        PIC 9(9) VALUE 0.
       01  RENGLONES-BORRADOS        PIC 9(9) VALUE 0.
       01  DIFERENCIAS               PIC 9(9) VALUE 0.

      * Corte de control por cuenta en la salida del SORT.
       01  FIN-ORDENA                PIC X(1) VALUE "N".
       01  HAY-CUENTA-ABIERTA        PIC X(1) VALUE "N".
       01  CUENTA-EN-CURSO           PIC 9(6) VALUE 0.
       01  CUENTA-EXISTE             PIC X(1) VALUE "N".
       01  SECUENCIA-NUEVA           PIC 9(6) VALUE 0.
       01  TOTAL-ANTERIOR            PIC 9(6) VALUE 0.
       01  FIN-CUENTA-INDICE         PIC X(1) VALUE "N".

      * Identidad del último movimiento visto y cuántas copias
      * archivadas suyas quedan por emparejar con su bitácora.
       01  IDENTIDAD-ANTERIOR.
           05 IA-CUENTA              PIC 9(6) VALUE 0.
           05 IA-FECHA               PIC 9(8) VALUE 0.
           05 IA-HORA                PIC 9(6) VALUE 0.
           05 IA-FOLIO               PIC 9(9) VALUE 0.
           05 IA-OPERACION           PIC X(2) VALUE SPACES.
           05 IA-MONTO               PIC S9(7)V99 VALUE 0.
       01  IDENTIDAD-ACTUAL.
           05 IC-CUENTA              PIC 9(6) VALUE 0.
           05 IC-FECHA               PIC 9(8) VALUE 0.
           05 IC-HORA                PIC 9(6) VALUE 0.
           05 IC-FOLIO               PIC 9(9) VALUE 0.
           05 IC-OPERACION           PIC X(2) VALUE SPACES.
           05 IC-MONTO               PIC S9(7)V99 VALUE 0.
       01  ARCHIVADOS-SIN-PAREJA     PIC 9(4) VALUE 0.
       01  ES-DUPLICADO              PIC X(1) VALUE "N".

       01  LINEA-DETALLE.
           05 LD-CUENTA              PIC 9(6).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 LD-SECUENCIA           PIC Z(5)9.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 LD-NOTA                PIC X(10).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 LD-DETALLE             PIC X(40).

       PROCEDURE DIVISION.
       RECONSTRUYE-MAIN.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           CALL "FECHA-NEGOCIO" USING FECHA-HOY.

           DISPLAY "Modo: V verificar contra el historial actual, "
              "R reconstruir: ".
           PERFORM PIDE-MODO UNTIL ENTRADA-VALIDA = "S".
           MOVE "N" TO ENTRADA-VALIDA.
           DISPLAY "Cuenta inicial (vacío = todas): ".
           PERFORM PIDE-CUENTA-DESDE UNTIL ENTRADA-VALIDA = "S".
           MOVE "N" TO ENTRADA-VALIDA.
           DISPLAY "Cuenta final (vacío = la misma inicial): ".
           PERFORM PIDE-CUENTA-HASTA UNTIL ENTRADA-VALIDA = "S".
           MOVE "N" TO ENTRADA-VALIDA.
           DISPLAY "Fecha del archivo más antiguo conservado "
              "(AAAAMMDD): ".
           PERFORM PIDE-FECHA-DESDE UNTIL ENTRADA-VALIDA = "S".
           MOVE "N" TO ENTRADA-VALIDA.
           DISPLAY "Fecha final (AAAAMMDD, vacío = hoy): ".
           PERFORM PIDE-FECHA-HASTA UNTIL ENTRADA-VALIDA = "S".
           MOVE "N" TO ENTRADA-VALIDA.

           MOVE 0 TO ULTIMA-CUENTA-HECHA.
           IF MODO-CORRIDA = "R"
              PERFORM RECUPERA-CHECKPOINT
              DISPLAY "La reconstrucción REEMPLAZA el historial de "
                 "las cuentas " CUENTA-DESDE " a " CUENTA-HASTA "."
              DISPLAY "Escribe SI para continuar: "
              ACCEPT CONFIRMACION
              IF CONFIRMACION NOT = "SI"
                 DISPLAY "No se reconstruyó nada."
                 GOBACK
              END-IF
              OPEN I-O CUENTAS-FILE
           ELSE
              OPEN INPUT CUENTAS-FILE
           END-IF.
           IF FS-CUENTAS NOT = "00"
              DISPLAY "No se pudo abrir el archivo de cuentas."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

      * En verificación un historial ausente sólo significa que todo
      * falta; en reconstrucción se crea vacío.
           MOVE "N" TO HAY-HISTORIAL.
           IF MODO-CORRIDA = "R"
              OPEN I-O MOVIDX-FILE
              IF FS-MOVIDX = "35"
                 OPEN OUTPUT MOVIDX-FILE
                 CLOSE MOVIDX-FILE
                 OPEN I-O MOVIDX-FILE
              END-IF
              IF FS-MOVIDX NOT = "00"
                 DISPLAY "No se pudo abrir el historial de "
                    "movimientos (" FS-MOVIDX ")."
                 CLOSE CUENTAS-FILE
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              MOVE "S" TO HAY-HISTORIAL
           ELSE
              OPEN INPUT MOVIDX-FILE
              IF FS-MOVIDX = "00"
                 MOVE "S" TO HAY-HISTORIAL
              END-IF
           END-IF.

           PERFORM CARGA-TERMINALES.

           OPEN OUTPUT REPORTE-FILE.
           MOVE SPACES TO LINEA-REPORTE.
           IF MODO-CORRIDA = "R"
              STRING "RECONSTRUCCION DEL HISTORIAL - " FECHA-HOY
                 DELIMITED BY SIZE INTO LINEA-REPORTE
           ELSE
              STRING "VERIFICACION DEL HISTORIAL - " FECHA-HOY
                 DELIMITED BY SIZE INTO LINEA-REPORTE
           END-IF.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "CUENTAS " CUENTA-DESDE " A " CUENTA-HASTA
              "   ARCHIVOS DEL " FECHA-DESDE " AL " FECHA-HASTA
              DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           IF ULTIMA-CUENTA-HECHA > 0
              MOVE SPACES TO LINEA-REPORTE
              STRING "REANUDA DESPUES DE LA CUENTA "
                 ULTIMA-CUENTA-HECHA
                 DELIMITED BY SIZE INTO LINEA-REPORTE
              WRITE LINEA-REPORTE
           END-IF.
           MOVE "CUENTA     SEC  NOTA        DETALLE" TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           SORT ORDENA-FILE
              ON ASCENDING KEY SRT-CUENTA SRT-FECHA SRT-HORA
                 SRT-FOLIO SRT-ORIGEN
              INPUT PROCEDURE IS JUNTA-FUENTES
                 THRU JUNTA-FUENTES-EXIT
              OUTPUT PROCEDURE IS REPONE-CUENTAS
                 THRU REPONE-CUENTAS-EXIT.

           PERFORM ESCRIBE-RESUMEN.
           CLOSE REPORTE-FILE.
           IF HAY-HISTORIAL = "S"
              CLOSE MOVIDX-FILE
           END-IF.
           CLOSE CUENTAS-FILE.

      * Sólo una reconstrucción completa libera el checkpoint; con
      * una fuente incompleta no se grabó nada y el checkpoint de
      * una corrida anterior queda para reanudarla.
           IF MODO-CORRIDA = "R" AND FUENTE-INCOMPLETA = "N"
              PERFORM BORRA-CHECKPOINT
           END-IF.

           DISPLAY "Cuentas procesadas: " CUENTAS-PROCESADAS.
           IF MODO-CORRIDA = "R"
              DISPLAY "Renglones grabados: " RENGLONES-GRABADOS
           ELSE
              DISPLAY "Diferencias: " DIFERENCIAS
           END-IF.
           IF FUENTE-INCOMPLETA = "S"
              DISPLAY "Hubo archivos fechados que no cuadran con su "
                 "trailer; revisa RECONSTRUYE.TXT."
              MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

       PIDE-MODO.
           ACCEPT MODO-CORRIDA.
           IF MODO-CORRIDA = "v"
              MOVE "V" TO MODO-CORRIDA
           END-IF.
           IF MODO-CORRIDA = "r"
              MOVE "R" TO MODO-CORRIDA
           END-IF.
           IF MODO-CORRIDA = "V" OR MODO-CORRIDA = "R"
              MOVE "S" TO ENTRADA-VALIDA
           ELSE
              DISPLAY "Captura V o R."
           END-IF.

       PIDE-CUENTA-DESDE.
           ACCEPT CUENTA-ENTRADA.
           IF CUENTA-ENTRADA = SPACES
              MOVE 0 TO CUENTA-DESDE
              MOVE 999999 TO CUENTA-HASTA
              MOVE "S" TO ENTRADA-VALIDA
           ELSE
              IF CUENTA-ENTRADA IS NOT NUMERIC
                 DISPLAY "Captura un número de cuenta válido."
              ELSE
                 MOVE CUENTA-ENTRADA TO CUENTA-DESDE
                 MOVE CUENTA-ENTRADA TO CUENTA-HASTA
                 MOVE "S" TO ENTRADA-VALIDA
              END-IF
           END-IF.

      * Con todas las cuentas el rango ya quedó completo; vacío deja
      * la cuenta inicial sola.
       PIDE-CUENTA-HASTA.
           ACCEPT CUENTA-ENTRADA.
           IF CUENTA-ENTRADA = SPACES
              MOVE "S" TO ENTRADA-VALIDA
           ELSE
              IF CUENTA-ENTRADA IS NOT NUMERIC
                 DISPLAY "Captura un número de cuenta válido."
              ELSE
                 MOVE CUENTA-ENTRADA TO CUENTA-HASTA
                 IF CUENTA-HASTA < CUENTA-DESDE
                    DISPLAY "La cuenta final no puede ser menor."
                 ELSE
                    MOVE "S" TO ENTRADA-VALIDA
                 END-IF
              END-IF
           END-IF.

       PIDE-FECHA-DESDE.
           ACCEPT FECHA-ENTRADA.
           IF FECHA-ENTRADA IS NOT NUMERIC
              DISPLAY "La fecha debe ser AAAAMMDD."
           ELSE
              MOVE FECHA-ENTRADA TO FECHA-DESDE
              MOVE "S" TO ENTRADA-VALIDA
           END-IF.

       PIDE-FECHA-HASTA.
           ACCEPT FECHA-ENTRADA.
           IF FECHA-ENTRADA = SPACES
              MOVE FECHA-HOY TO FECHA-HASTA
              MOVE "S" TO ENTRADA-VALIDA
           ELSE
              IF FECHA-ENTRADA IS NOT NUMERIC
                 DISPLAY "La fecha debe ser AAAAMMDD."
              ELSE
                 MOVE FECHA-ENTRADA TO FECHA-HASTA
                 IF FECHA-HASTA < FECHA-DESDE
                    DISPLAY "La fecha final no puede ser menor."
                 ELSE
                    MOVE "S" TO ENTRADA-VALIDA
                 END-IF
              END-IF
           END-IF.

       RECUPERA-CHECKPOINT.
           OPEN INPUT CHECKPOINT-FILE.
           IF FS-CHECKPOINT = "00"
              READ CHECKPOINT-FILE
                 AT END CONTINUE
                 NOT AT END
                    DISPLAY "Reanudando la reconstrucción después "
                       "de la cuenta " CHK-ULTIMA-LLAVE
                    MOVE CHK-ULTIMA-LLAVE TO ULTIMA-CUENTA-HECHA
              END-READ
              CLOSE CHECKPOINT-FILE
           END-IF.

       CARGA-TERMINALES.
           MOVE 0 TO TOTAL-TERMINALES.
           OPEN INPUT TERMLIST-FILE.
           IF FS-TERMLIST = "00"
              PERFORM CARGA-UNA-TERMINAL UNTIL FS-TERMLIST = "10"
              CLOSE TERMLIST-FILE
           END-IF.
           IF TOTAL-TERMINALES = 0
              MOVE 1 TO TOTAL-TERMINALES
              MOVE "MOVIMIENTOS.DAT" TO TT-BITACORA (1)
           END-IF.

      * La bitácora central MOVIMIENTOS.DAT (intereses, nómina,
      * órdenes, reversas) también se lee aunque TERMLIST.CFG sólo
      * liste las terminales físicas.
           MOVE "N" TO HAY-CENTRAL.
           PERFORM REVISA-BITACORA-CENTRAL
              VARYING IDX-TRM FROM 1 BY 1
              UNTIL IDX-TRM > TOTAL-TERMINALES.
           IF HAY-CENTRAL = "N" AND TOTAL-TERMINALES < MAX-TERMINALES
              ADD 1 TO TOTAL-TERMINALES
              MOVE "MOVIMIENTOS.DAT"
                 TO TT-BITACORA (TOTAL-TERMINALES)
           END-IF.

       REVISA-BITACORA-CENTRAL.
           IF TT-BITACORA (IDX-TRM) = "MOVIMIENTOS.DAT"
              MOVE "S" TO HAY-CENTRAL
           END-IF.

       CARGA-UNA-TERMINAL.
           READ TERMLIST-FILE
              AT END MOVE "10" TO FS-TERMLIST
           END-READ.
           IF FS-TERMLIST NOT = "10"
              IF TOTAL-TERMINALES < MAX-TERMINALES
                 ADD 1 TO TOTAL-TERMINALES
                 MOVE TRM-ARCHIVO-BITACORA
                    TO TT-BITACORA (TOTAL-TERMINALES)
              END-IF
           END-IF.

      ******************************************************************
      * Procedimiento de entrada del SORT: día por día del rango, el
      * archivo fechado (si cuadra) y el histórico rotado; al final
      * las bitácoras vivas. Sólo se liberan las cuentas del rango y,
      * en una reanudación, las posteriores al checkpoint.
      ******************************************************************
       JUNTA-FUENTES.
           MOVE FECHA-DESDE TO FECHA-BARRIDO.
           PERFORM JUNTA-UN-DIA UNTIL FECHA-BARRIDO > FECHA-HASTA.
           PERFORM JUNTA-BITACORA-VIVA
              VARYING IDX-TRM FROM 1 BY 1
              UNTIL IDX-TRM > TOTAL-TERMINALES.
       JUNTA-FUENTES-EXIT.
           EXIT.

       JUNTA-UN-DIA.
           MOVE FECHA-BARRIDO TO NAR-FECHA.
           PERFORM CUADRA-ARCHIVO THRU CUADRA-ARCHIVO-EXIT.
           IF ARCHIVO-INTEGRO = "S"
              OPEN INPUT ARCHIVO-FILE
              PERFORM LIBERA-ARCHIVADO UNTIL FS-ARCHIVO = "10"
              CLOSE ARCHIVO-FILE
           END-IF.

           MOVE FECHA-BARRIDO TO NH-FECHA.
           MOVE NOMBRE-HISTORICO TO NOMBRE-BITACORA.
           MOVE "00" TO FS-BITACORA.
           OPEN INPUT BITACORA-FILE.
           IF FS-BITACORA = "00"
              PERFORM LIBERA-HISTORICO UNTIL FS-BITACORA = "10"
              CLOSE BITACORA-FILE
           END-IF.

           COMPUTE ENTERO-FECHA =
              FUNCTION INTEGER-OF-DATE (FECHA-BARRIDO) + 1.
           COMPUTE FECHA-BARRIDO =
              FUNCTION DATE-OF-INTEGER (ENTERO-FECHA).

      * Un archivo fechado que existe pero no cuadra con su trailer
      * no se usa: sus renglones faltarían en la numeración, así que
      * la reconstrucción no graba nada (la verificación sí reporta).
       CUADRA-ARCHIVO.
           MOVE 0 TO REGISTROS-ARCHIVO.
           MOVE 0 TO HASH-ARCHIVO.
           MOVE "N" TO HUBO-TRAILER.
           MOVE "N" TO ARCHIVO-INTEGRO.
           MOVE "00" TO FS-ARCHIVO.
           OPEN INPUT ARCHIVO-FILE.
           IF FS-ARCHIVO NOT = "00"
              GO TO CUADRA-ARCHIVO-EXIT
           END-IF.
           PERFORM CUADRA-RENGLON UNTIL FS-ARCHIVO = "10".
           CLOSE ARCHIVO-FILE.
           IF ARCHIVO-INTEGRO NOT = "S"
              MOVE "S" TO FUENTE-INCOMPLETA
              MOVE SPACES TO LINEA-REPORTE
              STRING "ARCHIVO " NOMBRE-ARCHIVO
                 " NO CUADRA CON SU TRAILER; NO SE USA"
                 DELIMITED BY SIZE INTO LINEA-REPORTE
              WRITE LINEA-REPORTE
           END-IF.
           MOVE "00" TO FS-ARCHIVO.
       CUADRA-ARCHIVO-EXIT.
           EXIT.

       CUADRA-RENGLON.
           READ ARCHIVO-FILE
              AT END MOVE "10" TO FS-ARCHIVO
           END-READ.
           IF FS-ARCHIVO NOT = "10"
              IF RSP-TIPO = "T"
                 MOVE "S" TO HUBO-TRAILER
                 IF RST-REGISTROS = REGISTROS-ARCHIVO
                       AND RST-HASH-MONTOS = HASH-ARCHIVO
                    MOVE "S" TO ARCHIVO-INTEGRO
                 END-IF
              ELSE
                 ADD 1 TO REGISTROS-ARCHIVO
                 MOVE RSP-IMAGEN TO MIX-TRABAJO
                 ADD MXT-MONTO TO HASH-ARCHIVO
              END-IF
           END-IF.

       LIBERA-ARCHIVADO.
           READ ARCHIVO-FILE
              AT END MOVE "10" TO FS-ARCHIVO
           END-READ.
           IF FS-ARCHIVO NOT = "10"
              IF RSP-TIPO = "D"
                 MOVE RSP-IMAGEN TO MIX-TRABAJO
                 IF MXT-CUENTA >= CUENTA-DESDE
                       AND MXT-CUENTA <= CUENTA-HASTA
                       AND MXT-CUENTA > ULTIMA-CUENTA-HECHA
                    MOVE MXT-CUENTA TO SRT-CUENTA
                    MOVE MXT-FECHA TO SRT-FECHA
                    MOVE MXT-HORA TO SRT-HORA
                    MOVE MXT-FOLIO TO SRT-FOLIO
                    MOVE "A" TO SRT-ORIGEN
                    MOVE MXT-OPERACION TO SRT-OPERACION
                    MOVE MXT-MONTO TO SRT-MONTO
                    MOVE MXT-SALDO-RESULTANTE TO SRT-SALDO-RESULTANTE
                    MOVE MXT-TASA TO SRT-TASA
                    MOVE MXT-TERMINAL TO SRT-TERMINAL
                    MOVE MXT-SECUENCIA TO SRT-SECUENCIA-ORIGINAL
                    RELEASE MOV-ORDENADO
                    ADD 1 TO RENGLONES-ARCHIVO
                 END-IF
              END-IF
           END-IF.

       LIBERA-HISTORICO.
           READ BITACORA-FILE
              AT END MOVE "10" TO FS-BITACORA
           END-READ.
           IF FS-BITACORA NOT = "10"
              IF MOV-CUENTA >= CUENTA-DESDE
                    AND MOV-CUENTA <= CUENTA-HASTA
                    AND MOV-CUENTA > ULTIMA-CUENTA-HECHA
                 PERFORM LIBERA-MOVIMIENTO
                 ADD 1 TO RENGLONES-HISTORICO
              END-IF
           END-IF.

       JUNTA-BITACORA-VIVA.
           MOVE TT-BITACORA (IDX-TRM) TO NOMBRE-BITACORA.
           MOVE "00" TO FS-BITACORA.
           OPEN INPUT BITACORA-FILE.
           IF FS-BITACORA = "00"
              PERFORM LIBERA-VIVO UNTIL FS-BITACORA = "10"
              CLOSE BITACORA-FILE
           END-IF.

       LIBERA-VIVO.
           READ BITACORA-FILE
              AT END MOVE "10" TO FS-BITACORA
           END-READ.
           IF FS-BITACORA NOT = "10"
              IF MOV-CUENTA >= CUENTA-DESDE
                    AND MOV-CUENTA <= CUENTA-HASTA
                    AND MOV-CUENTA > ULTIMA-CUENTA-HECHA
                 PERFORM LIBERA-MOVIMIENTO
                 ADD 1 TO RENGLONES-BITACORA
              END-IF
           END-IF.

       LIBERA-MOVIMIENTO.
           MOVE MOV-CUENTA TO SRT-CUENTA.
           MOVE MOV-FECHA TO SRT-FECHA.
           MOVE MOV-HORA TO SRT-HORA.
           MOVE MOV-FOLIO TO SRT-FOLIO.
           MOVE "B" TO SRT-ORIGEN.
           MOVE MOV-OPERACION TO SRT-OPERACION.
           MOVE MOV-MONTO TO SRT-MONTO.
           MOVE MOV-SALDO-RESULTANTE TO SRT-SALDO-RESULTANTE.
           MOVE MOV-TASA TO SRT-TASA.
           MOVE MOV-TERMINAL TO SRT-TERMINAL.
           MOVE 0 TO SRT-SECUENCIA-ORIGINAL.
           RELEASE MOV-ORDENADO.

      ******************************************************************
      * Procedimiento de salida del SORT: los movimientos llegan por
      * cuenta y en orden cronológico. Cada cuenta se abre (borrando
      * su historial en modo R), se le numeran sus movimientos y al
      * cerrarse se ajusta o se compara su CTA-TOTAL-MOVS.
      ******************************************************************
       REPONE-CUENTAS.
           MOVE "N" TO FIN-ORDENA.
           MOVE "N" TO HAY-CUENTA-ABIERTA.
           IF MODO-CORRIDA = "R" AND FUENTE-INCOMPLETA = "S"
              MOVE "NO SE RECONSTRUYE: HAY ARCHIVOS INCOMPLETOS"
                 TO LINEA-REPORTE
              WRITE LINEA-REPORTE
              GO TO REPONE-CUENTAS-EXIT
           END-IF.
           MOVE 0 TO ARCHIVADOS-SIN-PAREJA.
           MOVE LOW-VALUES TO IDENTIDAD-ANTERIOR.
           PERFORM REGRESA-MOVIMIENTO.
           PERFORM REPONE-MOVIMIENTO UNTIL FIN-ORDENA = "S".
           IF HAY-CUENTA-ABIERTA = "S"
              PERFORM CIERRA-CUENTA
           END-IF.
       REPONE-CUENTAS-EXIT.
           EXIT.

       REGRESA-MOVIMIENTO.
           RETURN ORDENA-FILE
              AT END MOVE "S" TO FIN-ORDENA
           END-RETURN.

       REPONE-MOVIMIENTO.
           IF HAY-CUENTA-ABIERTA = "S"
                 AND SRT-CUENTA NOT = CUENTA-EN-CURSO
              PERFORM CIERRA-CUENTA
           END-IF.
           IF HAY-CUENTA-ABIERTA = "N"
              PERFORM ABRE-CUENTA
           END-IF.

           PERFORM REVISA-DUPLICADO.
           IF ES-DUPLICADO = "S"
              ADD 1 TO DUPLICADOS-DESCARTADOS
           ELSE
              ADD 1 TO SECUENCIA-NUEVA
              PERFORM ARMA-RENGLON
              IF SRT-ORIGEN = "A"
                 IF MODO-CORRIDA = "V"
                       AND SRT-SECUENCIA-ORIGINAL NOT = SECUENCIA-NUEVA
                    MOVE "ARCHIVADO" TO LD-NOTA
                    MOVE SPACES TO LD-DETALLE
                    STRING "SECUENCIA ORIGINAL "
                       SRT-SECUENCIA-ORIGINAL
                       DELIMITED BY SIZE INTO LD-DETALLE
                    PERFORM ESCRIBE-DIFERENCIA
                 END-IF
              ELSE
                 IF MODO-CORRIDA = "R"
                    PERFORM GRABA-RENGLON
                 ELSE
                    PERFORM COMPARA-RENGLON
                 END-IF
              END-IF
           END-IF.
           PERFORM REGRESA-MOVIMIENTO.

      * Mismo movimiento = misma cuenta, fecha, hora, folio,
      * operación y monto. Una copia de bitácora se descarta sólo
      * mientras haya una copia archivada idéntica sin emparejar;
      * dos movimientos reales idénticos de la misma fuente se
      * conservan los dos.
       REVISA-DUPLICADO.
           MOVE "N" TO ES-DUPLICADO.
           MOVE SRT-CUENTA TO IC-CUENTA.
           MOVE SRT-FECHA TO IC-FECHA.
           MOVE SRT-HORA TO IC-HORA.
           MOVE SRT-FOLIO TO IC-FOLIO.
           MOVE SRT-OPERACION TO IC-OPERACION.
           MOVE SRT-MONTO TO IC-MONTO.
           IF IDENTIDAD-ACTUAL NOT = IDENTIDAD-ANTERIOR
              MOVE 0 TO ARCHIVADOS-SIN-PAREJA
              MOVE IDENTIDAD-ACTUAL TO IDENTIDAD-ANTERIOR
           END-IF.
           IF SRT-ORIGEN = "A"
              ADD 1 TO ARCHIVADOS-SIN-PAREJA
           ELSE
              IF ARCHIVADOS-SIN-PAREJA > 0
                 SUBTRACT 1 FROM ARCHIVADOS-SIN-PAREJA
                 MOVE "S" TO ES-DUPLICADO
              END-IF
           END-IF.

      * Abre la cuenta: existencia y total actual en el maestro y,
      * en modo R, borrado de su historial indexado completo.
       ABRE-CUENTA.
           MOVE SRT-CUENTA TO CUENTA-EN-CURSO.
           MOVE "S" TO HAY-CUENTA-ABIERTA.
           MOVE 0 TO SECUENCIA-NUEVA.
           MOVE 0 TO TOTAL-ANTERIOR.
           ADD 1 TO CUENTAS-PROCESADAS.
           MOVE CUENTA-EN-CURSO TO CTA-NUMERO.
           READ CUENTAS-FILE
              INVALID KEY MOVE "N" TO CUENTA-EXISTE
              NOT INVALID KEY MOVE "S" TO CUENTA-EXISTE
           END-READ.
           IF CUENTA-EXISTE = "S"
              MOVE CTA-TOTAL-MOVS TO TOTAL-ANTERIOR
              IF MODO-CORRIDA = "R"
                 PERFORM BORRA-HISTORIAL-CUENTA
              END-IF
           ELSE
              MOVE 0 TO LD-SECUENCIA
              MOVE "SIN CUENTA" TO LD-NOTA
              MOVE "NO EXISTE EN CUENTAS.DAT; NO SE GRABA"
                 TO LD-DETALLE
              MOVE CUENTA-EN-CURSO TO LD-CUENTA
              MOVE LINEA-DETALLE TO LINEA-REPORTE
              WRITE LINEA-REPORTE
              ADD 1 TO DIFERENCIAS
           END-IF.

       BORRA-HISTORIAL-CUENTA.
           MOVE CUENTA-EN-CURSO TO MIX-CUENTA.
           MOVE 0 TO MIX-SECUENCIA.
           MOVE "N" TO FIN-CUENTA-INDICE.
           START MOVIDX-FILE KEY IS NOT LESS THAN MIX-LLAVE
              INVALID KEY MOVE "S" TO FIN-CUENTA-INDICE
           END-START.
           PERFORM BORRA-RENGLON-INDICE UNTIL FIN-CUENTA-INDICE = "S".

       BORRA-RENGLON-INDICE.
           READ MOVIDX-FILE NEXT
              AT END MOVE "S" TO FIN-CUENTA-INDICE
           END-READ.
           IF FIN-CUENTA-INDICE = "N"
              IF MIX-CUENTA NOT = CUENTA-EN-CURSO
                 MOVE "S" TO FIN-CUENTA-INDICE
              ELSE
                 DELETE MOVIDX-FILE
                    INVALID KEY
                       DISPLAY "No se pudo borrar el renglón "
                          MIX-LLAVE
                    NOT INVALID KEY
                       ADD 1 TO RENGLONES-BORRADOS
                 END-DELETE
              END-IF
           END-IF.

       ARMA-RENGLON.
           MOVE CUENTA-EN-CURSO TO MXT-CUENTA.
           MOVE SECUENCIA-NUEVA TO MXT-SECUENCIA.
           MOVE SRT-OPERACION TO MXT-OPERACION.
           MOVE SRT-MONTO TO MXT-MONTO.
           MOVE SRT-SALDO-RESULTANTE TO MXT-SALDO-RESULTANTE.
           MOVE SRT-FECHA TO MXT-FECHA.
           MOVE SRT-HORA TO MXT-HORA.
           MOVE SRT-FOLIO TO MXT-FOLIO.
           MOVE SRT-TASA TO MXT-TASA.
           MOVE SRT-TERMINAL TO MXT-TERMINAL.

       GRABA-RENGLON.
           IF CUENTA-EXISTE = "S"
              MOVE MIX-TRABAJO TO MOVIDX-REG
              WRITE MOVIDX-REG
                 INVALID KEY REWRITE MOVIDX-REG
              END-WRITE
              ADD 1 TO RENGLONES-GRABADOS
           END-IF.

      * Verificación de un renglón reconstruido contra el historial
      * actual con la misma llave.
       COMPARA-RENGLON.
           IF HAY-HISTORIAL = "N"
              MOVE "FALTA" TO LD-NOTA
              MOVE SPACES TO LD-DETALLE
              PERFORM ESCRIBE-DIFERENCIA
           ELSE
              MOVE MXT-LLAVE TO MIX-LLAVE
              READ MOVIDX-FILE
                 INVALID KEY
                    MOVE "FALTA" TO LD-NOTA
                    MOVE SPACES TO LD-DETALLE
                    STRING MXT-OPERACION " " MXT-FECHA " " MXT-HORA
                       " FOLIO " MXT-FOLIO
                       DELIMITED BY SIZE INTO LD-DETALLE
                    PERFORM ESCRIBE-DIFERENCIA
                 NOT INVALID KEY
                    IF MIX-OPERACION NOT = MXT-OPERACION
                          OR MIX-MONTO NOT = MXT-MONTO
                          OR MIX-SALDO-RESULTANTE
                             NOT = MXT-SALDO-RESULTANTE
                          OR MIX-FECHA NOT = MXT-FECHA
                          OR MIX-HORA NOT = MXT-HORA
                          OR MIX-FOLIO NOT = MXT-FOLIO
                       MOVE "DIFIERE" TO LD-NOTA
                       MOVE SPACES TO LD-DETALLE
                       STRING "HAY " MIX-OPERACION " " MIX-FECHA
                          " " MIX-HORA " VA " MXT-OPERACION " "
                          MXT-FECHA
                          DELIMITED BY SIZE INTO LD-DETALLE
                       PERFORM ESCRIBE-DIFERENCIA
                    END-IF
              END-READ
           END-IF.

      * Cierra la cuenta: en modo R regraba CTA-TOTAL-MOVS con la
      * última secuencia y deja el checkpoint; en modo V reporta lo
      * que sobra en el historial y el total que no cuadra.
       CIERRA-CUENTA.
           IF MODO-CORRIDA = "V"
              IF HAY-HISTORIAL = "S"
                 PERFORM REPORTA-SOBRANTES
              END-IF
              IF CUENTA-EXISTE = "S"
                    AND TOTAL-ANTERIOR NOT = SECUENCIA-NUEVA
                 MOVE "TOTAL-MOVS" TO LD-NOTA
                 MOVE SPACES TO LD-DETALLE
                 STRING "MAESTRO " TOTAL-ANTERIOR
                    " RECONSTRUIDO " SECUENCIA-NUEVA
                    DELIMITED BY SIZE INTO LD-DETALLE
                 PERFORM ESCRIBE-DIFERENCIA
              END-IF
           ELSE
              IF CUENTA-EXISTE = "S"
                 MOVE CUENTA-EN-CURSO TO CTA-NUMERO
                 READ CUENTAS-FILE
                    INVALID KEY MOVE "N" TO CUENTA-EXISTE
                 END-READ
              END-IF
              IF CUENTA-EXISTE = "S"
                 MOVE SECUENCIA-NUEVA TO CTA-TOTAL-MOVS
                 REWRITE CUENTA-REG
                 IF TOTAL-ANTERIOR NOT = SECUENCIA-NUEVA
                    MOVE "AJUSTADO" TO LD-NOTA
                    MOVE SPACES TO LD-DETALLE
                    STRING "TOTAL-MOVS " TOTAL-ANTERIOR
                       " A " SECUENCIA-NUEVA
                       DELIMITED BY SIZE INTO LD-DETALLE
                    PERFORM ESCRIBE-DIFERENCIA
                 END-IF
              END-IF
              PERFORM GRABA-CHECKPOINT
           END-IF.
           MOVE "N" TO HAY-CUENTA-ABIERTA.

       REPORTA-SOBRANTES.
           MOVE CUENTA-EN-CURSO TO MIX-CUENTA.
           MOVE SECUENCIA-NUEVA TO MIX-SECUENCIA.
           MOVE "N" TO FIN-CUENTA-INDICE.
           START MOVIDX-FILE KEY IS GREATER THAN MIX-LLAVE
              INVALID KEY MOVE "S" TO FIN-CUENTA-INDICE
           END-START.
           PERFORM REPORTA-SOBRANTE UNTIL FIN-CUENTA-INDICE = "S".

       REPORTA-SOBRANTE.
           READ MOVIDX-FILE NEXT
              AT END MOVE "S" TO FIN-CUENTA-INDICE
           END-READ.
           IF FIN-CUENTA-INDICE = "N"
              IF MIX-CUENTA NOT = CUENTA-EN-CURSO
                 MOVE "S" TO FIN-CUENTA-INDICE
              ELSE
                 MOVE MIX-SECUENCIA TO MXT-SECUENCIA
                 MOVE "SOBRA" TO LD-NOTA
                 MOVE SPACES TO LD-DETALLE
                 STRING MIX-OPERACION " " MIX-FECHA " " MIX-HORA
                    " FOLIO " MIX-FOLIO
                    DELIMITED BY SIZE INTO LD-DETALLE
                 PERFORM ESCRIBE-DIFERENCIA
              END-IF
           END-IF.

       ESCRIBE-DIFERENCIA.
           ADD 1 TO DIFERENCIAS.
           MOVE CUENTA-EN-CURSO TO LD-CUENTA.
           MOVE MXT-SECUENCIA TO LD-SECUENCIA.
           MOVE LINEA-DETALLE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       ESCRIBE-RESUMEN.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           STRING "RENGLONES DE ARCHIVOS FECHADOS: " RENGLONES-ARCHIVO
              DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "RENGLONES DE HISTORICOS:        "
              RENGLONES-HISTORICO
              DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "RENGLONES DE BITACORAS VIVAS:   "
              RENGLONES-BITACORA
              DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "DUPLICADOS DESCARTADOS:         "
              DUPLICADOS-DESCARTADOS
              DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "CUENTAS PROCESADAS:             " CUENTAS-PROCESADAS
              DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           IF MODO-CORRIDA = "R"
              STRING "RENGLONES BORRADOS:             "
                 RENGLONES-BORRADOS
                 DELIMITED BY SIZE INTO LINEA-REPORTE
              WRITE LINEA-REPORTE
              MOVE SPACES TO LINEA-REPORTE
              STRING "RENGLONES GRABADOS:             "
                 RENGLONES-GRABADOS
                 DELIMITED BY SIZE INTO LINEA-REPORTE
              WRITE LINEA-REPORTE
           ELSE
              STRING "DIFERENCIAS:                    " DIFERENCIAS
                 DELIMITED BY SIZE INTO LINEA-REPORTE
              WRITE LINEA-REPORTE
           END-IF.

       GRABA-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE.
           MOVE "RECONMIX" TO CHK-PROGRAMA.
           MOVE CUENTA-EN-CURSO TO CHK-ULTIMA-LLAVE.
           WRITE CHECKPOINT-REG.
           CLOSE CHECKPOINT-FILE.

       BORRA-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE.
           CLOSE CHECKPOINT-FILE.

       END PROGRAM RECONSTRUYE-HISTORIAL.
