      ******************************************************************
      * Perfil de montos de la bitácora de movimientos.
      * Toma la bitácora rotada de un día (MOVaaaammdd.DAT, la que
      * deja el cierre del cajero) y la pasa por las dos rutinas de
      * perfil (bloque PERFIL.cpy):
      *   PERFIL-MONTOS (NumeroMayor.COB): por operación y terminal,
      *     movimientos, mínimo, máximo, promedio, desviación
      *     estándar, percentiles 10/25/50/75/90 y montos atípicos;
      *     deja además un renglón por grupo en HISTORIAL.DAT para
      *     ver la deriva de una corrida a otra;
      *   CLASIFICA-MONTOS (Positivo-Negativo-Cero.COB): positivos,
      *     negativos y ceros, con las reversas y los montos en cero
      *     o negativos donde no deben ir.
      * y escribe PERFIL.TXT con las tres secciones.
      *
      * La fecha se captura (en blanco, la de negocio). El número de
      * desviaciones que hace atípico un monto viene de PERFIL.CFG
      * (3.0 por omisión; en cero no se buscan atípicos). Sin la
      * bitácora del día el programa lo avisa y termina con RC 8;
      * con ceros o negativos indebidos termina con RC 4.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERFIL-MOVIMIENTOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIG-FILE ASSIGN TO "PERFIL.CFG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-CONFIG.

           SELECT REPORTE-FILE ASSIGN TO "PERFIL.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
      * Desviaciones estándar a partir de las cuales un monto es
      * atípico en su grupo.
       FD  CONFIG-FILE.
       01  CONFIG-REG.
           05 CFG-DESVIOS            PIC 9(2)V9.

       FD  REPORTE-FILE.
       01  LINEA-REPORTE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  FS-CONFIG                 PIC X(2) VALUE "00".
       01  FS-REPORTE                PIC X(2) VALUE "00".

       01  FECHA-HOY                 PIC 9(8) VALUE 0.
       01  FECHA-ENTRADA             PIC X(8) VALUE SPACES.
       01  ENTRADA-VALIDA            PIC X(1) VALUE "N".
       01  DESVIOS-ATIPICO           PIC 9(2)V9 VALUE 3.0.
       01  IDX-GRUPO                 PIC 9(3) VALUE 0.
       01  IDX-ATIPICO               PIC 9(3) VALUE 0.
       01  GRUPO-ATIPICO             PIC 9(3) VALUE 0.

           COPY PERFIL.

       01  ENCABEZADO-PERFIL.
           05 FILLER PIC X(8)  VALUE "OP TERM ".
           05 FILLER PIC X(8)  VALUE "    MOVS".
           05 FILLER PIC X(12) VALUE "      MINIMO".
           05 FILLER PIC X(12) VALUE "      MAXIMO".
           05 FILLER PIC X(12) VALUE "    PROMEDIO".
           05 FILLER PIC X(11) VALUE " DESVIACION".
           05 FILLER PIC X(12) VALUE "         P10".
           05 FILLER PIC X(12) VALUE "         P25".
           05 FILLER PIC X(12) VALUE "         P50".
           05 FILLER PIC X(12) VALUE "         P75".
           05 FILLER PIC X(12) VALUE "         P90".

       01  LINEA-PERFIL.
           05 LP-OPERACION           PIC X(2).
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 LP-TERMINAL            PIC X(4).
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 LP-MOVIMIENTOS         PIC ZZZZZZ9.
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 LP-MINIMO              PIC -ZZZZZZ9.99.
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 LP-MAXIMO              PIC -ZZZZZZ9.99.
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 LP-PROMEDIO            PIC -ZZZZZZ9.99.
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 LP-DESVIACION          PIC ZZZZZZ9.99.
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 LP-P10                 PIC -ZZZZZZ9.99.
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 LP-P25                 PIC -ZZZZZZ9.99.
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 LP-P50                 PIC -ZZZZZZ9.99.
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 LP-P75                 PIC -ZZZZZZ9.99.
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 LP-P90                 PIC -ZZZZZZ9.99.

       01  ENCABEZADO-SIGNOS.
           05 FILLER PIC X(8)  VALUE "OP TERM ".
           05 FILLER PIC X(10) VALUE " POSITIVOS".
           05 FILLER PIC X(10) VALUE " NEGATIVOS".
           05 FILLER PIC X(10) VALUE "     CEROS".
           05 FILLER PIC X(10) VALUE "  ATIPICOS".
           05 FILLER PIC X(13) VALUE "  OBSERVACION".

       01  LINEA-SIGNOS.
           05 LS-OPERACION           PIC X(2).
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 LS-TERMINAL            PIC X(4).
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 LS-POSITIVOS           PIC ZZZZZZZZZ9.
           05 LS-NEGATIVOS           PIC ZZZZZZZZZ9.
           05 LS-CEROS               PIC ZZZZZZZZZ9.
           05 LS-ATIPICOS            PIC ZZZZZZZZZ9.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 LS-OBSERVACION         PIC X(50).

       01  ENCABEZADO-ATIPICOS.
           05 FILLER PIC X(8)  VALUE "OP TERM ".
           05 FILLER PIC X(8)  VALUE "CUENTA  ".
           05 FILLER PIC X(12) VALUE "       MONTO".
           05 FILLER PIC X(12) VALUE "    PROMEDIO".
           05 FILLER PIC X(10) VALUE "  DESVIOS ".
           05 FILLER PIC X(16) VALUE "FECHA    HORA   ".
           05 FILLER PIC X(9)  VALUE "    FOLIO".

       01  LINEA-ATIPICO.
           05 LA-OPERACION           PIC X(2).
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 LA-TERMINAL            PIC X(4).
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 LA-CUENTA              PIC 9(6).
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 LA-MONTO               PIC -ZZZZZZ9.99.
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 LA-PROMEDIO            PIC -ZZZZZZ9.99.
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 LA-DESVIOS             PIC ZZZZ9.99.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 LA-FECHA               PIC 9(8).
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 LA-HORA                PIC 9(6).
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 LA-FOLIO               PIC Z(8)9.

       01  DESVIOS-EDITADO           PIC Z9.9.

       PROCEDURE DIVISION.
       PERFIL-MAIN.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           CALL "FECHA-NEGOCIO" USING FECHA-HOY.
           PERFORM CARGA-CONFIGURACION.

           INITIALIZE PERFIL-REG.
           DISPLAY "Fecha de la bitácora (AAAAMMDD, en blanco la "
              "de negocio " FECHA-HOY "): ".
           PERFORM PIDE-FECHA-BITACORA UNTIL ENTRADA-VALIDA = "S".
           MOVE DESVIOS-ATIPICO TO PRF-DESVIOS.

           CALL "PERFIL-MONTOS" USING PERFIL-REG.
           IF PRF-ESTADO NOT = "00"
              DISPLAY "No se pudo abrir la bitácora MOV" PRF-FECHA
                 ".DAT (estado " PRF-ESTADO ")."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           CALL "CLASIFICA-MONTOS" USING PERFIL-REG.

           OPEN OUTPUT REPORTE-FILE.
           PERFORM ESCRIBE-PERFIL.
           PERFORM ESCRIBE-SIGNOS.
           PERFORM ESCRIBE-ATIPICOS.
           CLOSE REPORTE-FILE.

           DISPLAY "Movimientos perfilados: " PRF-LEIDOS.
           DISPLAY "Grupos:                 " PRF-TOTAL-GRUPOS.
           DISPLAY "Montos atípicos:        " PRF-TOTAL-ATIPICOS.
           IF PRF-CEROS-INDEBIDOS > 0 OR PRF-NEGATIVOS-INDEBIDOS > 0
              DISPLAY "Montos indebidos: ceros " PRF-CEROS-INDEBIDOS
                 ", negativos " PRF-NEGATIVOS-INDEBIDOS
              MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       CARGA-CONFIGURACION.
           OPEN INPUT CONFIG-FILE.
           IF FS-CONFIG = "00"
              READ CONFIG-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF CFG-DESVIOS IS NUMERIC
                       MOVE CFG-DESVIOS TO DESVIOS-ATIPICO
                    END-IF
              END-READ
              CLOSE CONFIG-FILE
           END-IF.

       PIDE-FECHA-BITACORA.
           ACCEPT FECHA-ENTRADA.
           IF FECHA-ENTRADA = SPACES
              MOVE FECHA-HOY TO PRF-FECHA
              MOVE "S" TO ENTRADA-VALIDA
           ELSE
              IF FECHA-ENTRADA IS NOT NUMERIC
                 DISPLAY "La fecha debe ser AAAAMMDD."
              ELSE
                 MOVE FECHA-ENTRADA TO PRF-FECHA
                 MOVE "S" TO ENTRADA-VALIDA
              END-IF
           END-IF.

      ******************************************************************
      * Sección 1: estadística de montos por operación y terminal.
      ******************************************************************
       ESCRIBE-PERFIL.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "PERFIL DE MONTOS DE LA BITACORA MOV" PRF-FECHA
              ".DAT" DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "MOVIMIENTOS: " PRF-LEIDOS
              "  GRUPOS: " PRF-TOTAL-GRUPOS
              "  FUERA DE TABLA: " PRF-FUERA-DE-TABLA
              DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE ENCABEZADO-PERFIL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM ESCRIBE-GRUPO-PERFIL
              VARYING IDX-GRUPO FROM 1 BY 1
              UNTIL IDX-GRUPO > PRF-TOTAL-GRUPOS.

       ESCRIBE-GRUPO-PERFIL.
           MOVE PRG-OPERACION (IDX-GRUPO) TO LP-OPERACION.
           MOVE PRG-TERMINAL (IDX-GRUPO) TO LP-TERMINAL.
           MOVE PRG-MOVIMIENTOS (IDX-GRUPO) TO LP-MOVIMIENTOS.
           MOVE PRG-MINIMO (IDX-GRUPO) TO LP-MINIMO.
           MOVE PRG-MAXIMO (IDX-GRUPO) TO LP-MAXIMO.
           MOVE PRG-PROMEDIO (IDX-GRUPO) TO LP-PROMEDIO.
           MOVE PRG-DESVIACION (IDX-GRUPO) TO LP-DESVIACION.
           MOVE PRG-P10 (IDX-GRUPO) TO LP-P10.
           MOVE PRG-P25 (IDX-GRUPO) TO LP-P25.
           MOVE PRG-P50 (IDX-GRUPO) TO LP-P50.
           MOVE PRG-P75 (IDX-GRUPO) TO LP-P75.
           MOVE PRG-P90 (IDX-GRUPO) TO LP-P90.
           MOVE LINEA-PERFIL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

      ******************************************************************
      * Sección 2: montos por signo. Las reversas son los negativos
      * esperados; un cero o un negativo en otra operación es una
      * grabación mala que hay que aclarar.
      ******************************************************************
       ESCRIBE-SIGNOS.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "MONTOS POR SIGNO" TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE ENCABEZADO-SIGNOS TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM ESCRIBE-GRUPO-SIGNOS
              VARYING IDX-GRUPO FROM 1 BY 1
              UNTIL IDX-GRUPO > PRF-TOTAL-GRUPOS.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "REVERSAS (RV): " PRF-REVERSAS
              "  CEROS INDEBIDOS: " PRF-CEROS-INDEBIDOS
              "  NEGATIVOS FUERA DE RV: " PRF-NEGATIVOS-INDEBIDOS
              DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       ESCRIBE-GRUPO-SIGNOS.
           MOVE PRG-OPERACION (IDX-GRUPO) TO LS-OPERACION.
           MOVE PRG-TERMINAL (IDX-GRUPO) TO LS-TERMINAL.
           MOVE PRG-POSITIVOS (IDX-GRUPO) TO LS-POSITIVOS.
           MOVE PRG-NEGATIVOS (IDX-GRUPO) TO LS-NEGATIVOS.
           MOVE PRG-CEROS (IDX-GRUPO) TO LS-CEROS.
           MOVE PRG-ATIPICOS (IDX-GRUPO) TO LS-ATIPICOS.
           MOVE SPACES TO LS-OBSERVACION.
           IF PRG-OPERACION (IDX-GRUPO) = "RV"
              MOVE "REVERSAS" TO LS-OBSERVACION
           END-IF.
           IF PRG-CEROS-INDEBIDOS (IDX-GRUPO) > 0
              MOVE "CEROS INDEBIDOS" TO LS-OBSERVACION
           END-IF.
           IF PRG-NEGATIVOS-INDEBIDOS (IDX-GRUPO) > 0
              IF PRG-CEROS-INDEBIDOS (IDX-GRUPO) > 0
                 MOVE "CEROS Y NEGATIVOS INDEBIDOS" TO LS-OBSERVACION
              ELSE
                 MOVE "NEGATIVOS INDEBIDOS" TO LS-OBSERVACION
              END-IF
           END-IF.
           MOVE LINEA-SIGNOS TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

      ******************************************************************
      * Sección 3: montos atípicos, en el orden de la bitácora.
      ******************************************************************
       ESCRIBE-ATIPICOS.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE PRF-DESVIOS TO DESVIOS-EDITADO.
           MOVE SPACES TO LINEA-REPORTE.
           IF PRF-DESVIOS = 0
              MOVE "MONTOS ATIPICOS: NO SE BUSCAN (PERFIL.CFG EN CERO)"
                 TO LINEA-REPORTE
              WRITE LINEA-REPORTE
           ELSE
              STRING "MONTOS ATIPICOS (A MAS DE " DESVIOS-EDITADO
                 " DESVIACIONES DE SU PROMEDIO): " PRF-TOTAL-ATIPICOS
                 DELIMITED BY SIZE INTO LINEA-REPORTE
              WRITE LINEA-REPORTE
              MOVE ENCABEZADO-ATIPICOS TO LINEA-REPORTE
              WRITE LINEA-REPORTE
              PERFORM ESCRIBE-UN-ATIPICO
                 VARYING IDX-ATIPICO FROM 1 BY 1
                 UNTIL IDX-ATIPICO > PRF-LISTADOS
              IF PRF-TOTAL-ATIPICOS > PRF-LISTADOS
                 MOVE SPACES TO LINEA-REPORTE
                 STRING "SE LISTAN LOS PRIMEROS " PRF-LISTADOS
                    " DE " PRF-TOTAL-ATIPICOS
                    DELIMITED BY SIZE INTO LINEA-REPORTE
                 WRITE LINEA-REPORTE
              END-IF
           END-IF.

       ESCRIBE-UN-ATIPICO.
           MOVE PRA-GRUPO (IDX-ATIPICO) TO GRUPO-ATIPICO.
           MOVE PRG-OPERACION (GRUPO-ATIPICO) TO LA-OPERACION.
           MOVE PRG-TERMINAL (GRUPO-ATIPICO) TO LA-TERMINAL.
           MOVE PRA-CUENTA (IDX-ATIPICO) TO LA-CUENTA.
           MOVE PRA-MONTO (IDX-ATIPICO) TO LA-MONTO.
           MOVE PRG-PROMEDIO (GRUPO-ATIPICO) TO LA-PROMEDIO.
           MOVE PRA-DESVIOS (IDX-ATIPICO) TO LA-DESVIOS.
           MOVE PRA-FECHA (IDX-ATIPICO) TO LA-FECHA.
           MOVE PRA-HORA (IDX-ATIPICO) TO LA-HORA.
           MOVE PRA-FOLIO (IDX-ATIPICO) TO LA-FOLIO.
           MOVE LINEA-ATIPICO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       END PROGRAM PERFIL-MOVIMIENTOS.
