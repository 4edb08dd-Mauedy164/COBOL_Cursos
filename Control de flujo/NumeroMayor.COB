      * - El STOP RUN final se cambió por GOBACK para que el programa
      *   pueda ser invocado como subprograma desde el menú principal
      *   sin tumbar el run unit completo, sin afectar su uso directo.
      * - Se agregó la entrada PERFIL-MONTOS (ENTRY, bloque PERFIL.cpy)
      *   para perfilar la columna de montos de la bitácora rotada
      *   MOVaaaammdd.DAT: por operación y terminal, movimientos,
      *   mínimo, máximo, promedio, desviación estándar, bandas de
      *   percentiles y montos atípicos, con un renglón por grupo en
      *   HISTORIAL.DAT para seguir su deriva de una corrida a otra.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NUMERO-MAYOR.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-HISTORIAL.

           SELECT BITACORA-FILE ASSIGN USING NOMBRE-BITACORA
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-BITACORA.

           SELECT ORDENA-FILE ASSIGN TO "PERFIL.SRT".

       DATA DIVISION.
       FILE SECTION.
       FD  NUMEROS-FILE.
       FD  HISTORIAL-FILE.
       01  LINEA-HISTORIAL              PIC X(80).

       FD  BITACORA-FILE.
           COPY MOVIMIEN.

      * Un renglón por movimiento perfilado: su grupo y su monto, en
      * orden de monto dentro del grupo para ubicar los percentiles.
       SD  ORDENA-FILE.
       01  MONTO-ORDENADO.
           05 SRT-GRUPO                 PIC 9(3).
           05 SRT-MONTO                 PIC S9(7)V99.

       WORKING-STORAGE SECTION.
       01 NUMERO1 PIC 9(3) VALUE 0.
       01 NUMERO2 PIC 9(3) VALUE 0.
           05 FILLER                            PIC X(1) VALUE SPACE.
           05 LH-HORA                            PIC 9(6).

      * Perfil de la bitácora rotada (entrada PERFIL-MONTOS).
       01  FS-BITACORA                  PIC X(2) VALUE "00".
       01  NOMBRE-BITACORA.
           05 NB-PREFIJO                PIC X(3) VALUE "MOV".
           05 NB-FECHA                  PIC 9(8).
           05 NB-EXTENSION              PIC X(4) VALUE ".DAT".
       01  MAX-GRUPOS                   PIC 9(3) VALUE 150.
       01  MAX-LISTADOS                 PIC 9(3) VALUE 100.
       01  IDX-GRUPO                    PIC 9(3) VALUE 0.
       01  GRUPO-HALLADO                PIC 9(3) VALUE 0.
       01  GRUPO-EN-CURSO               PIC 9(3) VALUE 0.
       01  FIN-ORDENA                   PIC X(1) VALUE "N".
       01  POSICION-GRUPO               PIC 9(7) VALUE 0.
       01  RANGO-P10                    PIC 9(7) VALUE 0.
       01  RANGO-P25                    PIC 9(7) VALUE 0.
       01  RANGO-P50                    PIC 9(7) VALUE 0.
       01  RANGO-P75                    PIC 9(7) VALUE 0.
       01  RANGO-P90                    PIC 9(7) VALUE 0.
       01  DIFERENCIA                   PIC S9(8)V99 VALUE 0.
       01  SUMA-CUADRADOS               PIC 9(16)V99 VALUE 0.
       01  LIMITE-ATIPICO               PIC 9(9)V99 VALUE 0.

      * Renglón de HISTORIAL.DAT por grupo perfilado; "PERFIL" lo
      * distingue de los renglones de las comparaciones.
       01  LINEA-HIST-PERFIL.
           05 LP-TIPO                   PIC X(6) VALUE "PERFIL".
           05 FILLER                    PIC X(1) VALUE SPACE.
           05 LP-BITACORA               PIC 9(8).
           05 FILLER                    PIC X(1) VALUE SPACE.
           05 LP-OPERACION              PIC X(2).
           05 FILLER                    PIC X(1) VALUE SPACE.
           05 LP-TERMINAL               PIC X(4).
           05 FILLER                    PIC X(1) VALUE SPACE.
           05 LP-MOVIMIENTOS            PIC ZZZZZZ9.
           05 FILLER                    PIC X(1) VALUE SPACE.
           05 LP-PROMEDIO               PIC -ZZZZZZ9.99.
           05 FILLER                    PIC X(1) VALUE SPACE.
           05 LP-DESVIACION             PIC ZZZZZZ9.99.
           05 FILLER                    PIC X(1) VALUE SPACE.
           05 LP-ATIPICOS               PIC ZZZZ9.
           05 FILLER                    PIC X(1) VALUE SPACE.
           05 LP-FECHA                  PIC 9(8).
           05 FILLER                    PIC X(1) VALUE SPACE.
           05 LP-HORA                   PIC 9(6).

       LINKAGE SECTION.
           COPY PERFIL.

       PROCEDURE DIVISION.
       EJERCICIO2.
            DISPLAY "1. COMPARAR DOS NUMEROS  2. PROCESAR ARCHIVO".
            WRITE LINEA-HISTORIAL.
            CLOSE HISTORIAL-FILE.

      ******************************************************************
      * Entrada PERFIL-MONTOS: perfil de montos de la bitácora rotada
      * de PRF-FECHA por operación y terminal. Tres pasadas:
      *   1. la lectura acumula movimientos, mínimo, máximo y suma
      *      de cada grupo y entrega cada monto al SORT;
      *   2. ya ordenados por grupo y monto, cada grupo ubica sus
      *      percentiles (rango más cercano) y suma los cuadrados de
      *      la diferencia contra su promedio para la desviación;
      *   3. una segunda lectura de la bitácora marca los montos a
      *      más de PRF-DESVIOS desviaciones de su promedio.
      * Al final graba un renglón por grupo en HISTORIAL.DAT.
      ******************************************************************
       PERFIL-MONTOS-ENTRADA.
       ENTRY "PERFIL-MONTOS" USING PERFIL-REG.
            MOVE PRF-FECHA TO NB-FECHA.
            MOVE 0 TO PRF-LEIDOS PRF-FUERA-DE-TABLA
               PRF-TOTAL-ATIPICOS PRF-LISTADOS.
            MOVE "00" TO FS-BITACORA.
            OPEN INPUT BITACORA-FILE.
            MOVE FS-BITACORA TO PRF-ESTADO.
            IF FS-BITACORA NOT = "00"
               GOBACK
            END-IF.

            SORT ORDENA-FILE
               ON ASCENDING KEY SRT-GRUPO SRT-MONTO
               INPUT PROCEDURE IS ACUMULA-BITACORA
               OUTPUT PROCEDURE IS CALCULA-BANDAS.
            CLOSE BITACORA-FILE.

            IF PRF-DESVIOS > 0
               MOVE "00" TO FS-BITACORA
               OPEN INPUT BITACORA-FILE
               PERFORM REVISA-ATIPICO UNTIL FS-BITACORA = "10"
               CLOSE BITACORA-FILE
            END-IF.

            PERFORM GRABA-HISTORIAL-PERFIL.
            GOBACK.

       ACUMULA-BITACORA.
            PERFORM ACUMULA-MOVIMIENTO UNTIL FS-BITACORA = "10".

       ACUMULA-MOVIMIENTO.
            READ BITACORA-FILE
               AT END MOVE "10" TO FS-BITACORA
            END-READ.
            IF FS-BITACORA NOT = "10"
               ADD 1 TO PRF-LEIDOS
               PERFORM UBICA-GRUPO
               IF GRUPO-HALLADO = 0
                  ADD 1 TO PRF-FUERA-DE-TABLA
               ELSE
                  IF PRG-MOVIMIENTOS (GRUPO-HALLADO) = 0
                     MOVE MOV-MONTO TO PRG-MINIMO (GRUPO-HALLADO)
                     MOVE MOV-MONTO TO PRG-MAXIMO (GRUPO-HALLADO)
                  END-IF
                  ADD 1 TO PRG-MOVIMIENTOS (GRUPO-HALLADO)
                  ADD MOV-MONTO TO PRG-SUMA (GRUPO-HALLADO)
                  IF MOV-MONTO > PRG-MAXIMO (GRUPO-HALLADO)
                     MOVE MOV-MONTO TO PRG-MAXIMO (GRUPO-HALLADO)
                  END-IF
                  IF MOV-MONTO < PRG-MINIMO (GRUPO-HALLADO)
                     MOVE MOV-MONTO TO PRG-MINIMO (GRUPO-HALLADO)
                  END-IF
                  MOVE GRUPO-HALLADO TO SRT-GRUPO
                  MOVE MOV-MONTO TO SRT-MONTO
                  RELEASE MONTO-ORDENADO
               END-IF
            END-IF.

      * Busca el grupo de la operación y terminal del movimiento y
      * lo agrega si no existe; con la tabla llena regresa cero.
       UBICA-GRUPO.
            PERFORM BUSCA-GRUPO.
            IF GRUPO-HALLADO = 0 AND PRF-TOTAL-GRUPOS < MAX-GRUPOS
               ADD 1 TO PRF-TOTAL-GRUPOS
               MOVE PRF-TOTAL-GRUPOS TO GRUPO-HALLADO
               INITIALIZE PRF-GRUPO (GRUPO-HALLADO)
               MOVE MOV-OPERACION TO PRG-OPERACION (GRUPO-HALLADO)
               MOVE MOV-TERMINAL TO PRG-TERMINAL (GRUPO-HALLADO)
            END-IF.

       BUSCA-GRUPO.
            MOVE 0 TO GRUPO-HALLADO.
            PERFORM COMPARA-GRUPO
               VARYING IDX-GRUPO FROM 1 BY 1
               UNTIL IDX-GRUPO > PRF-TOTAL-GRUPOS
                  OR GRUPO-HALLADO NOT = 0.

       COMPARA-GRUPO.
            IF PRG-OPERACION (IDX-GRUPO) = MOV-OPERACION
                  AND PRG-TERMINAL (IDX-GRUPO) = MOV-TERMINAL
               MOVE IDX-GRUPO TO GRUPO-HALLADO
            END-IF.

       CALCULA-BANDAS.
            PERFORM CALCULA-PROMEDIO
               VARYING IDX-GRUPO FROM 1 BY 1
               UNTIL IDX-GRUPO > PRF-TOTAL-GRUPOS.
            MOVE 0 TO GRUPO-EN-CURSO.
            MOVE "N" TO FIN-ORDENA.
            PERFORM REGRESA-MONTO.
            PERFORM UBICA-MONTO UNTIL FIN-ORDENA = "S".
            IF GRUPO-EN-CURSO NOT = 0
               PERFORM CIERRA-GRUPO
            END-IF.

       CALCULA-PROMEDIO.
            IF PRG-MOVIMIENTOS (IDX-GRUPO) > 0
               COMPUTE PRG-PROMEDIO (IDX-GRUPO) ROUNDED =
                  PRG-SUMA (IDX-GRUPO) / PRG-MOVIMIENTOS (IDX-GRUPO)
            END-IF.

       REGRESA-MONTO.
            RETURN ORDENA-FILE
               AT END MOVE "S" TO FIN-ORDENA
            END-RETURN.

      * Percentil por rango más cercano: el monto en la posición
      * n x p / 100 redondeada hacia arriba dentro del grupo.
       UBICA-MONTO.
            IF SRT-GRUPO NOT = GRUPO-EN-CURSO
               IF GRUPO-EN-CURSO NOT = 0
                  PERFORM CIERRA-GRUPO
               END-IF
               MOVE SRT-GRUPO TO GRUPO-EN-CURSO
               MOVE 0 TO POSICION-GRUPO
               MOVE 0 TO SUMA-CUADRADOS
               COMPUTE RANGO-P10 =
                  (PRG-MOVIMIENTOS (GRUPO-EN-CURSO) * 10 + 99) / 100
               COMPUTE RANGO-P25 =
                  (PRG-MOVIMIENTOS (GRUPO-EN-CURSO) * 25 + 99) / 100
               COMPUTE RANGO-P50 =
                  (PRG-MOVIMIENTOS (GRUPO-EN-CURSO) * 50 + 99) / 100
               COMPUTE RANGO-P75 =
                  (PRG-MOVIMIENTOS (GRUPO-EN-CURSO) * 75 + 99) / 100
               COMPUTE RANGO-P90 =
                  (PRG-MOVIMIENTOS (GRUPO-EN-CURSO) * 90 + 99) / 100
            END-IF.
            ADD 1 TO POSICION-GRUPO.
            IF POSICION-GRUPO = RANGO-P10
               MOVE SRT-MONTO TO PRG-P10 (GRUPO-EN-CURSO)
            END-IF.
            IF POSICION-GRUPO = RANGO-P25
               MOVE SRT-MONTO TO PRG-P25 (GRUPO-EN-CURSO)
            END-IF.
            IF POSICION-GRUPO = RANGO-P50
               MOVE SRT-MONTO TO PRG-P50 (GRUPO-EN-CURSO)
            END-IF.
            IF POSICION-GRUPO = RANGO-P75
               MOVE SRT-MONTO TO PRG-P75 (GRUPO-EN-CURSO)
            END-IF.
            IF POSICION-GRUPO = RANGO-P90
               MOVE SRT-MONTO TO PRG-P90 (GRUPO-EN-CURSO)
            END-IF.
            COMPUTE DIFERENCIA =
               SRT-MONTO - PRG-PROMEDIO (GRUPO-EN-CURSO).
            COMPUTE SUMA-CUADRADOS ROUNDED =
               SUMA-CUADRADOS + DIFERENCIA * DIFERENCIA.
            PERFORM REGRESA-MONTO.

      * Desviación estándar de la población del grupo.
       CIERRA-GRUPO.
            COMPUTE PRG-DESVIACION (GRUPO-EN-CURSO) ROUNDED =
               FUNCTION SQRT (SUMA-CUADRADOS /
                  PRG-MOVIMIENTOS (GRUPO-EN-CURSO)).

       REVISA-ATIPICO.
            READ BITACORA-FILE
               AT END MOVE "10" TO FS-BITACORA
            END-READ.
            IF FS-BITACORA NOT = "10"
               PERFORM BUSCA-GRUPO
               IF GRUPO-HALLADO NOT = 0
                  IF PRG-DESVIACION (GRUPO-HALLADO) > 0
                     PERFORM EVALUA-ATIPICO
                  END-IF
               END-IF
            END-IF.

       EVALUA-ATIPICO.
            COMPUTE DIFERENCIA =
               MOV-MONTO - PRG-PROMEDIO (GRUPO-HALLADO).
            IF DIFERENCIA < 0
               COMPUTE DIFERENCIA = 0 - DIFERENCIA
            END-IF.
            COMPUTE LIMITE-ATIPICO ROUNDED =
               PRF-DESVIOS * PRG-DESVIACION (GRUPO-HALLADO).
            IF DIFERENCIA > LIMITE-ATIPICO
               ADD 1 TO PRG-ATIPICOS (GRUPO-HALLADO)
               ADD 1 TO PRF-TOTAL-ATIPICOS
               IF PRF-LISTADOS < MAX-LISTADOS
                  ADD 1 TO PRF-LISTADOS
                  MOVE GRUPO-HALLADO TO PRA-GRUPO (PRF-LISTADOS)
                  MOVE MOV-CUENTA TO PRA-CUENTA (PRF-LISTADOS)
                  MOVE MOV-MONTO TO PRA-MONTO (PRF-LISTADOS)
                  MOVE MOV-FECHA TO PRA-FECHA (PRF-LISTADOS)
                  MOVE MOV-HORA TO PRA-HORA (PRF-LISTADOS)
                  MOVE MOV-FOLIO TO PRA-FOLIO (PRF-LISTADOS)
                  COMPUTE PRA-DESVIOS (PRF-LISTADOS) ROUNDED =
                     DIFERENCIA / PRG-DESVIACION (GRUPO-HALLADO)
               END-IF
            END-IF.

       GRABA-HISTORIAL-PERFIL.
            ACCEPT WS-FECHA FROM DATE YYYYMMDD.
            ACCEPT WS-HORA FROM TIME.
            OPEN EXTEND HISTORIAL-FILE.
            IF FS-HISTORIAL = "35"
               OPEN OUTPUT HISTORIAL-FILE
            END-IF.
            PERFORM ESCRIBE-HISTORIAL-GRUPO
               VARYING IDX-GRUPO FROM 1 BY 1
               UNTIL IDX-GRUPO > PRF-TOTAL-GRUPOS.
            CLOSE HISTORIAL-FILE.

       ESCRIBE-HISTORIAL-GRUPO.
            MOVE PRF-FECHA TO LP-BITACORA.
            MOVE PRG-OPERACION (IDX-GRUPO) TO LP-OPERACION.
            MOVE PRG-TERMINAL (IDX-GRUPO) TO LP-TERMINAL.
            MOVE PRG-MOVIMIENTOS (IDX-GRUPO) TO LP-MOVIMIENTOS.
            MOVE PRG-PROMEDIO (IDX-GRUPO) TO LP-PROMEDIO.
            MOVE PRG-DESVIACION (IDX-GRUPO) TO LP-DESVIACION.
            MOVE PRG-ATIPICOS (IDX-GRUPO) TO LP-ATIPICOS.
            MOVE WS-FECHA TO LP-FECHA.
            MOVE WS-HORA TO LP-HORA.
            MOVE LINEA-HIST-PERFIL TO LINEA-HISTORIAL.
            WRITE LINEA-HISTORIAL.

       END PROGRAM NUMERO-MAYOR.
