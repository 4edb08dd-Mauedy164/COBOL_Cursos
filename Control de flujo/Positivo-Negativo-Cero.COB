      * - El STOP RUN final se cambió por GOBACK para que el programa
      *   pueda ser invocado como subprograma desde el menú principal
      *   sin tumbar el run unit completo, sin afectar su uso directo.
      * - Se agregó la entrada CLASIFICA-MONTOS (ENTRY, bloque
      *   PERFIL.cpy) que clasifica por signo la columna de montos de
      *   la bitácora rotada MOVaaaammdd.DAT por operación y terminal,
      *   y separa las reversas y los ceros o negativos indebidos.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-NUMEROS.

           SELECT BITACORA-FILE ASSIGN USING NOMBRE-BITACORA
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-BITACORA.

       DATA DIVISION.
       FILE SECTION.
       FD  NUMEROS-FILE.
       01  NUMERO-RENGLON             PIC S9(3)V99.

       FD  BITACORA-FILE.
           COPY MOVIMIEN.

       WORKING-STORAGE SECTION.
      *Variables ejercicio 1
       01 NUMERO1 PIC S9(3)V99 VALUE ZERO.
       01  CONTADOR-CEROS                  PIC 9(6) VALUE 0.
       01  CONTADOR-TOTAL                   PIC 9(6) VALUE 0.

      * Clasificación de la bitácora rotada (CLASIFICA-MONTOS).
       01  FS-BITACORA                 PIC X(2) VALUE "00".
       01  NOMBRE-BITACORA.
           05 NB-PREFIJO               PIC X(3) VALUE "MOV".
           05 NB-FECHA                 PIC 9(8).
           05 NB-EXTENSION             PIC X(4) VALUE ".DAT".
       01  MAX-GRUPOS                  PIC 9(3) VALUE 150.
       01  IDX-GRUPO                   PIC 9(3) VALUE 0.
       01  GRUPO-HALLADO               PIC 9(3) VALUE 0.

       LINKAGE SECTION.
           COPY PERFIL.

       PROCEDURE DIVISION.
       EJERCICIO1.
            DISPLAY "1. CAPTURA INTERACTIVA  2. PROCESAR ARCHIVO".
               END-IF
            END-IF.

      ******************************************************************
      * Entrada CLASIFICA-MONTOS: cuenta por operación y terminal los
      * montos positivos, negativos y en cero de la bitácora rotada
      * de PRF-FECHA. Sólo la reversa "RV" lleva signo negativo y
      * sólo la consulta "CO" y la reactivación "RA" van en cero;
      * lo demás se cuenta como indebido, que es una grabación mala.
      ******************************************************************
       CLASIFICA-MONTOS-ENTRADA.
       ENTRY "CLASIFICA-MONTOS" USING PERFIL-REG.
            MOVE PRF-FECHA TO NB-FECHA.
            MOVE 0 TO PRF-REVERSAS PRF-CEROS-INDEBIDOS
               PRF-NEGATIVOS-INDEBIDOS.
            MOVE "00" TO FS-BITACORA.
            OPEN INPUT BITACORA-FILE.
            MOVE FS-BITACORA TO PRF-ESTADO.
            IF FS-BITACORA = "00"
               PERFORM CLASIFICA-MOVIMIENTO UNTIL FS-BITACORA = "10"
               CLOSE BITACORA-FILE
            END-IF.
            GOBACK.

       CLASIFICA-MOVIMIENTO.
            READ BITACORA-FILE
               AT END MOVE "10" TO FS-BITACORA
            END-READ.
            IF FS-BITACORA NOT = "10"
               PERFORM UBICA-GRUPO
               IF MOV-OPERACION = "RV"
                  ADD 1 TO PRF-REVERSAS
               END-IF
               IF MOV-MONTO GREATER 0
                  IF GRUPO-HALLADO NOT = 0
                     ADD 1 TO PRG-POSITIVOS (GRUPO-HALLADO)
                  END-IF
               ELSE
                  IF MOV-MONTO LESS 0
                     PERFORM CLASIFICA-NEGATIVO
                  ELSE
                     PERFORM CLASIFICA-CERO
                  END-IF
               END-IF
            END-IF.

       CLASIFICA-NEGATIVO.
            IF GRUPO-HALLADO NOT = 0
               ADD 1 TO PRG-NEGATIVOS (GRUPO-HALLADO)
            END-IF.
            IF MOV-OPERACION NOT = "RV"
               ADD 1 TO PRF-NEGATIVOS-INDEBIDOS
               IF GRUPO-HALLADO NOT = 0
                  ADD 1 TO PRG-NEGATIVOS-INDEBIDOS (GRUPO-HALLADO)
               END-IF
            END-IF.

       CLASIFICA-CERO.
            IF GRUPO-HALLADO NOT = 0
               ADD 1 TO PRG-CEROS (GRUPO-HALLADO)
            END-IF.
            IF MOV-OPERACION NOT = "CO" AND MOV-OPERACION NOT = "RA"
               ADD 1 TO PRF-CEROS-INDEBIDOS
               IF GRUPO-HALLADO NOT = 0
                  ADD 1 TO PRG-CEROS-INDEBIDOS (GRUPO-HALLADO)
               END-IF
            END-IF.

      * Mismo grupo que el perfil de NUMERO-MAYOR: se busca por
      * operación y terminal y se agrega si no existe.
       UBICA-GRUPO.
            MOVE 0 TO GRUPO-HALLADO.
            PERFORM COMPARA-GRUPO
               VARYING IDX-GRUPO FROM 1 BY 1
               UNTIL IDX-GRUPO > PRF-TOTAL-GRUPOS
                  OR GRUPO-HALLADO NOT = 0.
            IF GRUPO-HALLADO = 0 AND PRF-TOTAL-GRUPOS < MAX-GRUPOS
               ADD 1 TO PRF-TOTAL-GRUPOS
               MOVE PRF-TOTAL-GRUPOS TO GRUPO-HALLADO
               INITIALIZE PRF-GRUPO (GRUPO-HALLADO)
               MOVE MOV-OPERACION TO PRG-OPERACION (GRUPO-HALLADO)
               MOVE MOV-TERMINAL TO PRG-TERMINAL (GRUPO-HALLADO)
            END-IF.

       COMPARA-GRUPO.
            IF PRG-OPERACION (IDX-GRUPO) = MOV-OPERACION
                  AND PRG-TERMINAL (IDX-GRUPO) = MOV-TERMINAL
               MOVE IDX-GRUPO TO GRUPO-HALLADO
            END-IF.

       END PROGRAM CONTROL-DE-FLUJO.
