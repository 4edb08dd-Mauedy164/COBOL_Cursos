      *
      * También lista la cartera y muestra la tabla de amortización
      * de un préstamo, reconstruida desde sus condiciones.
      *
      * La opción de parámetros de cartera mantiene RESERVAS.DAT
      * (layout RESERVA.cpy) con la misma mecánica del tarifario de
      * comisiones: porcentajes de estimación por tramo de atraso,
      * tasa moratoria mensual y días para proponer el castigo, que
      * usa la calificación mensual CalificaCartera.cbl. Un renglón
      * nuevo gana al anterior.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENIMIENTO-PRESTAMOS.
              RECORD KEY IS MIX-LLAVE
              FILE STATUS IS FS-MOVIDX.

           SELECT RESERVAS-FILE ASSIGN TO "RESERVAS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-RESERVAS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRESTAMOS-FILE.
       FD  MOVIDX-FILE.
           COPY MOVIDX.

       FD  RESERVAS-FILE.
           COPY RESERVA.

       WORKING-STORAGE SECTION.
       01  FS-PRESTAMOS             PIC X(2) VALUE "00".
       01  FS-CLIENTES              PIC X(2) VALUE "00".
       01  FS-CUENTAS               PIC X(2) VALUE "00".
       01  FS-MOVIMIENTOS           PIC X(2) VALUE "00".
       01  FS-MOVIDX                PIC X(2) VALUE "00".
       01  FS-RESERVAS              PIC X(2) VALUE "00".

       01  FECHA-HOY                PIC 9(8) VALUE 0.
       01  HORA-ACTUAL              PIC 9(6) VALUE 0.
       01  CUENTA-OK                PIC X(1) VALUE "N".
       01  TOTAL-LISTADOS           PIC 9(4) VALUE 0.

      * Captura de los parámetros de calificación de cartera.
       01  HAY-PARAMETROS           PIC X(1) VALUE "N".
       01  RESPUESTA-PARAMETROS     PIC X(1) VALUE SPACE.
       01  PCT-CAPTURADO            PIC 9(3)V99 VALUE 0.
       01  MORATORIA-CAPTURADA      PIC 9V9999 VALUE 0.
       01  DIAS-CAPTURADOS          PIC 9(4) VALUE 0.
       01  RESERVA-NUEVA.
           05 RN-PCT-CORRIENTE      PIC 9(3)V99.
           05 RN-PCT-1-30           PIC 9(3)V99.
           05 RN-PCT-31-60          PIC 9(3)V99.
           05 RN-PCT-61-90          PIC 9(3)V99.
           05 RN-PCT-MAS-90         PIC 9(3)V99.
           05 RN-TASA-MORATORIA     PIC 9V9999.
           05 RN-DIAS-CASTIGO       PIC 9(4).

      * Mensualidad fija de amortización francesa: el factor
      * (1 + i) elevado al plazo se calcula una vez y de ahí salen
      * la mensualidad y la tabla de amortización.
       MUESTRA-MENU-PRESTAMOS.
           DISPLAY "---- PRESTAMOS DE CONSUMO ----".
           DISPLAY "1. ALTA Y DESEMBOLSO  2. LISTADO DE CARTERA".
           DISPLAY "3. TABLA DE AMORTIZACION  4. PARAMETROS DE CARTERA".
           DISPLAY "5. SALIR".
           PERFORM PIDE-OPCION-PRESTAMOS UNTIL ENTRADA-VALIDA = "S".
           MOVE "N" TO ENTRADA-VALIDA.

              WHEN 2 PERFORM LISTA-PRESTAMOS
              WHEN 3 PERFORM TABLA-AMORTIZACION
                        THRU TABLA-AMORTIZACION-EXIT
              WHEN 4 PERFORM PARAMETROS-CARTERA
                        THRU PARAMETROS-CARTERA-EXIT
              WHEN 5 MOVE "N" TO SIGUE-EN-MENU
              WHEN OTHER DISPLAY "Opción inválida"
           END-EVALUATE.

           MOVE 0 TO PRE-ULT-COBRO.
           MOVE 0 TO PRE-VENCIDO-DESDE.
           MOVE "V" TO PRE-ESTADO.
           MOVE 0 TO PRE-MORATORIOS.
           MOVE 0 TO PRE-RESERVA.
           MOVE 0 TO PRE-MES-CALIFICA.
           MOVE 0 TO PRE-FECHA-CASTIGO.
           MOVE 0 TO PRE-CASTIGADO.
           WRITE PRESTAMO-REG
              INVALID KEY
                 DISPLAY "Ya existe un préstamo con ese número."
           MOVE SALDO-TABLA TO LA-SALDO.
           DISPLAY LINEA-AMORTIZACION.

      ******************************************************************
      * Parámetros de calificación de cartera: muestra los vigentes
      * (el último renglón de RESERVAS.DAT) y, si se pide, captura
      * un renglón nuevo completo que los sustituye. Los
      * porcentajes van de 0 a 100 y no pueden bajar al subir el
      * tramo de atraso.
      ******************************************************************
       PARAMETROS-CARTERA.
           MOVE "N" TO HAY-PARAMETROS.
           OPEN INPUT RESERVAS-FILE.
           IF FS-RESERVAS = "00"
              PERFORM LEE-PARAMETROS UNTIL FS-RESERVAS = "10"
              CLOSE RESERVAS-FILE
           END-IF.
           IF HAY-PARAMETROS = "S"
              DISPLAY "ESTIMACION % CORRIENTE " RN-PCT-CORRIENTE
                 "  1-30 " RN-PCT-1-30 "  31-60 " RN-PCT-31-60
              DISPLAY "            61-90 " RN-PCT-61-90
                 "  MAS DE 90 " RN-PCT-MAS-90
              DISPLAY "TASA MORATORIA MENSUAL " RN-TASA-MORATORIA
                 "  DIAS PARA CASTIGO " RN-DIAS-CASTIGO
           ELSE
              DISPLAY "Todavía no hay parámetros de cartera."
           END-IF.

           DISPLAY "¿Capturar parámetros nuevos? (S/N): ".
           ACCEPT RESPUESTA-PARAMETROS.
           IF RESPUESTA-PARAMETROS NOT = "S"
                 AND RESPUESTA-PARAMETROS NOT = "s"
              GO TO PARAMETROS-CARTERA-EXIT
           END-IF.

           DISPLAY "% de estimación al corriente: ".
           PERFORM PIDE-PORCENTAJE.
           IF PCT-CAPTURADO IS NOT NUMERIC OR PCT-CAPTURADO > 100
              DISPLAY "El porcentaje debe ir de 0 a 100."
              GO TO PARAMETROS-CARTERA-EXIT
           END-IF.
           MOVE PCT-CAPTURADO TO RN-PCT-CORRIENTE.

           DISPLAY "% de estimación 1 a 30 días: ".
           PERFORM PIDE-PORCENTAJE.
           IF PCT-CAPTURADO IS NOT NUMERIC OR PCT-CAPTURADO > 100
                 OR PCT-CAPTURADO < RN-PCT-CORRIENTE
              DISPLAY "El porcentaje debe ir de 0 a 100 y no ser "
                 "menor que el del tramo anterior."
              GO TO PARAMETROS-CARTERA-EXIT
           END-IF.
           MOVE PCT-CAPTURADO TO RN-PCT-1-30.

           DISPLAY "% de estimación 31 a 60 días: ".
           PERFORM PIDE-PORCENTAJE.
           IF PCT-CAPTURADO IS NOT NUMERIC OR PCT-CAPTURADO > 100
                 OR PCT-CAPTURADO < RN-PCT-1-30
              DISPLAY "El porcentaje debe ir de 0 a 100 y no ser "
                 "menor que el del tramo anterior."
              GO TO PARAMETROS-CARTERA-EXIT
           END-IF.
           MOVE PCT-CAPTURADO TO RN-PCT-31-60.

           DISPLAY "% de estimación 61 a 90 días: ".
           PERFORM PIDE-PORCENTAJE.
           IF PCT-CAPTURADO IS NOT NUMERIC OR PCT-CAPTURADO > 100
                 OR PCT-CAPTURADO < RN-PCT-31-60
              DISPLAY "El porcentaje debe ir de 0 a 100 y no ser "
                 "menor que el del tramo anterior."
              GO TO PARAMETROS-CARTERA-EXIT
           END-IF.
           MOVE PCT-CAPTURADO TO RN-PCT-61-90.

           DISPLAY "% de estimación más de 90 días: ".
           PERFORM PIDE-PORCENTAJE.
           IF PCT-CAPTURADO IS NOT NUMERIC OR PCT-CAPTURADO > 100
                 OR PCT-CAPTURADO < RN-PCT-61-90
              DISPLAY "El porcentaje debe ir de 0 a 100 y no ser "
                 "menor que el del tramo anterior."
              GO TO PARAMETROS-CARTERA-EXIT
           END-IF.
           MOVE PCT-CAPTURADO TO RN-PCT-MAS-90.

           DISPLAY "Tasa moratoria mensual (ej. 0.0300): ".
           ACCEPT MORATORIA-CAPTURADA.
           IF MORATORIA-CAPTURADA IS NOT NUMERIC
              DISPLAY "La tasa debe ser numérica."
              GO TO PARAMETROS-CARTERA-EXIT
           END-IF.
           MOVE MORATORIA-CAPTURADA TO RN-TASA-MORATORIA.

           DISPLAY "Días de atraso para proponer castigo "
              "(0 = nunca): ".
           ACCEPT DIAS-CAPTURADOS.
           IF DIAS-CAPTURADOS IS NOT NUMERIC
              DISPLAY "Los días deben ser numéricos."
              GO TO PARAMETROS-CARTERA-EXIT
           END-IF.
           MOVE DIAS-CAPTURADOS TO RN-DIAS-CASTIGO.

           MOVE RN-PCT-CORRIENTE TO RSV-PCT-CORRIENTE.
           MOVE RN-PCT-1-30 TO RSV-PCT-1-30.
           MOVE RN-PCT-31-60 TO RSV-PCT-31-60.
           MOVE RN-PCT-61-90 TO RSV-PCT-61-90.
           MOVE RN-PCT-MAS-90 TO RSV-PCT-MAS-90.
           MOVE RN-TASA-MORATORIA TO RSV-TASA-MORATORIA.
           MOVE RN-DIAS-CASTIGO TO RSV-DIAS-CASTIGO.
           OPEN EXTEND RESERVAS-FILE.
           IF FS-RESERVAS = "35"
              OPEN OUTPUT RESERVAS-FILE
           END-IF.
           WRITE RESERVA-REG.
           CLOSE RESERVAS-FILE.
           DISPLAY "Parámetros de cartera registrados.".
       PARAMETROS-CARTERA-EXIT.
           EXIT.

       LEE-PARAMETROS.
           READ RESERVAS-FILE
              AT END MOVE "10" TO FS-RESERVAS
           END-READ.
           IF FS-RESERVAS NOT = "10"
              MOVE RSV-PCT-CORRIENTE TO RN-PCT-CORRIENTE
              MOVE RSV-PCT-1-30 TO RN-PCT-1-30
              MOVE RSV-PCT-31-60 TO RN-PCT-31-60
              MOVE RSV-PCT-61-90 TO RN-PCT-61-90
              MOVE RSV-PCT-MAS-90 TO RN-PCT-MAS-90
              MOVE RSV-TASA-MORATORIA TO RN-TASA-MORATORIA
              MOVE RSV-DIAS-CASTIGO TO RN-DIAS-CASTIGO
              MOVE "S" TO HAY-PARAMETROS
           END-IF.

       PIDE-PORCENTAJE.
           ACCEPT PCT-CAPTURADO.

       END PROGRAM MANTENIMIENTO-PRESTAMOS.
