      *      todas las terminales de TERMLIST.CFG. Desde ese momento
      *      todos los movimientos se estampan con esa fecha
      *      (subprograma FECHA-NEGOCIO), sin importar el reloj.
      *      Un sábado, domingo o feriado de FERIADOS.DAT no se abre
      *      sin que el supervisor lo confirme con "SI" (apertura
      *      extraordinaria); el subprograma DIA-HABIL dice por qué
      *      el día es inhábil y cuál es el siguiente hábil.
      *   2. Cerrar terminal: la terminal termina su jornada y el
      *      cajero deja de atenderla; es el requisito para que el
      *      cierre nocturno pueda arrancar.
      *      cerradas; con el día cerrado el cajero rechaza
      *      operaciones de clientes hasta la siguiente apertura.
      *   5. Consultar el estado del día y de las terminales.
      *   6. Calendario de feriados (MantenimientoFeriados.cbl).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTROL-DIA.
       01  TERMINAL-HALLADA        PIC 9(2) VALUE 0.
       01  TERMINALES-ABIERTAS     PIC 9(2) VALUE 0.

      * Calendario bancario: el día por abrir se revisa con
      * DIA-HABIL y un día inhábil pide confirmación expresa.
           COPY DIAHABIL.
       01  CONFIRMA-INHABIL        PIC X(2) VALUE SPACES.

       PROCEDURE DIVISION.
       CONTROL-DIA-MAIN.
           ACCEPT FECHA-MAQUINA FROM DATE YYYYMMDD.
           END-IF.
           DISPLAY "1. ABRIR DIA         2. CERRAR TERMINAL".
           DISPLAY "3. REABRIR TERMINAL  4. CERRAR DIA".
           DISPLAY "5. CONSULTAR ESTADO  6. CALENDARIO DE FERIADOS".
           DISPLAY "7. SALIR".
           PERFORM PIDE-OPCION-DIA UNTIL ENTRADA-VALIDA = "S".
           MOVE "N" TO ENTRADA-VALIDA.

                        THRU REABRE-TERMINAL-EXIT
              WHEN 4 PERFORM CIERRA-DIA THRU CIERRA-DIA-EXIT
              WHEN 5 PERFORM CONSULTA-ESTADO
              WHEN 6 CALL "MANTENIMIENTO-FERIADOS"
              WHEN 7 MOVE "N" TO SIGUE-EN-MENU
              WHEN OTHER DISPLAY "Opción inválida"
           END-EVALUATE.

      * Apertura del día: fija la fecha de negocio y deja abiertas
      * todas las terminales de TERMLIST.CFG (o la terminal única de
      * siempre si no hay lista). No se abre un día encima de otro
      * abierto: primero se cierra el anterior. Tampoco se abre un
      * día inhábil salvo que el supervisor escriba "SI".
      ******************************************************************
       ABRE-DIA.
           IF HAY-FECHA-NEGOCIO = "S" AND ESTADO-DIA = "A"
              MOVE FECHA-ENTRADA TO FECHA-NEGOCIO-DIA
           END-IF.

           MOVE FECHA-NEGOCIO-DIA TO DH-FECHA.
           MOVE 0 TO DH-DIA-MES.
           MOVE 0 TO DH-ULTIMA.
           CALL "DIA-HABIL" USING DIA-HABIL-REG.
           IF DH-MOTIVO = "FECHA INVALIDA"
              DISPLAY "Esa fecha no existe."
              PERFORM CARGA-FECHA-NEGOCIO
              GO TO ABRE-DIA-EXIT
           END-IF.
           IF DH-HABIL NOT = "S"
              DISPLAY "El " FECHA-NEGOCIO-DIA " es inhábil ("
                 DH-MOTIVO "); el siguiente día hábil es el "
                 DH-FECHA-HABIL "."
              DISPLAY "Escribe SI para abrirlo de todos modos: "
              ACCEPT CONFIRMA-INHABIL
              IF CONFIRMA-INHABIL NOT = "SI"
                 DISPLAY "No se abrió el día."
                 PERFORM CARGA-FECHA-NEGOCIO
                 GO TO ABRE-DIA-EXIT
              END-IF
              DISPLAY "Apertura extraordinaria de día inhábil."
           END-IF.

           MOVE "A" TO ESTADO-DIA.
           MOVE "S" TO HAY-FECHA-NEGOCIO.
           PERFORM GRABA-FECHA-NEGOCIO.
