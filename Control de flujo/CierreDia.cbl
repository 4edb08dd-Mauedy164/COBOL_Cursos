      *   4. PROCESA-INTERBANC intercambio interbancario entrante
      *   5. PROCESA-CHEQUES   cámara de cheques: confirmaciones y
      *                        devoluciones
      *   6. PAGA-CHEQUES      cámara de cheques: pago o devolución
      *                        de los cheques librados contra
      *                        nuestras cuentas
      *   7. REMESA-SERVICIOS  devoluciones de pagos de servicios
      *                        rechazados y remesa a cada emisora
      *   8. INTERES-CUENTAS   abono de intereses (sólo si el
      *                        operador confirma que es fin de
      *                        periodo; si no, el paso queda OMITIDO;
      *                        con devengo diario, "D" en
      *                        DEVENGO.CFG, corre todas las noches
      *                        sin preguntar)
      *   9. INTERES-SOBREGIRO interés diario de las cuentas
      *                        negativas y reporte de uso de líneas
      *  10. CIERRE-CAJERO     liquidación y rotación de la bitácora
      *  11. CONCILIA-SALDOS   conciliación contra el corte anterior
      *  12. CALIFICA-CARTERA  calificación mensual de la cartera de
      *                        préstamos (sólo el último día hábil
      *                        del mes según DIA-HABIL; los demás
      *                        días el paso queda OMITIDO), antes
      *                        del extracto para que su estimación
      *                        y sus liberaciones salgan en la
      *                        póliza del mismo día
      *  13. EXTRACTO-GL       pólizas del día para el mayor general
      *  14. REVISA-INTEGRIDAD llaves cruzadas entre los maestros
      *  15. RESPALDA-MAESTROS respaldo fechado de los dos maestros
      *  16. REPORTE-FRAUDE    alertas de fraude del cajero del día
      *
      * El orquestador toma la fecha de negocio (FECHA-NEGOCIO) en
      * vez del reloj, para que una corrida después de medianoche
      * Cada paso deja su rastro en el archivo de control de corrida
      * CIERRCTL.DAT (fecha, paso, estado, hora y código de retorno):
      * INICIADO al arrancar, TERMINADO o FALLO al acabar, OMITIDO si
      * no aplica. Un paso con RETURN-CODE 8 o mayor detiene la
      * cadena: los pasos siguientes no corren. RETURN-CODE 4 es
      * advertencia: el paso queda TERMINADO con el 4 en el control
      * y la cadena sigue (la revisión de integridad lo deja cuando
      * sólo encontró excepciones de severidad media; con una alta
      * deja 8 y el respaldo no corre sobre maestros rotos). Al
      * relanzar el orquestador el mismo día, los pasos que ya
      * quedaron TERMINADO u OMITIDO se brincan y la corrida reanuda
      * desde el paso fallido, en vez de repetir la noche completa.
      * Los pasos 4 y 5 validan antes de cargar el sobre de control
      * de su archivo de entrada (VALIDA-INTERFAZ): un archivo que no
      * cuadra, mal formado o ya aplicado queda en cuarentena y el
      * paso termina con 8. Ya liberado desde la consola de
      * supervisión, el relanzamiento reanuda en ese paso.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIERRE-DIA.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-TERMDIA.

           SELECT DEVENGO-FILE ASSIGN TO "DEVENGO.CFG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-DEVENGO.

       DATA DIVISION.
       FILE SECTION.
      * Bitácora de control de la corrida: un renglón por evento.
       FD  TERMDIA-FILE.
           COPY TERMDIA.

      * Modo de devengo de intereses: "D" diario, "P" fin de periodo.
       FD  DEVENGO-FILE.
       01  DEVENGO-REG.
           05 DEV-MODO             PIC X(1).

       WORKING-STORAGE SECTION.
       01  FS-CONTROL              PIC X(2) VALUE "00".
       01  FS-TERMDIA              PIC X(2) VALUE "00".
       01  FECHA-HOY               PIC 9(8) VALUE 0.
       01  HORA-ACTUAL             PIC 9(6) VALUE 0.

       01  TOTAL-PASOS             PIC 9(2) VALUE 16.
       01  NUM-PASO                PIC 9(2) VALUE 0.
       01  TABLA-PASOS.
           05 PASO-ENTRY OCCURS 16 TIMES.
              10 PASO-NOMBRE       PIC X(18).
              10 PASO-ESTADO       PIC X(10).

       01  ESTADO-EVENTO           PIC X(10) VALUE SPACES.
       01  CORRIDA-NUEVA           PIC X(1) VALUE "S".
       01  RESPUESTA-INTERES       PIC X(1) VALUE SPACE.
       01  FS-DEVENGO              PIC X(2) VALUE "00".
       01  MODO-DEVENGO            PIC X(1) VALUE "P".

      * Calificación de cartera: sólo corre el último día hábil del
      * mes, el que tiene su siguiente día hábil en otro mes.
       01  PASO-CARTERA            PIC 9(2) VALUE 12.
       01  MES-HOY                 PIC 9(6) VALUE 0.
       01  MES-SIGUIENTE-HABIL     PIC 9(6) VALUE 0.
       01  ULTIMO-HABIL-MES        PIC X(1) VALUE "N".
           COPY DIAHABIL.

       PROCEDURE DIVISION.
       CIERRE-DIA-MAIN.
           MOVE "COBRA-PRESTAMOS" TO PASO-NOMBRE (3).
           MOVE "PROCESA-INTERBANC" TO PASO-NOMBRE (4).
           MOVE "PROCESA-CHEQUES" TO PASO-NOMBRE (5).
           MOVE "PAGA-CHEQUES" TO PASO-NOMBRE (6).
           MOVE "REMESA-SERVICIOS" TO PASO-NOMBRE (7).
           MOVE "INTERES-CUENTAS" TO PASO-NOMBRE (8).
           MOVE "INTERES-SOBREGIRO" TO PASO-NOMBRE (9).
           MOVE "CIERRE-CAJERO" TO PASO-NOMBRE (10).
           MOVE "CONCILIA-SALDOS" TO PASO-NOMBRE (11).
           MOVE "CALIFICA-CARTERA" TO PASO-NOMBRE (12).
           MOVE "EXTRACTO-GL" TO PASO-NOMBRE (13).
           MOVE "REVISA-INTEGRIDAD" TO PASO-NOMBRE (14).
           MOVE "RESPALDA-MAESTROS" TO PASO-NOMBRE (15).
           MOVE "REPORTE-FRAUDE" TO PASO-NOMBRE (16).
           MOVE SPACES TO PASO-ESTADO (1) PASO-ESTADO (2)
              PASO-ESTADO (3) PASO-ESTADO (4) PASO-ESTADO (5)
              PASO-ESTADO (6) PASO-ESTADO (7) PASO-ESTADO (8)
              PASO-ESTADO (9) PASO-ESTADO (10) PASO-ESTADO (11)
              PASO-ESTADO (12) PASO-ESTADO (13) PASO-ESTADO (14)
              PASO-ESTADO (15) PASO-ESTADO (16).

           PERFORM CARGA-ESTADOS-PREVIOS.

           PERFORM CARGA-MODO-DEVENGO.
           IF CORRIDA-NUEVA = "S" AND MODO-DEVENGO NOT = "D"
              DISPLAY "¿Abonar intereses en esta corrida (fin de "
                 "periodo)? (S/N): "
              ACCEPT RESPUESTA-INTERES
              IF RESPUESTA-INTERES NOT = "S"
                    AND RESPUESTA-INTERES NOT = "s"
                 MOVE 8 TO NUM-PASO
                 PERFORM GRABA-EVENTO-OMITIDO
                 MOVE "OMITIDO" TO PASO-ESTADO (8)
              END-IF
           END-IF.
           IF CORRIDA-NUEVA NOT = "S"
              DISPLAY "Reanudando el cierre del día " FECHA-HOY
           END-IF.

      * Fuera del último día hábil del mes la calificación de
      * cartera no aplica; en una reanudación el paso ya trae su
      * estado y no se vuelve a anotar.
           PERFORM REVISA-FIN-DE-MES.
           IF ULTIMO-HABIL-MES NOT = "S"
                 AND PASO-ESTADO (PASO-CARTERA) = SPACES
              MOVE PASO-CARTERA TO NUM-PASO
              PERFORM GRABA-EVENTO-OMITIDO
              MOVE "OMITIDO" TO PASO-ESTADO (PASO-CARTERA)
           END-IF.

           PERFORM EJECUTA-PASO
              VARYING NUM-PASO FROM 1 BY 1
              UNTIL NUM-PASO > TOTAL-PASOS OR HUBO-FALLO = "S".
                 WHEN 3 CALL "COBRA-PRESTAMOS"
                 WHEN 4 CALL "PROCESA-INTERBANC"
                 WHEN 5 CALL "PROCESA-CHEQUES"
                 WHEN 6 CALL "PAGA-CHEQUES"
                 WHEN 7 CALL "REMESA-SERVICIOS"
                 WHEN 8 CALL "INTERES-CUENTAS"
                 WHEN 9 CALL "INTERES-SOBREGIRO"
                 WHEN 10 CALL "CIERRE-CAJERO"
                 WHEN 11 CALL "CONCILIA-SALDOS"
                 WHEN 12 CALL "CALIFICA-CARTERA"
                 WHEN 13 CALL "EXTRACTO-GL"
                 WHEN 14 CALL "REVISA-INTEGRIDAD"
                 WHEN 15 CALL "RESPALDA-MAESTROS"
                 WHEN 16 CALL "REPORTE-FRAUDE"
              END-EVALUATE
              MOVE RETURN-CODE TO RC-PASO
              IF RC-PASO < 8
                 MOVE "TERMINADO" TO ESTADO-EVENTO
                 PERFORM GRABA-EVENTO
                 IF RC-PASO > 0
                    DISPLAY "El paso " PASO-NOMBRE (NUM-PASO)
                       " terminó con advertencia " RC-PASO
                 END-IF
              ELSE
                 MOVE "FALLO" TO ESTADO-EVENTO
                 PERFORM GRABA-EVENTO
              END-IF
           END-IF.

      * Con devengo diario el abono de intereses es un paso más de
      * todas las noches; el propio INTERES-CUENTAS calcula los días.
       CARGA-MODO-DEVENGO.
           MOVE "P" TO MODO-DEVENGO.
           OPEN INPUT DEVENGO-FILE.
           IF FS-DEVENGO = "00"
              READ DEVENGO-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF DEV-MODO = "D"
                       MOVE "D" TO MODO-DEVENGO
                    END-IF
              END-READ
              CLOSE DEVENGO-FILE
           END-IF.

      * Hoy es el último día hábil del mes cuando es hábil y el
      * siguiente día hábil ya cae en otro mes: así el cierre de un
      * viernes 29 con sábado 30 y domingo 31 sí califica.
       REVISA-FIN-DE-MES.
           MOVE "N" TO ULTIMO-HABIL-MES.
           MOVE FECHA-HOY TO DH-FECHA.
           MOVE 0 TO DH-DIA-MES.
           MOVE 0 TO DH-ULTIMA.
           CALL "DIA-HABIL" USING DIA-HABIL-REG.
           IF DH-HABIL = "S"
              DIVIDE FECHA-HOY BY 100 GIVING MES-HOY
              DIVIDE DH-SIGUIENTE BY 100 GIVING MES-SIGUIENTE-HABIL
              IF MES-SIGUIENTE-HABIL NOT = MES-HOY
                 MOVE "S" TO ULTIMO-HABIL-MES
              END-IF
           END-IF.

       GRABA-EVENTO-OMITIDO.
           MOVE "OMITIDO" TO ESTADO-EVENTO.
           MOVE 0 TO RC-PASO.
