      ******************************************************************
      * Carga de la respuesta del proveedor de timbrado.
      * Lote de nómina que corre cuando el proveedor devuelve la
      * respuesta de los recibos que ExportaRecibos.cbl le envió en
      * CFDIaaaamm.DAT. Lee TIMBaaaamm.DAT (un renglón por recibo:
      * periodo, empleado, A aceptado o R rechazado, folio fiscal y
      * motivo del rechazo) y lo guarda en la historia de nómina
      * (NOMHIST.DAT):
      *
      *   - aceptado: el recibo queda timbrado ("T") con su UUID. Si
      *     la historia ya estaba timbrada con otro UUID, el proveedor
      *     timbró dos veces; se reporta y no se sobreescribe el
      *     primero;
      *   - rechazado: el recibo queda "R" con el motivo, para que se
      *     corrija y la siguiente exportación lo reenvíe. Un rechazo
      *     de un recibo ya timbrado se ignora y se reporta;
      *   - una respuesta sin historia en el periodo se reporta.
      *
      * Al final recorre el periodo y escribe en CFDIRECH.TXT todos
      * los recibos que siguen rechazados con su motivo, y los
      * conteos de timbrados, rechazados, enviados sin respuesta y
      * sin enviar. Cargar dos veces la misma respuesta no cambia
      * nada.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONFIRMA-TIMBRADO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOMHIST-FILE ASSIGN TO "NOMHIST.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS NH-LLAVE
              FILE STATUS IS FS-NOMHIST.

           SELECT RESPUESTA-FILE ASSIGN USING NOMBRE-RESPUESTA
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-RESPUESTA.

           SELECT REPORTE-FILE ASSIGN TO "CFDIRECH.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       FD  NOMHIST-FILE.
           COPY NOMHIST.

      * Respuesta del proveedor, un renglón por recibo.
       FD  RESPUESTA-FILE.
       01  RESPUESTA-REG.
           05 RSP-PERIODO            PIC 9(6).
           05 RSP-EMPLEADO           PIC 9(6).
           05 RSP-ESTADO             PIC X(1).
           05 RSP-UUID               PIC X(36).
           05 RSP-MOTIVO             PIC X(40).

       FD  REPORTE-FILE.
       01  LINEA-REPORTE             PIC X(100).

       WORKING-STORAGE SECTION.
       01  FS-NOMHIST                PIC X(2) VALUE "00".
       01  FS-RESPUESTA              PIC X(2) VALUE "00".
       01  FS-REPORTE                PIC X(2) VALUE "00".

       01  FECHA-HOY                 PIC 9(8) VALUE 0.

       01  NOMBRE-RESPUESTA.
           05 NR-PREFIJO             PIC X(4) VALUE "TIMB".
           05 NR-PERIODO             PIC 9(6).
           05 NR-EXTENSION           PIC X(4) VALUE ".DAT".

       01  PERIODO-ENTRADA           PIC X(6) VALUE SPACES.
       01  PERIODO-RECIBOS           PIC 9(6) VALUE 0.
       01  PERIODO-DESGLOSE REDEFINES PERIODO-RECIBOS.
           05 PER-ANIO               PIC 9(4).
           05 PER-MES                PIC 9(2).
       01  ENTRADA-VALIDA            PIC X(1) VALUE "N".

       01  RESPUESTAS-LEIDAS         PIC 9(6) VALUE 0.
       01  ACEPTADOS-CARGADOS        PIC 9(6) VALUE 0.
       01  RECHAZOS-CARGADOS         PIC 9(6) VALUE 0.
       01  RESPUESTAS-REPORTADAS     PIC 9(6) VALUE 0.
       01  TOTAL-TIMBRADOS           PIC 9(6) VALUE 0.
       01  TOTAL-RECHAZADOS          PIC 9(6) VALUE 0.
       01  TOTAL-ENVIADOS            PIC 9(6) VALUE 0.
       01  TOTAL-SIN-ENVIAR          PIC 9(6) VALUE 0.
       01  MOTIVO-INCIDENCIA         PIC X(40) VALUE SPACES.

       01  LINEA-INCIDENCIA.
           05 LI-PERIODO             PIC 9(6).
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 LI-EMPLEADO            PIC 9(6).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 LI-ESTADO              PIC X(1).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 LI-MOTIVO              PIC X(40).

       01  LINEA-RECHAZO.
           05 LR-EMPLEADO            PIC 9(6).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 LR-NOMBRE              PIC X(25).
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 LR-MOTIVO              PIC X(40).

       PROCEDURE DIVISION.
       CONFIRMA-TIMBRADO-MAIN.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           CALL "FECHA-NEGOCIO" USING FECHA-HOY.
           DISPLAY "Periodo de la respuesta (AAAAMM, 13 aguinaldo, "
              "14 finiquitos; vacío = mes actual): ".
           PERFORM PIDE-PERIODO UNTIL ENTRADA-VALIDA = "S".
           MOVE "N" TO ENTRADA-VALIDA.

           MOVE PERIODO-RECIBOS TO NR-PERIODO.
           OPEN INPUT RESPUESTA-FILE.
           IF FS-RESPUESTA NOT = "00"
              DISPLAY "No existe la respuesta " NOMBRE-RESPUESTA
                 " del proveedor."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN I-O NOMHIST-FILE.
           IF FS-NOMHIST NOT = "00"
              DISPLAY "No se pudo abrir la historia de nómina."
              CLOSE RESPUESTA-FILE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT REPORTE-FILE.

           MOVE SPACES TO LINEA-REPORTE.
           STRING "RESPUESTA DE TIMBRADO PERIODO " PERIODO-RECIBOS
              "  ARCHIVO " NOMBRE-RESPUESTA "  FECHA " FECHA-HOY
              DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "INCIDENCIAS DE LA RESPUESTA:" TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           PERFORM CARGA-RESPUESTA UNTIL FS-RESPUESTA = "10".
           CLOSE RESPUESTA-FILE.
           IF RESPUESTAS-REPORTADAS = 0
              MOVE "  (ninguna)" TO LINEA-REPORTE
              WRITE LINEA-REPORTE
           END-IF.

           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "RECIBOS RECHAZADOS POR CORREGIR Y REENVIAR:"
              TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "EMPL.   NOMBRE                    MOTIVO"
              TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           MOVE PERIODO-RECIBOS TO NH-PERIODO.
           MOVE 0 TO NH-EMPLEADO.
           START NOMHIST-FILE KEY IS NOT LESS THAN NH-LLAVE
              INVALID KEY MOVE "10" TO FS-NOMHIST
           END-START.
           PERFORM REVISA-HISTORIA UNTIL FS-NOMHIST = "10".

           PERFORM REPORTA-TOTALES.
           CLOSE REPORTE-FILE.
           CLOSE NOMHIST-FILE.

           DISPLAY "Respuestas leídas:      " RESPUESTAS-LEIDAS.
           DISPLAY "Timbrados cargados:     " ACEPTADOS-CARGADOS.
           DISPLAY "Rechazos cargados:      " RECHAZOS-CARGADOS.
           DISPLAY "Incidencias:            " RESPUESTAS-REPORTADAS.
           DISPLAY "Por corregir (rech.):   " TOTAL-RECHAZADOS.
           IF TOTAL-RECHAZADOS > 0 OR RESPUESTAS-REPORTADAS > 0
              DISPLAY "Revisa CFDIRECH.TXT."
              MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       PIDE-PERIODO.
           ACCEPT PERIODO-ENTRADA.
           IF PERIODO-ENTRADA = SPACES
              DIVIDE FECHA-HOY BY 100 GIVING PERIODO-RECIBOS
              MOVE "S" TO ENTRADA-VALIDA
           ELSE
              IF PERIODO-ENTRADA IS NOT NUMERIC
                 DISPLAY "El periodo debe ser AAAAMM."
                 MOVE "N" TO ENTRADA-VALIDA
              ELSE
                 MOVE PERIODO-ENTRADA TO PERIODO-RECIBOS
                 IF PER-MES < 1 OR PER-MES > 14
                    DISPLAY "El mes debe estar entre 01 y 14."
                    MOVE "N" TO ENTRADA-VALIDA
                 ELSE
                    MOVE "S" TO ENTRADA-VALIDA
                 END-IF
              END-IF
           END-IF.

       CARGA-RESPUESTA.
           READ RESPUESTA-FILE
              AT END MOVE "10" TO FS-RESPUESTA
           END-READ.
           IF FS-RESPUESTA NOT = "10"
              ADD 1 TO RESPUESTAS-LEIDAS
              PERFORM APLICA-RESPUESTA THRU APLICA-RESPUESTA-EXIT
           END-IF.

      ******************************************************************
      * Una respuesta contra su historia. Lo timbrado manda: un
      * recibo "T" no se reescribe ni con otro UUID ni con un
      * rechazo; la misma aceptación repetida no hace nada.
      ******************************************************************
       APLICA-RESPUESTA.
           IF RSP-PERIODO NOT = PERIODO-RECIBOS
              MOVE "RESPUESTA DE OTRO PERIODO" TO MOTIVO-INCIDENCIA
              PERFORM REPORTA-INCIDENCIA
              GO TO APLICA-RESPUESTA-EXIT
           END-IF.
           IF RSP-ESTADO NOT = "A" AND RSP-ESTADO NOT = "R"
              MOVE "ESTADO DESCONOCIDO" TO MOTIVO-INCIDENCIA
              PERFORM REPORTA-INCIDENCIA
              GO TO APLICA-RESPUESTA-EXIT
           END-IF.

           MOVE RSP-PERIODO TO NH-PERIODO.
           MOVE RSP-EMPLEADO TO NH-EMPLEADO.
           READ NOMHIST-FILE
              INVALID KEY
                 MOVE "SIN HISTORIA DE NOMINA" TO MOTIVO-INCIDENCIA
                 PERFORM REPORTA-INCIDENCIA
                 GO TO APLICA-RESPUESTA-EXIT
           END-READ.

           IF RSP-ESTADO = "A"
              IF RSP-UUID = SPACES
                 MOVE "ACEPTADO SIN FOLIO FISCAL" TO MOTIVO-INCIDENCIA
                 PERFORM REPORTA-INCIDENCIA
                 GO TO APLICA-RESPUESTA-EXIT
              END-IF
              IF NH-ESTADO-CFDI = "T"
                 IF NH-UUID NOT = RSP-UUID
                    MOVE "TIMBRADO DUPLICADO; SE CONSERVA EL PRIMERO"
                       TO MOTIVO-INCIDENCIA
                    PERFORM REPORTA-INCIDENCIA
                 END-IF
                 GO TO APLICA-RESPUESTA-EXIT
              END-IF
              MOVE "T" TO NH-ESTADO-CFDI
              MOVE RSP-UUID TO NH-UUID
              MOVE SPACES TO NH-MOTIVO-RECHAZO
              REWRITE NOMHIST-REG
              ADD 1 TO ACEPTADOS-CARGADOS
           ELSE
              IF NH-ESTADO-CFDI = "T"
                 MOVE "RECHAZO DE UN RECIBO YA TIMBRADO; SE IGNORA"
                    TO MOTIVO-INCIDENCIA
                 PERFORM REPORTA-INCIDENCIA
                 GO TO APLICA-RESPUESTA-EXIT
              END-IF
              MOVE "R" TO NH-ESTADO-CFDI
              MOVE RSP-MOTIVO TO NH-MOTIVO-RECHAZO
              REWRITE NOMHIST-REG
              ADD 1 TO RECHAZOS-CARGADOS
           END-IF.
       APLICA-RESPUESTA-EXIT.
           EXIT.

       REPORTA-INCIDENCIA.
           ADD 1 TO RESPUESTAS-REPORTADAS.
           MOVE RSP-PERIODO TO LI-PERIODO.
           MOVE RSP-EMPLEADO TO LI-EMPLEADO.
           MOVE RSP-ESTADO TO LI-ESTADO.
           MOVE MOTIVO-INCIDENCIA TO LI-MOTIVO.
           MOVE LINEA-INCIDENCIA TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       REVISA-HISTORIA.
           READ NOMHIST-FILE NEXT
              AT END MOVE "10" TO FS-NOMHIST
           END-READ.
           IF FS-NOMHIST NOT = "10"
              IF NH-PERIODO NOT = PERIODO-RECIBOS
                 MOVE "10" TO FS-NOMHIST
              ELSE
                 PERFORM CUENTA-ESTADO
              END-IF
           END-IF.

       CUENTA-ESTADO.
           EVALUATE NH-ESTADO-CFDI
              WHEN "T"
                 ADD 1 TO TOTAL-TIMBRADOS
              WHEN "E"
                 ADD 1 TO TOTAL-ENVIADOS
              WHEN "R"
                 ADD 1 TO TOTAL-RECHAZADOS
                 MOVE NH-EMPLEADO TO LR-EMPLEADO
                 MOVE NH-NOMBRE TO LR-NOMBRE
                 MOVE NH-MOTIVO-RECHAZO TO LR-MOTIVO
                 MOVE LINEA-RECHAZO TO LINEA-REPORTE
                 WRITE LINEA-REPORTE
              WHEN OTHER
                 ADD 1 TO TOTAL-SIN-ENVIAR
           END-EVALUATE.

       REPORTA-TOTALES.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "TIMBRADOS: " TOTAL-TIMBRADOS
              "  RECHAZADOS: " TOTAL-RECHAZADOS
              "  ENVIADOS SIN RESPUESTA: " TOTAL-ENVIADOS
              "  SIN ENVIAR: " TOTAL-SIN-ENVIAR
              DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       END PROGRAM CONFIRMA-TIMBRADO.
