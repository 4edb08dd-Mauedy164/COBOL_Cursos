      ******************************************************************
      * Exportación de recibos electrónicos de nómina (CFDI).
      * Lote de nómina que corre después de la nómina del periodo: el
      * SAT exige que cada pago de nómina se emita como recibo
      * electrónico timbrado, y hasta ahora el recibo sólo existía en
      * NOMINA.TXT y en la reimpresión (ReimprimeNomina.cbl). Para el
      * periodo pedido (AAAAMM; 13 = aguinaldo, 14 = finiquitos) arma
      * un recibo por cada historia de NOMHIST.DAT con el RFC del
      * patrón (PATRON.CFG) y el RFC, CURP y NSS del empleado
      * (empleados.dat), y lo escribe en CFDIaaaamm.DAT para el
      * proveedor de timbrado:
      *
      *   - un renglón "E" del emisor: RFC, razón social y registro
      *     patronal;
      *   - por empleado un renglón "R" con sus identificadores y el
      *     bruto, ISR, IMSS, otras deducciones y neto de la historia,
      *     seguido de un renglón "D" por cada percepción (SU sueldo,
      *     HE horas extra, BO bono, AG aguinaldo, FI finiquito) y
      *     deducción (IS ISR, IM IMSS, FA faltas, DV otros
      *     descuentos, PR préstamo y demás otras deducciones). El
      *     detalle de horas extra, bonos, faltas y descuentos sale de
      *     NOVEDADES.DAT del periodo, sólo si el periodo trae la
      *     aprobación de NOVAPROB.DAT, igual que en la nómina;
      *   - un trailer "T" con el número de recibos y los totales.
      *
      * Sólo sale un recibo sin timbrar: en blanco (nunca enviado) o
      * "R" (rechazado y ya corregido). Uno timbrado ("T") no vuelve
      * a salir nunca, así que reenviar un periodo no duplica los
      * recibos aceptados; uno enviado sin respuesta ("E") sólo se
      * reenvía si el operador lo pide. Un empleado sin RFC o CURP
      * capturados no sale y queda en el reporte para corregirlo. Los
      * recibos exportados quedan en "E" hasta que ConfirmaTimbrado.cbl
      * carga la respuesta del proveedor.
      *
      * El reporte CFDINOM.TXT lista lo exportado y lo que no salió
      * con su motivo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPORTA-RECIBOS.
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

           SELECT NOVEDADES-FILE ASSIGN TO "NOVEDADES.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-NOVEDADES.

           SELECT NOVAPROB-FILE ASSIGN TO "NOVAPROB.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-NOVAPROB.

           SELECT PATRON-FILE ASSIGN TO "PATRON.CFG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-PATRON.

           SELECT CFDI-FILE ASSIGN USING NOMBRE-CFDI
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-CFDI.

           SELECT REPORTE-FILE ASSIGN TO "CFDINOM.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-EMPLEADOS.
           COPY EMPLEADO.

       FD  NOMHIST-FILE.
           COPY NOMHIST.

      * Mismos layouts de novedades y aprobaciones que Nomina.cbl.
       FD  NOVEDADES-FILE.
       01  NOVEDAD-REG.
           05 NVF-PERIODO            PIC 9(6).
           05 NVF-EMPLEADO           PIC 9(6).
           05 NVF-CONCEPTO           PIC X(2).
           05 NVF-MONTO              PIC S9(7)V99.

       FD  NOVAPROB-FILE.
       01  NOVAPROB-REG.
           05 NAP-PERIODO            PIC 9(6).
           05 NAP-SUPERVISOR         PIC 9(6).
           05 NAP-FECHA              PIC 9(8).
           05 NAP-HORA               PIC 9(6).

       FD  PATRON-FILE.
           COPY PATRON.

      * Cuatro layouts sobre la misma FD: emisor "E", recibo "R",
      * detalle "D" de percepciones (P) y deducciones (D) del
      * recibo, y trailer "T". Los importes van sin signo.
       FD  CFDI-FILE.
       01  CFDI-EMISOR.
           05 CFE-TIPO               PIC X(1).
           05 CFE-RFC                PIC X(13).
           05 CFE-RAZON-SOCIAL       PIC X(40).
           05 CFE-REGISTRO-IMSS      PIC X(11).
           05 CFE-PERIODO            PIC 9(6).
           05 CFE-FECHA-PROCESO      PIC 9(8).
       01  CFDI-RECIBO.
           05 CFR-TIPO               PIC X(1).
           05 CFR-PERIODO            PIC 9(6).
           05 CFR-EMPLEADO           PIC 9(6).
      * O ordinaria (meses), E extraordinaria (aguinaldo, finiquito).
           05 CFR-TIPO-NOMINA        PIC X(1).
           05 CFR-RFC                PIC X(13).
           05 CFR-CURP               PIC X(18).
           05 CFR-NSS                PIC X(11).
           05 CFR-NOMBRE             PIC X(25).
           05 CFR-APELLIDOS          PIC X(30).
           05 CFR-DEPARTAMENTO       PIC X(4).
           05 CFR-FECHA-INGRESO      PIC 9(8).
           05 CFR-FECHA-PAGO         PIC 9(8).
           05 CFR-SALARIO            PIC 9(7)V99.
           05 CFR-BRUTO              PIC 9(7)V99.
           05 CFR-ISR                PIC 9(7)V99.
           05 CFR-IMSS               PIC 9(7)V99.
           05 CFR-OTRAS-DEDUCCIONES  PIC 9(7)V99.
           05 CFR-NETO               PIC 9(7)V99.
       01  CFDI-DETALLE.
           05 CFD-TIPO               PIC X(1).
           05 CFD-PERIODO            PIC 9(6).
           05 CFD-EMPLEADO           PIC 9(6).
           05 CFD-CLASE              PIC X(1).
           05 CFD-CONCEPTO           PIC X(2).
           05 CFD-IMPORTE            PIC 9(7)V99.
       01  CFDI-TRAILER.
           05 CFT-TIPO               PIC X(1).
           05 CFT-PERIODO            PIC 9(6).
           05 CFT-RECIBOS            PIC 9(6).
           05 CFT-TOTAL-BRUTO        PIC 9(9)V99.
           05 CFT-TOTAL-DEDUCCIONES  PIC 9(9)V99.
           05 CFT-TOTAL-NETO         PIC 9(9)V99.

       FD  REPORTE-FILE.
       01  LINEA-REPORTE             PIC X(80).

       WORKING-STORAGE SECTION.
       01  FS-EMPLEADOS              PIC X(2) VALUE "00".
       01  FS-NOMHIST                PIC X(2) VALUE "00".
       01  FS-NOVEDADES              PIC X(2) VALUE "00".
       01  FS-NOVAPROB               PIC X(2) VALUE "00".
       01  FS-PATRON                 PIC X(2) VALUE "00".
       01  FS-CFDI                   PIC X(2) VALUE "00".
       01  FS-REPORTE                PIC X(2) VALUE "00".
       01  HAY-PATRON                PIC X(1) VALUE "N".
       01  PERIODO-APROBADO          PIC X(1) VALUE "N".
       01  REENVIA-PENDIENTES        PIC X(1) VALUE "N".

       01  FECHA-HOY                 PIC 9(8) VALUE 0.

       01  NOMBRE-CFDI.
           05 NC-PREFIJO             PIC X(4) VALUE "CFDI".
           05 NC-PERIODO             PIC 9(6).
           05 NC-EXTENSION           PIC X(4) VALUE ".DAT".

      * Periodo de los recibos (AAAAMM, mes 13 aguinaldo, 14
      * finiquitos).
       01  PERIODO-ENTRADA           PIC X(6) VALUE SPACES.
       01  PERIODO-RECIBOS           PIC 9(6) VALUE 0.
       01  PERIODO-DESGLOSE REDEFINES PERIODO-RECIBOS.
           05 PER-ANIO               PIC 9(4).
           05 PER-MES                PIC 9(2).
       01  ENTRADA-VALIDA            PIC X(1) VALUE "N".
       01  RESPUESTA                 PIC X(1) VALUE SPACE.

      * Novedades del periodo, como las carga la nómina.
       01  MAX-NOVEDADES             PIC 9(3) VALUE 500.
       01  TOTAL-NOVEDADES           PIC 9(3) VALUE 0.
       01  NOVEDADES-OMITIDAS        PIC 9(3) VALUE 0.
       01  TABLA-NOVEDADES.
           05 NOV-ENTRY OCCURS 500 TIMES INDEXED BY IDX-NOV.
              10 NOV-EMPLEADO        PIC 9(6).
              10 NOV-CONCEPTO        PIC X(2).
              10 NOV-MONTO           PIC S9(7)V99.

      * Desglose de un recibo.
       01  MOTIVO-OMISION            PIC X(30) VALUE SPACES.
       01  PERCEPCION-HE             PIC S9(7)V99 VALUE 0.
       01  PERCEPCION-BO             PIC S9(7)V99 VALUE 0.
       01  PERCEPCION-BASE           PIC S9(7)V99 VALUE 0.
       01  DEDUCCION-FA              PIC S9(7)V99 VALUE 0.
       01  DEDUCCION-DV              PIC S9(7)V99 VALUE 0.
       01  DEDUCCION-RESTO           PIC S9(7)V99 VALUE 0.
       01  CONCEPTO-BASE             PIC X(2) VALUE SPACES.
       01  CLASE-DETALLE             PIC X(1) VALUE SPACE.
       01  CONCEPTO-DETALLE          PIC X(2) VALUE SPACES.
       01  IMPORTE-DETALLE           PIC S9(7)V99 VALUE 0.

       01  RECIBOS-EXPORTADOS        PIC 9(6) VALUE 0.
       01  RECIBOS-TIMBRADOS         PIC 9(6) VALUE 0.
       01  RECIBOS-PENDIENTES        PIC 9(6) VALUE 0.
       01  RECIBOS-OMITIDOS          PIC 9(6) VALUE 0.
       01  TOTAL-BRUTO               PIC 9(9)V99 VALUE 0.
       01  TOTAL-DEDUCCIONES         PIC 9(9)V99 VALUE 0.
       01  TOTAL-NETO                PIC 9(9)V99 VALUE 0.
       01  MONTO-EDITADO             PIC ZZZ,ZZZ,ZZ9.99.

       01  LINEA-DETALLE.
           05 LD-EMPLEADO            PIC 9(6).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 LD-NOMBRE              PIC X(25).
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 LD-RFC                 PIC X(13).
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 LD-NETO                PIC ZZZ,ZZ9.99.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 LD-ESTADO              PIC X(20).

       01  LINEA-OMISION.
           05 LO-EMPLEADO            PIC 9(6).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 LO-NOMBRE              PIC X(25).
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 LO-MOTIVO              PIC X(30).

       PROCEDURE DIVISION.
       EXPORTA-RECIBOS-MAIN.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           CALL "FECHA-NEGOCIO" USING FECHA-HOY.
           DISPLAY "Periodo de los recibos (AAAAMM, 13 aguinaldo, "
              "14 finiquitos; vacío = mes actual): ".
           PERFORM PIDE-PERIODO UNTIL ENTRADA-VALIDA = "S".
           MOVE "N" TO ENTRADA-VALIDA.

           PERFORM CARGA-PATRON.
           IF HAY-PATRON NOT = "S"
              DISPLAY "PATRON.CFG no trae el RFC del patrón; sin él "
                 "no se pueden emitir recibos."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           DISPLAY "¿Reenviar los recibos enviados sin respuesta? "
              "(S/N): ".
           ACCEPT RESPUESTA.
           IF RESPUESTA = "S" OR RESPUESTA = "s"
              MOVE "S" TO REENVIA-PENDIENTES
           END-IF.

           IF PER-MES NOT > 12
              PERFORM CARGA-NOVEDADES THRU CARGA-NOVEDADES-FIN
           END-IF.

           OPEN I-O NOMHIST-FILE.
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

           MOVE PERIODO-RECIBOS TO NC-PERIODO.
           OPEN OUTPUT CFDI-FILE.
           OPEN OUTPUT REPORTE-FILE.

           MOVE SPACES TO CFDI-EMISOR.
           MOVE "E" TO CFE-TIPO.
           MOVE PAT-RFC TO CFE-RFC.
           MOVE PAT-RAZON-SOCIAL TO CFE-RAZON-SOCIAL.
           MOVE PAT-REGISTRO-IMSS TO CFE-REGISTRO-IMSS.
           MOVE PERIODO-RECIBOS TO CFE-PERIODO.
           MOVE FECHA-HOY TO CFE-FECHA-PROCESO.
           WRITE CFDI-EMISOR.

           MOVE SPACES TO LINEA-REPORTE.
           STRING "RECIBOS ELECTRONICOS DE NOMINA PERIODO "
              PERIODO-RECIBOS "  EMISOR " PAT-RFC
              DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "EMPL.   NOMBRE                    RFC                "
              TO LINEA-REPORTE.
           MOVE "NETO  ESTADO" TO LINEA-REPORTE (55:).
           WRITE LINEA-REPORTE.

           MOVE PERIODO-RECIBOS TO NH-PERIODO.
           MOVE 0 TO NH-EMPLEADO.
           START NOMHIST-FILE KEY IS NOT LESS THAN NH-LLAVE
              INVALID KEY MOVE "10" TO FS-NOMHIST
           END-START.
           PERFORM LEE-HISTORIA UNTIL FS-NOMHIST = "10".

           MOVE SPACES TO CFDI-TRAILER.
           MOVE "T" TO CFT-TIPO.
           MOVE PERIODO-RECIBOS TO CFT-PERIODO.
           MOVE RECIBOS-EXPORTADOS TO CFT-RECIBOS.
           MOVE TOTAL-BRUTO TO CFT-TOTAL-BRUTO.
           MOVE TOTAL-DEDUCCIONES TO CFT-TOTAL-DEDUCCIONES.
           MOVE TOTAL-NETO TO CFT-TOTAL-NETO.
           WRITE CFDI-TRAILER.

           PERFORM REPORTA-TOTALES.

           CLOSE REPORTE-FILE.
           CLOSE CFDI-FILE.
           CLOSE ARCHIVO-EMPLEADOS.
           CLOSE NOMHIST-FILE.

           DISPLAY "Recibos exportados:       " RECIBOS-EXPORTADOS.
           DISPLAY "Ya timbrados (no salen):  " RECIBOS-TIMBRADOS.
           DISPLAY "Enviados sin respuesta:   " RECIBOS-PENDIENTES.
           DISPLAY "Por corregir (no salen):  " RECIBOS-OMITIDOS.
           DISPLAY "Archivo para timbrar: " NOMBRE-CFDI.
           IF RECIBOS-OMITIDOS > 0
              DISPLAY "Revisa CFDINOM.TXT: hay recibos que no salieron."
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

       CARGA-PATRON.
           OPEN INPUT PATRON-FILE.
           IF FS-PATRON = "00"
              READ PATRON-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF PAT-RFC NOT = SPACES
                       MOVE "S" TO HAY-PATRON
                    END-IF
              END-READ
              CLOSE PATRON-FILE
           END-IF.

      ******************************************************************
      * Novedades del periodo para el detalle de percepciones y
      * deducciones, con la misma regla de la nómina: sin aprobación
      * en NOVAPROB.DAT el periodo corrió sin novedades.
      ******************************************************************
       CARGA-NOVEDADES.
           MOVE 0 TO TOTAL-NOVEDADES.
           MOVE 0 TO NOVEDADES-OMITIDAS.
           PERFORM REVISA-APROBACION-PERIODO.
           IF PERIODO-APROBADO NOT = "S"
              GO TO CARGA-NOVEDADES-FIN
           END-IF.

           OPEN INPUT NOVEDADES-FILE.
           IF FS-NOVEDADES = "00"
              PERFORM CARGA-NOVEDAD UNTIL FS-NOVEDADES = "10"
              CLOSE NOVEDADES-FILE
              IF NOVEDADES-OMITIDAS > 0
                 DISPLAY "NOVEDADES OMITIDAS POR EXCEDER LA TABLA: "
                    NOVEDADES-OMITIDAS
              END-IF
           END-IF.
       CARGA-NOVEDADES-FIN.
           EXIT.

       REVISA-APROBACION-PERIODO.
           MOVE "N" TO PERIODO-APROBADO.
           MOVE "00" TO FS-NOVAPROB.
           OPEN INPUT NOVAPROB-FILE.
           IF FS-NOVAPROB = "00"
              PERFORM REVISA-RENGLON-APROBACION
                 UNTIL FS-NOVAPROB = "10"
              CLOSE NOVAPROB-FILE
           END-IF.

       REVISA-RENGLON-APROBACION.
           READ NOVAPROB-FILE
              AT END MOVE "10" TO FS-NOVAPROB
           END-READ.
           IF FS-NOVAPROB NOT = "10"
              IF NAP-PERIODO = PERIODO-RECIBOS
                 MOVE "S" TO PERIODO-APROBADO
              END-IF
           END-IF.

       CARGA-NOVEDAD.
           READ NOVEDADES-FILE
              AT END MOVE "10" TO FS-NOVEDADES
           END-READ.
           IF FS-NOVEDADES NOT = "10"
              IF NVF-PERIODO = PERIODO-RECIBOS
                 IF TOTAL-NOVEDADES < MAX-NOVEDADES
                    ADD 1 TO TOTAL-NOVEDADES
                    MOVE NVF-EMPLEADO TO
                       NOV-EMPLEADO (TOTAL-NOVEDADES)
                    MOVE NVF-CONCEPTO TO
                       NOV-CONCEPTO (TOTAL-NOVEDADES)
                    MOVE NVF-MONTO TO NOV-MONTO (TOTAL-NOVEDADES)
                 ELSE
                    ADD 1 TO NOVEDADES-OMITIDAS
                 END-IF
              END-IF
           END-IF.

       LEE-HISTORIA.
           READ NOMHIST-FILE NEXT
              AT END MOVE "10" TO FS-NOMHIST
           END-READ.
           IF FS-NOMHIST NOT = "10"
              IF NH-PERIODO NOT = PERIODO-RECIBOS
                 MOVE "10" TO FS-NOMHIST
              ELSE
                 PERFORM EXPORTA-RECIBO THRU EXPORTA-RECIBO-EXIT
              END-IF
           END-IF.

      ******************************************************************
      * Un recibo: se salta si ya está timbrado o enviado (salvo que
      * se pidan los pendientes), se omite y reporta si el empleado
      * no tiene maestro, RFC o CURP, y si no se escribe con su
      * detalle y la historia queda marcada como enviada.
      ******************************************************************
       EXPORTA-RECIBO.
           IF NH-ESTADO-CFDI = "T"
              ADD 1 TO RECIBOS-TIMBRADOS
              GO TO EXPORTA-RECIBO-EXIT
           END-IF.
           IF NH-ESTADO-CFDI = "E" AND REENVIA-PENDIENTES NOT = "S"
              ADD 1 TO RECIBOS-PENDIENTES
              GO TO EXPORTA-RECIBO-EXIT
           END-IF.

           MOVE NH-EMPLEADO TO EMP-ID.
           READ ARCHIVO-EMPLEADOS
              INVALID KEY
                 MOVE "SIN MAESTRO DE EMPLEADO" TO MOTIVO-OMISION
                 PERFORM REPORTA-OMISION
                 GO TO EXPORTA-RECIBO-EXIT
           END-READ.
           IF EMP-RFC = SPACES
              MOVE "SIN RFC CAPTURADO" TO MOTIVO-OMISION
              PERFORM REPORTA-OMISION
              GO TO EXPORTA-RECIBO-EXIT
           END-IF.
           IF EMP-CURP = SPACES
              MOVE "SIN CURP CAPTURADA" TO MOTIVO-OMISION
              PERFORM REPORTA-OMISION
              GO TO EXPORTA-RECIBO-EXIT
           END-IF.

           MOVE SPACES TO CFDI-RECIBO.
           MOVE "R" TO CFR-TIPO.
           MOVE NH-PERIODO TO CFR-PERIODO.
           MOVE NH-EMPLEADO TO CFR-EMPLEADO.
           IF PER-MES > 12
              MOVE "E" TO CFR-TIPO-NOMINA
           ELSE
              MOVE "O" TO CFR-TIPO-NOMINA
           END-IF.
           MOVE EMP-RFC TO CFR-RFC.
           MOVE EMP-CURP TO CFR-CURP.
           MOVE EMP-NSS TO CFR-NSS.
           MOVE EMP-NOMBRE TO CFR-NOMBRE.
           MOVE EMP-APELLIDOS TO CFR-APELLIDOS.
           MOVE EMP-DEPARTAMENTO TO CFR-DEPARTAMENTO.
           IF EMP-FECHA-INGRESO IS NUMERIC
              MOVE EMP-FECHA-INGRESO TO CFR-FECHA-INGRESO
           ELSE
              MOVE 0 TO CFR-FECHA-INGRESO
           END-IF.
           MOVE FECHA-HOY TO CFR-FECHA-PAGO.
           MOVE EMP-SALARIO TO CFR-SALARIO.
           MOVE NH-BRUTO TO CFR-BRUTO.
           MOVE NH-ISR TO CFR-ISR.
           MOVE NH-IMSS TO CFR-IMSS.
           MOVE NH-OTRAS-DEDUCCIONES TO CFR-OTRAS-DEDUCCIONES.
           MOVE NH-NETO TO CFR-NETO.
           WRITE CFDI-RECIBO.

           PERFORM DESGLOSA-RECIBO.

           MOVE NH-EMPLEADO TO LD-EMPLEADO.
           MOVE NH-NOMBRE TO LD-NOMBRE.
           MOVE EMP-RFC TO LD-RFC.
           MOVE NH-NETO TO LD-NETO.
           IF NH-ESTADO-CFDI = "R"
              MOVE "REENVIO (RECHAZADO)" TO LD-ESTADO
           ELSE
              IF NH-ESTADO-CFDI = "E"
                 MOVE "REENVIO (PENDIENTE)" TO LD-ESTADO
              ELSE
                 MOVE "ENVIADO" TO LD-ESTADO
              END-IF
           END-IF.
           MOVE LINEA-DETALLE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           MOVE "E" TO NH-ESTADO-CFDI.
           MOVE SPACES TO NH-MOTIVO-RECHAZO.
           REWRITE NOMHIST-REG.

           ADD 1 TO RECIBOS-EXPORTADOS.
           ADD NH-BRUTO TO TOTAL-BRUTO.
           ADD NH-ISR NH-IMSS NH-OTRAS-DEDUCCIONES
              TO TOTAL-DEDUCCIONES.
           ADD NH-NETO TO TOTAL-NETO.
       EXPORTA-RECIBO-EXIT.
           EXIT.

       REPORTA-OMISION.
           ADD 1 TO RECIBOS-OMITIDOS.
           MOVE NH-EMPLEADO TO LO-EMPLEADO.
           MOVE NH-NOMBRE TO LO-NOMBRE.
           MOVE MOTIVO-OMISION TO LO-MOTIVO.
           MOVE LINEA-OMISION TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

      ******************************************************************
      * Detalle del recibo. Las percepciones de novedades (HE, BO)
      * salen aparte y el resto del bruto es el concepto base del
      * periodo: sueldo en los meses, aguinaldo en el 13 y finiquito
      * en el 14. Las deducciones de novedades (FA, DV) salen aparte
      * y lo que quede de otras deducciones (préstamo al empleado)
      * sale como PR.
      ******************************************************************
       DESGLOSA-RECIBO.
           MOVE 0 TO PERCEPCION-HE.
           MOVE 0 TO PERCEPCION-BO.
           MOVE 0 TO DEDUCCION-FA.
           MOVE 0 TO DEDUCCION-DV.
           PERFORM SUMA-NOVEDAD
              VARYING IDX-NOV FROM 1 BY 1
              UNTIL IDX-NOV > TOTAL-NOVEDADES.

           EVALUATE PER-MES
              WHEN 13
                 MOVE "AG" TO CONCEPTO-BASE
              WHEN 14
                 MOVE "FI" TO CONCEPTO-BASE
              WHEN OTHER
                 MOVE "SU" TO CONCEPTO-BASE
           END-EVALUATE.
           COMPUTE PERCEPCION-BASE =
              NH-BRUTO - PERCEPCION-HE - PERCEPCION-BO.
           COMPUTE DEDUCCION-RESTO =
              NH-OTRAS-DEDUCCIONES - DEDUCCION-FA - DEDUCCION-DV.

           MOVE "P" TO CLASE-DETALLE.
           MOVE CONCEPTO-BASE TO CONCEPTO-DETALLE.
           MOVE PERCEPCION-BASE TO IMPORTE-DETALLE.
           PERFORM GRABA-DETALLE.
           MOVE "HE" TO CONCEPTO-DETALLE.
           MOVE PERCEPCION-HE TO IMPORTE-DETALLE.
           PERFORM GRABA-DETALLE.
           MOVE "BO" TO CONCEPTO-DETALLE.
           MOVE PERCEPCION-BO TO IMPORTE-DETALLE.
           PERFORM GRABA-DETALLE.

           MOVE "D" TO CLASE-DETALLE.
           MOVE "IS" TO CONCEPTO-DETALLE.
           MOVE NH-ISR TO IMPORTE-DETALLE.
           PERFORM GRABA-DETALLE.
           MOVE "IM" TO CONCEPTO-DETALLE.
           MOVE NH-IMSS TO IMPORTE-DETALLE.
           PERFORM GRABA-DETALLE.
           MOVE "FA" TO CONCEPTO-DETALLE.
           MOVE DEDUCCION-FA TO IMPORTE-DETALLE.
           PERFORM GRABA-DETALLE.
           MOVE "DV" TO CONCEPTO-DETALLE.
           MOVE DEDUCCION-DV TO IMPORTE-DETALLE.
           PERFORM GRABA-DETALLE.
           MOVE "PR" TO CONCEPTO-DETALLE.
           MOVE DEDUCCION-RESTO TO IMPORTE-DETALLE.
           PERFORM GRABA-DETALLE.

       SUMA-NOVEDAD.
           IF NOV-EMPLEADO (IDX-NOV) = NH-EMPLEADO
              EVALUATE NOV-CONCEPTO (IDX-NOV)
                 WHEN "HE"
                    ADD NOV-MONTO (IDX-NOV) TO PERCEPCION-HE
                 WHEN "BO"
                    ADD NOV-MONTO (IDX-NOV) TO PERCEPCION-BO
                 WHEN "FA"
                    ADD NOV-MONTO (IDX-NOV) TO DEDUCCION-FA
                 WHEN "DV"
                    ADD NOV-MONTO (IDX-NOV) TO DEDUCCION-DV
              END-EVALUATE
           END-IF.

      * Un concepto en cero no se manda.
       GRABA-DETALLE.
           IF IMPORTE-DETALLE > 0
              MOVE SPACES TO CFDI-DETALLE
              MOVE "D" TO CFD-TIPO
              MOVE NH-PERIODO TO CFD-PERIODO
              MOVE NH-EMPLEADO TO CFD-EMPLEADO
              MOVE CLASE-DETALLE TO CFD-CLASE
              MOVE CONCEPTO-DETALLE TO CFD-CONCEPTO
              MOVE IMPORTE-DETALLE TO CFD-IMPORTE
              WRITE CFDI-DETALLE
           END-IF.

       REPORTA-TOTALES.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "RECIBOS EXPORTADOS: " RECIBOS-EXPORTADOS
              "  YA TIMBRADOS: " RECIBOS-TIMBRADOS
              "  PENDIENTES: " RECIBOS-PENDIENTES
              DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "NO EXPORTADOS POR CORREGIR: " RECIBOS-OMITIDOS
              DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE TOTAL-BRUTO TO MONTO-EDITADO.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "TOTAL BRUTO:       " MONTO-EDITADO
              DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE TOTAL-DEDUCCIONES TO MONTO-EDITADO.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "TOTAL DEDUCCIONES: " MONTO-EDITADO
              DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE TOTAL-NETO TO MONTO-EDITADO.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "TOTAL NETO:        " MONTO-EDITADO
              DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       END PROGRAM EXPORTA-RECIBOS.
