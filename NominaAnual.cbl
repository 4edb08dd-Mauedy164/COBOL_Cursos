      * que una recorrida de NOMINA. Los empleados sin fecha de
      * ingreso (registros anteriores al campo) salen en el reporte
      * y no se les calcula: primero hay que capturarles la fecha.
      * Los empleados dados de baja tampoco: su aguinaldo y prima
      * proporcionales los pagó su finiquito (Finiquito.cbl).
      *
      * El detalle queda en AGUINALDO.TXT y la dispersión en
      * DISPAGUI.TXT. Una recorrida conserva el estado del recibo
      * electrónico y el folio fiscal del periodo (NH-CFDI). Al
      * terminar deja la póliza contable del aguinaldo por centro de
      * costo en GLNOMaaaa13.DAT (subprograma POLIZA-NOMINA). Un
      * aguinaldo que ya se pagó en efectivo en ventanilla (sello
      * "V", Ventanilla.cbl) sale YA PAGADO igual que el depositado.
      * El empleado sin cuenta ligada con CLABE en otro banco recibe
      * el neto como envío "E" en SPEISAL.DAT, igual que en la
      * nómina regular (bitácora NOMSPEI.DAT, referencia de nómina
      * con el periodo AAAA13); una devolución ya marcada "D" por
      * ProcesaInterbancarias.cbl sale DEVUELTO RH y no se reenvía.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOMINA-ANUAL.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-DISPERSION.

           SELECT INTERSAL-FILE ASSIGN TO "SPEISAL.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-INTERSAL.

           SELECT NOMSPEI-FILE ASSIGN TO "NOMSPEI.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-NOMSPEI.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-EMPLEADOS.
       FD  DISPERSION-FILE.
       01  LINEA-DISPERSION           PIC X(80).

       FD  INTERSAL-FILE.
           COPY INTERB.

       FD  NOMSPEI-FILE.
           COPY NOMSPEI.

       WORKING-STORAGE SECTION.
       01  FS-EMPLEADOS               PIC X(2) VALUE "00".
       01  FS-ISRTABLA                PIC X(2) VALUE "00".
       01  FS-MOVIDX                  PIC X(2) VALUE "00".
       01  FS-REPORTE                 PIC X(2) VALUE "00".
       01  FS-DISPERSION              PIC X(2) VALUE "00".
       01  FS-INTERSAL                PIC X(2) VALUE "00".
       01  FS-NOMSPEI                 PIC X(2) VALUE "00".

       01  FECHA-HOY                  PIC 9(8) VALUE 0.
       01  HORA-ACTUAL                PIC 9(6) VALUE 0.
       01  ANIO-ENTRADA               PIC X(4) VALUE SPACES.
       01  ANIO-BENEFICIO             PIC 9(4) VALUE 0.
       01  PERIODO-BENEFICIO          PIC 9(6) VALUE 0.
      * La póliza del aguinaldo abarca a todos los empleados.
       01  EMPLEADO-POLIZA            PIC 9(6) VALUE 0.
       01  ENTRADA-VALIDA             PIC X(1) VALUE "N".

      * Cálculo por empleado: días trabajados del año, antigüedad
      * acumulado anual idempotente.
       01  HUBO-HISTORIA-PREVIA       PIC X(1) VALUE "N".
       01  PREV-DISPERSADO            PIC X(1) VALUE "N".
       01  PREV-CFDI                  PIC X(77) VALUE SPACES.
       01  PREV-BRUTO                 PIC S9(7)V99 VALUE 0.
       01  PREV-ISR                   PIC S9(7)V99 VALUE 0.
       01  PREV-IMSS                  PIC S9(7)V99 VALUE 0.
       01  EMPLEADOS-SIN-CUENTA       PIC 9(6) VALUE 0.
       01  CUENTAS-INEXISTENTES       PIC 9(6) VALUE 0.
       01  CUENTAS-OTRA-MONEDA        PIC 9(6) VALUE 0.
       01  EMPLEADOS-INTERBANCARIOS   PIC 9(6) VALUE 0.
       01  TOTAL-DISPERSADO           PIC S9(9)V99 VALUE 0.

       01  TOTAL-EMPLEADOS            PIC 9(6) VALUE 0.
       01  EMPLEADOS-SIN-FECHA        PIC 9(6) VALUE 0.
       01  EMPLEADOS-DE-BAJA          PIC 9(6) VALUE 0.
       01  TOTAL-NETO                 PIC S9(9)V99 VALUE 0.

       01  LINEA-DETALLE.
           STRING "SIN FECHA DE INGRESO: " EMPLEADOS-SIN-FECHA
              DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "DE BAJA (FINIQUITADOS): " EMPLEADOS-DE-BAJA
              DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "TOTAL NETO: " TOTAL-NETO
              DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           CLOSE NOMHIST-FILE.
           CLOSE NOMYTD-FILE.
           DISPLAY "Empleados liquidados: " TOTAL-EMPLEADOS.
           CALL "POLIZA-NOMINA" USING PERIODO-BENEFICIO
              EMPLEADO-POLIZA.
           GOBACK.

       PIDE-ANIO.
              DISPLAY "No se pudo abrir el archivo de cuentas; el "
                 "aguinaldo no se dispersará."
           END-IF.
           OPEN EXTEND INTERSAL-FILE.
           IF FS-INTERSAL = "35"
              OPEN OUTPUT INTERSAL-FILE
           END-IF.
           OPEN EXTEND NOMSPEI-FILE.
           IF FS-NOMSPEI = "35"
              OPEN OUTPUT NOMSPEI-FILE
           END-IF.

       CIERRA-DISPERSION.
           IF CUENTAS-DISPONIBLES = "S"
              CLOSE CUENTAS-FILE
              CLOSE MOVIMIENTOS-FILE
           END-IF.
           CLOSE INTERSAL-FILE.
           CLOSE NOMSPEI-FILE.
           MOVE SPACES TO LINEA-DISPERSION.
           WRITE LINEA-DISPERSION.
           STRING "EMPLEADOS PAGADOS:      " EMPLEADOS-PAGADOS
              DELIMITED BY SIZE INTO LINEA-DISPERSION.
           WRITE LINEA-DISPERSION.
           STRING "ENVIADOS A OTRO BANCO:  " EMPLEADOS-INTERBANCARIOS
              DELIMITED BY SIZE INTO LINEA-DISPERSION.
           WRITE LINEA-DISPERSION.
           STRING "EMPLEADOS SIN CUENTA:   " EMPLEADOS-SIN-CUENTA
              DELIMITED BY SIZE INTO LINEA-DISPERSION.
           WRITE LINEA-DISPERSION.
           READ ARCHIVO-EMPLEADOS NEXT
              AT END MOVE "10" TO FS-EMPLEADOS
           END-READ.
           IF FS-EMPLEADOS NOT = "10" AND EMP-ESTADO = "B"
              ADD 1 TO EMPLEADOS-DE-BAJA
           END-IF.
           IF FS-EMPLEADOS NOT = "10" AND EMP-ESTADO NOT = "B"
              IF EMP-FECHA-INGRESO = 0
                    OR EMP-FECHA-INGRESO IS NOT NUMERIC
                 ADD 1 TO EMPLEADOS-SIN-FECHA
       GRABA-HISTORIA.
           MOVE "N" TO HUBO-HISTORIA-PREVIA.
           MOVE "N" TO PREV-DISPERSADO.
           MOVE SPACES TO PREV-CFDI.
           MOVE PERIODO-BENEFICIO TO NH-PERIODO.
           MOVE EMP-ID TO NH-EMPLEADO.
           READ NOMHIST-FILE
              NOT INVALID KEY
                 MOVE "S" TO HUBO-HISTORIA-PREVIA
                 MOVE NH-DISPERSADO TO PREV-DISPERSADO
                 MOVE NH-CFDI TO PREV-CFDI
                 MOVE NH-BRUTO TO PREV-BRUTO
                 MOVE NH-ISR TO PREV-ISR
                 MOVE NH-IMSS TO PREV-IMSS
           MOVE 0 TO NH-OTRAS-DEDUCCIONES.
           MOVE SUELDO-NETO TO NH-NETO.
           MOVE PREV-DISPERSADO TO NH-DISPERSADO.
           MOVE PREV-CFDI TO NH-CFDI.
           IF HUBO-HISTORIA-PREVIA = "S"
              REWRITE NOMHIST-REG
           ELSE
      * Dispersión del neto a la cuenta ligada, exactamente como la
      * nómina regular: sólo cuentas MXN, movimiento "NO" con folio,
      * y el sello NH-DISPERSADO del periodo AAAA13 hace inocua una
      * recorrida. Sin cuenta ligada pero con CLABE en otro banco,
      * el neto sale por transferencia interbancaria.
      ******************************************************************
       DISPERSA-NETO.
           MOVE EMP-ID TO LDD-ID.
           MOVE EMP-CUENTA TO LDD-CUENTA.
           MOVE SUELDO-NETO TO LDD-NETO.

           IF PREV-DISPERSADO = "S" OR PREV-DISPERSADO = "V"
              MOVE "YA PAGADO" TO LDD-RESULTADO
              PERFORM ESCRIBE-DISP-DETALLE
              GO TO DISPERSA-NETO-EXIT
           END-IF.

           IF PREV-DISPERSADO = "D"
              MOVE "DEVUELTO RH" TO LDD-RESULTADO
              PERFORM ESCRIBE-DISP-DETALLE
              GO TO DISPERSA-NETO-EXIT
           END-IF.

           IF EMP-CUENTA = 0 AND EMP-CLABE NOT = SPACES
                 AND SUELDO-NETO > 0
              PERFORM ENVIA-NETO-INTERBANCARIO
              GO TO DISPERSA-NETO-EXIT
           END-IF.

           IF EMP-CUENTA = 0 OR CUENTAS-DISPONIBLES NOT = "S"
              ADD 1 TO EMPLEADOS-SIN-CUENTA
              MOVE "SIN CUENTA" TO LDD-RESULTADO
           MOVE LINEA-DISP-DETALLE TO LINEA-DISPERSION.
           WRITE LINEA-DISPERSION.

      * Orden "E" con la cuenta local en cero y la referencia de
      * nómina, exactamente como en la nómina regular.
       ENVIA-NETO-INTERBANCARIO.
           MOVE 0 TO NSP-REF-CEROS.
           MOVE PERIODO-BENEFICIO TO NSP-PERIODO.
           MOVE EMP-ID TO NSP-EMPLEADO.

           MOVE "E" TO ITB-TIPO.
           MOVE NSP-REFERENCIA TO ITB-REFERENCIA.
           MOVE EMP-BANCO-DESTINO TO ITB-BANCO.
           MOVE 0 TO ITB-CUENTA-LOCAL.
           MOVE EMP-CLABE TO ITB-CUENTA-EXTERNA.
           MOVE SUELDO-NETO TO ITB-MONTO.
           MOVE "MXN" TO ITB-MONEDA.
           MOVE FECHA-HOY TO ITB-FECHA.
           MOVE HORA-ACTUAL TO ITB-HORA.
           MOVE SPACES TO ITB-MOTIVO.
           WRITE INTERB-REG.

           MOVE "E" TO NSP-TIPO.
           MOVE FECHA-HOY TO NSP-FECHA.
           MOVE HORA-ACTUAL TO NSP-HORA.
           MOVE EMP-NOMBRE TO NSP-NOMBRE.
           MOVE EMP-BANCO-DESTINO TO NSP-BANCO.
           MOVE EMP-CLABE TO NSP-CLABE.
           MOVE SUELDO-NETO TO NSP-MONTO.
           MOVE SPACES TO NSP-MOTIVO.
           WRITE NOMSPEI-REG.

           MOVE "S" TO NH-DISPERSADO.
           REWRITE NOMHIST-REG.

           ADD 1 TO EMPLEADOS-INTERBANCARIOS.
           ADD SUELDO-NETO TO TOTAL-DISPERSADO.
           MOVE "SPEI ENVIADO" TO LDD-RESULTADO.
           PERFORM ESCRIBE-DISP-DETALLE.

       GRABA-MOVIMIENTO-NOMINA.
           MOVE CTA-NUMERO TO MOV-CUENTA.
           MOVE "NO" TO MOV-OPERACION.
