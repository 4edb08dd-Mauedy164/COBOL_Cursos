      *   en cuentas MXN: una cuenta ligada en otra moneda sale como
      *   MONEDA DIST en el reporte de dispersión, igual que la
      *   regla de misma moneda de transferencias y órdenes.
      * - Los empleados dados de baja (EMP-ESTADO "B") ya no se
      *   liquidan: lo que se les debe lo paga su finiquito
      *   (Finiquito.cbl). El registro de pago los cuenta aparte.
      * - Una recorrida del periodo conserva el estado del recibo
      *   electrónico y su folio fiscal (NH-CFDI) igual que el sello
      *   de dispersión: un recibo ya timbrado no se vuelve a enviar.
      * - Al terminar la corrida se genera la póliza contable del
      *   periodo, GLNOMaaaamm.DAT en el layout de GLPOST.DAT
      *   (subprograma POLIZA-NOMINA): gasto por centro de costo,
      *   ISR e IMSS retenidos, préstamos a empleados y el neto
      *   contra 220100. La mensualidad del préstamo sella también
      *   su interés (PEM-ULT-INTERES) para partirla en la póliza.
      * - El neto que se pagó en efectivo en ventanilla (sello
      *   NH-DISPERSADO "V", Ventanilla.cbl) tampoco se vuelve a
      *   depositar en una recorrida: sale YA PAGADO.
      * - El empleado sin cuenta ligada que registró su CLABE en otro
      *   banco (EMP-BANCO-DESTINO, EMP-CLABE) ya no queda para
      *   ventanilla: su neto sale como envío "E" en SPEISAL.DAT con
      *   cargo a la nómina por pagar, queda en la bitácora de
      *   nómina interbancaria NOMSPEI.DAT (que contabiliza el
      *   extracto del día) y se sella dispersado. Si la cámara lo
      *   devuelve, ProcesaInterbancarias.cbl marca el periodo "D" y
      *   una recorrida lo deja DEVUELTO RH sin volver a enviarlo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOMINA.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-DISPERSION.

           SELECT INTERSAL-FILE ASSIGN TO "SPEISAL.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-INTERSAL.

           SELECT NOMSPEI-FILE ASSIGN TO "NOMSPEI.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-NOMSPEI.

           SELECT ISRTABLA-FILE ASSIGN TO "ISRTABLA.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-ISRTABLA.
       FD  DISPERSION-FILE.
       01  LINEA-DISPERSION           PIC X(80).

       FD  INTERSAL-FILE.
           COPY INTERB.

       FD  NOMSPEI-FILE.
           COPY NOMSPEI.

      * Un escalón de la tarifa de ISR: aplica el escalón con el
      * límite inferior más alto que no rebase el bruto del periodo.
       FD  ISRTABLA-FILE.
       01  FS-MOVIMIENTOS              PIC X(2) VALUE "00".
       01  FS-MOVIDX                   PIC X(2) VALUE "00".
       01  FS-DISPERSION               PIC X(2) VALUE "00".
       01  FS-INTERSAL                 PIC X(2) VALUE "00".
       01  FS-NOMSPEI                  PIC X(2) VALUE "00".

       01  FECHA-HOY                   PIC 9(8) VALUE 0.
       01  HORA-ACTUAL                 PIC 9(6) VALUE 0.
       01  EMPLEADOS-SIN-CUENTA        PIC 9(6) VALUE 0.
       01  CUENTAS-INEXISTENTES        PIC 9(6) VALUE 0.
       01  CUENTAS-OTRA-MONEDA         PIC 9(6) VALUE 0.
       01  EMPLEADOS-INTERBANCARIOS    PIC 9(6) VALUE 0.
       01  TOTAL-DISPERSADO            PIC S9(9)V99 VALUE 0.

       01  LINEA-DISP-DETALLE.
       01  PERIODO-DESGLOSE REDEFINES PERIODO-NOMINA.
           05 PER-ANIO                  PIC 9(4).
           05 PER-MES                   PIC 9(2).
      * La póliza del periodo abarca a todos los empleados.
       01  EMPLEADO-POLIZA              PIC 9(6) VALUE 0.
       01  ENTRADA-VALIDA               PIC X(1) VALUE "N".

      * Valores previos de un periodo regrabado, para restarlos del
      * acumulado anual antes de sumar los nuevos.
       01  HUBO-HISTORIA-PREVIA         PIC X(1) VALUE "N".
       01  PREV-DISPERSADO              PIC X(1) VALUE "N".
       01  PREV-CFDI                    PIC X(77) VALUE SPACES.
       01  PREV-BRUTO                   PIC S9(7)V99 VALUE 0.
       01  PREV-ISR                     PIC S9(7)V99 VALUE 0.
       01  PREV-IMSS                    PIC S9(7)V99 VALUE 0.
       01  SUELDO-NETO                     PIC S9(7)V99 VALUE 0.

       01  TOTAL-EMPLEADOS                  PIC 9(6) VALUE 0.
       01  EMPLEADOS-DE-BAJA                PIC 9(6) VALUE 0.
       01  TOTAL-BRUTO                       PIC S9(9)V99 VALUE 0.
       01  TOTAL-NETO                        PIC S9(9)V99 VALUE 0.

              STRING "EMPLEADOS LIQUIDADOS: " TOTAL-EMPLEADOS
                 DELIMITED BY SIZE INTO LINEA-REPORTE
              WRITE LINEA-REPORTE
              MOVE SPACES TO LINEA-REPORTE
              STRING "EMPLEADOS DE BAJA OMITIDOS: " EMPLEADOS-DE-BAJA
                 DELIMITED BY SIZE INTO LINEA-REPORTE
              WRITE LINEA-REPORTE
              MOVE SPACES TO LINEA-REPORTE
              STRING "TOTAL BRUTO: " TOTAL-BRUTO
                 DELIMITED BY SIZE INTO LINEA-REPORTE
              WRITE LINEA-REPORTE
                 CLOSE PRESTEMP-FILE
              END-IF
              PERFORM BORRA-CHECKPOINT
              CALL "POLIZA-NOMINA" USING PERIODO-NOMINA
                 EMPLEADO-POLIZA
           END-IF.
           STOP RUN.

                 "nómina no se dispersará."
           END-IF.

      * Los netos a cuentas de otros bancos no pasan por el maestro
      * de cuentas: salen al intercambio y a su bitácora.
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
              PERFORM APLICA-NOVEDADES
              PERFORM APLICA-PRESTAMO-EMPLEADO
                 THRU APLICA-PRESTAMO-EMPLEADO-EXIT
      * transferencias y las órdenes domiciliadas. Un periodo que ya
      * quedó dispersado (NH-DISPERSADO) no se vuelve a depositar:
      * la recorrida y la reanudación por checkpoint son inocuas
      * también para la pata del dinero. El empleado sin cuenta
      * ligada pero con CLABE en otro banco recibe el neto por
      * transferencia interbancaria; si ya se le devolvió una (sello
      * "D"), no se reenvía: lo aclara Recursos Humanos.
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

      ******************************************************************
      * Neto a una cuenta de otro banco: orden "E" al intercambio con
      * la cuenta local en cero y la referencia de nómina (ceros,
      * periodo y empleado), para que una devolución de la cámara se
      * reconozca como de nómina y no se abone a ningún cliente. El
      * renglón de NOMSPEI.DAT lleva el envío al extracto contable.
      ******************************************************************
       ENVIA-NETO-INTERBANCARIO.
           MOVE 0 TO NSP-REF-CEROS.
           MOVE PERIODO-NOMINA TO NSP-PERIODO.
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
       GRABA-HISTORIA.
           MOVE "N" TO HUBO-HISTORIA-PREVIA.
           MOVE "N" TO PREV-DISPERSADO.
           MOVE SPACES TO PREV-CFDI.
           MOVE PERIODO-NOMINA TO NH-PERIODO.
           MOVE EMP-ID TO NH-EMPLEADO.
           READ NOMHIST-FILE
              NOT INVALID KEY
                 MOVE "S" TO HUBO-HISTORIA-PREVIA
                 MOVE NH-DISPERSADO TO PREV-DISPERSADO
                 MOVE NH-CFDI TO PREV-CFDI
                 MOVE NH-BRUTO TO PREV-BRUTO
                 MOVE NH-ISR TO PREV-ISR
                 MOVE NH-IMSS TO PREV-IMSS
              DEDUCCION-NOVEDADES + DEDUCCION-PRESTAMO.
           MOVE SUELDO-NETO TO NH-NETO.
           MOVE PREV-DISPERSADO TO NH-DISPERSADO.
           MOVE PREV-CFDI TO NH-CFDI.
           IF HUBO-HISTORIA-PREVIA = "S"
              REWRITE NOMHIST-REG
           ELSE
           ADD 1 TO PEM-PAGOS-HECHOS.
           MOVE PERIODO-NOMINA TO PEM-ULT-PERIODO.
           MOVE DEDUCCION-PRESTAMO TO PEM-ULT-DEDUCCION.
           MOVE INTERES-PRESTAMO TO PEM-ULT-INTERES.
           IF PEM-SALDO-INSOLUTO <= 0
              MOVE "L" TO PEM-ESTADO
              DISPLAY "Préstamo del empleado " EMP-ID
