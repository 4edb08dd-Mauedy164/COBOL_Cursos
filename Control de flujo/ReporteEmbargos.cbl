      ******************************************************************
      * Reporte de órdenes de aseguramiento y embargo activas.
      * Las órdenes de autoridades se registran, liberan y ejecutan
      * en la consola de supervisión (EMBARGOS.DAT, layout
      * EMBARGO.cpy). Este reporte, que el área jurídica pide cada
      * semana y a fin de mes, recorre el archivo completo y produce
      * EMBARGOS.TXT:
      *   1. cada orden activa, con la cuenta, la moneda, la fecha
      *      del oficio, lo ordenado, lo que sigue congelado y lo
      *      ya traspasado a suspenso, y en un segundo renglón la
      *      autoridad y el expediente;
      *   2. los totales de las órdenes activas;
      *   3. las órdenes cerradas en el mes en curso: liberadas y
      *      ejecutadas, con sus montos.
      * Sin archivo de embargos el reporte sale en ceros. Es un
      * reporte: termina siempre con código de retorno cero.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-EMBARGOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMBARGOS-FILE ASSIGN TO "EMBARGOS.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS EMB-NUMERO
              FILE STATUS IS FS-EMBARGOS.

           SELECT CUENTAS-FILE ASSIGN TO "CUENTAS.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CTA-NUMERO
              FILE STATUS IS FS-CUENTAS.

           SELECT REPORTE-FILE ASSIGN TO "EMBARGOS.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       FD  EMBARGOS-FILE.
           COPY EMBARGO.

       FD  CUENTAS-FILE.
           COPY CUENTA.

       FD  REPORTE-FILE.
       01  LINEA-REPORTE           PIC X(80).

       WORKING-STORAGE SECTION.
       01  FS-EMBARGOS             PIC X(2) VALUE "00".
       01  FS-CUENTAS              PIC X(2) VALUE "00".
       01  FS-REPORTE              PIC X(2) VALUE "00".
       01  HAY-CUENTAS             PIC X(1) VALUE "N".

       01  FECHA-HOY               PIC 9(8) VALUE 0.
       01  FECHA-DESGLOSE REDEFINES FECHA-HOY.
           05 FH-ANIO-MES          PIC 9(6).
           05 FH-DIA               PIC 9(2).
       01  FECHA-CIERRE-TRABAJO    PIC 9(8) VALUE 0.
       01  CIERRE-DESGLOSE REDEFINES FECHA-CIERRE-TRABAJO.
           05 FC-ANIO-MES          PIC 9(6).
           05 FC-DIA               PIC 9(2).

      * Totales de las órdenes activas y de las cerradas en el mes.
       01  ORDENES-ACTIVAS         PIC 9(6) VALUE 0.
       01  TOTAL-ORDENADO          PIC 9(11)V99 VALUE 0.
       01  TOTAL-CONGELADO         PIC 9(11)V99 VALUE 0.
       01  TOTAL-TRANSFERIDO       PIC 9(11)V99 VALUE 0.
       01  LIBERADAS-MES           PIC 9(6) VALUE 0.
       01  MONTO-LIBERADO-MES      PIC 9(11)V99 VALUE 0.
       01  EJECUTADAS-MES          PIC 9(6) VALUE 0.
       01  MONTO-EJECUTADO-MES     PIC 9(11)V99 VALUE 0.

       01  LINEA-ORDEN.
           05 LO-NUMERO            PIC 9(6).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LO-CUENTA            PIC 9(6).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LO-MONEDA            PIC X(3).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LO-FECHA-OFICIO      PIC 9(8).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LO-ORDENADO          PIC Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LO-CONGELADO         PIC Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LO-TRANSFERIDO       PIC Z,ZZZ,ZZ9.99.

       01  LINEA-AUTORIDAD.
           05 FILLER               PIC X(7) VALUE SPACES.
           05 LA-AUTORIDAD         PIC X(30).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 LA-EXPEDIENTE        PIC X(20).

       01  LINEA-TOTAL.
           05 LT-CONCEPTO          PIC X(40).
           05 LT-CANTIDAD          PIC ZZZ,ZZ9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 LT-MONTO             PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       REPORTE-EMBARGOS-MAIN.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           CALL "FECHA-NEGOCIO" USING FECHA-HOY.

           OPEN OUTPUT REPORTE-FILE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "ORDENES DE ASEGURAMIENTO Y EMBARGO ACTIVAS AL "
              FECHA-HOY
              DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "NUMERO CUENTA MON OFICIO       ORDENADO    CONGELADO"
              TO LINEA-REPORTE.
           MOVE "TRANSFERIDO" TO LINEA-REPORTE (55:11).
           WRITE LINEA-REPORTE.
           MOVE "       AUTORIDAD                       EXPEDIENTE"
              TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

      * La moneda sale del maestro; sin maestro el renglón sale sin
      * ella y el reporte no se detiene.
           OPEN INPUT CUENTAS-FILE.
           IF FS-CUENTAS = "00"
              MOVE "S" TO HAY-CUENTAS
           END-IF.

           MOVE "00" TO FS-EMBARGOS.
           OPEN INPUT EMBARGOS-FILE.
           IF FS-EMBARGOS = "00"
              MOVE 0 TO EMB-NUMERO
              START EMBARGOS-FILE KEY IS NOT LESS THAN EMB-NUMERO
                 INVALID KEY MOVE "10" TO FS-EMBARGOS
              END-START
              PERFORM PROCESA-EMBARGO UNTIL FS-EMBARGOS = "10"
              CLOSE EMBARGOS-FILE
           ELSE
              MOVE "SIN ARCHIVO DE EMBARGOS" TO LINEA-REPORTE
              WRITE LINEA-REPORTE
           END-IF.

           IF HAY-CUENTAS = "S"
              CLOSE CUENTAS-FILE
           END-IF.

           PERFORM IMPRIME-TOTALES.
           CLOSE REPORTE-FILE.
           DISPLAY "Órdenes de embargo activas: " ORDENES-ACTIVAS
              " (EMBARGOS.TXT)".
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      ******************************************************************
      * Una orden: si está activa entra al detalle y a los totales;
      * si se cerró en el mes en curso cuenta como liberada o
      * ejecutada con lo que liberó o traspasó.
      ******************************************************************
       PROCESA-EMBARGO.
           READ EMBARGOS-FILE NEXT
              AT END MOVE "10" TO FS-EMBARGOS
           END-READ.
           IF FS-EMBARGOS NOT = "10"
              IF EMB-ESTADO = "A"
                 PERFORM IMPRIME-EMBARGO
              ELSE
                 MOVE EMB-FECHA-CIERRE TO FECHA-CIERRE-TRABAJO
                 IF FC-ANIO-MES = FH-ANIO-MES
                    EVALUATE EMB-ESTADO
                       WHEN "L"
                          ADD 1 TO LIBERADAS-MES
                          COMPUTE MONTO-LIBERADO-MES =
                             MONTO-LIBERADO-MES + EMB-MONTO-ORDENADO
                             - EMB-MONTO-TRANSFERIDO
                       WHEN "E"
                          ADD 1 TO EJECUTADAS-MES
                          ADD EMB-MONTO-TRANSFERIDO
                             TO MONTO-EJECUTADO-MES
                    END-EVALUATE
                 END-IF
              END-IF
           END-IF.

       IMPRIME-EMBARGO.
           ADD 1 TO ORDENES-ACTIVAS.
           ADD EMB-MONTO-ORDENADO TO TOTAL-ORDENADO.
           ADD EMB-MONTO-RETENIDO TO TOTAL-CONGELADO.
           ADD EMB-MONTO-TRANSFERIDO TO TOTAL-TRANSFERIDO.

           MOVE SPACES TO LO-MONEDA.
           IF HAY-CUENTAS = "S"
              MOVE EMB-CUENTA TO CTA-NUMERO
              READ CUENTAS-FILE
                 INVALID KEY MOVE "???" TO LO-MONEDA
                 NOT INVALID KEY MOVE CTA-MONEDA TO LO-MONEDA
              END-READ
           END-IF.
           MOVE EMB-NUMERO TO LO-NUMERO.
           MOVE EMB-CUENTA TO LO-CUENTA.
           MOVE EMB-FECHA-OFICIO TO LO-FECHA-OFICIO.
           MOVE EMB-MONTO-ORDENADO TO LO-ORDENADO.
           MOVE EMB-MONTO-RETENIDO TO LO-CONGELADO.
           MOVE EMB-MONTO-TRANSFERIDO TO LO-TRANSFERIDO.
           MOVE LINEA-ORDEN TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE EMB-AUTORIDAD TO LA-AUTORIDAD.
           MOVE EMB-EXPEDIENTE TO LA-EXPEDIENTE.
           MOVE LINEA-AUTORIDAD TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

      ******************************************************************
      * Totales: las activas con lo ordenado, lo congelado y lo
      * traspasado, y el cierre de órdenes del mes. Los montos se
      * suman sin convertir: las órdenes sobre cuentas en moneda
      * extranjera se identifican por la moneda del detalle.
      ******************************************************************
       IMPRIME-TOTALES.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "TOTALES DE ORDENES ACTIVAS" TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "ORDENES ACTIVAS / MONTO ORDENADO" TO LT-CONCEPTO.
           MOVE ORDENES-ACTIVAS TO LT-CANTIDAD.
           MOVE TOTAL-ORDENADO TO LT-MONTO.
           MOVE LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "  MONTO CONGELADO" TO LT-CONCEPTO.
           MOVE ORDENES-ACTIVAS TO LT-CANTIDAD.
           MOVE TOTAL-CONGELADO TO LT-MONTO.
           MOVE LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "  MONTO TRASPASADO A SUSPENSO" TO LT-CONCEPTO.
           MOVE ORDENES-ACTIVAS TO LT-CANTIDAD.
           MOVE TOTAL-TRANSFERIDO TO LT-MONTO.
           MOVE LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "ORDENES CERRADAS EN EL MES " FH-ANIO-MES
              DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "LIBERADAS / MONTO LIBERADO" TO LT-CONCEPTO.
           MOVE LIBERADAS-MES TO LT-CANTIDAD.
           MOVE MONTO-LIBERADO-MES TO LT-MONTO.
           MOVE LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "EJECUTADAS / MONTO TRASPASADO" TO LT-CONCEPTO.
           MOVE EJECUTADAS-MES TO LT-CANTIDAD.
           MOVE MONTO-EJECUTADO-MES TO LT-MONTO.
           MOVE LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       END PROGRAM REPORTE-EMBARGOS.
