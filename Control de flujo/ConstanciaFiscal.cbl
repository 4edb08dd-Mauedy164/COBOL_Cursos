      * para entregarse o enviarse. Los clientes que ya no se
      * puedan resolver en el maestro salen igual, marcados, para
      * que alguien complete el expediente antes de timbrar.
      * Desde que el abono de intereses reparte el acumulado de las
      * cuentas con cotitulares (TITULARES.DAT, layout TITULAR.cpy),
      * la constancia de cada copropietario lista además esas
      * cuentas con el porcentaje que le corresponde.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSTANCIA-FISCAL.
              RECORD KEY IS CLI-NUMERO
              FILE STATUS IS FS-CLIENTES.

           SELECT TITULARES-FILE ASSIGN TO "TITULARES.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TIT-LLAVE
              ALTERNATE RECORD KEY IS TIT-CUENTA
                 WITH DUPLICATES
              FILE STATUS IS FS-TITULARES.

           SELECT REPORTE-FILE ASSIGN TO "CONSTANC.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-REPORTE.
       FD  CLIENTES-FILE.
           COPY CLIENTE.

       FD  TITULARES-FILE.
           COPY TITULAR.

       FD  REPORTE-FILE.
       01  LINEA-REPORTE           PIC X(80).

       01  FS-FISCAL               PIC X(2) VALUE "00".
       01  FS-CLIENTES             PIC X(2) VALUE "00".
       01  FS-REPORTE              PIC X(2) VALUE "00".
       01  FS-TITULARES            PIC X(2) VALUE "00".
       01  HAY-TITULARES           PIC X(1) VALUE "N".

       01  ANIO-ENTRADA            PIC X(4) VALUE SPACES.
       01  ANIO-PEDIDO             PIC 9(4) VALUE 0.

       01  INTERES-EDITADO         PIC ZZZ,ZZZ,ZZ9.99-.
       01  RETENCION-EDITADA       PIC ZZZ,ZZZ,ZZ9.99-.
       01  PORCENTAJE-EDITADO      PIC ZZ9.99.
       01  ROL-DESCRIPCION         PIC X(9) VALUE SPACES.

       PROCEDURE DIVISION.
       CONSTANCIA-FISCAL-MAIN.
              GOBACK
           END-IF.
           OPEN INPUT CLIENTES-FILE.
           MOVE "N" TO HAY-TITULARES.
           OPEN INPUT TITULARES-FILE.
           IF FS-TITULARES = "00"
              MOVE "S" TO HAY-TITULARES
           END-IF.

           OPEN OUTPUT REPORTE-FILE.
           MOVE SPACES TO LINEA-REPORTE.
           CLOSE REPORTE-FILE.
           CLOSE CLIENTES-FILE.
           CLOSE FISCAL-FILE.
           IF HAY-TITULARES = "S"
              CLOSE TITULARES-FILE
           END-IF.
           DISPLAY "Constancias emitidas: " CONSTANCIAS-EMITIDAS
              " (CONSTANC.TXT)".
           GOBACK.
              DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           IF HAY-TITULARES = "S"
              MOVE FIS-CLIENTE TO TIT-CLIENTE
              MOVE 0 TO TIT-CUENTA
              START TITULARES-FILE KEY IS NOT LESS THAN TIT-LLAVE
                 INVALID KEY MOVE "10" TO FS-TITULARES
              END-START
              PERFORM IMPRIME-COPROPIEDAD UNTIL FS-TITULARES = "10"
              MOVE "00" TO FS-TITULARES
           END-IF.

      * Cuentas en copropiedad del cliente: las de cotitular y las
      * propias en que el titular ya no tiene el 100%.
       IMPRIME-COPROPIEDAD.
           READ TITULARES-FILE NEXT
              AT END MOVE "10" TO FS-TITULARES
           END-READ.
           IF FS-TITULARES NOT = "10"
              IF TIT-CLIENTE NOT = FIS-CLIENTE
                 MOVE "10" TO FS-TITULARES
              ELSE
                 IF TIT-ROL = "C"
                       OR (TIT-ROL = "T" AND TIT-PORCENTAJE < 100)
                    IF TIT-ROL = "C"
                       MOVE "COTITULAR" TO ROL-DESCRIPCION
                    ELSE
                       MOVE "TITULAR" TO ROL-DESCRIPCION
                    END-IF
                    MOVE TIT-PORCENTAJE TO PORCENTAJE-EDITADO
                    MOVE SPACES TO LINEA-REPORTE
                    STRING "CUENTA " TIT-CUENTA " EN COPROPIEDAD, "
                       ROL-DESCRIPCION " " PORCENTAJE-EDITADO "%"
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                    WRITE LINEA-REPORTE
                 END-IF
              END-IF
           END-IF.

       END PROGRAM CONSTANCIA-FISCAL.
