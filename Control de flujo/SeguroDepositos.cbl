      ******************************************************************
      * Cobertura del seguro de depósitos por cliente.
      * Lote regulatorio: a la fecha de negocio junta por cliente
      * (CLI-NUMERO) todo lo que el banco le debe en depósitos y lo
      * compara contra el límite asegurado, para reportar cuánto de
      * cada cliente está cubierto y cuánto no.
      *
      * Depósitos del cliente, todos valuados en MXN al fixing de
      * TASAS.DAT vigente a la fecha de corte:
      *   - a la vista: el saldo positivo de cada cuenta de
      *     CUENTAS.DAT. Una cuenta con cotitulares (TITULARES.DAT)
      *     se reparte por su porcentaje de propiedad, igual que el
      *     acumulado fiscal del abono de intereses: cada cotitular
      *     cuenta su parte y el titular el resto. Los beneficiarios
      *     no cuentan. Un saldo negativo no es depósito (el mayor
      *     lo tiene reclasificado como cartera) y no entra;
      *   - a plazo: el capital de los plazos fijos vigentes ("V")
      *     de PLAZOS.DAT, a nombre de PLZ-CLIENTE.
      * Una divisa sin fixing publicado se valúa a la tasa por
      * omisión del cajero y se avisa con RETURN-CODE 4.
      *
      * El límite asegurado se expresa en UDIs: SEGURO.CFG trae el
      * número de UDIs (400,000 por omisión) y UDIS.DAT (layout
      * UDI.cpy) el valor de la UDI; aplica el valor más reciente no
      * posterior a la fecha de corte. Sin valor de la UDI no se
      * puede calcular el límite y el lote termina con RC 8.
      *
      * Salidas: el reporte SEGURO.TXT (un renglón por cliente y la
      * conciliación) y el archivo para el regulador SEGaaaammdd.DAT
      * (layout SEGURO.cpy). El total a la vista de los clientes
      * debe ser igual a la suma de los saldos positivos de las
      * cuentas (mayor 210100) y el total a plazo al capital de los
      * plazos vigentes (mayor 210200); si no cuadra, RC 8 y el
      * archivo no debe enviarse. La diferencia que quede contra el
      * mayor en divisas es la revaluación: el mayor registra cada
      * movimiento a su tasa del día y aquí se valúa al fixing del
      * corte.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEGURO-DEPOSITOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUENTAS-FILE ASSIGN TO "CUENTAS.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CTA-NUMERO
              FILE STATUS IS FS-CUENTAS.

           SELECT PLAZOS-FILE ASSIGN TO "PLAZOS.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PLZ-NUMERO
              FILE STATUS IS FS-PLAZOS.

           SELECT TITULARES-FILE ASSIGN TO "TITULARES.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TIT-LLAVE
              ALTERNATE RECORD KEY IS TIT-CUENTA
                 WITH DUPLICATES
              FILE STATUS IS FS-TITULARES.

           SELECT CLIENTES-FILE ASSIGN TO "CLIENTES.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CLI-NUMERO
              FILE STATUS IS FS-CLIENTES.

           SELECT TASAS-FILE ASSIGN TO "TASAS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-TASAS.

           SELECT UDIS-FILE ASSIGN TO "UDIS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-UDIS.

           SELECT CONFIG-FILE ASSIGN TO "SEGURO.CFG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-CONFIG.

           SELECT ORDENA-FILE ASSIGN TO "SEGURO.SRT".

           SELECT REPORTE-FILE ASSIGN TO "SEGURO.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-REPORTE.

           SELECT ENVIO-FILE ASSIGN USING NOMBRE-ENVIO
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-ENVIO.

       DATA DIVISION.
       FILE SECTION.
       FD  CUENTAS-FILE.
           COPY CUENTA.

       FD  PLAZOS-FILE.
           COPY PLAZO.

       FD  TITULARES-FILE.
           COPY TITULAR.

       FD  CLIENTES-FILE.
           COPY CLIENTE.

       FD  TASAS-FILE.
           COPY TASA.

       FD  UDIS-FILE.
           COPY UDI.

      * Límite asegurado en UDIs.
       FD  CONFIG-FILE.
       01  CONFIG-REG.
           05 CFG-LIMITE-UDIS        PIC 9(7).

      * Un renglón por depósito (o por la parte de un cotitular), ya
      * en MXN, ordenado por cliente. Tipo "V" vista, "P" plazo.
       SD  ORDENA-FILE.
       01  DEPOSITO-ORDENADO.
           05 SRT-CLIENTE            PIC 9(6).
           05 SRT-TIPO               PIC X(1).
           05 SRT-MONTO              PIC 9(11)V99.

       FD  REPORTE-FILE.
       01  LINEA-REPORTE             PIC X(132).

       FD  ENVIO-FILE.
           COPY SEGURO.

       WORKING-STORAGE SECTION.
       01  FS-CUENTAS                PIC X(2) VALUE "00".
       01  FS-PLAZOS                 PIC X(2) VALUE "00".
       01  FS-TITULARES              PIC X(2) VALUE "00".
       01  FS-CLIENTES               PIC X(2) VALUE "00".
       01  FS-TASAS                  PIC X(2) VALUE "00".
       01  FS-UDIS                   PIC X(2) VALUE "00".
       01  FS-CONFIG                 PIC X(2) VALUE "00".
       01  FS-REPORTE                PIC X(2) VALUE "00".
       01  FS-ENVIO                  PIC X(2) VALUE "00".

       01  FECHA-HOY                 PIC 9(8) VALUE 0.
       01  HAY-PLAZOS                PIC X(1) VALUE "N".
       01  HAY-TITULARES             PIC X(1) VALUE "N".
       01  HAY-CLIENTES              PIC X(1) VALUE "N".

      * Límite asegurado: UDIs de SEGURO.CFG, valor de la UDI
      * vigente al corte y su equivalente en pesos.
       01  LIMITE-UDIS               PIC 9(7) VALUE 400000.
       01  VALOR-UDI                 PIC 9(2)V9(6) VALUE 0.
       01  FECHA-UDI                 PIC 9(8) VALUE 0.
       01  LIMITE-MXN                PIC 9(11)V99 VALUE 0.

       01  NOMBRE-ENVIO.
           05 NE-PREFIJO             PIC X(3) VALUE "SEG".
           05 NE-FECHA               PIC 9(8).
           05 NE-EXTENSION           PIC X(4) VALUE ".DAT".

      * Fixing vigente al corte por divisa. Se siembra con las tasas
      * por omisión del cajero, marcadas, y lo publicado en
      * TASAS.DAT las sobrepone.
       01  MAX-DIVISAS               PIC 9(2) VALUE 10.
       01  TOTAL-DIVISAS             PIC 9(2) VALUE 0.
       01  IDX-DIV                   PIC 9(2) VALUE 0.
       01  DIVISA-HALLADA            PIC 9(2) VALUE 0.
       01  TABLA-DIVISAS.
           05 DV-ENTRY OCCURS 10 TIMES.
              10 DV-MONEDA           PIC X(3).
              10 DV-TASA-FIXING      PIC 9(3)V9999.
              10 DV-FECHA-FIXING     PIC 9(8).
              10 DV-OMISION          PIC X(1).

      * Depósito en curso.
       01  MONEDA-DEPOSITO           PIC X(3) VALUE SPACES.
       01  TASA-DEPOSITO             PIC 9(3)V9999 VALUE 0.
       01  MONTO-MXN                 PIC 9(11)V99 VALUE 0.
       01  MONTO-TITULAR             PIC S9(11)V99 VALUE 0.
       01  MONTO-PARTE               PIC 9(11)V99 VALUE 0.
       01  FIN-CUENTAS               PIC X(1) VALUE "N".
       01  FIN-PLAZOS                PIC X(1) VALUE "N".

      * Corte de control por cliente en la salida del SORT.
       01  FIN-ORDENA                PIC X(1) VALUE "N".
       01  HAY-CLIENTE-ABIERTO       PIC X(1) VALUE "N".
       01  CLIENTE-EN-CURSO          PIC 9(6) VALUE 0.
       01  VISTA-CLIENTE             PIC 9(11)V99 VALUE 0.
       01  PLAZO-CLIENTE             PIC 9(11)V99 VALUE 0.
       01  TOTAL-CLIENTE             PIC 9(11)V99 VALUE 0.
       01  CUBIERTO-CLIENTE          PIC 9(11)V99 VALUE 0.
       01  NO-CUBIERTO-CLIENTE       PIC 9(11)V99 VALUE 0.
       01  NOMBRE-CLIENTE            PIC X(40) VALUE SPACES.
       01  RFC-CLIENTE               PIC X(13) VALUE SPACES.

      * Contadores y totales de control.
       01  CUENTAS-LEIDAS            PIC 9(6) VALUE 0.
       01  CUENTAS-CON-SALDO         PIC 9(6) VALUE 0.
       01  CUENTAS-NEGATIVAS         PIC 9(6) VALUE 0.
       01  PLAZOS-VIGENTES           PIC 9(6) VALUE 0.
       01  DEPOSITOS-SIN-FIXING      PIC 9(6) VALUE 0.
       01  CLIENTES-REPORTADOS       PIC 9(7) VALUE 0.
       01  CLIENTES-EXCEDIDOS        PIC 9(7) VALUE 0.
       01  VISTA-CUENTAS             PIC 9(13)V99 VALUE 0.
       01  PLAZO-CONTRATOS           PIC 9(13)V99 VALUE 0.
       01  TOTAL-VISTA               PIC 9(13)V99 VALUE 0.
       01  TOTAL-PLAZO               PIC 9(13)V99 VALUE 0.
       01  TOTAL-DEPOSITOS           PIC 9(13)V99 VALUE 0.
       01  TOTAL-CUBIERTO            PIC 9(13)V99 VALUE 0.
       01  TOTAL-NO-CUBIERTO         PIC 9(13)V99 VALUE 0.

       01  ENCABEZADO-COLS.
           05 FILLER PIC X(8)  VALUE "CLIENTE ".
           05 FILLER PIC X(31) VALUE "NOMBRE                         ".
           05 FILLER PIC X(14) VALUE "RFC           ".
           05 FILLER PIC X(15) VALUE "         VISTA ".
           05 FILLER PIC X(15) VALUE "         PLAZO ".
           05 FILLER PIC X(15) VALUE "         TOTAL ".
           05 FILLER PIC X(15) VALUE "      CUBIERTO ".
           05 FILLER PIC X(14) VALUE "   NO CUBIERTO".

       01  LINEA-CLIENTE.
           05 LC-CLIENTE             PIC 9(6).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 LC-NOMBRE              PIC X(30).
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 LC-RFC                 PIC X(13).
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 LC-VISTA               PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 LC-PLAZO               PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 LC-TOTAL               PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 LC-CUBIERTO            PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 LC-NO-CUBIERTO         PIC ZZZ,ZZZ,ZZ9.99.

       01  LINEA-CONCILIA.
           05 LQ-CONCEPTO            PIC X(40).
           05 LQ-ORIGEN              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 LQ-CLIENTES            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 LQ-RESULTADO           PIC X(10).

       01  UDI-EDITADA               PIC Z9.999999.
       01  LIMITE-EDITADO            PIC Z,ZZZ,ZZ9.
       01  PESOS-EDITADOS            PIC ZZZ,ZZZ,ZZ9.99.
       01  TOTAL-EDITADO             PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       SEGURO-MAIN.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           CALL "FECHA-NEGOCIO" USING FECHA-HOY.

           PERFORM CARGA-CONFIGURACION.
           PERFORM CARGA-VALOR-UDI.
           IF VALOR-UDI = 0
              DISPLAY "No hay valor de la UDI al " FECHA-HOY
                 " en UDIS.DAT; no se puede calcular el límite."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           COMPUTE LIMITE-MXN ROUNDED = LIMITE-UDIS * VALOR-UDI.
           PERFORM CARGA-FIXINGS.

           OPEN INPUT CUENTAS-FILE.
           IF FS-CUENTAS NOT = "00"
              DISPLAY "No se pudo abrir el archivo de cuentas."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT PLAZOS-FILE.
           IF FS-PLAZOS = "00"
              MOVE "S" TO HAY-PLAZOS
           END-IF.
           OPEN INPUT TITULARES-FILE.
           IF FS-TITULARES = "00"
              MOVE "S" TO HAY-TITULARES
           END-IF.
           OPEN INPUT CLIENTES-FILE.
           IF FS-CLIENTES = "00"
              MOVE "S" TO HAY-CLIENTES
           END-IF.

           OPEN OUTPUT REPORTE-FILE.
           MOVE FECHA-HOY TO NE-FECHA.
           OPEN OUTPUT ENVIO-FILE.
           PERFORM ESCRIBE-ENCABEZADOS.

           SORT ORDENA-FILE
              ON ASCENDING KEY SRT-CLIENTE SRT-TIPO
              INPUT PROCEDURE IS RECORRE-DEPOSITOS
                 THRU RECORRE-DEPOSITOS-EXIT
              OUTPUT PROCEDURE IS CONSOLIDA-CLIENTES
                 THRU CONSOLIDA-CLIENTES-EXIT.

           PERFORM ESCRIBE-TRAILER.
           PERFORM ESCRIBE-CONCILIACION.

           CLOSE ENVIO-FILE.
           CLOSE REPORTE-FILE.
           CLOSE CUENTAS-FILE.
           IF HAY-PLAZOS = "S"
              CLOSE PLAZOS-FILE
           END-IF.
           IF HAY-TITULARES = "S"
              CLOSE TITULARES-FILE
           END-IF.
           IF HAY-CLIENTES = "S"
              CLOSE CLIENTES-FILE
           END-IF.

           DISPLAY "Clientes reportados:   " CLIENTES-REPORTADOS.
           DISPLAY "Clientes sobre límite: " CLIENTES-EXCEDIDOS.
           IF TOTAL-VISTA NOT = VISTA-CUENTAS
                 OR TOTAL-PLAZO NOT = PLAZO-CONTRATOS
              DISPLAY "LA COBERTURA NO CUADRA; no se debe enviar "
                 NOMBRE-ENVIO "."
              MOVE 8 TO RETURN-CODE
           ELSE
              IF DEPOSITOS-SIN-FIXING > 0
                 DISPLAY "Depósitos en divisa sin fixing al corte: "
                    DEPOSITOS-SIN-FIXING
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
           GOBACK.

       CARGA-CONFIGURACION.
           OPEN INPUT CONFIG-FILE.
           IF FS-CONFIG = "00"
              READ CONFIG-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF CFG-LIMITE-UDIS IS NUMERIC
                          AND CFG-LIMITE-UDIS > 0
                       MOVE CFG-LIMITE-UDIS TO LIMITE-UDIS
                    END-IF
              END-READ
              CLOSE CONFIG-FILE
           END-IF.

      * El valor de la UDI al corte: el renglón más reciente que no
      * pase de la fecha de negocio.
       CARGA-VALOR-UDI.
           MOVE 0 TO VALOR-UDI.
           MOVE 0 TO FECHA-UDI.
           OPEN INPUT UDIS-FILE.
           IF FS-UDIS = "00"
              PERFORM APLICA-VALOR-UDI UNTIL FS-UDIS = "10"
              CLOSE UDIS-FILE
           END-IF.

       APLICA-VALOR-UDI.
           READ UDIS-FILE
              AT END MOVE "10" TO FS-UDIS
           END-READ.
           IF FS-UDIS NOT = "10"
              IF UDI-FECHA IS NUMERIC AND UDI-VALOR IS NUMERIC
                    AND UDI-VALOR > 0
                    AND UDI-FECHA <= FECHA-HOY
                    AND UDI-FECHA >= FECHA-UDI
                 MOVE UDI-FECHA TO FECHA-UDI
                 MOVE UDI-VALOR TO VALOR-UDI
              END-IF
           END-IF.

       CARGA-FIXINGS.
           MOVE 2 TO TOTAL-DIVISAS.
           MOVE "USD" TO DV-MONEDA (1).
           MOVE 18.5000 TO DV-TASA-FIXING (1).
           MOVE 0 TO DV-FECHA-FIXING (1).
           MOVE "S" TO DV-OMISION (1).
           MOVE "EUR" TO DV-MONEDA (2).
           MOVE 20.1000 TO DV-TASA-FIXING (2).
           MOVE 0 TO DV-FECHA-FIXING (2).
           MOVE "S" TO DV-OMISION (2).
           OPEN INPUT TASAS-FILE.
           IF FS-TASAS = "00"
              PERFORM APLICA-FIXING UNTIL FS-TASAS = "10"
              CLOSE TASAS-FILE
           END-IF.

       APLICA-FIXING.
           READ TASAS-FILE
              AT END MOVE "10" TO FS-TASAS
           END-READ.
           IF FS-TASAS NOT = "10"
              IF TAS-FECHA-VIGENCIA <= FECHA-HOY
                    AND TAS-TASA IS NUMERIC
                    AND TAS-MONEDA NOT = "MXN"
                 MOVE TAS-MONEDA TO MONEDA-DEPOSITO
                 PERFORM BUSCA-DIVISA
                 IF DIVISA-HALLADA = 0
                       AND TOTAL-DIVISAS < MAX-DIVISAS
                    ADD 1 TO TOTAL-DIVISAS
                    MOVE TOTAL-DIVISAS TO DIVISA-HALLADA
                    MOVE TAS-MONEDA TO DV-MONEDA (DIVISA-HALLADA)
                    MOVE 0 TO DV-FECHA-FIXING (DIVISA-HALLADA)
                 END-IF
                 IF DIVISA-HALLADA NOT = 0
                    IF TAS-FECHA-VIGENCIA >=
                          DV-FECHA-FIXING (DIVISA-HALLADA)
                       MOVE TAS-TASA
                          TO DV-TASA-FIXING (DIVISA-HALLADA)
                       MOVE TAS-FECHA-VIGENCIA
                          TO DV-FECHA-FIXING (DIVISA-HALLADA)
                       MOVE "N" TO DV-OMISION (DIVISA-HALLADA)
                    END-IF
                 END-IF
              END-IF
           END-IF.

       BUSCA-DIVISA.
           MOVE 0 TO DIVISA-HALLADA.
           PERFORM COMPARA-DIVISA
              VARYING IDX-DIV FROM 1 BY 1
              UNTIL IDX-DIV > TOTAL-DIVISAS
                 OR DIVISA-HALLADA NOT = 0.

       COMPARA-DIVISA.
           IF DV-MONEDA (IDX-DIV) = MONEDA-DEPOSITO
              MOVE IDX-DIV TO DIVISA-HALLADA
           END-IF.

      * Tasa a MXN del depósito en curso (MONEDA-DEPOSITO). Una
      * divisa que no está ni en la tabla por omisión queda en cero
      * y su depósito no suma; ambos casos se cuentan como sin
      * fixing.
       OBTEN-TASA-DEPOSITO.
           MOVE 1 TO TASA-DEPOSITO.
           IF MONEDA-DEPOSITO NOT = "MXN"
                 AND MONEDA-DEPOSITO NOT = SPACES
              PERFORM BUSCA-DIVISA
              IF DIVISA-HALLADA = 0
                 MOVE 0 TO TASA-DEPOSITO
                 ADD 1 TO DEPOSITOS-SIN-FIXING
              ELSE
                 MOVE DV-TASA-FIXING (DIVISA-HALLADA)
                    TO TASA-DEPOSITO
                 IF DV-OMISION (DIVISA-HALLADA) = "S"
                    ADD 1 TO DEPOSITOS-SIN-FIXING
                 END-IF
              END-IF
           END-IF.

       ESCRIBE-ENCABEZADOS.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "COBERTURA DEL SEGURO DE DEPOSITOS AL " FECHA-HOY
              DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE VALOR-UDI TO UDI-EDITADA.
           MOVE LIMITE-UDIS TO LIMITE-EDITADO.
           MOVE LIMITE-MXN TO PESOS-EDITADOS.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "LIMITE ASEGURADO: " LIMITE-EDITADO " UDIS X "
              UDI-EDITADA " (UDI DEL " FECHA-UDI ") = MXN "
              PESOS-EDITADOS
              DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE ENCABEZADO-COLS TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           MOVE SPACES TO SEG-ENCABEZADO.
           MOVE "H" TO SGE-TIPO.
           MOVE FECHA-HOY TO SGE-FECHA-CORTE.
           MOVE VALOR-UDI TO SGE-VALOR-UDI.
           MOVE LIMITE-UDIS TO SGE-LIMITE-UDIS.
           MOVE LIMITE-MXN TO SGE-LIMITE-MXN.
           WRITE SEG-ENCABEZADO.

      ******************************************************************
      * Procedimiento de entrada del SORT: una pasada por las cuentas
      * (saldo positivo, repartido entre titular y cotitulares) y
      * otra por los plazos vigentes.
      ******************************************************************
       RECORRE-DEPOSITOS.
           MOVE "N" TO FIN-CUENTAS.
           MOVE 0 TO CTA-NUMERO.
           START CUENTAS-FILE KEY IS NOT LESS THAN CTA-NUMERO
              INVALID KEY MOVE "S" TO FIN-CUENTAS
           END-START.
           PERFORM EVALUA-CUENTA UNTIL FIN-CUENTAS = "S".

           IF HAY-PLAZOS = "N"
              GO TO RECORRE-DEPOSITOS-EXIT
           END-IF.
           MOVE "N" TO FIN-PLAZOS.
           MOVE 0 TO PLZ-NUMERO.
           START PLAZOS-FILE KEY IS NOT LESS THAN PLZ-NUMERO
              INVALID KEY MOVE "S" TO FIN-PLAZOS
           END-START.
           PERFORM EVALUA-PLAZO UNTIL FIN-PLAZOS = "S".
       RECORRE-DEPOSITOS-EXIT.
           EXIT.

       EVALUA-CUENTA.
           READ CUENTAS-FILE NEXT
              AT END MOVE "S" TO FIN-CUENTAS
           END-READ.
           IF FIN-CUENTAS = "N"
              ADD 1 TO CUENTAS-LEIDAS
              IF CTA-SALDO > 0
                 PERFORM LIBERA-CUENTA
              END-IF
              IF CTA-SALDO < 0
                 ADD 1 TO CUENTAS-NEGATIVAS
              END-IF
           END-IF.

       LIBERA-CUENTA.
           ADD 1 TO CUENTAS-CON-SALDO.
           MOVE CTA-MONEDA TO MONEDA-DEPOSITO.
           PERFORM OBTEN-TASA-DEPOSITO.
           COMPUTE MONTO-MXN ROUNDED = CTA-SALDO * TASA-DEPOSITO.
           ADD MONTO-MXN TO VISTA-CUENTAS.
           MOVE MONTO-MXN TO MONTO-TITULAR.
           IF HAY-TITULARES = "S"
              MOVE CTA-NUMERO TO TIT-CUENTA
              START TITULARES-FILE KEY IS EQUAL TO TIT-CUENTA
                 INVALID KEY MOVE "10" TO FS-TITULARES
              END-START
              PERFORM REPARTE-COTITULAR UNTIL FS-TITULARES = "10"
              MOVE "00" TO FS-TITULARES
           END-IF.
           MOVE CTA-CLIENTE TO SRT-CLIENTE.
           MOVE "V" TO SRT-TIPO.
           MOVE MONTO-TITULAR TO SRT-MONTO.
           RELEASE DEPOSITO-ORDENADO.

      * La parte de cada cotitular sale redondeada de su porcentaje;
      * el titular se queda con lo que resta, para que el reparto no
      * pierda ni invente centavos.
       REPARTE-COTITULAR.
           READ TITULARES-FILE NEXT
              AT END MOVE "10" TO FS-TITULARES
           END-READ.
           IF FS-TITULARES NOT = "10"
              IF TIT-CUENTA NOT = CTA-NUMERO
                 MOVE "10" TO FS-TITULARES
              ELSE
                 IF TIT-ROL = "C" AND TIT-PORCENTAJE > 0
                    COMPUTE MONTO-PARTE ROUNDED =
                       MONTO-MXN * TIT-PORCENTAJE / 100
                    SUBTRACT MONTO-PARTE FROM MONTO-TITULAR
                    MOVE TIT-CLIENTE TO SRT-CLIENTE
                    MOVE "V" TO SRT-TIPO
                    MOVE MONTO-PARTE TO SRT-MONTO
                    RELEASE DEPOSITO-ORDENADO
                 END-IF
              END-IF
           END-IF.

       EVALUA-PLAZO.
           READ PLAZOS-FILE NEXT
              AT END MOVE "S" TO FIN-PLAZOS
           END-READ.
           IF FIN-PLAZOS = "N"
              IF PLZ-ESTADO = "V" AND PLZ-MONTO > 0
                 ADD 1 TO PLAZOS-VIGENTES
                 MOVE PLZ-MONEDA TO MONEDA-DEPOSITO
                 PERFORM OBTEN-TASA-DEPOSITO
                 COMPUTE MONTO-MXN ROUNDED =
                    PLZ-MONTO * TASA-DEPOSITO
                 ADD MONTO-MXN TO PLAZO-CONTRATOS
                 MOVE PLZ-CLIENTE TO SRT-CLIENTE
                 MOVE "P" TO SRT-TIPO
                 MOVE MONTO-MXN TO SRT-MONTO
                 RELEASE DEPOSITO-ORDENADO
              END-IF
           END-IF.

      ******************************************************************
      * Procedimiento de salida del SORT: corte de control por
      * cliente. Suma vista y plazo, aplica el límite y graba el
      * renglón del reporte y el registro del regulador.
      ******************************************************************
       CONSOLIDA-CLIENTES.
           MOVE "N" TO FIN-ORDENA.
           MOVE "N" TO HAY-CLIENTE-ABIERTO.
           PERFORM REGRESA-DEPOSITO.
           PERFORM CONSOLIDA-DEPOSITO UNTIL FIN-ORDENA = "S".
           IF HAY-CLIENTE-ABIERTO = "S"
              PERFORM CIERRA-CLIENTE
           END-IF.
       CONSOLIDA-CLIENTES-EXIT.
           EXIT.

       REGRESA-DEPOSITO.
           RETURN ORDENA-FILE
              AT END MOVE "S" TO FIN-ORDENA
           END-RETURN.

       CONSOLIDA-DEPOSITO.
           IF HAY-CLIENTE-ABIERTO = "S"
                 AND SRT-CLIENTE NOT = CLIENTE-EN-CURSO
              PERFORM CIERRA-CLIENTE
           END-IF.
           IF HAY-CLIENTE-ABIERTO = "N"
              MOVE SRT-CLIENTE TO CLIENTE-EN-CURSO
              MOVE "S" TO HAY-CLIENTE-ABIERTO
              MOVE 0 TO VISTA-CLIENTE
              MOVE 0 TO PLAZO-CLIENTE
           END-IF.
           IF SRT-TIPO = "P"
              ADD SRT-MONTO TO PLAZO-CLIENTE
           ELSE
              ADD SRT-MONTO TO VISTA-CLIENTE
           END-IF.
           PERFORM REGRESA-DEPOSITO.

       CIERRA-CLIENTE.
           COMPUTE TOTAL-CLIENTE = VISTA-CLIENTE + PLAZO-CLIENTE.
           IF TOTAL-CLIENTE > LIMITE-MXN
              MOVE LIMITE-MXN TO CUBIERTO-CLIENTE
              ADD 1 TO CLIENTES-EXCEDIDOS
           ELSE
              MOVE TOTAL-CLIENTE TO CUBIERTO-CLIENTE
           END-IF.
           COMPUTE NO-CUBIERTO-CLIENTE =
              TOTAL-CLIENTE - CUBIERTO-CLIENTE.
           PERFORM OBTEN-DATOS-CLIENTE.

           MOVE CLIENTE-EN-CURSO TO LC-CLIENTE.
           MOVE NOMBRE-CLIENTE TO LC-NOMBRE.
           MOVE RFC-CLIENTE TO LC-RFC.
           MOVE VISTA-CLIENTE TO LC-VISTA.
           MOVE PLAZO-CLIENTE TO LC-PLAZO.
           MOVE TOTAL-CLIENTE TO LC-TOTAL.
           MOVE CUBIERTO-CLIENTE TO LC-CUBIERTO.
           MOVE NO-CUBIERTO-CLIENTE TO LC-NO-CUBIERTO.
           MOVE LINEA-CLIENTE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           MOVE "D" TO SGD-TIPO.
           MOVE CLIENTE-EN-CURSO TO SGD-CLIENTE.
           MOVE RFC-CLIENTE TO SGD-RFC.
           MOVE NOMBRE-CLIENTE TO SGD-NOMBRE.
           MOVE VISTA-CLIENTE TO SGD-VISTA.
           MOVE PLAZO-CLIENTE TO SGD-PLAZO.
           MOVE TOTAL-CLIENTE TO SGD-TOTAL.
           MOVE CUBIERTO-CLIENTE TO SGD-CUBIERTO.
           MOVE NO-CUBIERTO-CLIENTE TO SGD-NO-CUBIERTO.
           WRITE SEG-DETALLE.

           ADD 1 TO CLIENTES-REPORTADOS.
           ADD VISTA-CLIENTE TO TOTAL-VISTA.
           ADD PLAZO-CLIENTE TO TOTAL-PLAZO.
           ADD TOTAL-CLIENTE TO TOTAL-DEPOSITOS.
           ADD CUBIERTO-CLIENTE TO TOTAL-CUBIERTO.
           ADD NO-CUBIERTO-CLIENTE TO TOTAL-NO-CUBIERTO.
           MOVE "N" TO HAY-CLIENTE-ABIERTO.

       OBTEN-DATOS-CLIENTE.
           MOVE SPACES TO NOMBRE-CLIENTE.
           MOVE SPACES TO RFC-CLIENTE.
           IF CLIENTE-EN-CURSO = 0
              MOVE "(CUENTAS SIN CLIENTE)" TO NOMBRE-CLIENTE
           ELSE
              IF HAY-CLIENTES = "S"
                 MOVE CLIENTE-EN-CURSO TO CLI-NUMERO
                 READ CLIENTES-FILE
                    INVALID KEY
                       MOVE "(NO EXISTE EN CLIENTES)" TO NOMBRE-CLIENTE
                    NOT INVALID KEY
                       MOVE CLI-NOMBRE TO NOMBRE-CLIENTE
                       MOVE CLI-RFC TO RFC-CLIENTE
                 END-READ
              END-IF
           END-IF.

       ESCRIBE-TRAILER.
           MOVE SPACES TO SEG-TRAILER.
           MOVE "T" TO SGT-TIPO.
           MOVE CLIENTES-REPORTADOS TO SGT-CLIENTES.
           MOVE TOTAL-VISTA TO SGT-SALDO-210100.
           MOVE TOTAL-PLAZO TO SGT-SALDO-210200.
           MOVE TOTAL-DEPOSITOS TO SGT-TOTAL.
           MOVE TOTAL-CUBIERTO TO SGT-CUBIERTO.
           MOVE TOTAL-NO-CUBIERTO TO SGT-NO-CUBIERTO.
           WRITE SEG-TRAILER.

      ******************************************************************
      * Conciliación: lo que suman los clientes contra lo que suman
      * las cuentas y los contratos de origen, por cuenta de mayor.
      ******************************************************************
       ESCRIBE-CONCILIACION.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE TOTAL-DEPOSITOS TO TOTAL-EDITADO.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "TOTAL DEPOSITOS:    " TOTAL-EDITADO
              DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE TOTAL-CUBIERTO TO TOTAL-EDITADO.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "TOTAL CUBIERTO:     " TOTAL-EDITADO
              DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE TOTAL-NO-CUBIERTO TO TOTAL-EDITADO.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "TOTAL NO CUBIERTO:  " TOTAL-EDITADO
              DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "CLIENTES: " CLIENTES-REPORTADOS
              "  SOBRE EL LIMITE: " CLIENTES-EXCEDIDOS
              DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-CONCILIA.
           MOVE "CONCILIACION" TO LQ-CONCEPTO.
           MOVE LINEA-CONCILIA TO LINEA-REPORTE.
           MOVE "ORIGEN" TO LINEA-REPORTE (55:6).
           MOVE "CLIENTES" TO LINEA-REPORTE (75:8).
           WRITE LINEA-REPORTE.
           MOVE "VISTA, MAYOR 210100 (SALDOS POSITIVOS)"
              TO LQ-CONCEPTO.
           MOVE VISTA-CUENTAS TO LQ-ORIGEN.
           MOVE TOTAL-VISTA TO LQ-CLIENTES.
           IF VISTA-CUENTAS = TOTAL-VISTA
              MOVE "CUADRA" TO LQ-RESULTADO
           ELSE
              MOVE "NO CUADRA" TO LQ-RESULTADO
           END-IF.
           MOVE LINEA-CONCILIA TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "PLAZO, MAYOR 210200 (PLAZOS VIGENTES)"
              TO LQ-CONCEPTO.
           MOVE PLAZO-CONTRATOS TO LQ-ORIGEN.
           MOVE TOTAL-PLAZO TO LQ-CLIENTES.
           IF PLAZO-CONTRATOS = TOTAL-PLAZO
              MOVE "CUADRA" TO LQ-RESULTADO
           ELSE
              MOVE "NO CUADRA" TO LQ-RESULTADO
           END-IF.
           MOVE LINEA-CONCILIA TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           MOVE SPACES TO LINEA-REPORTE.
           STRING "CUENTAS LEIDAS: " CUENTAS-LEIDAS
              "  CON SALDO: " CUENTAS-CON-SALDO
              "  NEGATIVAS (CARTERA 130100, NO ENTRAN): "
              CUENTAS-NEGATIVAS
              DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "PLAZOS VIGENTES: " PLAZOS-VIGENTES
              DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           IF DEPOSITOS-SIN-FIXING > 0
              MOVE SPACES TO LINEA-REPORTE
              STRING "DEPOSITOS EN DIVISA SIN FIXING AL CORTE: "
                 DEPOSITOS-SIN-FIXING
                 " (VALUADOS A LA TASA POR OMISION)"
                 DELIMITED BY SIZE INTO LINEA-REPORTE
              WRITE LINEA-REPORTE
           END-IF.

       END PROGRAM SEGURO-DEPOSITOS.
