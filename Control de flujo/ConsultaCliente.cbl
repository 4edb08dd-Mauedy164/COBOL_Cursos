      * el cajero automático). Los contratos de plazo fijo vigentes
      * del cliente (PLAZOS.DAT) se listan después de las cuentas y
      * entran a la posición combinada con su equivalente en MXN.
      * Las cuentas de otro titular en que el cliente es cotitular o
      * beneficiario (TITULARES.DAT, layout TITULAR.cpy) se listan
      * aparte con su rol, porcentaje, firma y tarjeta; de las de
      * cotitular entra a la posición sólo su porcentaje del saldo,
      * y de una cuenta propia con cotitulares, sólo el porcentaje
      * que le queda al titular.
      * Un cliente que ya no está en el maestro porque la purga anual
      * de cerradas lo sacó se busca en el índice PURGADOS.DAT
      * (layout PURGADO.cpy): sus datos y sus cuentas se muestran
      * desde el archivo fechado PURGAaaaammdd.DAT que le corresponde,
      * sólo si el archivo cuadra con su trailer de control.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSULTA-CLIENTE.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-TASAS.

           SELECT TITULARES-FILE ASSIGN TO "TITULARES.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TIT-LLAVE
              ALTERNATE RECORD KEY IS TIT-CUENTA
                 WITH DUPLICATES
              FILE STATUS IS FS-TITULARES.

           SELECT PLAZOS-FILE ASSIGN TO "PLAZOS.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PLZ-NUMERO
              FILE STATUS IS FS-PLAZOS.

           SELECT PURGADOS-FILE ASSIGN TO "PURGADOS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-PURGADOS.

           SELECT ARCHIVO-FILE ASSIGN USING NOMBRE-ARCHIVO
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-ARCHIVO.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTES-FILE.
       FD  TASAS-FILE.
           COPY TASA.

       FD  TITULARES-FILE.
           COPY TITULAR.

       FD  PLAZOS-FILE.
           COPY PLAZO.

       FD  PURGADOS-FILE.
           COPY PURGADO.

       FD  ARCHIVO-FILE.
           COPY RESPALDO.

       WORKING-STORAGE SECTION.
       01  FS-CLIENTES               PIC X(2) VALUE "00".
       01  FS-CUENTAS                PIC X(2) VALUE "00".
       01  FS-TASAS                  PIC X(2) VALUE "00".
       01  FS-PLAZOS                 PIC X(2) VALUE "00".
       01  FS-TITULARES              PIC X(2) VALUE "00".
       01  HAY-TITULARES             PIC X(1) VALUE "N".
       01  FS-PURGADOS               PIC X(2) VALUE "00".
       01  FS-ARCHIVO                PIC X(2) VALUE "00".

       01  CLIENTE-ENTRADA           PIC X(6) VALUE SPACES.
       01  CLIENTE-BUSCADO           PIC 9(6) VALUE 0.
           05 FILLER                 PIC X(3) VALUE SPACES.
           05 LC-EQUIVALENTE         PIC ZZZ,ZZZ,ZZ9.99-.

      * Cuentas de otro titular en que el cliente es cotitular (C)
      * o beneficiario (B).
       01  COTITULARIDADES           PIC 9(4) VALUE 0.
       01  LINEA-COTITULAR.
           05 LT-CUENTA              PIC 9(6).
           05 FILLER                 PIC X(3) VALUE SPACES.
           05 LT-MONEDA              PIC X(3).
           05 FILLER                 PIC X(3) VALUE SPACES.
           05 LT-ROL                 PIC X(1).
           05 FILLER                 PIC X(3) VALUE SPACES.
           05 LT-PORCENTAJE          PIC ZZ9.99.
           05 FILLER                 PIC X(3) VALUE SPACES.
           05 LT-FIRMA               PIC X(1).
           05 FILLER                 PIC X(3) VALUE SPACES.
           05 LT-TARJETA             PIC 9(16).
           05 FILLER                 PIC X(3) VALUE SPACES.
           05 LT-EQUIVALENTE         PIC ZZZ,ZZZ,ZZ9.99-.

      * Plazos fijos vigentes del cliente, con su equivalente en MXN
      * a la tasa de la moneda del contrato.
       01  PLAZOS-DEL-CLIENTE        PIC 9(4) VALUE 0.
           05 FILLER                 PIC X(3) VALUE SPACES.
           05 LP-EQUIVALENTE         PIC ZZZ,ZZZ,ZZ9.99-.

      * Cliente purgado: archivo fechado que le toca según el índice
      * de purgados, y cuadre del archivo contra su trailer (conteo
      * y total hash de los primeros 6 caracteres de cada imagen).
       01  HAY-PURGADO               PIC X(1) VALUE "N".
       01  NOMBRE-ARCHIVO.
           05 NAR-PREFIJO            PIC X(5) VALUE "PURGA".
           05 NAR-FECHA              PIC 9(8).
           05 NAR-EXTENSION          PIC X(4) VALUE ".DAT".
       01  REGISTROS-LEIDOS          PIC 9(9) VALUE 0.
       01  HASH-LLAVES               PIC S9(13)V99 VALUE 0.
       01  LLAVE-HASH                PIC 9(6) VALUE 0.
       01  HUBO-TRAILER              PIC X(1) VALUE "N".
       01  ARCHIVO-INTEGRO           PIC X(1) VALUE "N".
       01  CUENTAS-ARCHIVADAS        PIC 9(4) VALUE 0.

      * Áreas de trabajo con los layouts del maestro para descomponer
      * las imágenes "L" (cliente), "C" (cuenta) y "U" (cotitular)
      * del archivo fechado.
       01  CLIENTE-ARCHIVADO.
           05 CLA-NUMERO             PIC 9(6).
           05 CLA-NOMBRE             PIC X(40).
           05 CLA-DIRECCION          PIC X(50).
           05 CLA-RFC                PIC X(13).
           05 CLA-TELEFONO           PIC X(10).
           05 CLA-ESTADO             PIC X(1).
       01  CUENTA-ARCHIVADA.
           05 CAR-NUMERO             PIC 9(6).
           05 FILLER                 PIC X(9).
           05 CAR-NOMBRE             PIC A(30).
           05 CAR-MONEDA             PIC X(3).
           05 FILLER                 PIC X(37).
           05 CAR-CLIENTE            PIC 9(6).
           05 FILLER                 PIC X(6).
           05 CAR-ESTADO             PIC X(1).
           05 CAR-FECHA-ULT-MOV      PIC 9(8).
       01  TITULAR-ARCHIVADO.
           05 TUA-CLIENTE            PIC 9(6).
           05 TUA-CUENTA             PIC 9(6).
           05 TUA-ROL                PIC X(1).

       PROCEDURE DIVISION.
       CONSULTA-CLIENTE-MAIN.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
              MOVE CLIENTE-BUSCADO TO CLI-NUMERO
              READ CLIENTES-FILE
                 INVALID KEY
                    PERFORM BUSCA-CLIENTE-PURGADO
                       THRU BUSCA-CLIENTE-PURGADO-EXIT
                 NOT INVALID KEY
                    DISPLAY "CLIENTE:   " CLI-NUMERO
                    DISPLAY "NOMBRE:    " CLI-NOMBRE
              CLOSE CLIENTES-FILE
           END-IF.

      ******************************************************************
      * Cliente que no está en el maestro: si la purga de cerradas lo
      * sacó, el índice de purgados dice en qué archivo fechado
      * quedó. El archivo se cuadra completo contra su trailer antes
      * de mostrar nada, igual que la consulta del historial
      * archivado.
      ******************************************************************
       BUSCA-CLIENTE-PURGADO.
           MOVE "N" TO HAY-PURGADO.
           MOVE "00" TO FS-PURGADOS.
           OPEN INPUT PURGADOS-FILE.
           IF FS-PURGADOS = "00"
              PERFORM LEE-PURGADO UNTIL FS-PURGADOS = "10"
              CLOSE PURGADOS-FILE
           END-IF.
           IF HAY-PURGADO NOT = "S"
              DISPLAY "No existe ese cliente."
              GO TO BUSCA-CLIENTE-PURGADO-EXIT
           END-IF.

           PERFORM CUADRA-ARCHIVO THRU CUADRA-ARCHIVO-FIN.
           IF ARCHIVO-INTEGRO NOT = "S"
              DISPLAY "El cliente se purgó a " NOMBRE-ARCHIVO
                 ", que NO cuadra con su trailer; no se usa."
              GO TO BUSCA-CLIENTE-PURGADO-EXIT
           END-IF.

           DISPLAY "CLIENTE PURGADO; DATOS DE " NOMBRE-ARCHIVO.
           MOVE 0 TO CUENTAS-ARCHIVADAS.
           MOVE "00" TO FS-ARCHIVO.
           OPEN INPUT ARCHIVO-FILE.
           PERFORM MUESTRA-CLIENTE-ARCHIVADO UNTIL FS-ARCHIVO = "10".
           CLOSE ARCHIVO-FILE.
           MOVE "00" TO FS-ARCHIVO.
           OPEN INPUT ARCHIVO-FILE.
           DISPLAY "CUENTA    MON   R   ULT.MOV.".
           PERFORM MUESTRA-CUENTA-ARCHIVADA UNTIL FS-ARCHIVO = "10".
           CLOSE ARCHIVO-FILE.
           DISPLAY "CUENTAS ARCHIVADAS:  " CUENTAS-ARCHIVADAS.
       BUSCA-CLIENTE-PURGADO-EXIT.
           EXIT.

       LEE-PURGADO.
           READ PURGADOS-FILE
              AT END MOVE "10" TO FS-PURGADOS
           END-READ.
           IF FS-PURGADOS NOT = "10"
              IF PUR-CLIENTE = CLIENTE-BUSCADO
                 MOVE "S" TO HAY-PURGADO
                 MOVE PUR-FECHA-ARCHIVO TO NAR-FECHA
              END-IF
           END-IF.

       CUADRA-ARCHIVO.
           MOVE 0 TO REGISTROS-LEIDOS.
           MOVE 0 TO HASH-LLAVES.
           MOVE "N" TO HUBO-TRAILER.
           MOVE "N" TO ARCHIVO-INTEGRO.
           MOVE "00" TO FS-ARCHIVO.
           OPEN INPUT ARCHIVO-FILE.
           IF FS-ARCHIVO NOT = "00"
              DISPLAY "No existe el archivo " NOMBRE-ARCHIVO "."
              GO TO CUADRA-ARCHIVO-FIN
           END-IF.
           PERFORM CUADRA-RENGLON UNTIL FS-ARCHIVO = "10".
           CLOSE ARCHIVO-FILE.
           IF HUBO-TRAILER NOT = "S"
              DISPLAY "El archivo no trae trailer de control."
           END-IF.
       CUADRA-ARCHIVO-FIN.
           EXIT.

       CUADRA-RENGLON.
           READ ARCHIVO-FILE
              AT END MOVE "10" TO FS-ARCHIVO
           END-READ.
           IF FS-ARCHIVO NOT = "10"
              IF RSP-TIPO = "T"
                 MOVE "S" TO HUBO-TRAILER
                 IF RST-REGISTROS = REGISTROS-LEIDOS
                       AND RST-HASH-MONTOS = HASH-LLAVES
                    MOVE "S" TO ARCHIVO-INTEGRO
                 END-IF
              ELSE
                 ADD 1 TO REGISTROS-LEIDOS
                 MOVE RSP-IMAGEN (1:6) TO LLAVE-HASH
                 ADD LLAVE-HASH TO HASH-LLAVES
              END-IF
           END-IF.

       MUESTRA-CLIENTE-ARCHIVADO.
           READ ARCHIVO-FILE
              AT END MOVE "10" TO FS-ARCHIVO
           END-READ.
           IF FS-ARCHIVO NOT = "10"
              IF RSP-TIPO = "L"
                 MOVE RSP-IMAGEN TO CLIENTE-ARCHIVADO
                 IF CLA-NUMERO = CLIENTE-BUSCADO
                    DISPLAY "CLIENTE:   " CLA-NUMERO
                    DISPLAY "NOMBRE:    " CLA-NOMBRE
                    DISPLAY "DOMICILIO: " CLA-DIRECCION
                    DISPLAY "RFC:       " CLA-RFC
                    DISPLAY "TELEFONO:  " CLA-TELEFONO
                 END-IF
              END-IF
           END-IF.

      * Las cuentas propias (renglones "C" del cliente, rol T) y
      * las cotitularidades (renglones "U" con otro rol) que se
      * purgaron en la misma corrida.
       MUESTRA-CUENTA-ARCHIVADA.
           READ ARCHIVO-FILE
              AT END MOVE "10" TO FS-ARCHIVO
           END-READ.
           IF FS-ARCHIVO NOT = "10"
              IF RSP-TIPO = "C"
                 MOVE RSP-IMAGEN TO CUENTA-ARCHIVADA
                 IF CAR-CLIENTE = CLIENTE-BUSCADO
                    DISPLAY CAR-NUMERO "    " CAR-MONEDA "   T   "
                       CAR-FECHA-ULT-MOV
                    ADD 1 TO CUENTAS-ARCHIVADAS
                 END-IF
              END-IF
              IF RSP-TIPO = "U"
                 MOVE RSP-IMAGEN TO TITULAR-ARCHIVADO
                 IF TUA-CLIENTE = CLIENTE-BUSCADO
                       AND TUA-ROL NOT = "T"
                    DISPLAY TUA-CUENTA "          " TUA-ROL
                    ADD 1 TO CUENTAS-ARCHIVADAS
                 END-IF
              END-IF
           END-IF.

      ******************************************************************
      * Recorre el archivo de cuentas completo listando las ligadas
      * al cliente, con el equivalente en MXN de cada saldo y la
           IF FS-CUENTAS NOT = "00"
              DISPLAY "No se pudo abrir el archivo de cuentas."
           ELSE
              MOVE "N" TO HAY-TITULARES
              MOVE "00" TO FS-TITULARES
              OPEN INPUT TITULARES-FILE
              IF FS-TITULARES = "00"
                 MOVE "S" TO HAY-TITULARES
              END-IF
              DISPLAY "CUENTA    MON      SALDO       EQUIV. MXN"
              MOVE 0 TO CTA-NUMERO
              START CUENTAS-FILE KEY IS NOT LESS THAN CTA-NUMERO
                 INVALID KEY MOVE "10" TO FS-CUENTAS
              END-START
              PERFORM REVISA-CUENTA UNTIL FS-CUENTAS = "10"
              IF HAY-TITULARES = "S"
                 PERFORM LISTA-COTITULARIDADES
                 CLOSE TITULARES-FILE
              END-IF
              CLOSE CUENTAS-FILE
              PERFORM LISTA-PLAZOS-CLIENTE
              MOVE POSICION-COMBINADA TO POSICION-EDITADA
              DISPLAY "CUENTAS DEL CLIENTE: " CUENTAS-DEL-CLIENTE
              DISPLAY "COTITULAR O BENEF.:  " COTITULARIDADES
              DISPLAY "PLAZOS VIGENTES:     " PLAZOS-DEL-CLIENTE
              DISPLAY "POSICION COMBINADA MXN: " POSICION-EDITADA
           END-IF.

      ******************************************************************
      * Cuentas en que el cliente es cotitular o beneficiario, por
      * la llave cliente + cuenta de TITULARES.DAT. El renglón T es
      * de las cuentas propias, ya listadas. Del cotitular entra a
      * la posición combinada su porcentaje del saldo; el
      * beneficiario no es dueño y su renglón sale sin equivalente.
      ******************************************************************
       LISTA-COTITULARIDADES.
           MOVE 0 TO COTITULARIDADES.
           DISPLAY "CUENTA    MON   R   PORC.   F   TARJETA".
           MOVE CLIENTE-BUSCADO TO TIT-CLIENTE.
           MOVE 0 TO TIT-CUENTA.
           START TITULARES-FILE KEY IS NOT LESS THAN TIT-LLAVE
              INVALID KEY MOVE "10" TO FS-TITULARES
           END-START.
           PERFORM REVISA-COTITULARIDAD UNTIL FS-TITULARES = "10".

       REVISA-COTITULARIDAD.
           READ TITULARES-FILE NEXT
              AT END MOVE "10" TO FS-TITULARES
           END-READ.
           IF FS-TITULARES NOT = "10"
              IF TIT-CLIENTE NOT = CLIENTE-BUSCADO
                 MOVE "10" TO FS-TITULARES
              ELSE
                 IF TIT-ROL NOT = "T"
                    MOVE TIT-CUENTA TO CTA-NUMERO
                    READ CUENTAS-FILE
                       INVALID KEY
                          MOVE SPACES TO CTA-MONEDA
                          MOVE 0 TO CTA-SALDO
                    END-READ
                    MOVE 0 TO SALDO-EQUIVALENTE
                    IF TIT-ROL = "C"
                       PERFORM OBTEN-TASA-CUENTA
                       COMPUTE SALDO-EQUIVALENTE ROUNDED =
                          CTA-SALDO * TASA-APLICADA
                             * TIT-PORCENTAJE / 100
                    END-IF
                    MOVE TIT-CUENTA TO LT-CUENTA
                    MOVE CTA-MONEDA TO LT-MONEDA
                    MOVE TIT-ROL TO LT-ROL
                    MOVE TIT-PORCENTAJE TO LT-PORCENTAJE
                    MOVE TIT-FIRMA TO LT-FIRMA
                    MOVE TIT-TARJETA TO LT-TARJETA
                    MOVE SALDO-EQUIVALENTE TO LT-EQUIVALENTE
                    DISPLAY LINEA-COTITULAR
                    ADD 1 TO COTITULARIDADES
                    ADD SALDO-EQUIVALENTE TO POSICION-COMBINADA
                 END-IF
              END-IF
           END-IF.

      ******************************************************************
      * Contratos de plazo fijo vigentes del cliente: se listan tras
      * las cuentas y su equivalente en MXN se suma a la posición
                 PERFORM OBTEN-TASA-CUENTA
                 COMPUTE SALDO-EQUIVALENTE ROUNDED =
                    CTA-SALDO * TASA-APLICADA
                 IF HAY-TITULARES = "S"
                    MOVE CLIENTE-BUSCADO TO TIT-CLIENTE
                    MOVE CTA-NUMERO TO TIT-CUENTA
                    READ TITULARES-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                          COMPUTE SALDO-EQUIVALENTE ROUNDED =
                             CTA-SALDO * TASA-APLICADA
                                * TIT-PORCENTAJE / 100
                    END-READ
                 END-IF
                 MOVE CTA-NUMERO TO LC-CUENTA
                 MOVE CTA-MONEDA TO LC-MONEDA
                 MOVE CTA-SALDO TO LC-SALDO
