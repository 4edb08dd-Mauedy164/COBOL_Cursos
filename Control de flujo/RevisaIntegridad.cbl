      ******************************************************************
      * Revisión nocturna de integridad entre maestros.
      * Cada maestro se mantiene con su propio programa y ninguno
      * revisa que los demás sigan de acuerdo con él: una tarjeta
      * puede quedar apuntando a una cuenta que ya no existe, una
      * cuenta a un cliente borrado de CLIENTES.DAT, y los plazos,
      * los préstamos, las órdenes y la cuenta de nómina de
      * empleados.dat a cuentas cerradas o inexistentes. Este lote
      * recorre cada maestro, busca cada llave que apunta a otro
      * archivo y deja las excepciones en INTEGRIDAD.TXT agrupadas
      * por severidad y por regla.
      *
      * Severidad ALTA: la llave apunta a un registro que no existe
      * (el siguiente proceso que la siga falla o abona al vacío), o
      * el historial MOVIDX.DAT ya tiene secuencias más allá de
      * CTA-TOTAL-MOVS (el siguiente movimiento de la cuenta chocaría
      * con uno ya grabado). Severidad MEDIA: un registro vivo
      * (tarjeta activa, plazo vigente, préstamo con saldo, orden
      * activa, empleado activo, emisora activa) ligado a una cuenta
      * cerrada, un CTA-TOTAL-MOVS mayor que la última secuencia del
      * historial, o historial de una cuenta que ya no está en el
      * maestro. Una cuenta sin renglones en MOVIDX.DAT no se
      * reporta: el archivo anual del historial los borra. La purga
      * anual de cerradas (PurgaCerradas.cbl) se lleva junto con la
      * cuenta su historial y sus plazos, préstamos y órdenes
      * terminados, y no purga una cuenta ni un cliente al que algo
      * vivo todavía apunte, así que después de ella estas reglas
      * siguen cuadrando.
      *
      * Código de retorno: 8 si hay alguna excepción ALTA o no abre
      * CUENTAS.DAT, 4 si sólo hay MEDIAS, 0 si todo cuadra. El
      * cierre nocturno lo corre antes del respaldo de maestros y se
      * detiene con 8, para no respaldar un juego de archivos roto;
      * con 4 sigue y el reporte queda para revisión del día. Un
      * maestro que no existe (instalación sin préstamos, sin
      * nómina, etc.) se anota en el resumen y sus reglas no
      * corren.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVISA-INTEGRIDAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUENTAS-FILE ASSIGN TO "CUENTAS.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CTA-NUMERO
              FILE STATUS IS FS-CUENTAS.

           SELECT CLIENTES-FILE ASSIGN TO "CLIENTES.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CLI-NUMERO
              FILE STATUS IS FS-CLIENTES.

           SELECT TARJETAS-FILE ASSIGN TO "TARJETAS.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TAR-NUMERO
              FILE STATUS IS FS-TARJETAS.

           SELECT PLAZOS-FILE ASSIGN TO "PLAZOS.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PLZ-NUMERO
              FILE STATUS IS FS-PLAZOS.

           SELECT PRESTAMOS-FILE ASSIGN TO "PRESTAMOS.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PRE-NUMERO
              FILE STATUS IS FS-PRESTAMOS.

           SELECT ORDENES-FILE ASSIGN TO "ORDENES.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ORD-NUMERO
              FILE STATUS IS FS-ORDENES.

           SELECT ARCHIVO-EMPLEADOS ASSIGN TO "empleados.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS EMP-ID
              ALTERNATE RECORD KEY IS EMP-APELLIDOS
                 WITH DUPLICATES
              FILE STATUS IS FS-EMPLEADOS.

           SELECT TITULARES-FILE ASSIGN TO "TITULARES.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TIT-LLAVE
              ALTERNATE RECORD KEY IS TIT-CUENTA
                 WITH DUPLICATES
              FILE STATUS IS FS-TITULARES.

           SELECT EMISORAS-FILE ASSIGN TO "EMISORAS.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS EMI-CODIGO
              FILE STATUS IS FS-EMISORAS.

           SELECT MOVIDX-FILE ASSIGN TO "MOVIDX.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MIX-LLAVE
              FILE STATUS IS FS-MOVIDX.

           SELECT ORDENA-FILE ASSIGN TO "INTEGRA.SRT".

           SELECT REPORTE-FILE ASSIGN TO "INTEGRIDAD.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       FD  CUENTAS-FILE.
           COPY CUENTA.

       FD  CLIENTES-FILE.
           COPY CLIENTE.

       FD  TARJETAS-FILE.
           COPY TARJETA.

       FD  PLAZOS-FILE.
           COPY PLAZO.

       FD  PRESTAMOS-FILE.
           COPY PRESTAMO.

       FD  ORDENES-FILE.
           COPY ORDEN.

       FD  ARCHIVO-EMPLEADOS.
           COPY EMPLEADO.

       FD  TITULARES-FILE.
           COPY TITULAR.

       FD  EMISORAS-FILE.
           COPY EMISORA.

       FD  MOVIDX-FILE.
           COPY MOVIDX.

      * Una excepción por renglón; la severidad va codificada (1 ALTA,
      * 2 MEDIA) para que el SORT deje primero las graves.
       SD  ORDENA-FILE.
       01  EXCEPCION-ORDENADA.
           05 SRT-SEVERIDAD          PIC X(1).
           05 SRT-REGLA              PIC X(3).
           05 SRT-LLAVE              PIC 9(16).
           05 SRT-REFERENCIA         PIC 9(6).
           05 SRT-DESCRIPCION        PIC X(40).
           05 SRT-NOTA               PIC X(24).

       FD  REPORTE-FILE.
       01  LINEA-REPORTE             PIC X(80).

       WORKING-STORAGE SECTION.
       01  FS-CUENTAS                PIC X(2) VALUE "00".
       01  FS-CLIENTES               PIC X(2) VALUE "00".
       01  FS-TARJETAS               PIC X(2) VALUE "00".
       01  FS-PLAZOS                 PIC X(2) VALUE "00".
       01  FS-PRESTAMOS              PIC X(2) VALUE "00".
       01  FS-ORDENES                PIC X(2) VALUE "00".
       01  FS-EMPLEADOS              PIC X(2) VALUE "00".
       01  FS-TITULARES              PIC X(2) VALUE "00".
       01  FS-EMISORAS               PIC X(2) VALUE "00".
       01  FS-MOVIDX                 PIC X(2) VALUE "00".
       01  FS-REPORTE                PIC X(2) VALUE "00".

       01  FECHA-REVISION            PIC 9(8) VALUE 0.
       01  HAY-CLIENTES              PIC X(1) VALUE "N".

      * Búsqueda de la llave referida en CUENTAS.DAT y CLIENTES.DAT.
       01  CUENTA-BUSCADA            PIC 9(6) VALUE 0.
       01  CUENTA-EXISTE             PIC X(1) VALUE "N".
       01  CUENTA-CERRADA            PIC X(1) VALUE "N".
       01  TOTAL-MOVS-CUENTA         PIC 9(6) VALUE 0.
       01  CLIENTE-BUSCADO           PIC 9(6) VALUE 0.
       01  CLIENTE-EXISTE            PIC X(1) VALUE "N".
       01  LADO-ORDEN                PIC X(5) VALUE SPACES.

      * Corte de control por cuenta al recorrer MOVIDX.DAT.
       01  HAY-CUENTA-HISTORIAL      PIC X(1) VALUE "N".
       01  CUENTA-HISTORIAL          PIC 9(6) VALUE 0.
       01  ULTIMA-SECUENCIA          PIC 9(6) VALUE 0.

      * Registros leídos por maestro; en 0 con estado "N" el maestro
      * no existía y sus reglas no corrieron.
       01  TABLA-MAESTROS.
           05 MAESTRO-ENTRY OCCURS 10 TIMES.
              10 MAE-NOMBRE          PIC X(14).
              10 MAE-ABIERTO         PIC X(1).
              10 MAE-LEIDOS          PIC 9(7).
       01  NUM-MAESTRO               PIC 9(2) VALUE 0.

       01  EXCEPCIONES-ALTAS         PIC 9(6) VALUE 0.
       01  EXCEPCIONES-MEDIAS        PIC 9(6) VALUE 0.

      * Cortes de control del reporte.
       01  FIN-ORDENA                PIC X(1) VALUE "N".
       01  SEVERIDAD-EN-CURSO        PIC X(1) VALUE SPACE.
       01  REGLA-EN-CURSO            PIC X(3) VALUE SPACES.
       01  EXCEPCIONES-REGLA         PIC 9(6) VALUE 0.

       01  LINEA-DETALLE.
           05 FILLER                 PIC X(6) VALUE SPACES.
           05 LD-LLAVE               PIC Z(15)9.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 LD-REFERENCIA          PIC Z(5)9.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 LD-NOTA                PIC X(24).

       01  LINEA-MAESTRO.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 LM-NOMBRE              PIC X(14).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 LM-LEIDOS              PIC Z,ZZZ,ZZ9.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 LM-NOTA                PIC X(24).

       PROCEDURE DIVISION.
       REVISA-INTEGRIDAD-MAIN.
           ACCEPT FECHA-REVISION FROM DATE YYYYMMDD.
           CALL "FECHA-NEGOCIO" USING FECHA-REVISION.
           MOVE 0 TO EXCEPCIONES-ALTAS.
           MOVE 0 TO EXCEPCIONES-MEDIAS.

           MOVE "CUENTAS.DAT" TO MAE-NOMBRE (1).
           MOVE "CLIENTES.DAT" TO MAE-NOMBRE (2).
           MOVE "TARJETAS.DAT" TO MAE-NOMBRE (3).
           MOVE "PLAZOS.DAT" TO MAE-NOMBRE (4).
           MOVE "PRESTAMOS.DAT" TO MAE-NOMBRE (5).
           MOVE "ORDENES.DAT" TO MAE-NOMBRE (6).
           MOVE "empleados.dat" TO MAE-NOMBRE (7).
           MOVE "TITULARES.DAT" TO MAE-NOMBRE (8).
           MOVE "EMISORAS.DAT" TO MAE-NOMBRE (9).
           MOVE "MOVIDX.DAT" TO MAE-NOMBRE (10).
           PERFORM LIMPIA-MAESTRO
              VARYING NUM-MAESTRO FROM 1 BY 1
              UNTIL NUM-MAESTRO > 10.

           OPEN INPUT CUENTAS-FILE.
           IF FS-CUENTAS NOT = "00"
              DISPLAY "No se pudo abrir el archivo de cuentas."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE "S" TO MAE-ABIERTO (1).

           OPEN INPUT CLIENTES-FILE.
           IF FS-CLIENTES = "00"
              MOVE "S" TO HAY-CLIENTES
              MOVE "S" TO MAE-ABIERTO (2)
           END-IF.

           OPEN OUTPUT REPORTE-FILE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "REVISION DE INTEGRIDAD ENTRE MAESTROS - "
              FECHA-REVISION
              DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           SORT ORDENA-FILE
              ON ASCENDING KEY SRT-SEVERIDAD SRT-REGLA SRT-LLAVE
              INPUT PROCEDURE IS RECORRE-MAESTROS
                 THRU RECORRE-MAESTROS-EXIT
              OUTPUT PROCEDURE IS ESCRIBE-EXCEPCIONES
                 THRU ESCRIBE-EXCEPCIONES-EXIT.

           IF HAY-CLIENTES = "S"
              CLOSE CLIENTES-FILE
           END-IF.
           CLOSE CUENTAS-FILE.

           PERFORM ESCRIBE-RESUMEN.
           CLOSE REPORTE-FILE.

           DISPLAY "Excepciones ALTA: " EXCEPCIONES-ALTAS
              "  MEDIA: " EXCEPCIONES-MEDIAS.
           IF EXCEPCIONES-ALTAS > 0
              MOVE 8 TO RETURN-CODE
           ELSE
              IF EXCEPCIONES-MEDIAS > 0
                 MOVE 4 TO RETURN-CODE
              ELSE
                 MOVE 0 TO RETURN-CODE
              END-IF
           END-IF.
           GOBACK.

       LIMPIA-MAESTRO.
           MOVE "N" TO MAE-ABIERTO (NUM-MAESTRO).
           MOVE 0 TO MAE-LEIDOS (NUM-MAESTRO).

      ******************************************************************
      * Procedimiento de entrada del SORT: recorre cada maestro en
      * orden de llave y libera una excepción por cada referencia
      * rota. CUENTAS.DAT se recorre primero y completo, antes de
      * usarlo para las búsquedas al azar de los demás maestros.
      ******************************************************************
       RECORRE-MAESTROS.
           PERFORM REVISA-CUENTAS-MAESTRO.
           PERFORM REVISA-TARJETAS.
           PERFORM REVISA-PLAZOS.
           PERFORM REVISA-PRESTAMOS.
           PERFORM REVISA-ORDENES.
           PERFORM REVISA-EMPLEADOS.
           PERFORM REVISA-TITULARES.
           PERFORM REVISA-EMISORAS.
           PERFORM REVISA-HISTORIAL.
       RECORRE-MAESTROS-EXIT.
           EXIT.

      * Cuentas: el titular CTA-CLIENTE debe existir en el maestro de
      * clientes. Cliente cero es una cuenta anterior al maestro de
      * clientes, sin titular ligado, y no es excepción.
       REVISA-CUENTAS-MAESTRO.
           MOVE 0 TO CTA-NUMERO.
           START CUENTAS-FILE KEY IS NOT LESS THAN CTA-NUMERO
              INVALID KEY MOVE "10" TO FS-CUENTAS
           END-START.
           PERFORM REVISA-CUENTA UNTIL FS-CUENTAS = "10".

       REVISA-CUENTA.
           READ CUENTAS-FILE NEXT
              AT END MOVE "10" TO FS-CUENTAS
           END-READ.
           IF FS-CUENTAS NOT = "10"
              ADD 1 TO MAE-LEIDOS (1)
              IF CTA-CLIENTE NOT = 0
                 MOVE CTA-CLIENTE TO CLIENTE-BUSCADO
                 PERFORM BUSCA-CLIENTE
                 IF CLIENTE-EXISTE = "N"
                    MOVE "1" TO SRT-SEVERIDAD
                    MOVE "CT1" TO SRT-REGLA
                    MOVE CTA-NUMERO TO SRT-LLAVE
                    MOVE CTA-CLIENTE TO SRT-REFERENCIA
                    MOVE "CUENTA CON CLIENTE INEXISTENTE"
                       TO SRT-DESCRIPCION
                    MOVE SPACES TO SRT-NOTA
                    PERFORM LIBERA-EXCEPCION
                 END-IF
              END-IF
           END-IF.

      * Tarjetas: la cuenta ligada debe existir; una tarjeta activa
      * sobre una cuenta cerrada todavía abre sesión en el cajero.
       REVISA-TARJETAS.
           OPEN INPUT TARJETAS-FILE.
           IF FS-TARJETAS = "00"
              MOVE "S" TO MAE-ABIERTO (3)
              PERFORM REVISA-TARJETA UNTIL FS-TARJETAS = "10"
              CLOSE TARJETAS-FILE
           END-IF.

       REVISA-TARJETA.
           READ TARJETAS-FILE NEXT
              AT END MOVE "10" TO FS-TARJETAS
           END-READ.
           IF FS-TARJETAS NOT = "10"
              ADD 1 TO MAE-LEIDOS (3)
              MOVE TAR-CUENTA TO CUENTA-BUSCADA
              PERFORM BUSCA-CUENTA
              MOVE TAR-NUMERO TO SRT-LLAVE
              MOVE TAR-CUENTA TO SRT-REFERENCIA
              MOVE SPACES TO SRT-NOTA
              IF CUENTA-EXISTE = "N"
                 MOVE "1" TO SRT-SEVERIDAD
                 MOVE "TJ1" TO SRT-REGLA
                 MOVE "TARJETA CON CUENTA INEXISTENTE"
                    TO SRT-DESCRIPCION
                 PERFORM LIBERA-EXCEPCION
              ELSE
      * Una renovación pendiente de activar también es un plástico
      * vivo.
                 IF CUENTA-CERRADA = "S"
                       AND (TAR-ESTADO = "A" OR TAR-ESTADO = "P")
                    MOVE "2" TO SRT-SEVERIDAD
                    MOVE "TJ2" TO SRT-REGLA
                    MOVE "TARJETA ACTIVA SOBRE CUENTA CERRADA"
                       TO SRT-DESCRIPCION
                    PERFORM LIBERA-EXCEPCION
                 END-IF
              END-IF
           END-IF.

      * Plazos: la cuenta a la que se paga el vencimiento y el
      * cliente del contrato deben existir; un plazo vigente sobre
      * una cuenta cerrada vencería abonando a esa cuenta.
       REVISA-PLAZOS.
           OPEN INPUT PLAZOS-FILE.
           IF FS-PLAZOS = "00"
              MOVE "S" TO MAE-ABIERTO (4)
              PERFORM REVISA-PLAZO UNTIL FS-PLAZOS = "10"
              CLOSE PLAZOS-FILE
           END-IF.

       REVISA-PLAZO.
           READ PLAZOS-FILE NEXT
              AT END MOVE "10" TO FS-PLAZOS
           END-READ.
           IF FS-PLAZOS NOT = "10"
              ADD 1 TO MAE-LEIDOS (4)
              MOVE PLZ-CUENTA TO CUENTA-BUSCADA
              PERFORM BUSCA-CUENTA
              MOVE PLZ-NUMERO TO SRT-LLAVE
              MOVE PLZ-CUENTA TO SRT-REFERENCIA
              MOVE SPACES TO SRT-NOTA
              IF CUENTA-EXISTE = "N"
                 MOVE "1" TO SRT-SEVERIDAD
                 MOVE "PZ1" TO SRT-REGLA
                 MOVE "PLAZO CON CUENTA INEXISTENTE"
                    TO SRT-DESCRIPCION
                 PERFORM LIBERA-EXCEPCION
              ELSE
                 IF CUENTA-CERRADA = "S" AND PLZ-ESTADO = "V"
                    MOVE "2" TO SRT-SEVERIDAD
                    MOVE "PZ2" TO SRT-REGLA
                    MOVE "PLAZO VIGENTE SOBRE CUENTA CERRADA"
                       TO SRT-DESCRIPCION
                    PERFORM LIBERA-EXCEPCION
                 END-IF
              END-IF
              IF PLZ-CLIENTE NOT = 0
                 MOVE PLZ-CLIENTE TO CLIENTE-BUSCADO
                 PERFORM BUSCA-CLIENTE
                 IF CLIENTE-EXISTE = "N"
                    MOVE "1" TO SRT-SEVERIDAD
                    MOVE "PZ3" TO SRT-REGLA
                    MOVE PLZ-CLIENTE TO SRT-REFERENCIA
                    MOVE "PLAZO CON CLIENTE INEXISTENTE"
                       TO SRT-DESCRIPCION
                    PERFORM LIBERA-EXCEPCION
                 END-IF
              END-IF
           END-IF.

      * Préstamos: cuenta ligada y cliente deben existir. Un préstamo
      * vigente, o castigado con saldo por recuperar, cobra de su
      * cuenta ligada: sobre una cuenta cerrada es excepción.
       REVISA-PRESTAMOS.
           OPEN INPUT PRESTAMOS-FILE.
           IF FS-PRESTAMOS = "00"
              MOVE "S" TO MAE-ABIERTO (5)
              PERFORM REVISA-PRESTAMO UNTIL FS-PRESTAMOS = "10"
              CLOSE PRESTAMOS-FILE
           END-IF.

       REVISA-PRESTAMO.
           READ PRESTAMOS-FILE NEXT
              AT END MOVE "10" TO FS-PRESTAMOS
           END-READ.
           IF FS-PRESTAMOS NOT = "10"
              ADD 1 TO MAE-LEIDOS (5)
              MOVE PRE-CUENTA TO CUENTA-BUSCADA
              PERFORM BUSCA-CUENTA
              MOVE PRE-NUMERO TO SRT-LLAVE
              MOVE PRE-CUENTA TO SRT-REFERENCIA
              MOVE SPACES TO SRT-NOTA
              STRING "ESTADO " PRE-ESTADO
                 DELIMITED BY SIZE INTO SRT-NOTA
              IF CUENTA-EXISTE = "N"
                 MOVE "1" TO SRT-SEVERIDAD
                 MOVE "PR1" TO SRT-REGLA
                 MOVE "PRESTAMO CON CUENTA INEXISTENTE"
                    TO SRT-DESCRIPCION
                 PERFORM LIBERA-EXCEPCION
              ELSE
                 IF CUENTA-CERRADA = "S"
                       AND (PRE-ESTADO = "V"
                          OR (PRE-ESTADO = "C"
                             AND PRE-CASTIGADO > 0))
                    MOVE "2" TO SRT-SEVERIDAD
                    MOVE "PR2" TO SRT-REGLA
                    MOVE "PRESTAMO CON SALDO SOBRE CUENTA CERRADA"
                       TO SRT-DESCRIPCION
                    PERFORM LIBERA-EXCEPCION
                 END-IF
              END-IF
              IF PRE-CLIENTE NOT = 0
                 MOVE PRE-CLIENTE TO CLIENTE-BUSCADO
                 PERFORM BUSCA-CLIENTE
                 IF CLIENTE-EXISTE = "N"
                    MOVE "1" TO SRT-SEVERIDAD
                    MOVE "PR3" TO SRT-REGLA
                    MOVE PRE-CLIENTE TO SRT-REFERENCIA
                    MOVE "PRESTAMO CON CLIENTE INEXISTENTE"
                       TO SRT-DESCRIPCION
                    PERFORM LIBERA-EXCEPCION
                 END-IF
              END-IF
           END-IF.

      * Órdenes domiciliadas: se revisan la cuenta de cargo y la de
      * abono; la nota dice cuál de las dos falló.
       REVISA-ORDENES.
           OPEN INPUT ORDENES-FILE.
           IF FS-ORDENES = "00"
              MOVE "S" TO MAE-ABIERTO (6)
              PERFORM REVISA-ORDEN UNTIL FS-ORDENES = "10"
              CLOSE ORDENES-FILE
           END-IF.

       REVISA-ORDEN.
           READ ORDENES-FILE NEXT
              AT END MOVE "10" TO FS-ORDENES
           END-READ.
           IF FS-ORDENES NOT = "10"
              ADD 1 TO MAE-LEIDOS (6)
              MOVE ORD-CUENTA-CARGO TO CUENTA-BUSCADA
              MOVE "CARGO" TO LADO-ORDEN
              PERFORM REVISA-CUENTA-ORDEN
              MOVE ORD-CUENTA-ABONO TO CUENTA-BUSCADA
              MOVE "ABONO" TO LADO-ORDEN
              PERFORM REVISA-CUENTA-ORDEN
           END-IF.

       REVISA-CUENTA-ORDEN.
           PERFORM BUSCA-CUENTA.
           MOVE ORD-NUMERO TO SRT-LLAVE.
           MOVE CUENTA-BUSCADA TO SRT-REFERENCIA.
           MOVE SPACES TO SRT-NOTA.
           STRING "CUENTA DE " LADO-ORDEN
              DELIMITED BY SIZE INTO SRT-NOTA.
           IF CUENTA-EXISTE = "N"
              MOVE "1" TO SRT-SEVERIDAD
              MOVE "OR1" TO SRT-REGLA
              MOVE "ORDEN CON CUENTA INEXISTENTE"
                 TO SRT-DESCRIPCION
              PERFORM LIBERA-EXCEPCION
           ELSE
              IF CUENTA-CERRADA = "S" AND ORD-ACTIVA = "S"
                 MOVE "2" TO SRT-SEVERIDAD
                 MOVE "OR2" TO SRT-REGLA
                 MOVE "ORDEN ACTIVA SOBRE CUENTA CERRADA"
                    TO SRT-DESCRIPCION
                 PERFORM LIBERA-EXCEPCION
              END-IF
           END-IF.

      * Empleados: cuenta cero es pago por ventanilla. Un empleado
      * activo (o en blanco, anterior al campo de baja) con la
      * cuenta cerrada dejaría su neto en una cuenta que no opera.
       REVISA-EMPLEADOS.
           OPEN INPUT ARCHIVO-EMPLEADOS.
           IF FS-EMPLEADOS = "00"
              MOVE "S" TO MAE-ABIERTO (7)
              PERFORM REVISA-EMPLEADO UNTIL FS-EMPLEADOS = "10"
              CLOSE ARCHIVO-EMPLEADOS
           END-IF.

       REVISA-EMPLEADO.
           READ ARCHIVO-EMPLEADOS NEXT
              AT END MOVE "10" TO FS-EMPLEADOS
           END-READ.
           IF FS-EMPLEADOS NOT = "10"
              ADD 1 TO MAE-LEIDOS (7)
              IF EMP-CUENTA NOT = 0
                 MOVE EMP-CUENTA TO CUENTA-BUSCADA
                 PERFORM BUSCA-CUENTA
                 MOVE EMP-ID TO SRT-LLAVE
                 MOVE EMP-CUENTA TO SRT-REFERENCIA
                 MOVE SPACES TO SRT-NOTA
                 IF CUENTA-EXISTE = "N"
                    MOVE "1" TO SRT-SEVERIDAD
                    MOVE "EM1" TO SRT-REGLA
                    MOVE "EMPLEADO CON CUENTA INEXISTENTE"
                       TO SRT-DESCRIPCION
                    PERFORM LIBERA-EXCEPCION
                 ELSE
                    IF CUENTA-CERRADA = "S" AND EMP-ESTADO NOT = "B"
                       MOVE "2" TO SRT-SEVERIDAD
                       MOVE "EM2" TO SRT-REGLA
                       MOVE "EMPLEADO ACTIVO CON CUENTA CERRADA"
                          TO SRT-DESCRIPCION
                       PERFORM LIBERA-EXCEPCION
                    END-IF
                 END-IF
              END-IF
           END-IF.

      * Titularidad: cada renglón de cotitular o beneficiario liga un
      * cliente con una cuenta; ambos deben existir.
       REVISA-TITULARES.
           OPEN INPUT TITULARES-FILE.
           IF FS-TITULARES = "00"
              MOVE "S" TO MAE-ABIERTO (8)
              PERFORM REVISA-TITULAR UNTIL FS-TITULARES = "10"
              CLOSE TITULARES-FILE
           END-IF.

       REVISA-TITULAR.
           READ TITULARES-FILE NEXT
              AT END MOVE "10" TO FS-TITULARES
           END-READ.
           IF FS-TITULARES NOT = "10"
              ADD 1 TO MAE-LEIDOS (8)
              MOVE SPACES TO SRT-NOTA
              STRING "ROL " TIT-ROL
                 DELIMITED BY SIZE INTO SRT-NOTA
              MOVE TIT-CUENTA TO CUENTA-BUSCADA
              PERFORM BUSCA-CUENTA
              IF CUENTA-EXISTE = "N"
                 MOVE "1" TO SRT-SEVERIDAD
                 MOVE "TI1" TO SRT-REGLA
                 MOVE TIT-CLIENTE TO SRT-LLAVE
                 MOVE TIT-CUENTA TO SRT-REFERENCIA
                 MOVE "TITULARIDAD CON CUENTA INEXISTENTE"
                    TO SRT-DESCRIPCION
                 PERFORM LIBERA-EXCEPCION
              END-IF
              MOVE TIT-CLIENTE TO CLIENTE-BUSCADO
              PERFORM BUSCA-CLIENTE
              IF CLIENTE-EXISTE = "N"
                 MOVE "1" TO SRT-SEVERIDAD
                 MOVE "TI2" TO SRT-REGLA
                 MOVE TIT-CUENTA TO SRT-LLAVE
                 MOVE TIT-CLIENTE TO SRT-REFERENCIA
                 MOVE "TITULARIDAD CON CLIENTE INEXISTENTE"
                    TO SRT-DESCRIPCION
                 PERFORM LIBERA-EXCEPCION
              END-IF
           END-IF.

      * Emisoras de pagos de servicios: la remesa abona la cuenta
      * liquidadora; una emisora activa no puede apuntar a una
      * cuenta cerrada.
       REVISA-EMISORAS.
           OPEN INPUT EMISORAS-FILE.
           IF FS-EMISORAS = "00"
              MOVE "S" TO MAE-ABIERTO (9)
              PERFORM REVISA-EMISORA UNTIL FS-EMISORAS = "10"
              CLOSE EMISORAS-FILE
           END-IF.

       REVISA-EMISORA.
           READ EMISORAS-FILE NEXT
              AT END MOVE "10" TO FS-EMISORAS
           END-READ.
           IF FS-EMISORAS NOT = "10"
              ADD 1 TO MAE-LEIDOS (9)
              MOVE EMI-CUENTA-LIQ TO CUENTA-BUSCADA
              PERFORM BUSCA-CUENTA
              MOVE EMI-CODIGO TO SRT-LLAVE
              MOVE EMI-CUENTA-LIQ TO SRT-REFERENCIA
              MOVE EMI-NOMBRE TO SRT-NOTA
              IF CUENTA-EXISTE = "N"
                 MOVE "1" TO SRT-SEVERIDAD
                 MOVE "ES1" TO SRT-REGLA
                 MOVE "EMISORA CON LIQUIDADORA INEXISTENTE"
                    TO SRT-DESCRIPCION
                 PERFORM LIBERA-EXCEPCION
              ELSE
                 IF CUENTA-CERRADA = "S" AND EMI-ACTIVA = "S"
                    MOVE "2" TO SRT-SEVERIDAD
                    MOVE "ES2" TO SRT-REGLA
                    MOVE "EMISORA ACTIVA CON LIQUIDADORA CERRADA"
                       TO SRT-DESCRIPCION
                    PERFORM LIBERA-EXCEPCION
                 END-IF
              END-IF
           END-IF.

      ******************************************************************
      * Historial indexado: se recorre en orden de cuenta y
      * secuencia, y al cambiar de cuenta la última secuencia vista
      * se compara contra el CTA-TOTAL-MOVS del maestro.
      ******************************************************************
       REVISA-HISTORIAL.
           OPEN INPUT MOVIDX-FILE.
           IF FS-MOVIDX = "00"
              MOVE "S" TO MAE-ABIERTO (10)
              MOVE "N" TO HAY-CUENTA-HISTORIAL
              PERFORM REVISA-RENGLON-HISTORIAL
                 UNTIL FS-MOVIDX = "10"
              IF HAY-CUENTA-HISTORIAL = "S"
                 PERFORM COMPARA-SECUENCIA
              END-IF
              CLOSE MOVIDX-FILE
           END-IF.

       REVISA-RENGLON-HISTORIAL.
           READ MOVIDX-FILE NEXT
              AT END MOVE "10" TO FS-MOVIDX
           END-READ.
           IF FS-MOVIDX NOT = "10"
              ADD 1 TO MAE-LEIDOS (10)
              IF HAY-CUENTA-HISTORIAL = "S"
                    AND MIX-CUENTA NOT = CUENTA-HISTORIAL
                 PERFORM COMPARA-SECUENCIA
              END-IF
              MOVE "S" TO HAY-CUENTA-HISTORIAL
              MOVE MIX-CUENTA TO CUENTA-HISTORIAL
              MOVE MIX-SECUENCIA TO ULTIMA-SECUENCIA
           END-IF.

       COMPARA-SECUENCIA.
           MOVE CUENTA-HISTORIAL TO CUENTA-BUSCADA.
           PERFORM BUSCA-CUENTA.
           MOVE CUENTA-HISTORIAL TO SRT-LLAVE.
           MOVE 0 TO SRT-REFERENCIA.
           MOVE SPACES TO SRT-NOTA.
           STRING "SEC " ULTIMA-SECUENCIA
              " TOT " TOTAL-MOVS-CUENTA
              DELIMITED BY SIZE INTO SRT-NOTA.
           IF CUENTA-EXISTE = "N"
              MOVE "2" TO SRT-SEVERIDAD
              MOVE "MX3" TO SRT-REGLA
              MOVE "HISTORIAL DE CUENTA INEXISTENTE"
                 TO SRT-DESCRIPCION
              PERFORM LIBERA-EXCEPCION
           ELSE
              IF ULTIMA-SECUENCIA > TOTAL-MOVS-CUENTA
                 MOVE "1" TO SRT-SEVERIDAD
                 MOVE "MX1" TO SRT-REGLA
                 MOVE "HISTORIAL MAS ALLA DE CTA-TOTAL-MOVS"
                    TO SRT-DESCRIPCION
                 PERFORM LIBERA-EXCEPCION
              END-IF
              IF ULTIMA-SECUENCIA < TOTAL-MOVS-CUENTA
                 MOVE "2" TO SRT-SEVERIDAD
                 MOVE "MX2" TO SRT-REGLA
                 MOVE "CTA-TOTAL-MOVS MAYOR QUE EL HISTORIAL"
                    TO SRT-DESCRIPCION
                 PERFORM LIBERA-EXCEPCION
              END-IF
           END-IF.

      * Lectura al azar de la cuenta referida: deja si existe, si
      * está cerrada y su total de movimientos.
       BUSCA-CUENTA.
           MOVE "N" TO CUENTA-EXISTE.
           MOVE "N" TO CUENTA-CERRADA.
           MOVE 0 TO TOTAL-MOVS-CUENTA.
           MOVE CUENTA-BUSCADA TO CTA-NUMERO.
           READ CUENTAS-FILE
              INVALID KEY MOVE "N" TO CUENTA-EXISTE
              NOT INVALID KEY MOVE "S" TO CUENTA-EXISTE
           END-READ.
           IF CUENTA-EXISTE = "S"
              MOVE CTA-TOTAL-MOVS TO TOTAL-MOVS-CUENTA
              IF CTA-ESTADO = "C"
                 MOVE "S" TO CUENTA-CERRADA
              END-IF
           END-IF.

      * Sin maestro de clientes no hay contra qué revisar: el
      * cliente se da por bueno y el resumen lo advierte.
       BUSCA-CLIENTE.
           MOVE "S" TO CLIENTE-EXISTE.
           IF HAY-CLIENTES = "S"
              MOVE CLIENTE-BUSCADO TO CLI-NUMERO
              READ CLIENTES-FILE
                 INVALID KEY MOVE "N" TO CLIENTE-EXISTE
              END-READ
           END-IF.

       LIBERA-EXCEPCION.
           RELEASE EXCEPCION-ORDENADA.
           IF SRT-SEVERIDAD = "1"
              ADD 1 TO EXCEPCIONES-ALTAS
           ELSE
              ADD 1 TO EXCEPCIONES-MEDIAS
           END-IF.

      ******************************************************************
      * Procedimiento de salida del SORT: un encabezado por
      * severidad, un subtítulo por regla con su descripción, el
      * detalle de cada excepción y el total de la regla al cerrar
      * el grupo.
      ******************************************************************
       ESCRIBE-EXCEPCIONES.
           MOVE "N" TO FIN-ORDENA.
           MOVE SPACE TO SEVERIDAD-EN-CURSO.
           MOVE SPACES TO REGLA-EN-CURSO.
           PERFORM REGRESA-EXCEPCION.
           IF FIN-ORDENA = "S"
              MOVE "SIN EXCEPCIONES." TO LINEA-REPORTE
              WRITE LINEA-REPORTE
           END-IF.
           PERFORM ESCRIBE-EXCEPCION UNTIL FIN-ORDENA = "S".
           IF REGLA-EN-CURSO NOT = SPACES
              PERFORM CIERRA-REGLA
           END-IF.
       ESCRIBE-EXCEPCIONES-EXIT.
           EXIT.

       REGRESA-EXCEPCION.
           RETURN ORDENA-FILE
              AT END MOVE "S" TO FIN-ORDENA
           END-RETURN.

       ESCRIBE-EXCEPCION.
           IF SRT-SEVERIDAD NOT = SEVERIDAD-EN-CURSO
                 OR SRT-REGLA NOT = REGLA-EN-CURSO
              IF REGLA-EN-CURSO NOT = SPACES
                 PERFORM CIERRA-REGLA
              END-IF
           END-IF.
           IF SRT-SEVERIDAD NOT = SEVERIDAD-EN-CURSO
              MOVE SRT-SEVERIDAD TO SEVERIDAD-EN-CURSO
              MOVE SPACES TO LINEA-REPORTE
              IF SRT-SEVERIDAD = "1"
                 MOVE "SEVERIDAD ALTA" TO LINEA-REPORTE
              ELSE
                 MOVE "SEVERIDAD MEDIA" TO LINEA-REPORTE
              END-IF
              WRITE LINEA-REPORTE
           END-IF.
           IF SRT-REGLA NOT = REGLA-EN-CURSO
              MOVE SRT-REGLA TO REGLA-EN-CURSO
              MOVE 0 TO EXCEPCIONES-REGLA
              MOVE SPACES TO LINEA-REPORTE
              STRING "  " SRT-REGLA " " SRT-DESCRIPCION
                 DELIMITED BY SIZE INTO LINEA-REPORTE
              WRITE LINEA-REPORTE
              MOVE "               LLAVE  REFER.  NOTA"
                 TO LINEA-REPORTE
              WRITE LINEA-REPORTE
           END-IF.

           ADD 1 TO EXCEPCIONES-REGLA.
           MOVE SRT-LLAVE TO LD-LLAVE.
           MOVE SRT-REFERENCIA TO LD-REFERENCIA.
           MOVE SRT-NOTA TO LD-NOTA.
           MOVE LINEA-DETALLE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM REGRESA-EXCEPCION.

       CIERRA-REGLA.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "      TOTAL " REGLA-EN-CURSO ": " EXCEPCIONES-REGLA
              DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       ESCRIBE-RESUMEN.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "MAESTROS REVISADOS" TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM ESCRIBE-MAESTRO
              VARYING NUM-MAESTRO FROM 1 BY 1
              UNTIL NUM-MAESTRO > 10.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           STRING "EXCEPCIONES ALTA:  " EXCEPCIONES-ALTAS
              DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "EXCEPCIONES MEDIA: " EXCEPCIONES-MEDIAS
              DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       ESCRIBE-MAESTRO.
           MOVE MAE-NOMBRE (NUM-MAESTRO) TO LM-NOMBRE.
           MOVE MAE-LEIDOS (NUM-MAESTRO) TO LM-LEIDOS.
           IF MAE-ABIERTO (NUM-MAESTRO) = "S"
              MOVE SPACES TO LM-NOTA
           ELSE
              MOVE "NO EXISTE, NO SE REVISO" TO LM-NOTA
           END-IF.
           MOVE LINEA-MAESTRO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       END PROGRAM REVISA-INTEGRIDAD.
