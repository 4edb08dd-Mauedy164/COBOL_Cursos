      ******************************************************************
      * Renovación automática de tarjetas por vencer.
      * Lote mensual: busca en TARJETAS.DAT los plásticos activos que
      * vencen dentro de los próximos días de RENOVA.CFG (60 por
      * omisión) a partir de la fecha de negocio y emite su
      * reemplazo, para que el cliente no se entere en el cajero de
      * que su tarjeta ya no sirve.
      *
      * No se renueva la tarjeta:
      *   - de una cuenta cerrada, dormida o que no existe;
      *   - bloqueada o reportada (la repone la sucursal con la
      *     consola de supervisión);
      *   - ya vencida (también la repone la sucursal);
      *   - que ya tiene una renovación emitida sin activar.
      *
      * La tarjeta nueva conserva los seis primeros dígitos (el
      * producto) de la anterior, lleva el consecutivo de TARJSEQ.DAT
      * y su dígito verificador (Luhn), y vence tres años después de
      * la anterior, como la emisión del alta de cuenta. Nace
      * pendiente de activación ("P") apuntando a la anterior
      * (TAR-ANTERIOR), y la anterior queda marcada con su
      * renovación (TAR-RENOVACION) y sigue operando: el primer NIP
      * correcto con el plástico nuevo en el cajero lo activa y
      * retira el anterior.
      *
      * Salidas: el archivo de embozado para el proveedor de
      * plásticos EMBaaaammdd.DAT (layout EMBOZO.cpy), con el nombre
      * y domicilio de quien recibe el plástico (el cotitular dueño
      * de la tarjeta según TITULARES.DAT, o el titular), y el
      * reporte RENOVA.TXT con las tarjetas renovadas y las omitidas
      * con su motivo. RC 8 si no abren los maestros de tarjetas o
      * de cuentas; RC 4 si alguna tarjeta no consiguió número.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENUEVA-TARJETAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TARJETAS-FILE ASSIGN TO "TARJETAS.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TAR-NUMERO
              FILE STATUS IS FS-TARJETAS.

           SELECT CUENTAS-FILE ASSIGN TO "CUENTAS.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CTA-NUMERO
              FILE STATUS IS FS-CUENTAS.

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

           SELECT CONFIG-FILE ASSIGN TO "RENOVA.CFG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-CONFIG.

           SELECT SECUENCIA-FILE ASSIGN TO "TARJSEQ.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-SECUENCIA.

           SELECT ORDENA-FILE ASSIGN TO "RENOVA.SRT".

           SELECT REPORTE-FILE ASSIGN TO "RENOVA.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-REPORTE.

           SELECT EMBOZO-FILE ASSIGN USING NOMBRE-EMBOZO
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-EMBOZO.

       DATA DIVISION.
       FILE SECTION.
       FD  TARJETAS-FILE.
           COPY TARJETA.

       FD  CUENTAS-FILE.
           COPY CUENTA.

       FD  TITULARES-FILE.
           COPY TITULAR.

       FD  CLIENTES-FILE.
           COPY CLIENTE.

      * Días hacia adelante en que se busca el vencimiento.
       FD  CONFIG-FILE.
       01  CONFIG-REG.
           05 CFG-DIAS-ANTICIPO      PIC 9(3).

      * Último consecutivo de tarjeta asignado, como FOLIO.DAT.
       FD  SECUENCIA-FILE.
       01  SECUENCIA-REG.
           05 SEC-ULTIMA             PIC 9(9).

      * Una tarjeta por vencer, ordenada por cuenta.
       SD  ORDENA-FILE.
       01  TARJETA-ORDENADA.
           05 SRT-CUENTA             PIC 9(6).
           05 SRT-TARJETA            PIC 9(16).
           05 SRT-VENCE              PIC 9(6).
           05 SRT-ESTADO             PIC X(1).
           05 SRT-RENOVACION         PIC 9(16).

       FD  REPORTE-FILE.
       01  LINEA-REPORTE             PIC X(100).

       FD  EMBOZO-FILE.
           COPY EMBOZO.

       WORKING-STORAGE SECTION.
       01  FS-TARJETAS               PIC X(2) VALUE "00".
       01  FS-CUENTAS                PIC X(2) VALUE "00".
       01  FS-TITULARES              PIC X(2) VALUE "00".
       01  FS-CLIENTES               PIC X(2) VALUE "00".
       01  FS-CONFIG                 PIC X(2) VALUE "00".
       01  FS-SECUENCIA              PIC X(2) VALUE "00".
       01  FS-REPORTE                PIC X(2) VALUE "00".
       01  FS-EMBOZO                 PIC X(2) VALUE "00".

       01  HAY-TITULARES             PIC X(1) VALUE "N".
       01  HAY-CLIENTES              PIC X(1) VALUE "N".
       01  FIN-TARJETAS              PIC X(1) VALUE "N".
       01  FIN-ORDENA                PIC X(1) VALUE "N".

      * Ventana de vencimiento: del mes de la fecha de negocio al
      * mes de la fecha límite (fecha de negocio más los días de
      * anticipo).
       01  FECHA-HOY                 PIC 9(8) VALUE 0.
       01  DIAS-ANTICIPO             PIC 9(3) VALUE 60.
       01  FECHA-LIMITE              PIC 9(8) VALUE 0.
       01  MES-ACTUAL                PIC 9(6) VALUE 0.
       01  MES-LIMITE                PIC 9(6) VALUE 0.

       01  NOMBRE-EMBOZO.
           05 NE-PREFIJO             PIC X(3) VALUE "EMB".
           05 NE-FECHA               PIC 9(8).
           05 NE-EXTENSION           PIC X(4) VALUE ".DAT".

      * Número de la tarjeta nueva: producto de la anterior,
      * consecutivo y dígito verificador.
       01  ULTIMA-SECUENCIA          PIC 9(9) VALUE 0.
       01  TARJETA-NUEVA             PIC 9(16) VALUE 0.
       01  TN-PARTES REDEFINES TARJETA-NUEVA.
           05 TN-PRODUCTO            PIC 9(6).
           05 TN-SECUENCIA           PIC 9(9).
           05 TN-VERIFICADOR         PIC 9(1).
       01  TN-DIGITOS REDEFINES TARJETA-NUEVA.
           05 TN-DIGITO              PIC 9(1) OCCURS 16 TIMES.
       01  TARJETA-ORIGEN            PIC 9(16) VALUE 0.
       01  TO-PARTES REDEFINES TARJETA-ORIGEN.
           05 TO-PRODUCTO            PIC 9(6).
           05 FILLER                 PIC 9(10).
       01  IDX-DIGITO                PIC 9(2) VALUE 0.
       01  DIGITO-PESADO             PIC 9(2) VALUE 0.
       01  SUMA-LUHN                 PIC 9(3) VALUE 0.
       01  RESIDUO-LUHN              PIC 9(2) VALUE 0.
       01  COCIENTE-LUHN             PIC 9(3) VALUE 0.
       01  DOBLA-DIGITO              PIC X(1) VALUE "S".
       01  INTENTOS-NUMERO           PIC 9(2) VALUE 0.
       01  MAX-INTENTOS-NUMERO       PIC 9(2) VALUE 50.
       01  TARJETA-GRABADA           PIC X(1) VALUE "N".

       01  VENCE-NUEVO               PIC 9(6) VALUE 0.
       01  VENCE-DESGLOSE REDEFINES VENCE-NUEVO.
           05 VEN-ANIO               PIC 9(4).
           05 VEN-MES                PIC 9(2).

      * Quién recibe el plástico.
       01  CLIENTE-TARJETA           PIC 9(6) VALUE 0.
       01  NOMBRE-TARJETA            PIC X(40) VALUE SPACES.
       01  DIRECCION-TARJETA         PIC X(50) VALUE SPACES.
       01  CUENTA-NOMBRE             PIC X(30) VALUE SPACES.

       01  MOTIVO-OMISION            PIC X(30) VALUE SPACES.

      * Contadores del reporte.
       01  TARJETAS-LEIDAS           PIC 9(7) VALUE 0.
       01  TARJETAS-EN-VENTANA       PIC 9(7) VALUE 0.
       01  TARJETAS-RENOVADAS        PIC 9(7) VALUE 0.
       01  OMITIDAS-CERRADA          PIC 9(7) VALUE 0.
       01  OMITIDAS-DORMIDA          PIC 9(7) VALUE 0.
       01  OMITIDAS-SIN-CUENTA       PIC 9(7) VALUE 0.
       01  OMITIDAS-BLOQUEADA        PIC 9(7) VALUE 0.
       01  OMITIDAS-VENCIDA          PIC 9(7) VALUE 0.
       01  OMITIDAS-PENDIENTE        PIC 9(7) VALUE 0.
       01  OMITIDAS-SIN-NUMERO       PIC 9(7) VALUE 0.

       01  LINEA-DETALLE.
           05 LD-CUENTA              PIC 9(6).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 LD-TARJETA             PIC 9(16).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 LD-VENCE               PIC 9(6).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 LD-NUEVA               PIC X(16).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 LD-VENCE-NUEVO         PIC X(6).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 LD-RESULTADO           PIC X(30).

       01  LINEA-TOTAL.
           05 LT-CONCEPTO            PIC X(40).
           05 LT-CANTIDAD            PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       RENUEVA-MAIN.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           CALL "FECHA-NEGOCIO" USING FECHA-HOY.
           PERFORM CARGA-CONFIGURACION.
           COMPUTE FECHA-LIMITE = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE (FECHA-HOY) + DIAS-ANTICIPO).
           DIVIDE FECHA-HOY BY 100 GIVING MES-ACTUAL.
           DIVIDE FECHA-LIMITE BY 100 GIVING MES-LIMITE.
           PERFORM CARGA-SECUENCIA.

           OPEN I-O TARJETAS-FILE.
           IF FS-TARJETAS NOT = "00" AND FS-TARJETAS NOT = "05"
              DISPLAY "No se pudo abrir el maestro de tarjetas."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT CUENTAS-FILE.
           IF FS-CUENTAS NOT = "00"
              DISPLAY "No se pudo abrir el archivo de cuentas."
              CLOSE TARJETAS-FILE
              MOVE 8 TO RETURN-CODE
              GOBACK
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
           OPEN OUTPUT EMBOZO-FILE.
           PERFORM ESCRIBE-ENCABEZADOS.

           SORT ORDENA-FILE
              ON ASCENDING KEY SRT-CUENTA SRT-TARJETA
              INPUT PROCEDURE IS RECORRE-TARJETAS
                 THRU RECORRE-TARJETAS-EXIT
              OUTPUT PROCEDURE IS RENUEVA-VENCIDAS
                 THRU RENUEVA-VENCIDAS-EXIT.

           MOVE SPACES TO EMB-TRAILER.
           MOVE "T" TO EMT-TIPO.
           MOVE TARJETAS-RENOVADAS TO EMT-TARJETAS.
           WRITE EMB-TRAILER.
           PERFORM ESCRIBE-TOTALES.

           CLOSE EMBOZO-FILE.
           CLOSE REPORTE-FILE.
           CLOSE CUENTAS-FILE.
           CLOSE TARJETAS-FILE.
           IF HAY-TITULARES = "S"
              CLOSE TITULARES-FILE
           END-IF.
           IF HAY-CLIENTES = "S"
              CLOSE CLIENTES-FILE
           END-IF.
           PERFORM GRABA-SECUENCIA.

           DISPLAY "Tarjetas renovadas: " TARJETAS-RENOVADAS.
           DISPLAY "Plásticos por embozar en " NOMBRE-EMBOZO.
           IF OMITIDAS-SIN-NUMERO > 0
              DISPLAY "Tarjetas sin número disponible: "
                 OMITIDAS-SIN-NUMERO
              MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       CARGA-CONFIGURACION.
           OPEN INPUT CONFIG-FILE.
           IF FS-CONFIG = "00"
              READ CONFIG-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF CFG-DIAS-ANTICIPO IS NUMERIC
                          AND CFG-DIAS-ANTICIPO > 0
                       MOVE CFG-DIAS-ANTICIPO TO DIAS-ANTICIPO
                    END-IF
              END-READ
              CLOSE CONFIG-FILE
           END-IF.

      * El consecutivo se lee al arrancar y se reescribe al final;
      * un número que ya exista en el maestro se brinca al grabar.
       CARGA-SECUENCIA.
           MOVE 0 TO ULTIMA-SECUENCIA.
           MOVE "00" TO FS-SECUENCIA.
           OPEN INPUT SECUENCIA-FILE.
           IF FS-SECUENCIA = "00"
              READ SECUENCIA-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF SEC-ULTIMA IS NUMERIC
                       MOVE SEC-ULTIMA TO ULTIMA-SECUENCIA
                    END-IF
              END-READ
              CLOSE SECUENCIA-FILE
           END-IF.

       GRABA-SECUENCIA.
           OPEN OUTPUT SECUENCIA-FILE.
           MOVE ULTIMA-SECUENCIA TO SEC-ULTIMA.
           WRITE SECUENCIA-REG.
           CLOSE SECUENCIA-FILE.

       ESCRIBE-ENCABEZADOS.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "RENOVACION DE TARJETAS DEL " FECHA-HOY
              "  VENCIMIENTOS HASTA " MES-LIMITE
              DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "CUENTA  TARJETA           VENCE   TARJETA NUEVA     "
              TO LINEA-REPORTE.
           MOVE "VENCE   RESULTADO" TO LINEA-REPORTE (55:17).
           WRITE LINEA-REPORTE.

           MOVE SPACES TO EMB-ENCABEZADO.
           MOVE "H" TO EMH-TIPO.
           MOVE FECHA-HOY TO EMH-FECHA.
           WRITE EMB-ENCABEZADO.

      ******************************************************************
      * Procedimiento de entrada del SORT: las tarjetas que vencen a
      * más tardar en el mes límite. Las pendientes de activación y
      * las sustituidas no son plásticos por renovar.
      ******************************************************************
       RECORRE-TARJETAS.
           MOVE "N" TO FIN-TARJETAS.
           MOVE 0 TO TAR-NUMERO.
           START TARJETAS-FILE KEY IS NOT LESS THAN TAR-NUMERO
              INVALID KEY MOVE "S" TO FIN-TARJETAS
           END-START.
           PERFORM EVALUA-TARJETA UNTIL FIN-TARJETAS = "S".
       RECORRE-TARJETAS-EXIT.
           EXIT.

       EVALUA-TARJETA.
           READ TARJETAS-FILE NEXT
              AT END MOVE "S" TO FIN-TARJETAS
           END-READ.
           IF FIN-TARJETAS = "N"
              ADD 1 TO TARJETAS-LEIDAS
              IF TAR-VENCE <= MES-LIMITE
                    AND TAR-ESTADO NOT = "P"
                    AND TAR-ESTADO NOT = "S"
                 ADD 1 TO TARJETAS-EN-VENTANA
                 MOVE TAR-CUENTA TO SRT-CUENTA
                 MOVE TAR-NUMERO TO SRT-TARJETA
                 MOVE TAR-VENCE TO SRT-VENCE
                 MOVE TAR-ESTADO TO SRT-ESTADO
                 MOVE TAR-RENOVACION TO SRT-RENOVACION
                 RELEASE TARJETA-ORDENADA
              END-IF
           END-IF.

      ******************************************************************
      * Procedimiento de salida del SORT: cada tarjeta por vencer se
      * renueva o se reporta con el motivo por el que no.
      ******************************************************************
       RENUEVA-VENCIDAS.
           MOVE "N" TO FIN-ORDENA.
           PERFORM REGRESA-TARJETA.
           PERFORM ATIENDE-TARJETA THRU ATIENDE-TARJETA-EXIT
              UNTIL FIN-ORDENA = "S".
       RENUEVA-VENCIDAS-EXIT.
           EXIT.

       REGRESA-TARJETA.
           RETURN ORDENA-FILE
              AT END MOVE "S" TO FIN-ORDENA
           END-RETURN.

       ATIENDE-TARJETA.
           MOVE SPACES TO MOTIVO-OMISION.
           EVALUATE TRUE
              WHEN SRT-VENCE < MES-ACTUAL
                 MOVE "YA VENCIDA; REPONE SUCURSAL" TO MOTIVO-OMISION
                 ADD 1 TO OMITIDAS-VENCIDA
              WHEN SRT-ESTADO = "B"
                 MOVE "TARJETA BLOQUEADA" TO MOTIVO-OMISION
                 ADD 1 TO OMITIDAS-BLOQUEADA
              WHEN SRT-ESTADO = "R"
                 MOVE "TARJETA REPORTADA" TO MOTIVO-OMISION
                 ADD 1 TO OMITIDAS-BLOQUEADA
              WHEN SRT-RENOVACION NOT = 0
                 MOVE "RENOVACION SIN ACTIVAR" TO MOTIVO-OMISION
                 ADD 1 TO OMITIDAS-PENDIENTE
           END-EVALUATE.
           IF MOTIVO-OMISION NOT = SPACES
              PERFORM REPORTA-OMITIDA
              GO TO ATIENDE-TARJETA-EXIT
           END-IF.

           MOVE SRT-CUENTA TO CTA-NUMERO.
           READ CUENTAS-FILE
              INVALID KEY
                 MOVE "CUENTA INEXISTENTE" TO MOTIVO-OMISION
                 ADD 1 TO OMITIDAS-SIN-CUENTA
           END-READ.
           IF MOTIVO-OMISION = SPACES
              IF CTA-ESTADO = "C"
                 MOVE "CUENTA CERRADA" TO MOTIVO-OMISION
                 ADD 1 TO OMITIDAS-CERRADA
              END-IF
              IF CTA-ESTADO = "D"
                 MOVE "CUENTA DORMIDA" TO MOTIVO-OMISION
                 ADD 1 TO OMITIDAS-DORMIDA
              END-IF
           END-IF.
           IF MOTIVO-OMISION NOT = SPACES
              PERFORM REPORTA-OMITIDA
              GO TO ATIENDE-TARJETA-EXIT
           END-IF.

           PERFORM RENUEVA-TARJETA THRU RENUEVA-TARJETA-EXIT.
       ATIENDE-TARJETA-EXIT.
           PERFORM REGRESA-TARJETA.

       REPORTA-OMITIDA.
           MOVE SRT-CUENTA TO LD-CUENTA.
           MOVE SRT-TARJETA TO LD-TARJETA.
           MOVE SRT-VENCE TO LD-VENCE.
           MOVE SPACES TO LD-NUEVA.
           MOVE SPACES TO LD-VENCE-NUEVO.
           MOVE MOTIVO-OMISION TO LD-RESULTADO.
           MOVE LINEA-DETALLE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

      ******************************************************************
      * Emisión del reemplazo: número nuevo, vencimiento a tres años
      * del anterior, estado pendiente y las dos ligas; después el
      * registro de embozado y el renglón del reporte.
      ******************************************************************
       RENUEVA-TARJETA.
           MOVE CTA-NOMBRE TO CUENTA-NOMBRE.
           PERFORM OBTEN-TARJETAHABIENTE.

           MOVE SRT-VENCE TO VENCE-NUEVO.
           ADD 3 TO VEN-ANIO.
           MOVE SRT-TARJETA TO TARJETA-ORIGEN.
           MOVE "N" TO TARJETA-GRABADA.
           MOVE 0 TO INTENTOS-NUMERO.
           PERFORM GRABA-TARJETA-NUEVA
              UNTIL TARJETA-GRABADA = "S"
                 OR INTENTOS-NUMERO >= MAX-INTENTOS-NUMERO.
           IF TARJETA-GRABADA = "N"
              MOVE "SIN NUMERO DISPONIBLE" TO MOTIVO-OMISION
              ADD 1 TO OMITIDAS-SIN-NUMERO
              PERFORM REPORTA-OMITIDA
              GO TO RENUEVA-TARJETA-EXIT
           END-IF.

           MOVE SRT-TARJETA TO TAR-NUMERO.
           READ TARJETAS-FILE
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 MOVE TARJETA-NUEVA TO TAR-RENOVACION
                 REWRITE TARJETA-REG
           END-READ.
           ADD 1 TO TARJETAS-RENOVADAS.

           MOVE SPACES TO EMB-DETALLE.
           MOVE "D" TO EMD-TIPO.
           MOVE TARJETA-NUEVA TO EMD-TARJETA.
           MOVE VENCE-NUEVO TO EMD-VENCE.
           MOVE NOMBRE-TARJETA TO EMD-NOMBRE.
           MOVE DIRECCION-TARJETA TO EMD-DIRECCION.
           MOVE SRT-CUENTA TO EMD-CUENTA.
           MOVE CLIENTE-TARJETA TO EMD-CLIENTE.
           MOVE SRT-TARJETA TO EMD-TARJETA-ANTERIOR.
           WRITE EMB-DETALLE.

           MOVE SRT-CUENTA TO LD-CUENTA.
           MOVE SRT-TARJETA TO LD-TARJETA.
           MOVE SRT-VENCE TO LD-VENCE.
           MOVE TARJETA-NUEVA TO LD-NUEVA.
           MOVE VENCE-NUEVO TO LD-VENCE-NUEVO.
           MOVE "RENOVADA" TO LD-RESULTADO.
           MOVE LINEA-DETALLE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
       RENUEVA-TARJETA-EXIT.
           EXIT.

      * Siguiente consecutivo con su dígito verificador; si ese
      * número ya existe en el maestro se prueba el siguiente.
       GRABA-TARJETA-NUEVA.
           ADD 1 TO INTENTOS-NUMERO.
           ADD 1 TO ULTIMA-SECUENCIA.
           MOVE 0 TO TARJETA-NUEVA.
           MOVE TO-PRODUCTO TO TN-PRODUCTO.
           MOVE ULTIMA-SECUENCIA TO TN-SECUENCIA.
           PERFORM CALCULA-VERIFICADOR.

           MOVE TARJETA-NUEVA TO TAR-NUMERO.
           MOVE SRT-CUENTA TO TAR-CUENTA.
           MOVE VENCE-NUEVO TO TAR-VENCE.
           MOVE "P" TO TAR-ESTADO.
           MOVE SPACES TO TAR-ULT-TERMINAL.
           MOVE 0 TO TAR-ULT-FECHA.
           MOVE 0 TO TAR-ULT-HORA.
           MOVE 0 TO TAR-RETIROS-PERFIL.
           MOVE 0 TO TAR-RETIRO-PROMEDIO.
           MOVE SRT-TARJETA TO TAR-ANTERIOR.
           MOVE 0 TO TAR-RENOVACION.
           WRITE TARJETA-REG
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE "S" TO TARJETA-GRABADA
           END-WRITE.

      * Luhn: de derecha a izquierda sobre los 15 dígitos, se dobla
      * uno sí y uno no empezando por el de más a la derecha (al
      * doblar, un resultado de dos dígitos resta 9); el
      * verificador completa la suma a la decena.
       CALCULA-VERIFICADOR.
           MOVE 0 TO SUMA-LUHN.
           MOVE "S" TO DOBLA-DIGITO.
           PERFORM SUMA-DIGITO-LUHN
              VARYING IDX-DIGITO FROM 15 BY -1
              UNTIL IDX-DIGITO < 1.
           DIVIDE SUMA-LUHN BY 10 GIVING COCIENTE-LUHN
              REMAINDER RESIDUO-LUHN.
           IF RESIDUO-LUHN = 0
              MOVE 0 TO TN-VERIFICADOR
           ELSE
              COMPUTE TN-VERIFICADOR = 10 - RESIDUO-LUHN
           END-IF.

       SUMA-DIGITO-LUHN.
           IF DOBLA-DIGITO = "S"
              COMPUTE DIGITO-PESADO = TN-DIGITO (IDX-DIGITO) * 2
              IF DIGITO-PESADO > 9
                 SUBTRACT 9 FROM DIGITO-PESADO
              END-IF
              MOVE "N" TO DOBLA-DIGITO
           ELSE
              MOVE TN-DIGITO (IDX-DIGITO) TO DIGITO-PESADO
              MOVE "S" TO DOBLA-DIGITO
           END-IF.
           ADD DIGITO-PESADO TO SUMA-LUHN.

      * El plástico de un cotitular se entrega a él: su renglón de
      * TITULARES.DAT lleva el número de la tarjeta. Si no, es el
      * titular de la cuenta.
       OBTEN-TARJETAHABIENTE.
           MOVE CTA-CLIENTE TO CLIENTE-TARJETA.
           IF HAY-TITULARES = "S"
              MOVE SRT-CUENTA TO TIT-CUENTA
              START TITULARES-FILE KEY IS EQUAL TO TIT-CUENTA
                 INVALID KEY MOVE "10" TO FS-TITULARES
              END-START
              PERFORM BUSCA-COTITULAR UNTIL FS-TITULARES = "10"
              MOVE "00" TO FS-TITULARES
           END-IF.

           MOVE CUENTA-NOMBRE TO NOMBRE-TARJETA.
           MOVE SPACES TO DIRECCION-TARJETA.
           IF HAY-CLIENTES = "S" AND CLIENTE-TARJETA NOT = 0
              MOVE CLIENTE-TARJETA TO CLI-NUMERO
              READ CLIENTES-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE CLI-NOMBRE TO NOMBRE-TARJETA
                    MOVE CLI-DIRECCION TO DIRECCION-TARJETA
              END-READ
           END-IF.

       BUSCA-COTITULAR.
           READ TITULARES-FILE NEXT
              AT END MOVE "10" TO FS-TITULARES
           END-READ.
           IF FS-TITULARES NOT = "10"
              IF TIT-CUENTA NOT = SRT-CUENTA
                 MOVE "10" TO FS-TITULARES
              ELSE
                 IF TIT-TARJETA = SRT-TARJETA
                    MOVE TIT-CLIENTE TO CLIENTE-TARJETA
                    MOVE "10" TO FS-TITULARES
                 END-IF
              END-IF
           END-IF.

       ESCRIBE-TOTALES.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "TARJETAS LEIDAS" TO LT-CONCEPTO.
           MOVE TARJETAS-LEIDAS TO LT-CANTIDAD.
           PERFORM ESCRIBE-TOTAL.
           MOVE "TARJETAS POR VENCER" TO LT-CONCEPTO.
           MOVE TARJETAS-EN-VENTANA TO LT-CANTIDAD.
           PERFORM ESCRIBE-TOTAL.
           MOVE "RENOVADAS" TO LT-CONCEPTO.
           MOVE TARJETAS-RENOVADAS TO LT-CANTIDAD.
           PERFORM ESCRIBE-TOTAL.
           MOVE "OMITIDAS: CUENTA CERRADA" TO LT-CONCEPTO.
           MOVE OMITIDAS-CERRADA TO LT-CANTIDAD.
           PERFORM ESCRIBE-TOTAL.
           MOVE "OMITIDAS: CUENTA DORMIDA" TO LT-CONCEPTO.
           MOVE OMITIDAS-DORMIDA TO LT-CANTIDAD.
           PERFORM ESCRIBE-TOTAL.
           MOVE "OMITIDAS: CUENTA INEXISTENTE" TO LT-CONCEPTO.
           MOVE OMITIDAS-SIN-CUENTA TO LT-CANTIDAD.
           PERFORM ESCRIBE-TOTAL.
           MOVE "OMITIDAS: BLOQUEADA O REPORTADA" TO LT-CONCEPTO.
           MOVE OMITIDAS-BLOQUEADA TO LT-CANTIDAD.
           PERFORM ESCRIBE-TOTAL.
           MOVE "OMITIDAS: YA VENCIDA" TO LT-CONCEPTO.
           MOVE OMITIDAS-VENCIDA TO LT-CANTIDAD.
           PERFORM ESCRIBE-TOTAL.
           MOVE "OMITIDAS: RENOVACION SIN ACTIVAR" TO LT-CONCEPTO.
           MOVE OMITIDAS-PENDIENTE TO LT-CANTIDAD.
           PERFORM ESCRIBE-TOTAL.
           MOVE "OMITIDAS: SIN NUMERO DISPONIBLE" TO LT-CONCEPTO.
           MOVE OMITIDAS-SIN-NUMERO TO LT-CANTIDAD.
           PERFORM ESCRIBE-TOTAL.

       ESCRIBE-TOTAL.
           MOVE LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       END PROGRAM RENUEVA-TARJETAS.
