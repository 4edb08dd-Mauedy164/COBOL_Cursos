      ******************************************************************
      * Remesa nocturna de pagos de servicios. Los pagos cobrados en
      * el cajero quedan pendientes en PAGOSERV.DAT (layout
      * PAGOSRV.cpy); este lote del cierre hace dos cosas, en este
      * orden:
      *   devoluciones  las referencias que las emisoras rechazaron
      *                 de remesas anteriores llegan en SRVRECH.DAT
      *                 (renglones de detalle de REMSRV.cpy con el
      *                 motivo); a cada pago remitido que se rechaza
      *                 se le carga el monto a la cuenta liquidadora
      *                 de la emisora ("CS") y se le abona al
      *                 cliente ("DS"), los dos con el folio del pago
      *                 como referencia, y el pago queda devuelto (D)
      *   remesas       por cada emisora del catálogo EMISORAS.DAT
      *                 con pagos pendientes se escribe su archivo
      *                 RSeeeeaaaammdd.DAT (encabezado, un detalle
      *                 por pago y totales de control), se abona lo
      *                 cobrado a su cuenta liquidadora ("LS", con la
      *                 emisora como referencia) y los pagos quedan
      *                 remitidos (R)
      * Una emisora cuya cuenta liquidadora no existe, está cerrada
      * o no es en pesos no se remite: sus pagos siguen pendientes y
      * salen en el reporte para que se corrija el catálogo. Un
      * rechazo que no corresponde a un pago remitido, o cuyo
      * cliente ya no existe o cerró su cuenta, no se aplica y se
      * reporta para atenderse en sucursal. El detalle queda en
      * SERVICIOS.TXT y el archivo de rechazos procesado se archiva
      * con la fecha de la corrida (SRVaaaammdd.ENT). Sin pagos ni
      * catálogo no hay nada que hacer y el paso termina limpio.
      * Antes de devolver, el subprograma VALIDA-INTERFAZ revisa el
      * sobre de control de SRVRECH.DAT (encabezado "0" con su
      * secuencia y trailer "9" con renglones e importe,
      * INTFCTL.cpy). Un archivo rechazado queda en cuarentena sin
      * devolver nada; las remesas del día salen de todos modos y
      * el lote termina con código 8, para que el cierre se detenga
      * aquí.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REMESA-SERVICIOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMISORAS-FILE ASSIGN TO "EMISORAS.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS EMI-CODIGO
              FILE STATUS IS FS-EMISORAS.

           SELECT PAGOSERV-FILE ASSIGN TO "PAGOSERV.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PSV-LLAVE
              FILE STATUS IS FS-PAGOSERV.

           SELECT CUENTAS-FILE ASSIGN TO "CUENTAS.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CTA-NUMERO
              FILE STATUS IS FS-CUENTAS.

           SELECT REMESA-FILE ASSIGN USING NOMBRE-REMESA
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-REMESA.

           SELECT RECHAZOS-FILE ASSIGN TO "SRVRECH.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-RECHAZOS.

           SELECT MOVIMIENTOS-FILE ASSIGN TO "MOVIMIENTOS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-MOVIMIENTOS.

           SELECT MOVIDX-FILE ASSIGN TO "MOVIDX.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MIX-LLAVE
              FILE STATUS IS FS-MOVIDX.

           SELECT REPORTE-FILE ASSIGN TO "SERVICIOS.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       FD  EMISORAS-FILE.
           COPY EMISORA.

       FD  PAGOSERV-FILE.
           COPY PAGOSRV.

       FD  CUENTAS-FILE.
           COPY CUENTA.

       FD  REMESA-FILE.
           COPY REMSRV.

      * Los rechazos vienen en el mismo renglón de detalle de la
      * remesa (REMSRV.cpy), con el motivo lleno; los encabezados y
      * totales que la emisora regrese se ignoran, igual que el
      * encabezado "0" y el trailer "9" del sobre de control.
       FD  RECHAZOS-FILE.
       01  RECHAZO-REG.
           05 RCH-TIPO              PIC X(1).
           05 RCH-EMISORA           PIC 9(4).
           05 RCH-FOLIO             PIC 9(9).
           05 RCH-REFERENCIA        PIC X(20).
           05 RCH-MONTO             PIC 9(7)V99.
           05 RCH-FECHA-PAGO        PIC 9(8).
           05 RCH-MOTIVO            PIC X(2).

       FD  MOVIMIENTOS-FILE.
           COPY MOVIMIEN.

       FD  MOVIDX-FILE.
           COPY MOVIDX.

       FD  REPORTE-FILE.
       01  LINEA-REPORTE            PIC X(80).

       WORKING-STORAGE SECTION.
       01  FS-EMISORAS              PIC X(2) VALUE "00".
       01  FS-PAGOSERV              PIC X(2) VALUE "00".
       01  FS-CUENTAS               PIC X(2) VALUE "00".
       01  FS-REMESA                PIC X(2) VALUE "00".
       01  FS-RECHAZOS              PIC X(2) VALUE "00".
       01  FS-MOVIMIENTOS           PIC X(2) VALUE "00".
       01  FS-MOVIDX                PIC X(2) VALUE "00".
       01  FS-REPORTE               PIC X(2) VALUE "00".

       01  FECHA-HOY                PIC 9(8) VALUE 0.
       01  HORA-ACTUAL              PIC 9(6) VALUE 0.

      * Emisora en turno, guardada antes de usar el área de cuentas.
       01  EMISORA-TURNO            PIC 9(4) VALUE 0.
       01  NOMBRE-EMISORA           PIC X(30) VALUE SPACES.
       01  CUENTA-LIQUIDADORA       PIC 9(6) VALUE 0.
       01  LIQUIDADORA-OK           PIC X(1) VALUE "N".
       01  REMESA-ABIERTA           PIC X(1) VALUE "N".
       01  PAGOS-EMISORA            PIC 9(6) VALUE 0.
       01  IMPORTE-EMISORA          PIC S9(11)V99 VALUE 0.

      * Rechazo en turno.
       01  MOTIVO-OMISION           PIC X(24) VALUE SPACES.
       01  MONTO-DEVUELTO           PIC S9(7)V99 VALUE 0.
       01  CUENTA-CLIENTE           PIC 9(6) VALUE 0.

      * Movimiento por grabar: la cuenta en turno está leída en el
      * área de CUENTAS cuando se llama a GRABA-MOVIMIENTO.
       01  OPERACION-MOVIMIENTO     PIC X(2) VALUE SPACES.
       01  MONTO-MOVIMIENTO         PIC S9(7)V99 VALUE 0.
       01  REFERENCIA-MOVIMIENTO    PIC 9(14) VALUE 0.

       01  REMESAS-ENVIADAS         PIC 9(4) VALUE 0.
       01  EMISORAS-RETENIDAS       PIC 9(4) VALUE 0.
       01  PAGOS-REMITIDOS          PIC 9(6) VALUE 0.
       01  IMPORTE-REMITIDO         PIC S9(11)V99 VALUE 0.
       01  PAGOS-DEVUELTOS          PIC 9(6) VALUE 0.
       01  IMPORTE-DEVUELTO         PIC S9(11)V99 VALUE 0.
       01  RECHAZOS-OMITIDOS        PIC 9(6) VALUE 0.
       01  IMPORTE-ED               PIC ZZZ,ZZZ,ZZ9.99.

       01  NOMBRE-REMESA.
           05 NRM-PREFIJO           PIC X(2) VALUE "RS".
           05 NRM-EMISORA           PIC 9(4).
           05 NRM-FECHA             PIC 9(8).
           05 NRM-EXTENSION         PIC X(4) VALUE ".DAT".

       01  NOMBRE-ENTRADA           PIC X(20) VALUE "SRVRECH.DAT".
       01  NOMBRE-ARCHIVADO.
           05 NAR-PREFIJO           PIC X(3) VALUE "SRV".
           05 NAR-FECHA             PIC 9(8).
           05 NAR-EXTENSION         PIC X(4) VALUE ".ENT".

       01  LINEA-REMESA.
           05 LR-EMISORA            PIC 9(4).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 LR-NOMBRE             PIC X(30).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 LR-CUENTA             PIC 9(6).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 LR-PAGOS              PIC ZZZZZ9.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 LR-IMPORTE            PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 LR-NOTA               PIC X(10).

       01  LINEA-RECHAZO.
           05 LX-EMISORA            PIC 9(4).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 LX-FOLIO              PIC 9(9).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 LX-CUENTA             PIC 9(6).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 LX-MONTO              PIC ZZZ,ZZ9.99.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 LX-MOTIVO             PIC X(2).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 LX-RESULTADO          PIC X(24).

      * Folio consecutivo del movimiento por grabar, asignado por
      * el subprograma SIGUIENTE-FOLIO y estampado en la bitácora y
      * en el historial indexado.
       01  FOLIO-MOVIMIENTO        PIC 9(9) VALUE 0.

      * Validación del sobre de control antes de devolver. La
      * cuarentena se recuerda aparte porque los CALL de la remesa
      * vuelven a poner el código de retorno.
           COPY VALINTF.
       01  RECHAZOS-EN-CUARENTENA   PIC X(1) VALUE "N".

       PROCEDURE DIVISION.
       REMESA-SERVICIOS-DIA.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           CALL "FECHA-NEGOCIO" USING FECHA-HOY.
           ACCEPT HORA-ACTUAL FROM TIME.
           MOVE FECHA-HOY TO NAR-FECHA.
           MOVE FECHA-HOY TO NRM-FECHA.

           OPEN I-O PAGOSERV-FILE.
           IF FS-PAGOSERV NOT = "00"
              DISPLAY "No hay pagos de servicios que remitir."
              GOBACK
           END-IF.

           OPEN INPUT EMISORAS-FILE.
           IF FS-EMISORAS NOT = "00"
              DISPLAY "No hay catálogo de emisoras de servicios."
              CLOSE PAGOSERV-FILE
              GOBACK
           END-IF.

           OPEN I-O CUENTAS-FILE.
           IF FS-CUENTAS NOT = "00" AND FS-CUENTAS NOT = "05"
              DISPLAY "No se pudo abrir el archivo de cuentas."
              MOVE 8 TO RETURN-CODE
              CLOSE EMISORAS-FILE
              CLOSE PAGOSERV-FILE
              GOBACK
           END-IF.

           OPEN OUTPUT REPORTE-FILE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "PAGOS DE SERVICIOS - REMESA DEL " FECHA-HOY
              DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           PERFORM APLICA-RECHAZOS THRU APLICA-RECHAZOS-EXIT.
           PERFORM REMITE-EMISORAS.
           PERFORM ESCRIBE-TOTALES.

           CLOSE REPORTE-FILE.
           CLOSE CUENTAS-FILE.
           CLOSE EMISORAS-FILE.
           CLOSE PAGOSERV-FILE.

           DISPLAY "Remesas enviadas: " REMESAS-ENVIADAS
              " pagos remitidos: " PAGOS-REMITIDOS
              " devueltos: " PAGOS-DEVUELTOS.
           IF RECHAZOS-EN-CUARENTENA = "S"
              MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

      ******************************************************************
      * Devoluciones: cada rechazo de las emisoras se aplica contra
      * su pago remitido. Al terminar, el archivo de rechazos se
      * archiva con fecha para que una recorrida no devuelva dos
      * veces.
      ******************************************************************
       APLICA-RECHAZOS.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "REFERENCIAS RECHAZADAS POR LAS EMISORAS"
              TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "V" TO VI-FUNCION.
           MOVE "SRVRECH" TO VI-INTERFAZ.
           MOVE NOMBRE-ENTRADA TO VI-ARCHIVO.
           MOVE "D" TO VI-TIPOS-IMPORTE.
           MOVE "HT" TO VI-TIPOS-OTROS.
           MOVE 35 TO VI-POS-IMPORTE.
           MOVE 9 TO VI-DIGITOS-IMPORTE.
           CALL "VALIDA-INTERFAZ" USING VALIDA-INTERFAZ-REG.
           IF VI-RESULTADO = "R"
              DISPLAY "Rechazos de las emisoras rechazados: " VI-MOTIVO
              DISPLAY "Quedó en cuarentena como " VI-CUARENTENA
              MOVE "S" TO RECHAZOS-EN-CUARENTENA
              MOVE SPACES TO LINEA-REPORTE
              STRING "  (archivo en cuarentena: " VI-MOTIVO ")"
                 DELIMITED BY SIZE INTO LINEA-REPORTE
              WRITE LINEA-REPORTE
              GO TO APLICA-RECHAZOS-EXIT
           END-IF.
           OPEN INPUT RECHAZOS-FILE.
           IF FS-RECHAZOS NOT = "00"
              MOVE "  (sin rechazos)" TO LINEA-REPORTE
              WRITE LINEA-REPORTE
           ELSE
              MOVE SPACES TO LINEA-REPORTE
              STRING "EMIS  FOLIO      CUENTA       MONTO  MO"
                 "  RESULTADO" DELIMITED BY SIZE INTO LINEA-REPORTE
              WRITE LINEA-REPORTE
              PERFORM PROCESA-RECHAZO UNTIL FS-RECHAZOS = "10"
              CLOSE RECHAZOS-FILE
              MOVE "C" TO VI-FUNCION
              CALL "VALIDA-INTERFAZ" USING VALIDA-INTERFAZ-REG
              CALL "CBL_RENAME_FILE" USING NOMBRE-ENTRADA
                 NOMBRE-ARCHIVADO
           END-IF.
       APLICA-RECHAZOS-EXIT.
           EXIT.

       PROCESA-RECHAZO.
           READ RECHAZOS-FILE
              AT END MOVE "10" TO FS-RECHAZOS
           END-READ.
           IF FS-RECHAZOS NOT = "10" AND RCH-TIPO = "D"
              PERFORM DEVUELVE-PAGO THRU DEVUELVE-PAGO-EXIT
              IF MOTIVO-OMISION = SPACES
                 ADD 1 TO PAGOS-DEVUELTOS
                 ADD MONTO-DEVUELTO TO IMPORTE-DEVUELTO
                 MOVE "DEVUELTO AL CLIENTE" TO LX-RESULTADO
              ELSE
                 ADD 1 TO RECHAZOS-OMITIDOS
                 MOVE MOTIVO-OMISION TO LX-RESULTADO
              END-IF
              MOVE RCH-EMISORA TO LX-EMISORA
              MOVE RCH-FOLIO TO LX-FOLIO
              MOVE CUENTA-CLIENTE TO LX-CUENTA
              MOVE RCH-MOTIVO TO LX-MOTIVO
              MOVE LINEA-RECHAZO TO LINEA-REPORTE
              WRITE LINEA-REPORTE
           END-IF.

      ******************************************************************
      * Un rechazo sólo se aplica a un pago que existe y está
      * remitido, de una emisora del catálogo, con el cliente
      * todavía vigente. El monto devuelto es el del pago, no el
      * que diga el renglón de la emisora. La comisión no se
      * devuelve: el servicio del banco sí se prestó.
      ******************************************************************
       DEVUELVE-PAGO.
           MOVE SPACES TO MOTIVO-OMISION.
           MOVE 0 TO CUENTA-CLIENTE.
           MOVE RCH-MONTO TO LX-MONTO.
           MOVE RCH-EMISORA TO PSV-EMISORA.
           MOVE RCH-FOLIO TO PSV-FOLIO.
           READ PAGOSERV-FILE
              INVALID KEY
                 MOVE "NO EXISTE EL PAGO" TO MOTIVO-OMISION
                 GO TO DEVUELVE-PAGO-EXIT
           END-READ.
           MOVE PSV-CUENTA TO CUENTA-CLIENTE.
           MOVE PSV-MONTO TO MONTO-DEVUELTO.
           MOVE MONTO-DEVUELTO TO LX-MONTO.
           IF PSV-ESTADO = "D"
              MOVE "YA DEVUELTO" TO MOTIVO-OMISION
              GO TO DEVUELVE-PAGO-EXIT
           END-IF.
           IF PSV-ESTADO NOT = "R"
              MOVE "NO HA SIDO REMITIDO" TO MOTIVO-OMISION
              GO TO DEVUELVE-PAGO-EXIT
           END-IF.

           MOVE PSV-EMISORA TO EMI-CODIGO.
           READ EMISORAS-FILE
              INVALID KEY
                 MOVE "EMISORA NO EXISTE" TO MOTIVO-OMISION
                 GO TO DEVUELVE-PAGO-EXIT
           END-READ.

           MOVE CUENTA-CLIENTE TO CTA-NUMERO.
           READ CUENTAS-FILE
              INVALID KEY
                 MOVE "CUENTA CLIENTE NO EXISTE" TO MOTIVO-OMISION
                 GO TO DEVUELVE-PAGO-EXIT
           END-READ.
           IF CTA-ESTADO = "C"
              MOVE "CUENTA CLIENTE CERRADA" TO MOTIVO-OMISION
              GO TO DEVUELVE-PAGO-EXIT
           END-IF.

           MOVE EMI-CUENTA-LIQ TO CTA-NUMERO.
           READ CUENTAS-FILE
              INVALID KEY
                 MOVE "LIQUIDADORA NO EXISTE" TO MOTIVO-OMISION
                 GO TO DEVUELVE-PAGO-EXIT
           END-READ.

      * Primero se recupera de la emisora y después se abona al
      * cliente; los dos movimientos llevan el folio del pago.
           MOVE PSV-FOLIO TO REFERENCIA-MOVIMIENTO.
           SUBTRACT MONTO-DEVUELTO FROM CTA-SALDO.
           MOVE "CS" TO OPERACION-MOVIMIENTO.
           MOVE MONTO-DEVUELTO TO MONTO-MOVIMIENTO.
           PERFORM GRABA-MOVIMIENTO.

           MOVE CUENTA-CLIENTE TO CTA-NUMERO.
           READ CUENTAS-FILE.
           ADD MONTO-DEVUELTO TO CTA-SALDO.
           MOVE "DS" TO OPERACION-MOVIMIENTO.
           MOVE MONTO-DEVUELTO TO MONTO-MOVIMIENTO.
           PERFORM GRABA-MOVIMIENTO.

           MOVE "D" TO PSV-ESTADO.
           MOVE RCH-MOTIVO TO PSV-MOTIVO.
           REWRITE PAGOSERV-REG.
       DEVUELVE-PAGO-EXIT.
           EXIT.

      ******************************************************************
      * Remesas: el catálogo se recorre completo, activas o no,
      * porque una emisora desactivada hoy todavía tiene pagos
      * cobrados que remitir.
      ******************************************************************
       REMITE-EMISORAS.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "REMESAS A EMISORAS" TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "EMIS  NOMBRE                          CUENTA"
              "   PAGOS         IMPORTE  ESTADO" DELIMITED BY SIZE
              INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE 0 TO EMI-CODIGO.
           START EMISORAS-FILE KEY IS NOT LESS THAN EMI-CODIGO
              INVALID KEY MOVE "10" TO FS-EMISORAS
           END-START.
           PERFORM REMITE-UNA-EMISORA UNTIL FS-EMISORAS = "10".

       REMITE-UNA-EMISORA.
           READ EMISORAS-FILE NEXT
              AT END MOVE "10" TO FS-EMISORAS
           END-READ.
           IF FS-EMISORAS NOT = "10"
              PERFORM ARMA-REMESA THRU ARMA-REMESA-EXIT
           END-IF.

       ARMA-REMESA.
           MOVE EMI-CODIGO TO EMISORA-TURNO.
           MOVE EMI-NOMBRE TO NOMBRE-EMISORA.
           MOVE EMI-CUENTA-LIQ TO CUENTA-LIQUIDADORA.
           MOVE 0 TO PAGOS-EMISORA.
           MOVE 0 TO IMPORTE-EMISORA.
           MOVE "N" TO REMESA-ABIERTA.

           MOVE EMISORA-TURNO TO LR-EMISORA.
           MOVE NOMBRE-EMISORA TO LR-NOMBRE.
           MOVE CUENTA-LIQUIDADORA TO LR-CUENTA.

           MOVE "N" TO LIQUIDADORA-OK.
           MOVE CUENTA-LIQUIDADORA TO CTA-NUMERO.
           READ CUENTAS-FILE
              INVALID KEY MOVE "C" TO CTA-ESTADO
           END-READ.
           IF CTA-ESTADO NOT = "C" AND CTA-MONEDA = "MXN"
              MOVE "S" TO LIQUIDADORA-OK
           END-IF.

           MOVE EMISORA-TURNO TO PSV-EMISORA.
           MOVE 0 TO PSV-FOLIO.
           START PAGOSERV-FILE KEY IS NOT LESS THAN PSV-LLAVE
              INVALID KEY GO TO ARMA-REMESA-EXIT
           END-START.
           MOVE "00" TO FS-PAGOSERV.
           PERFORM REMITE-PAGO UNTIL FS-PAGOSERV = "10".

           IF REMESA-ABIERTA = "S"
              PERFORM CIERRA-REMESA
           END-IF.
           IF LIQUIDADORA-OK = "N" AND PAGOS-EMISORA > 0
              ADD 1 TO EMISORAS-RETENIDAS
              MOVE PAGOS-EMISORA TO LR-PAGOS
              MOVE IMPORTE-EMISORA TO LR-IMPORTE
              MOVE "RETENIDA" TO LR-NOTA
              MOVE LINEA-REMESA TO LINEA-REPORTE
              WRITE LINEA-REPORTE
           END-IF.
       ARMA-REMESA-EXIT.
           EXIT.

      * Con la cuenta liquidadora inválida los pendientes sólo se
      * cuentan para el reporte y se quedan como están.
       REMITE-PAGO.
           READ PAGOSERV-FILE NEXT
              AT END MOVE "10" TO FS-PAGOSERV
           END-READ.
           IF FS-PAGOSERV NOT = "10"
              IF PSV-EMISORA NOT = EMISORA-TURNO
                 MOVE "10" TO FS-PAGOSERV
              ELSE
                 IF PSV-ESTADO = "P"
                    ADD 1 TO PAGOS-EMISORA
                    ADD PSV-MONTO TO IMPORTE-EMISORA
                    IF LIQUIDADORA-OK = "S"
                       PERFORM ESCRIBE-DETALLE-REMESA
                    END-IF
                 END-IF
              END-IF
           END-IF.

       ESCRIBE-DETALLE-REMESA.
           IF REMESA-ABIERTA = "N"
              MOVE EMISORA-TURNO TO NRM-EMISORA
              OPEN OUTPUT REMESA-FILE
              MOVE "S" TO REMESA-ABIERTA
              MOVE SPACES TO REMESA-REG
              MOVE "H" TO RMS-TIPO
              MOVE EMISORA-TURNO TO RMS-EMISORA
              MOVE FECHA-HOY TO RMS-FECHA-REMESA
              MOVE NOMBRE-EMISORA TO RMS-NOMBRE
              MOVE CUENTA-LIQUIDADORA TO RMS-CUENTA-LIQ
              WRITE REMESA-REG
           END-IF.
           MOVE SPACES TO REMESA-REG.
           MOVE "D" TO RMS-TIPO.
           MOVE EMISORA-TURNO TO RMS-EMISORA.
           MOVE PSV-FOLIO TO RMS-FOLIO.
           MOVE PSV-REFERENCIA TO RMS-REFERENCIA.
           MOVE PSV-MONTO TO RMS-MONTO.
           MOVE PSV-FECHA TO RMS-FECHA-PAGO.
           WRITE REMESA-REG.

           MOVE "R" TO PSV-ESTADO.
           MOVE FECHA-HOY TO PSV-FECHA-REMESA.
           REWRITE PAGOSERV-REG.

      ******************************************************************
      * Totales de control de la remesa y abono de lo remitido a la
      * cuenta liquidadora. Si la cuenta no sirve no se abrió
      * remesa; la emisora sale en el reporte con lo que quedó
      * pendiente.
      ******************************************************************
       CIERRA-REMESA.
           MOVE SPACES TO REMESA-REG.
           MOVE "T" TO RMS-TIPO.
           MOVE EMISORA-TURNO TO RMS-EMISORA.
           MOVE PAGOS-EMISORA TO RMS-CANTIDAD.
           MOVE IMPORTE-EMISORA TO RMS-IMPORTE.
           WRITE REMESA-REG.
           CLOSE REMESA-FILE.

           MOVE CUENTA-LIQUIDADORA TO CTA-NUMERO.
           READ CUENTAS-FILE.
           ADD IMPORTE-EMISORA TO CTA-SALDO.
           MOVE EMISORA-TURNO TO REFERENCIA-MOVIMIENTO.
           MOVE "LS" TO OPERACION-MOVIMIENTO.
           MOVE IMPORTE-EMISORA TO MONTO-MOVIMIENTO.
           PERFORM GRABA-MOVIMIENTO.

           ADD 1 TO REMESAS-ENVIADAS.
           ADD PAGOS-EMISORA TO PAGOS-REMITIDOS.
           ADD IMPORTE-EMISORA TO IMPORTE-REMITIDO.
           MOVE PAGOS-EMISORA TO LR-PAGOS.
           MOVE IMPORTE-EMISORA TO LR-IMPORTE.
           MOVE "REMITIDA" TO LR-NOTA.
           MOVE LINEA-REMESA TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       ESCRIBE-TOTALES.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE IMPORTE-REMITIDO TO IMPORTE-ED.
           STRING "REMESAS: " REMESAS-ENVIADAS
              "  PAGOS REMITIDOS: " PAGOS-REMITIDOS
              "  IMPORTE: " IMPORTE-ED
              DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           MOVE IMPORTE-DEVUELTO TO IMPORTE-ED.
           STRING "PAGOS DEVUELTOS: " PAGOS-DEVUELTOS
              "  IMPORTE: " IMPORTE-ED
              "  RECHAZOS SIN APLICAR: " RECHAZOS-OMITIDOS
              DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           IF EMISORAS-RETENIDAS > 0
              MOVE SPACES TO LINEA-REPORTE
              STRING "EMISORAS SIN REMITIR POR CUENTA LIQUIDADORA "
                 "INVALIDA: " EMISORAS-RETENIDAS
                 DELIMITED BY SIZE INTO LINEA-REPORTE
              WRITE LINEA-REPORTE
           END-IF.

      ******************************************************************
      * Graba el movimiento de la cuenta leída en el área de
      * CUENTAS, con su secuencia y fecha de último movimiento, en
      * la bitácora central y en el historial indexado.
      ******************************************************************
       GRABA-MOVIMIENTO.
           ADD 1 TO CTA-TOTAL-MOVS.
           MOVE FECHA-HOY TO CTA-FECHA-ULT-MOV.
           REWRITE CUENTA-REG.
           MOVE CTA-NUMERO TO MOV-CUENTA.
           MOVE OPERACION-MOVIMIENTO TO MOV-OPERACION.
           MOVE MONTO-MOVIMIENTO TO MOV-MONTO.
           MOVE CTA-SALDO TO MOV-SALDO-RESULTANTE.
           MOVE FECHA-HOY TO MOV-FECHA.
           MOVE HORA-ACTUAL TO MOV-HORA.
           MOVE 1.0000 TO MOV-TASA.
           MOVE REFERENCIA-MOVIMIENTO TO MOV-REFERENCIA.
           MOVE CTA-MONEDA TO MOV-MONEDA.
           MOVE "SIST" TO MOV-TERMINAL.
           CALL "SIGUIENTE-FOLIO" USING FOLIO-MOVIMIENTO.
           MOVE FOLIO-MOVIMIENTO TO MOV-FOLIO.
           OPEN EXTEND MOVIMIENTOS-FILE.
           IF FS-MOVIMIENTOS = "35"
              OPEN OUTPUT MOVIMIENTOS-FILE
           END-IF.
           WRITE MOV-REG.
           CLOSE MOVIMIENTOS-FILE.
           PERFORM GRABA-INDICE-MOVIMIENTO.

      * El historial indexado del mini estado se mantiene igual que
      * en el cajero: la secuencia es el CTA-TOTAL-MOVS recién
      * incrementado de la cuenta.
       GRABA-INDICE-MOVIMIENTO.
           OPEN I-O MOVIDX-FILE.
           IF FS-MOVIDX = "35"
              OPEN OUTPUT MOVIDX-FILE
              CLOSE MOVIDX-FILE
              OPEN I-O MOVIDX-FILE
           END-IF.
           MOVE MOV-CUENTA TO MIX-CUENTA.
           MOVE CTA-TOTAL-MOVS TO MIX-SECUENCIA.
           MOVE MOV-OPERACION TO MIX-OPERACION.
           MOVE MOV-MONTO TO MIX-MONTO.
           MOVE MOV-SALDO-RESULTANTE TO MIX-SALDO-RESULTANTE.
           MOVE MOV-FECHA TO MIX-FECHA.
           MOVE MOV-HORA TO MIX-HORA.
           MOVE MOV-FOLIO TO MIX-FOLIO.
           MOVE MOV-TASA TO MIX-TASA.
           MOVE MOV-TERMINAL TO MIX-TERMINAL.
           WRITE MOVIDX-REG
              INVALID KEY REWRITE MOVIDX-REG
           END-WRITE.
           CLOSE MOVIDX-FILE.

       END PROGRAM REMESA-SERVICIOS.
