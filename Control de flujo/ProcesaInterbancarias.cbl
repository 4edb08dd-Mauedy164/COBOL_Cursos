      * Los renglones con cuenta inexistente salen en INTERBAN.TXT
      * para que la sucursal los resuelva con la cámara.
      *
      * La devolución de un neto de nómina enviado a otro banco
      * (cuenta local en cero y referencia de nómina, NOMSPEI.cpy)
      * no se abona a ningún cliente: el dinero queda en el suspenso
      * de nómina devuelta (renglón "R" en NOMSPEI.DAT, que
      * contabiliza el extracto del día), el periodo del empleado se
      * marca NH-DISPERSADO "D" en NOMHIST.DAT para que ni la
      * recorrida ni la ventanilla lo paguen por su cuenta, y el
      * empleado sale en NOMDEVUE.TXT para que Recursos Humanos lo
      * aclare con él.
      *
      * Al terminar, el archivo de entrada se renombra con la fecha
      * de la corrida (SPEaaaammdd.ENT), para que un relanzamiento
      * del cierre no vuelva a abonar lo ya aplicado. Sin archivo de
      * entrada el paso termina limpio: no todos los días llega
      * intercambio.
      *
      * Antes de cargar, el subprograma VALIDA-INTERFAZ revisa el
      * sobre de control del archivo (encabezado "0" con su
      * secuencia y trailer "9" con renglones e importe, INTFCTL.cpy).
      * Un archivo que no cuadra, mal formado o ya aplicado se pone
      * en cuarentena y el paso termina con RC 8 sin abonar nada.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROCESA-INTERBANC.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-REPORTE.

           SELECT NOMHIST-FILE ASSIGN TO "NOMHIST.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS NH-LLAVE
              FILE STATUS IS FS-NOMHIST.

           SELECT NOMSPEI-FILE ASSIGN TO "NOMSPEI.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-NOMSPEI.

           SELECT RRHH-FILE ASSIGN TO "NOMDEVUE.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-RRHH.

       DATA DIVISION.
       FILE SECTION.
       FD  INTERENT-FILE.
       FD  REPORTE-FILE.
       01  LINEA-REPORTE            PIC X(80).

       FD  NOMHIST-FILE.
           COPY NOMHIST.

       FD  NOMSPEI-FILE.
           COPY NOMSPEI.

       FD  RRHH-FILE.
       01  LINEA-RRHH               PIC X(90).

       WORKING-STORAGE SECTION.
       01  FS-INTERENT              PIC X(2) VALUE "00".
       01  FS-CUENTAS               PIC X(2) VALUE "00".
       01  FS-MOVIMIENTOS           PIC X(2) VALUE "00".
       01  FS-MOVIDX                PIC X(2) VALUE "00".
       01  FS-REPORTE               PIC X(2) VALUE "00".
       01  FS-NOMHIST               PIC X(2) VALUE "00".
       01  FS-NOMSPEI               PIC X(2) VALUE "00".
       01  FS-RRHH                  PIC X(2) VALUE "00".
       01  NOMHIST-DISPONIBLE       PIC X(1) VALUE "N".

       01  FECHA-HOY                PIC 9(8) VALUE 0.
       01  HORA-ACTUAL              PIC 9(6) VALUE 0.
       01  MONEDA-RENGLON           PIC X(3) VALUE SPACES.
       01  REFERENCIA-RENGLON       PIC 9(14) VALUE 0.
       01  MOTIVO-RENGLON           PIC X(2) VALUE SPACES.
       01  BANCO-RENGLON            PIC 9(3) VALUE 0.
       01  CUENTA-EXTERNA-RENGLON   PIC X(18) VALUE SPACES.
       01  OPERACION-ABONO          PIC X(2) VALUE SPACES.

       01  ABONOS-APLICADOS         PIC 9(6) VALUE 0.
       01  DEVOLUCIONES-APLICADAS   PIC 9(6) VALUE 0.
       01  RENGLONES-CON-ERROR      PIC 9(6) VALUE 0.
       01  NOMINAS-DEVUELTAS        PIC 9(6) VALUE 0.
       01  TOTAL-NOMINA-DEVUELTA    PIC S9(9)V99 VALUE 0.

      * Nombre con que se archiva la entrada ya procesada.
       01  NOMBRE-ENTRADA           PIC X(20) VALUE "SPEIENT.DAT".
           05 FILLER                PIC X(2) VALUE SPACES.
           05 LD-RESULTADO          PIC X(12).

      * Renglón de la lista de nóminas devueltas para Recursos
      * Humanos.
       01  LINEA-NOMINA-DEVUELTA.
           05 LND-EMPLEADO          PIC 9(6).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 LND-NOMBRE            PIC A(25).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 LND-PERIODO           PIC 9(6).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 LND-BANCO             PIC 9(3).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 LND-CLABE             PIC X(18).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 LND-MONTO             PIC ZZZ,ZZ9.99.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 LND-MOTIVO            PIC X(2).

      * Folio consecutivo del movimiento por grabar, asignado por
      * el subprograma SIGUIENTE-FOLIO y estampado en la bitácora y
      * en el historial indexado.
       01  FOLIO-MOVIMIENTO        PIC 9(9) VALUE 0.

      * Validación del sobre de control antes de cargar.
           COPY VALINTF.

       PROCEDURE DIVISION.
       PROCESA-INTERBANC-DIA.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT HORA-ACTUAL FROM TIME.
           MOVE FECHA-HOY TO NAR-FECHA.

           MOVE "V" TO VI-FUNCION.
           MOVE "SPEIENT" TO VI-INTERFAZ.
           MOVE NOMBRE-ENTRADA TO VI-ARCHIVO.
           MOVE "AR" TO VI-TIPOS-IMPORTE.
           MOVE SPACES TO VI-TIPOS-OTROS.
           MOVE 43 TO VI-POS-IMPORTE.
           MOVE 9 TO VI-DIGITOS-IMPORTE.
           CALL "VALIDA-INTERFAZ" USING VALIDA-INTERFAZ-REG.
           IF VI-RESULTADO = "R"
              DISPLAY "Intercambio interbancario rechazado: "
                 VI-MOTIVO
              DISPLAY "Quedó en cuarentena como " VI-CUARENTENA
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN INPUT INTERENT-FILE.
           IF FS-INTERENT NOT = "00"
              DISPLAY "No hay intercambio interbancario entrante."
              GOBACK
           END-IF.

           MOVE "N" TO NOMHIST-DISPONIBLE.
           OPEN I-O NOMHIST-FILE.
           IF FS-NOMHIST = "00" OR FS-NOMHIST = "05"
              MOVE "S" TO NOMHIST-DISPONIBLE
           END-IF.
           OPEN EXTEND NOMSPEI-FILE.
           IF FS-NOMSPEI = "35"
              OPEN OUTPUT NOMSPEI-FILE
           END-IF.
           OPEN OUTPUT RRHH-FILE.
           MOVE SPACES TO LINEA-RRHH.
           STRING "NOMINAS DEVUELTAS POR OTROS BANCOS DEL " FECHA-HOY
              DELIMITED BY SIZE INTO LINEA-RRHH.
           WRITE LINEA-RRHH.
           MOVE SPACES TO LINEA-RRHH.
           STRING "NUMERO  NOMBRE                    PERIODO BCO  "
              "CLABE                   MONTO  MO"
              DELIMITED BY SIZE INTO LINEA-RRHH.
           WRITE LINEA-RRHH.

           OPEN OUTPUT REPORTE-FILE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "INTERCAMBIO INTERBANCARIO DEL " FECHA-HOY
           STRING "RENGLONES CON ERROR:    " RENGLONES-CON-ERROR
              DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           STRING "NOMINAS A SUSPENSO:     " NOMINAS-DEVUELTAS
              DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           MOVE SPACES TO LINEA-RRHH.
           WRITE LINEA-RRHH.
           STRING "EMPLEADOS POR ACLARAR: " NOMINAS-DEVUELTAS
              "  TOTAL EN SUSPENSO: " TOTAL-NOMINA-DEVUELTA
              DELIMITED BY SIZE INTO LINEA-RRHH.
           WRITE LINEA-RRHH.

           CLOSE RRHH-FILE.
           CLOSE NOMSPEI-FILE.
           IF NOMHIST-DISPONIBLE = "S"
              CLOSE NOMHIST-FILE
           END-IF.
           CLOSE REPORTE-FILE.
           CLOSE CUENTAS-FILE.
           CLOSE INTERENT-FILE.

      * La entrada procesada se archiva con fecha: un relanzamiento
      * del cierre ya no la encuentra y no vuelve a abonar, y su
      * secuencia queda aplicada para rechazar un reenvío.
           CALL "CBL_RENAME_FILE" USING NOMBRE-ENTRADA
              NOMBRE-ARCHIVADO.
           MOVE "C" TO VI-FUNCION.
           CALL "VALIDA-INTERFAZ" USING VALIDA-INTERFAZ-REG.

           DISPLAY "Abonos: " ABONOS-APLICADOS " devoluciones: "
              DEVOLUCIONES-APLICADAS " errores: "
              RENGLONES-CON-ERROR.
           IF NOMINAS-DEVUELTAS > 0
              DISPLAY "Nóminas devueltas a suspenso: "
                 NOMINAS-DEVUELTAS " (lista en NOMDEVUE.TXT)"
           END-IF.
           GOBACK.

      ******************************************************************
              AT END MOVE "10" TO FS-INTERENT
           END-READ.
           IF FS-INTERENT NOT = "10"
                 AND ITB-TIPO NOT = "0" AND ITB-TIPO NOT = "9"
              MOVE ITB-TIPO TO TIPO-RENGLON
              MOVE ITB-CUENTA-LOCAL TO CUENTA-ABONO
              MOVE ITB-MONTO TO MONTO-RENGLON
              MOVE ITB-MONEDA TO MONEDA-RENGLON
              MOVE ITB-REFERENCIA TO REFERENCIA-RENGLON
              MOVE ITB-MOTIVO TO MOTIVO-RENGLON
              MOVE ITB-BANCO TO BANCO-RENGLON
              MOVE ITB-CUENTA-EXTERNA TO CUENTA-EXTERNA-RENGLON
              PERFORM APLICA-RENGLON THRU APLICA-RENGLON-EXIT
           END-IF.

                 GO TO APLICA-RENGLON-EXIT
           END-EVALUATE.

      * Una devolución sin cuenta local es de un envío de nómina.
           IF TIPO-RENGLON = "R" AND CUENTA-ABONO = 0
              PERFORM DEVUELVE-NOMINA THRU DEVUELVE-NOMINA-EXIT
              GO TO APLICA-RENGLON-EXIT
           END-IF.

           MOVE CUENTA-ABONO TO CTA-NUMERO.
           READ CUENTAS-FILE
              INVALID KEY
       APLICA-RENGLON-EXIT.
           EXIT.

      ******************************************************************
      * Devolución de un neto de nómina enviado a otro banco: la
      * referencia (ceros, periodo y empleado) ubica el periodo en
      * NOMHIST.DAT, que queda marcado "D"; el dinero va al suspenso
      * de nómina devuelta por el renglón "R" de NOMSPEI.DAT, y el
      * empleado a la lista de Recursos Humanos. Una referencia que
      * no tiene la forma de nómina se reporta y no se aplica.
      ******************************************************************
       DEVUELVE-NOMINA.
           MOVE REFERENCIA-RENGLON TO NSP-REFERENCIA.
           IF NSP-REF-CEROS NOT = 0
              ADD 1 TO RENGLONES-CON-ERROR
              MOVE "REF NO NOMIN" TO LD-RESULTADO
              PERFORM ESCRIBE-DETALLE
              GO TO DEVUELVE-NOMINA-EXIT
           END-IF.

           MOVE SPACES TO NSP-NOMBRE.
           IF NOMHIST-DISPONIBLE = "S"
              MOVE NSP-PERIODO TO NH-PERIODO
              MOVE NSP-EMPLEADO TO NH-EMPLEADO
              READ NOMHIST-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE NH-NOMBRE TO NSP-NOMBRE
                    MOVE "D" TO NH-DISPERSADO
                    REWRITE NOMHIST-REG
              END-READ
           END-IF.

           MOVE "R" TO NSP-TIPO.
           MOVE FECHA-HOY TO NSP-FECHA.
           MOVE HORA-ACTUAL TO NSP-HORA.
           MOVE BANCO-RENGLON TO NSP-BANCO.
           MOVE CUENTA-EXTERNA-RENGLON TO NSP-CLABE.
           MOVE MONTO-RENGLON TO NSP-MONTO.
           MOVE MOTIVO-RENGLON TO NSP-MOTIVO.
           WRITE NOMSPEI-REG.

           MOVE NSP-EMPLEADO TO LND-EMPLEADO.
           MOVE NSP-NOMBRE TO LND-NOMBRE.
           MOVE NSP-PERIODO TO LND-PERIODO.
           MOVE NSP-BANCO TO LND-BANCO.
           MOVE NSP-CLABE TO LND-CLABE.
           MOVE NSP-MONTO TO LND-MONTO.
           MOVE NSP-MOTIVO TO LND-MOTIVO.
           MOVE LINEA-NOMINA-DEVUELTA TO LINEA-RRHH.
           WRITE LINEA-RRHH.

           ADD 1 TO NOMINAS-DEVUELTAS.
           ADD MONTO-RENGLON TO TOTAL-NOMINA-DEVUELTA.
           MOVE NSP-EMPLEADO TO LD-CUENTA.
           MOVE "NOMINA SUSP" TO LD-RESULTADO.
           PERFORM ESCRIBE-DETALLE.
       DEVUELVE-NOMINA-EXIT.
           EXIT.

      * La devolución lleva como referencia la del envío original
      * (la cámara la regresa intacta), para que el cliente y una
      * aclaración la liguen con su cargo "TI".
