      *   3. regenera GLCORR.DAT sólo con las pólizas rechazadas, en
      *      el mismo layout de GLPOST y con su propio trailer, para
      *      resubmitir únicamente eso en vez del día completo.
      *
      * La póliza de nómina de un periodo (GLNOMaaaamm.DAT, que deja
      * PolizaNomina.cbl al terminar la nómina o el aguinaldo) se
      * carga aparte del extracto del día y trae su propio acuse.
      * Al arrancar se pide el periodo: vacío confirma el extracto
      * diario como siempre; un periodo AAAAMM (AAAA13 aguinaldo)
      * cuadra ACKNOMaaaamm.DAT contra GLNOMaaaamm.DAT, deja las
      * rechazadas en CORNOMaaaamm.DAT y registra el paso
      * CONFIRMA-GLNOM en el control de corrida. El finiquito de un
      * empleado trae su propia póliza (GLFINaaaaeeeeee.DAT, año y
      * número de empleado): con el periodo AAAA14 se pide además
      * el empleado y se cuadra ACKFINaaaaeeeeee.DAT, las
      * rechazadas quedan en CORFINaaaaeeeeee.DAT y el paso es
      * CONFIRMA-GLFIN.
      *
      * El acuse viene en el sobre de control de las interfaces
      * entrantes (encabezado "0" con su secuencia y trailer "9" con
      * renglones e importe de las "M", INTFCTL.cpy) y el
      * subprograma VALIDA-INTERFAZ lo revisa antes de cuadrarlo. Un
      * acuse que no cuadra, mal formado o ya confirmado se pone en
      * cuarentena y el lote termina con RC 8.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONFIRMA-EXTRACTO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLACK-FILE ASSIGN USING NOMBRE-ACUSE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-GLACK.

           SELECT GLPOST-FILE ASSIGN USING NOMBRE-EXTRACTO
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-GLPOST.

           SELECT GLCORR-FILE ASSIGN USING NOMBRE-CORRECCION
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-GLCORR.

       01  FS-CONTROL              PIC X(2) VALUE "00".

       01  HORA-ACTUAL             PIC 9(6) VALUE 0.

      * Qué se confirma: el extracto diario o la póliza de nómina
      * de un periodo.
       01  NOMBRE-ACUSE            PIC X(20) VALUE "GLACK.DAT".
       01  NOMBRE-EXTRACTO         PIC X(20) VALUE "GLPOST.DAT".
       01  NOMBRE-CORRECCION       PIC X(20) VALUE "GLCORR.DAT".
       01  PASO-CONTROL            PIC X(18) VALUE "CONFIRMA-GL".
       01  PERIODO-ENTRADA         PIC X(6) VALUE SPACES.
       01  PERIODO-POLIZA          PIC 9(6) VALUE 0.
       01  PERIODO-DESGLOSE REDEFINES PERIODO-POLIZA.
           05 PER-ANIO             PIC 9(4).
           05 PER-MES              PIC 9(2).
       01  EMPLEADO-ENTRADA        PIC X(6) VALUE SPACES.
       01  EMPLEADO-FINIQUITO      PIC 9(6) VALUE 0.
       01  ENTRADA-VALIDA          PIC X(1) VALUE "N".
       01  FECHA-ACUSE             PIC 9(8) VALUE 0.

      * Lo que dijo el acuse, renglón por renglón y su trailer.
       01  CONFIRMACION-LIMPIA     PIC X(1) VALUE "S".
       01  ESTADO-CONTROL          PIC X(10) VALUE SPACES.

      * Validación del sobre de control antes de cuadrar.
           COPY VALINTF.

       PROCEDURE DIVISION.
       CONFIRMA-EXTRACTO-MAIN.
           DISPLAY "Periodo de la póliza de nómina (AAAAMM, vacío = "
              "extracto diario): ".
           PERFORM PIDE-PERIODO UNTIL ENTRADA-VALIDA = "S".
           MOVE "N" TO ENTRADA-VALIDA.
           IF PERIODO-ENTRADA NOT = SPACES AND PER-MES = 14
              DISPLAY "Número de empleado del finiquito: "
              PERFORM PIDE-EMPLEADO UNTIL ENTRADA-VALIDA = "S"
              MOVE "N" TO ENTRADA-VALIDA
           END-IF.

           MOVE "V" TO VI-FUNCION.
           IF PERIODO-ENTRADA = SPACES
              MOVE "GLACK" TO VI-INTERFAZ
           ELSE
              IF PER-MES = 14
                 MOVE "ACKFIN" TO VI-INTERFAZ
              ELSE
                 MOVE "ACKNOM" TO VI-INTERFAZ
              END-IF
           END-IF.
           MOVE NOMBRE-ACUSE TO VI-ARCHIVO.
           MOVE "M" TO VI-TIPOS-IMPORTE.
           MOVE "T" TO VI-TIPOS-OTROS.
           MOVE 17 TO VI-POS-IMPORTE.
           MOVE 13 TO VI-DIGITOS-IMPORTE.
           CALL "VALIDA-INTERFAZ" USING VALIDA-INTERFAZ-REG.
           IF VI-RESULTADO = "R"
              DISPLAY "Acuse " NOMBRE-ACUSE " rechazado: " VI-MOTIVO
              DISPLAY "Quedó en cuarentena como " VI-CUARENTENA
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN INPUT GLACK-FILE.
           IF FS-GLACK NOT = "00"
              DISPLAY "No hay acuse " NOMBRE-ACUSE " que procesar."
              GOBACK
           END-IF.


           PERFORM CUADRA-ACUSE.
           PERFORM GRABA-CONTROL.
      * El acuse ya se procesó completo: su secuencia queda aplicada
      * y un reenvío del mismo acuse se rechaza.
           MOVE "C" TO VI-FUNCION.
           CALL "VALIDA-INTERFAZ" USING VALIDA-INTERFAZ-REG.

           DISPLAY "Pólizas aceptadas:  " ACK-ACEPTADAS.
           DISPLAY "Pólizas rechazadas: " ACK-RECHAZADAS.
           IF ACK-RECHAZADAS > 0
              DISPLAY "Las rechazadas quedaron en " NOMBRE-CORRECCION
                 " para resubmitirse."
           END-IF.
           IF CONFIRMACION-LIMPIA = "S"
              DISPLAY "El extracto del " FECHA-ACUSE
           END-IF.
           GOBACK.

      * Un periodo de nómina (meses 01-12, 13 el aguinaldo) cambia
      * los tres archivos y el paso del control de corrida; el 14
      * es el finiquito y sus archivos los arma PIDE-EMPLEADO.
       PIDE-PERIODO.
           ACCEPT PERIODO-ENTRADA.
           IF PERIODO-ENTRADA = SPACES
              MOVE "S" TO ENTRADA-VALIDA
           ELSE
              IF PERIODO-ENTRADA IS NOT NUMERIC
                 DISPLAY "El periodo debe ser AAAAMM."
                 MOVE "N" TO ENTRADA-VALIDA
              ELSE
                 MOVE PERIODO-ENTRADA TO PERIODO-POLIZA
                 IF PER-MES < 1 OR PER-MES > 14
                    DISPLAY "El mes debe estar entre 01 y 14."
                    MOVE "N" TO ENTRADA-VALIDA
                 ELSE
                    MOVE "S" TO ENTRADA-VALIDA
                    MOVE SPACES TO NOMBRE-ACUSE NOMBRE-EXTRACTO
                       NOMBRE-CORRECCION
                    STRING "ACKNOM" PERIODO-POLIZA ".DAT"
                       DELIMITED BY SIZE INTO NOMBRE-ACUSE
                    STRING "GLNOM" PERIODO-POLIZA ".DAT"
                       DELIMITED BY SIZE INTO NOMBRE-EXTRACTO
                    STRING "CORNOM" PERIODO-POLIZA ".DAT"
                       DELIMITED BY SIZE INTO NOMBRE-CORRECCION
                    MOVE "CONFIRMA-GLNOM" TO PASO-CONTROL
                 END-IF
              END-IF
           END-IF.

      * El finiquito se confirma por empleado, con los archivos de
      * su propia póliza.
       PIDE-EMPLEADO.
           ACCEPT EMPLEADO-ENTRADA.
           IF EMPLEADO-ENTRADA IS NOT NUMERIC
              DISPLAY "El empleado debe ser de 6 dígitos."
              MOVE "N" TO ENTRADA-VALIDA
           ELSE
              MOVE EMPLEADO-ENTRADA TO EMPLEADO-FINIQUITO
              MOVE "S" TO ENTRADA-VALIDA
              MOVE SPACES TO NOMBRE-ACUSE NOMBRE-EXTRACTO
                 NOMBRE-CORRECCION
              STRING "ACKFIN" PER-ANIO EMPLEADO-FINIQUITO ".DAT"
                 DELIMITED BY SIZE INTO NOMBRE-ACUSE
              STRING "GLFIN" PER-ANIO EMPLEADO-FINIQUITO ".DAT"
                 DELIMITED BY SIZE INTO NOMBRE-EXTRACTO
              STRING "CORFIN" PER-ANIO EMPLEADO-FINIQUITO ".DAT"
                 DELIMITED BY SIZE INTO NOMBRE-CORRECCION
              MOVE "CONFIRMA-GLFIN" TO PASO-CONTROL
           END-IF.

      ******************************************************************
      * Trailer del extracto que enviamos: renglones y total de
      * cargos y abonos, contra los que se cuadra el acuse. Sin
       LEE-TRAILER-ENVIADO.
           OPEN INPUT GLPOST-FILE.
           IF FS-GLPOST NOT = "00"
              DISPLAY "No está el " NOMBRE-EXTRACTO " enviado; el "
                 "acuse no se puede cuadrar."
              MOVE "N" TO CONFIRMACION-LIMPIA
           ELSE
              PERFORM LEE-RENGLON-ENVIADO UNTIL FS-GLPOST = "10"
              CLOSE GLPOST-FILE
              IF HUBO-TRAILER-POST NOT = "S"
                 DISPLAY "El " NOMBRE-EXTRACTO " no trae trailer; el "
                    "acuse no se puede cuadrar."
                 MOVE "N" TO CONFIRMACION-LIMPIA
              END-IF
           END-IF.
              AT END MOVE "10" TO FS-GLACK
           END-READ.
           IF FS-GLACK NOT = "10"
                 AND ACK-TIPO NOT = "0" AND ACK-TIPO NOT = "9"
              IF ACK-TIPO = "T"
                 MOVE "S" TO HUBO-TRAILER-ACK
                 MOVE AKT-FECHA TO FECHA-ACUSE
              OPEN OUTPUT CONTROL-FILE
           END-IF.
           MOVE FECHA-ACUSE TO CTL-FECHA.
           MOVE PASO-CONTROL TO CTL-PASO.
           MOVE ESTADO-CONTROL TO CTL-ESTADO.
           MOVE HORA-ACTUAL TO CTL-HORA.
           IF CONFIRMACION-LIMPIA = "S"
