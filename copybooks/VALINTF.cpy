      ******************************************************************
      * Parámetros del subprograma VALIDA-INTERFAZ, el paso común de
      * validación de los archivos de interfaz entrantes (sobre de
      * control INTFCTL.cpy). El lote que carga el archivo lo llama
      * dos veces:
      *   VI-FUNCION "V" antes de cargar: revisa encabezado, trailer,
      *     renglones y secuencia. VI-RESULTADO regresa "A" aceptado,
      *     "N" no hay archivo (no todos los días llega) o "R"
      *     rechazado: el archivo ya quedó en cuarentena con su
      *     motivo y el lote debe terminar con RETURN-CODE 8;
      *   VI-FUNCION "C" después de cargar completo: registra la
      *     secuencia en INTFSEC.DAT para que un reenvío se rechace.
      *
      * El lote describe su layout: qué tipos de renglón lleva el
      * importe (VI-TIPOS-IMPORTE), qué otros tipos son válidos sin
      * importe (VI-TIPOS-OTROS), y la posición y dígitos (9 o 13,
      * siempre con dos decimales) del importe en el renglón.
      ******************************************************************
       01 VALIDA-INTERFAZ-REG.
           05 VI-FUNCION           PIC X(1).
           05 VI-INTERFAZ          PIC X(8).
           05 VI-ARCHIVO           PIC X(20).
           05 VI-TIPOS-IMPORTE     PIC X(4).
           05 VI-TIPOS-OTROS       PIC X(4).
           05 VI-POS-IMPORTE       PIC 9(3).
           05 VI-DIGITOS-IMPORTE   PIC 9(2).
           05 VI-RESULTADO         PIC X(1).
           05 VI-MOTIVO            PIC X(40).
           05 VI-SECUENCIA         PIC 9(6).
           05 VI-REGISTROS         PIC 9(7).
           05 VI-IMPORTE           PIC 9(13)V99.
           05 VI-CUARENTENA        PIC X(40).
