      ******************************************************************
      * Sobre de control de los archivos de interfaz entrantes
      * (SPEIENT.DAT, CHQENT.DAT, CHQPRE.DAT, SRVRECH.DAT,
      * GLACK.DAT, ACKNOMaaaamm.DAT y ACKFINaaaaeeeeee.DAT). El que
      * envía el archivo lo abre con un renglón "0" de encabezado y
      * lo cierra con un renglón "9" de trailer; en medio van los
      * renglones de la interfaz en su propio layout, sin cambio.
      * Los tipos "0" y "9" no los usa ninguna interfaz.
      *
      *   IEN-INTERFAZ   nombre de la interfaz (SPEIENT, CHQENT,
      *                  CHQPRE, SRVRECH, GLACK, ACKNOM, ACKFIN)
      *   IEN-SECUENCIA  consecutivo del archivo en esa interfaz; un
      *                  archivo con una secuencia ya aplicada es un
      *                  reenvío y no se vuelve a cargar
      *   ITR-REGISTROS  renglones entre el encabezado y el trailer
      *   ITR-IMPORTE    suma de los importes de los renglones, sin
      *                  signo (total hash)
      * Lo revisa el subprograma VALIDA-INTERFAZ antes de cargar.
      ******************************************************************
       01 INTF-ENCABEZADO.
           05 IEN-TIPO             PIC X(1).
           05 IEN-INTERFAZ         PIC X(8).
           05 IEN-FECHA            PIC 9(8).
           05 IEN-SECUENCIA        PIC 9(6).
       01 INTF-TRAILER.
           05 ITR-TIPO             PIC X(1).
           05 ITR-REGISTROS        PIC 9(7).
           05 ITR-IMPORTE          PIC 9(13)V99.
