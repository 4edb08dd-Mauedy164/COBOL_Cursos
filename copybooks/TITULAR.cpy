      ******************************************************************
      * Layout de la relación cuenta-titulares (archivo indexado
      * TITULARES.DAT, llave cliente + cuenta, llave alterna la
      * cuenta con duplicados). CTA-CLIENTE sigue siendo el titular
      * de la cuenta; aquí se ligan además los cotitulares y los
      * beneficiarios, cada uno con su porcentaje. Una cuenta sin
      * renglones en este archivo es 100% de CTA-CLIENTE, como
      * siempre.
      *
      * Roles: T titular (el CTA-CLIENTE), C cotitular, B
      * beneficiario. El porcentaje de T y de C es la propiedad de
      * la cuenta y entre ellos suma siempre 100: el renglón del
      * titular se crea con el primer cotitular y cede lo que se le
      * asigna al cotitular, y lo recupera al darse de baja. El
      * porcentaje de B es su designación como beneficiario (los
      * beneficiarios de una cuenta suman a lo más 100) y no es
      * propiedad: no recibe intereses.
      *
      * Régimen de firma (TIT-FIRMA): I indistinta, el titular o
      * cotitular opera solo y puede tener su propia tarjeta
      * (TIT-TARJETA, en TARJETAS.DAT apuntando a la misma cuenta);
      * M mancomunada, el cotitular sólo opera junto con el titular
      * en sucursal y no se le emite tarjeta. Los beneficiarios no
      * firman. El alta y la baja las hace el mantenimiento de
      * clientes, con rastro en AUDITCLI.DAT; los primeros 6
      * caracteres del registro son el cliente, como en CLIENTE-REG.
      ******************************************************************
       01 TITULAR-REG.
           05 TIT-LLAVE.
              10 TIT-CLIENTE       PIC 9(6).
              10 TIT-CUENTA        PIC 9(6).
           05 TIT-ROL              PIC X(1).
           05 TIT-PORCENTAJE       PIC 9(3)V99.
           05 TIT-FIRMA            PIC X(1).
           05 TIT-TARJETA          PIC 9(16).
           05 TIT-FECHA-ALTA       PIC 9(8).
