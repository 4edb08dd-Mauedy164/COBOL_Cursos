      * original: la asigna el cajero al enviar y la cámara la
      * regresa intacta en las devoluciones, para ligar la
      * devolución con su cargo original igual que MOV-REFERENCIA.
      * ITB-CUENTA-LOCAL es la cuenta nuestra afectada, salvo en los
      * envíos de nómina a cuentas de otros bancos (Nomina.cbl,
      * NominaAnual.cbl): ésos salen con la cuenta local en cero y
      * la referencia de nómina de NOMSPEI.cpy (ceros, periodo y
      * empleado), y su devolución va al suspenso de nómina, no a
      * una cuenta de cliente.
      ******************************************************************
       01 INTERB-REG.
           05 ITB-TIPO             PIC X(1).
