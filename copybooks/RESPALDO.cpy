      * que regresó es igual a lo que se guardó. Compartido por
      * RespaldaMaestros.cbl y RestauraMaestros.cbl. La imagen se
      * amplió a 160 posiciones cuando el registro de cuentas llegó
      * al ancho anterior (120), y a 200 cuando el de empleados
      * pasó de 160 con la CLABE interbancaria: los respaldos viejos
      * se leen igual, rellenos de espacios a la derecha.
      * El archivo de la purga anual de cerradas (PurgaCerradas.cbl,
      * PURGAaaaammdd.DAT) usa el mismo layout con el tipo de
      * registro en lugar de la "D": "C" cuenta, "J" tarjeta, "U"
      * cotitularidad, "L" cliente, "P" plazo, "R" préstamo, "O"
      * orden domiciliada y "M" renglón de MOVIDX.DAT; su trailer
      * suma los primeros 6 caracteres de cada imagen en lugar de un
      * campo de dinero.
      ******************************************************************
       01 RESPALDO-REG.
           05 RSP-TIPO             PIC X(1).
           05 RSP-IMAGEN           PIC X(200).
       01 RESPALDO-TRAILER REDEFINES RESPALDO-REG.
           05 RST-TIPO             PIC X(1).
           05 RST-REGISTROS        PIC 9(9).
           05 RST-HASH-MONTOS      PIC S9(13)V99.
           05 FILLER               PIC X(176).
