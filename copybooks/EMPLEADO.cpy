      * lote de fin de año (NominaAnual.cbl). Cero en registros
      * anteriores al campo: el lote los reporta y no les calcula.
           05 EMP-FECHA-INGRESO     PIC 9(8).
      * Baja del empleado: la baja ya no borra el registro, lo marca
      * inactivo con fecha y motivo para que el finiquito
      * (Finiquito.cbl) liquide lo que se le debe. EMP-ESTADO "A"
      * activo, "B" baja; un registro anterior al campo (en blanco)
      * se trata como activo. Motivos: RE renuncia voluntaria, DJ
      * despido justificado, DI despido injustificado (el único que
      * causa indemnización).
           05 EMP-ESTADO            PIC X(1).
           05 EMP-FECHA-BAJA        PIC 9(8).
           05 EMP-MOTIVO-BAJA       PIC X(2).
      * Identificadores del empleado ante el SAT y el IMSS: RFC con
      * homoclave (13), CURP (18) y número de seguridad social (11).
      * Los exigen el recibo electrónico de nómina
      * (ExportaRecibos.cbl) y el archivo de pago de cuotas
      * (CuotasImss.cbl). En blanco en registros anteriores a los
      * campos: el recibo electrónico de ese empleado no sale hasta
      * que se le capturen.
           05 EMP-RFC               PIC X(13).
           05 EMP-CURP              PIC X(18).
           05 EMP-NSS               PIC X(11).
      * Cuenta del empleado en otro banco para recibir la nómina por
      * transferencia interbancaria: clave del banco receptor (3) y
      * CLABE de 18 dígitos. Opcionales; sólo se usan cuando no hay
      * cuenta de Eduardo Bank ligada (EMP-CUENTA en cero): la
      * nómina y el aguinaldo salen entonces como envío "E" en
      * SPEISAL.DAT. En cero y en blanco en registros anteriores a
      * los campos o de empleados que cobran en ventanilla.
           05 EMP-BANCO-DESTINO     PIC 9(3).
           05 EMP-CLABE             PIC X(18).
