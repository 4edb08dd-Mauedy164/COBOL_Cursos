      ******************************************************************
      * Layout del archivo de datos del patrón (PATRON.CFG, un solo
      * renglón, secuencial de líneas). Se edita a mano igual que
      * NIPDIAS.CFG cuando el banco cambia de registro o de razón
      * social. El registro patronal ante el IMSS encabeza el archivo
      * de pago de cuotas (CuotasImss.cbl) y el RFC del patrón es el
      * emisor de los recibos electrónicos de nómina
      * (ExportaRecibos.cbl); un PATRON.CFG anterior al RFC llega
      * con el RFC en blanco y la exportación de recibos lo avisa.
      ******************************************************************
       01 PATRON-REG.
           05 PAT-REGISTRO-IMSS    PIC X(11).
           05 PAT-RAZON-SOCIAL     PIC X(40).
           05 PAT-RFC              PIC X(13).
