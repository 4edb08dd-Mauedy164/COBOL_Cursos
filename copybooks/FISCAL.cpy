      * FISCAL.DAT, llave año + cliente). El abono de intereses
      * (InteresCuentas.cbl) acumula aquí, cruzando CTA-CLIENTE, el
      * interés bruto pagado y el impuesto retenido de TODAS las
      * cuentas de un mismo titular (y, en las cuentas con
      * cotitulares de TITULARES.DAT, sólo su porcentaje, con el
      * resto acumulado a cada cotitular); el lote anual
      * ConstanciaFiscal.cbl produce de aquí la constancia por
      * cliente, con nombre y RFC del maestro de clientes. La
      * acumulación corre bajo el mismo checkpoint del abono de
