      * registro por empleado en cada corrida, con el bruto, cada
      * deducción y el neto del periodo, para poder reimprimir
      * cualquier recibo pasado (ReimprimeNomina.cbl) sin depender
      * del NOMINA.TXT que cada corrida sobreescribe. Además de los
      * meses (AAAA01-AAAA12) viven aquí el aguinaldo de fin de año
      * (periodo AAAA13, NominaAnual.cbl) y el finiquito de una baja
      * (periodo AAAA14 del año de la baja, Finiquito.cbl).
      ******************************************************************
       01 NOMHIST-REG.
           05 NH-LLAVE.
           05 NH-OTRAS-DEDUCCIONES PIC S9(7)V99.
           05 NH-NETO              PIC S9(7)V99.
      * S cuando el neto del periodo ya se depositó en la cuenta
      * ligada del empleado o se envió a su cuenta en otro banco
      * (NOMSPEI.DAT), V cuando se pagó en efectivo en ventanilla
      * (Ventanilla.cbl), D cuando el envío a otro banco regresó
      * rechazado y el dinero espera en suspenso a que Recursos
      * Humanos lo aclare (ProcesaInterbancarias.cbl): una
      * recorrida o una reanudación por checkpoint no vuelve a
      * pagar lo ya pagado ni a reenviar lo devuelto.
           05 NH-DISPERSADO        PIC X(1).
      * Recibo electrónico del periodo (CFDI de nómina): estado del
      * timbrado, folio fiscal (UUID) que devuelve el proveedor y
      * motivo del último rechazo. Estado en blanco = sin enviar,
      * "E" enviado y sin respuesta, "T" timbrado, "R" rechazado
      * (se corrige y se reenvía). ExportaRecibos.cbl sólo envía
      * los que no están timbrados y ConfirmaTimbrado.cbl carga la
      * respuesta. Una recorrida de la nómina conserva estos campos
      * como conserva NH-DISPERSADO: un recibo timbrado no se
      * vuelve a timbrar.
           05 NH-CFDI.
              10 NH-ESTADO-CFDI    PIC X(1).
              10 NH-UUID           PIC X(36).
              10 NH-MOTIVO-RECHAZO PIC X(40).
