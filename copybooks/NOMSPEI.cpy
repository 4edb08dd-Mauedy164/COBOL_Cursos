      ******************************************************************
      * Layout de la bitácora de nómina interbancaria (NOMSPEI.DAT,
      * secuencial de líneas, sólo se agrega). Un renglón por cada
      * neto de nómina o aguinaldo que sale a una cuenta de otro
      * banco y por cada uno que la cámara regresa rechazado:
      *   "E" envío: NOMINA o NOMINA-ANUAL mandaron el neto del
      *       empleado como orden "E" a SPEISAL.DAT, con cargo a la
      *       nómina por pagar (no sale de ninguna cuenta de
      *       cliente);
      *   "R" rechazo: ProcesaInterbancarias.cbl recibió la
      *       devolución "R" de ese envío; el dinero queda en la
      *       cuenta de suspenso de nómina devuelta hasta que
      *       Recursos Humanos lo aclare con el empleado, y el
      *       periodo queda marcado NH-DISPERSADO "D".
      * La orden de nómina viaja con ITB-CUENTA-LOCAL en cero (no
      * hay cuenta nuestra afectada) y con la referencia armada con
      * ceros, periodo y empleado (NSP-REFERENCIA), que la cámara
      * regresa intacta: así la devolución se reconoce como de
      * nómina y se liga a su empleado sin confundirse con un envío
      * de cliente, cuya referencia es fecha y hora.
      * De aquí toma el extracto contable (ExtractoGL.cbl) el envío
      * (cargo 220100 nómina por pagar / abono 120100 cámara) y la
      * devolución (cargo 120100 / abono 220200 nómina devuelta en
      * suspenso) del día.
      ******************************************************************
       01 NOMSPEI-REG.
           05 NSP-TIPO             PIC X(1).
           05 NSP-FECHA            PIC 9(8).
           05 NSP-HORA             PIC 9(6).
           05 NSP-REFERENCIA.
              10 NSP-REF-CEROS     PIC 9(2).
              10 NSP-PERIODO       PIC 9(6).
              10 NSP-EMPLEADO      PIC 9(6).
           05 NSP-NOMBRE           PIC A(25).
           05 NSP-BANCO            PIC 9(3).
           05 NSP-CLABE            PIC X(18).
           05 NSP-MONTO            PIC S9(7)V99.
           05 NSP-MOTIVO           PIC X(2).
