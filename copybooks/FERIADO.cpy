      ******************************************************************
      * Layout del calendario de días inhábiles bancarios
      * (FERIADOS.DAT, secuencial de líneas, un renglón por día
      * feriado). Lo mantiene la consola de operación desde el
      * control de día (MantenimientoFeriados.cbl) y lo lee el
      * subprograma DIA-HABIL. Sábados y domingos son inhábiles
      * siempre y no se capturan aquí: el archivo sólo lleva los
      * días entre semana en que el banco no opera.
      ******************************************************************
       01 FERIADO-REG.
           05 FER-FECHA            PIC 9(8).
           05 FER-DESCRIPCION      PIC X(30).
