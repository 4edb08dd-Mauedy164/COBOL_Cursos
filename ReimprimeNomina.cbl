      * empleado, y el acumulado NOMYTD.DAT para producir el resumen
      * de fin de año por empleado (NOMANUAL.TXT), que alimenta
      * aguinaldo y constancias. No recalcula nada: reproduce lo que
      * la corrida original liquidó. El recibo reimpreso lleva el
      * folio fiscal (UUID) cuando el recibo electrónico del periodo
      * ya está timbrado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REIMPRIME-NOMINA.
                 DISPLAY "  IMSS:          " NH-IMSS
                 DISPLAY "  OTRAS DEDUC.:  " NH-OTRAS-DEDUCCIONES
                 DISPLAY "  NETO PAGADO:   " NH-NETO
                 IF NH-ESTADO-CFDI = "T"
                    DISPLAY "  FOLIO FISCAL:  " NH-UUID
                 END-IF
           END-READ.
           CLOSE NOMHIST-FILE.
       REIMPRIME-RECIBO-EXIT.
