      * cerrada, se reporta y se deja vigente: tocará a la sucursal
      * resolver a dónde pagar. El detalle de la corrida queda en
      * PLAZOS.TXT.
      *
      * El plazo se paga en día hábil: un vencimiento que cae en
      * sábado, domingo o feriado (FERIADOS.DAT) se recorre al
      * siguiente día hábil con el subprograma DIA-HABIL y se paga
      * ese día. El interés es el pactado del plazo (PLZ-TASA es la
      * tasa del plazo completo) y no crece por los días del
      * recorrido.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENCE-PLAZOS.
       01  FECHA-HOY                PIC 9(8) VALUE 0.
       01  HORA-ACTUAL              PIC 9(6) VALUE 0.

      * Calendario bancario: la fecha de pago de cada contrato es
      * su vencimiento recorrido a día hábil.
           COPY DIAHABIL.

      * Datos del contrato en curso, guardados antes de usar el área
      * de registro de cuentas, igual que hace EjecutaOrdenes.
       01  PLAZO-EN-CURSO           PIC 9(6) VALUE 0.
           END-READ.
           IF FS-PLAZOS NOT = "10"
              IF PLZ-ESTADO = "V" AND PLZ-FECHA-VENCE <= FECHA-HOY
                 MOVE PLZ-FECHA-VENCE TO DH-FECHA
                 MOVE 0 TO DH-DIA-MES
                 MOVE 0 TO DH-ULTIMA
                 CALL "DIA-HABIL" USING DIA-HABIL-REG
                 IF DH-FECHA-HABIL <= FECHA-HOY
                    PERFORM PAGA-UN-PLAZO THRU PAGA-UN-PLAZO-EXIT
                 END-IF
              END-IF
           END-IF.

