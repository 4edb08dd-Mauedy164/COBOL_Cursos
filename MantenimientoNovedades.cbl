      * Los supervisores dejaban papelitos y alguien tecleaba
      * NOVEDADES.DAT en un editor; los errores iban directo al
      * pago. Esta captura valida cada novedad antes de grabarla:
      *   - el empleado debe existir en empleados.dat y no estar
      *     dado de baja (la nómina ya no lo liquida),
      *   - el concepto debe ser uno de los válidos (HE horas
      *     extra, BO bono, FA faltas, DV otros descuentos),
      *   - cada renglón queda amarrado a su periodo (AAAAMM), así
           END-READ.
           DISPLAY "Empleado: " EMP-NOMBRE " " EMP-APELLIDOS.
           CLOSE ARCHIVO-EMPLEADOS.
           IF EMP-ESTADO = "B"
              DISPLAY "El empleado está dado de baja; sus pagos "
                 "pendientes van en el finiquito."
              GO TO CAPTURA-NOVEDAD-EXIT
           END-IF.

           DISPLAY "Concepto (HE, BO, FA, DV): ".
           ACCEPT CONCEPTO-ENTRADA.
