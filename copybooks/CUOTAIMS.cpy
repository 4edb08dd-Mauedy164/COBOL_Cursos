      ******************************************************************
      * Layout de un renglón de la tabla de cuotas obrero-patronales
      * del IMSS (CUOTAIMS.DAT, secuencial de líneas, un renglón por
      * ramo de seguro). Mantenido por MantenimientoCuotas.cbl con
      * la misma mecánica que el tarifario de comisiones: un renglón
      * repetido gana al anterior. El cálculo mensual de cuotas
      * (CuotasImss.cbl) parte de una tabla por omisión compilada y
      * le sobrepone lo que diga este archivo.
      *
      * CIM-BASE dice sobre qué se aplican las tasas:
      *   F  cuota fija sobre la UMA diaria (sin importar el salario)
      *   E  excedente del salario base sobre CIM-UMBRAL-UMAS UMAs
      *   S  salario base de cotización completo
      * En los tres casos el salario base se topa a CIM-TOPE-UMAS
      * UMAs (cero = sin tope) y la cuota es base por días
      * cotizados por tasa.
      *
      * El renglón especial "UM" no es un ramo: lleva en
      * CIM-VALOR-UMA el valor diario vigente de la UMA, y sus
      * tasas y topes van en cero. En los ramos CIM-VALOR-UMA va en
      * cero.
      ******************************************************************
       01 CUOTAIMS-REG.
           05 CIM-RAMO             PIC X(2).
           05 CIM-DESCRIPCION      PIC X(20).
           05 CIM-BASE             PIC X(1).
           05 CIM-TASA-PATRON      PIC 9V9(5).
           05 CIM-TASA-OBRERO      PIC 9V9(5).
           05 CIM-TOPE-UMAS        PIC 9(2).
           05 CIM-UMBRAL-UMAS      PIC 9(2).
           05 CIM-VALOR-UMA        PIC 9(5)V99.
