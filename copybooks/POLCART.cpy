      ******************************************************************
      * Layout de un renglón de las pólizas de cartera (POLCART.DAT,
      * secuencial de líneas, sólo se agrega). La estimación
      * preventiva y el castigo de préstamos no mueven ninguna
      * cuenta de cliente, así que no pasan por la bitácora
      * MOVIMIENTOS: la calificación mensual (CalificaCartera.cbl) y
      * la aprobación del castigo en la consola de supervisión los
      * dejan aquí, y el extracto contable (ExtractoGL.cbl) toma los
      * renglones de su fecha.
      *
      * Tipos:
      *   RS  estimación preventiva, con signo: positivo constituye
      *       (cargo 520100 / abono 139100), negativo libera.
      *   CA  castigo: aplica la estimación contra la cartera
      *       (cargo 139100 / abono 130100).
      ******************************************************************
       01 POLCART-REG.
           05 PCA-FECHA            PIC 9(8).
           05 PCA-TIPO             PIC X(2).
           05 PCA-PRESTAMO         PIC 9(6).
           05 PCA-MONTO            PIC S9(9)V99.
