      * - Cada renglón del censo imprime el nombre completo del
      *   departamento tomado del catálogo DEPTOS.DAT; un código que
      *   no esté en el catálogo sale marcado como no catalogado.
      * - Los empleados dados de baja (EMP-ESTADO "B") ya no cuentan
      *   en la plantilla ni en la edad promedio; el reporte los
      *   totaliza aparte.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CENSO-EMPLEADOS.
       01  IDX-BUSCADO                    PIC 9(3) VALUE 0.
       01  TOTAL-GENERAL-EMPLEADOS          PIC 9(6) VALUE 0.
       01  TOTAL-GENERAL-EDADES              PIC 9(8) VALUE 0.
       01  TOTAL-EMPLEADOS-BAJA              PIC 9(6) VALUE 0.
       01  EDAD-PROMEDIO                      PIC ZZ9.9.

       01  LINEA-DETALLE.
              STRING "EDAD PROMEDIO GENERAL: " EDAD-PROMEDIO
                 DELIMITED BY SIZE INTO LINEA-REPORTE
              WRITE LINEA-REPORTE
              STRING "EMPLEADOS DE BAJA (NO CONTADOS): "
                 TOTAL-EMPLEADOS-BAJA
                 DELIMITED BY SIZE INTO LINEA-REPORTE
              WRITE LINEA-REPORTE

              CLOSE ARCHIVO-EMPLEADOS
              CLOSE REPORTE-FILE
           READ ARCHIVO-EMPLEADOS NEXT
              AT END MOVE "10" TO FS-EMPLEADOS
           END-READ.
           IF FS-EMPLEADOS NOT = "10" AND EMP-ESTADO = "B"
              ADD 1 TO TOTAL-EMPLEADOS-BAJA
           END-IF.
           IF FS-EMPLEADOS NOT = "10" AND EMP-ESTADO NOT = "B"
              PERFORM LOCALIZA-DEPTO
              ADD 1 TO DEP-EMPLEADOS (IDX-BUSCADO)
              ADD EMP-EDAD TO DEP-SUMA-EDADES (IDX-BUSCADO)
