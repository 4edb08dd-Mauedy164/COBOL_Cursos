      *   nombre del catálogo DEPTOS.DAT (recortado a 14 posiciones
      *   para caber en el renglón de 80); sin catálogo se imprime
      *   el código pelado.
      * - Los empleados dados de baja siguen en el listado pero
      *   marcados con "*" junto al número, y el pie cuenta cuántos
      *   son.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LISTA-EMPLEADOS.
       01  RENGLONES-EN-PAGINA            PIC 9(2) VALUE 0.
       01  NUMERO-PAGINA                   PIC 9(4) VALUE 0.
       01  TOTAL-EMPLEADOS                  PIC 9(6) VALUE 0.
       01  TOTAL-EMPLEADOS-BAJA             PIC 9(6) VALUE 0.

       01  ENCABEZADO-1.
           05 FILLER                     PIC X(20)

       01  LINEA-DETALLE.
           05 LD-ID                       PIC 9(6).
           05 LD-MARCA-BAJA                PIC X(1).
           05 FILLER                       PIC X(1) VALUE SPACE.
           05 LD-NOMBRE                     PIC A(25).
           05 LD-APELLIDOS                   PIC A(30).
           05 LD-EDAD                        PIC Z9.
              STRING "GRAN TOTAL DE EMPLEADOS: " TOTAL-EMPLEADOS
                 DELIMITED BY SIZE INTO LINEA-REPORTE
              WRITE LINEA-REPORTE
              STRING "(*) EMPLEADOS DE BAJA:   " TOTAL-EMPLEADOS-BAJA
                 DELIMITED BY SIZE INTO LINEA-REPORTE
              WRITE LINEA-REPORTE

              CLOSE ARCHIVO-EMPLEADOS
              CLOSE REPORTE-FILE
              END-IF

              MOVE EMP-ID TO LD-ID
              IF EMP-ESTADO = "B"
                 MOVE "*" TO LD-MARCA-BAJA
                 ADD 1 TO TOTAL-EMPLEADOS-BAJA
              ELSE
                 MOVE SPACE TO LD-MARCA-BAJA
              END-IF
              MOVE EMP-NOMBRE TO LD-NOMBRE
              MOVE EMP-APELLIDOS TO LD-APELLIDOS
              MOVE EMP-EDAD TO LD-EDAD
