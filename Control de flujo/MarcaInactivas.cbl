      * sello de actividad (anterior al campo) no se marca: se le
      * sella la fecha de esta corrida y su reloj de inactividad
      * arranca hoy.
      *
      * Las cuentas cuyo producto (CTA-PRODUCTO en el catálogo
      * PRODUCTOS.DAT, subprograma PRODUCTO-CUENTA) no aplica
      * dormancia — las de nómina, por ejemplo, que sólo reciben
      * abonos automáticos — no se marcan nunca; salen contadas
      * aparte en el reporte. Sin producto en el catálogo la cuenta
      * entra al barrido como siempre.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARCA-INACTIVAS.
       01  CUENTAS-MARCADAS        PIC 9(6) VALUE 0.
       01  CUENTAS-SELLADAS        PIC 9(6) VALUE 0.
       01  CUENTAS-YA-DORMIDAS     PIC 9(6) VALUE 0.
       01  CUENTAS-SIN-DORMANCIA   PIC 9(6) VALUE 0.
           COPY PRODCTA.

       01  LINEA-DETALLE.
           05 LD-CUENTA            PIC 9(6).
           STRING "SELLADAS POR PRIMERA VEZ: " CUENTAS-SELLADAS
              DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "PRODUCTO SIN DORMANCIA: " CUENTAS-SIN-DORMANCIA
              DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

           CLOSE REPORTE-FILE.
           CLOSE CUENTAS-FILE.
      * para que el total de revisadas siga cuadrando.
                 ADD 1 TO CUENTAS-YA-DORMIDAS
              ELSE
                 MOVE CTA-PRODUCTO TO PRC-CODIGO
                 CALL "PRODUCTO-CUENTA" USING PRODUCTO-CUENTA-REG
                 IF PRC-HALLADO = "S" AND PRC-APLICA-DORMANCIA = "N"
                    ADD 1 TO CUENTAS-SIN-DORMANCIA
                 ELSE
                    PERFORM REVISA-ACTIVIDAD
                 END-IF
              END-IF
           END-IF.

       REVISA-ACTIVIDAD.
           IF CTA-FECHA-ULT-MOV = 0
                 OR CTA-FECHA-ULT-MOV IS NOT NUMERIC
              MOVE FECHA-HOY TO CTA-FECHA-ULT-MOV
              MOVE "A" TO CTA-ESTADO
              REWRITE CUENTA-REG
              ADD 1 TO CUENTAS-SELLADAS
           ELSE
              COMPUTE DIAS-SIN-ACTIVIDAD =
                 FUNCTION INTEGER-OF-DATE (FECHA-HOY)
                 - FUNCTION INTEGER-OF-DATE (CTA-FECHA-ULT-MOV)
              IF DIAS-SIN-ACTIVIDAD > DIAS-LIMITE
                 PERFORM MARCA-UNA-CUENTA
              END-IF
           END-IF.

       MARCA-UNA-CUENTA.
           MOVE "D" TO CTA-ESTADO.
           REWRITE CUENTA-REG.
