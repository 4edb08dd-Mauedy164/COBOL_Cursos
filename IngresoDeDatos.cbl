      *   completas del registro antes y después (la baja conserva
      *   la imagen de lo borrado), y la opción 5 "Historial" lista
      *   en orden los cambios de un empleado.
      * - La baja ya no borra al empleado: lo marca inactivo con la
      *   fecha y el motivo de la baja (renuncia, despido justificado
      *   o injustificado), con su renglón BA de auditoría, y llama
      *   al finiquito (Finiquito.cbl) para liquidar lo que se le
      *   debe. Repetir la baja de un empleado ya dado de baja sólo
      *   vuelve a revisar su finiquito.
      * - El registro ganó RFC, CURP y número de seguridad social,
      *   que se capturan validados en altas y cambios (los piden el
      *   recibo electrónico de nómina y el archivo de cuotas del
      *   IMSS). La búsqueda de duplicados ya conserva también la
      *   fecha de ingreso y los identificadores recién capturados.
      * - El empleado sin cuenta de Eduardo Bank puede registrar su
      *   cuenta en otro banco (clave del banco y CLABE de 18
      *   dígitos) para que la nómina le llegue por transferencia
      *   interbancaria. Con cuenta ligada no se pide y queda en
      *   blanco; la búsqueda de duplicados también la conserva.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INGRESO-DE-DATOS.
       01  DEPARTAMENTO-BUSCADO            PIC X(4) VALUE SPACES.
       01  SALARIO-BUSCADO                  PIC 9(7)V99 VALUE 0.
       01  CUENTA-BUSCADA                    PIC 9(6) VALUE 0.
       01  FECHA-INGRESO-BUSCADA              PIC 9(8) VALUE 0.
       01  RFC-BUSCADO                        PIC X(13) VALUE SPACES.
       01  CURP-BUSCADA                       PIC X(18) VALUE SPACES.
       01  NSS-BUSCADO                        PIC X(11) VALUE SPACES.
       01  BANCO-BUSCADO                      PIC 9(3) VALUE 0.
       01  CLABE-BUSCADA                      PIC X(18) VALUE SPACES.

       01  FS-DEPTOS                          PIC X(2) VALUE "00".
       01  DEPARTAMENTO-VALIDO                 PIC X(1) VALUE "N".
       01  HORA-ACTUAL                           PIC 9(6) VALUE 0.
      * Imagen del registro antes del cambio o la baja; en un alta
      * queda en blanco.
       01  REGISTRO-ANTES                        PIC X(164)
                                                 VALUE SPACES.
       01  ID-AUDITADO                            PIC X(6)
                                                  VALUE SPACES.
       01  RENGLONES-HISTORIAL                     PIC 9(4) VALUE 0.

      * Captura de la baja: fecha (entre el ingreso y hoy), motivo y
      * confirmación del capturista.
       01  BAJA-PROCEDENTE                         PIC X(1)
                                                   VALUE "N".
       01  FECHA-BAJA-ENTRADA                      PIC X(8)
                                                   VALUE SPACES.
       01  FECHA-BAJA-CAPTURADA                    PIC 9(8) VALUE 0.
       01  FECHA-BAJA-VALIDA                       PIC X(1)
                                                   VALUE "N".
       01  MOTIVO-BAJA-CAPTURADO                   PIC X(2)
                                                   VALUE SPACES.
       01  MOTIVO-BAJA-VALIDO                      PIC X(1)
                                                   VALUE "N".
       01  CONFIRMA-BAJA                           PIC X(1)
                                                   VALUE SPACE.

      * Captura de los identificadores fiscales y del IMSS.
       01  RFC-VALIDO                              PIC X(1)
                                                   VALUE "N".
       01  CURP-VALIDA                             PIC X(1)
                                                   VALUE "N".
       01  NSS-VALIDO                              PIC X(1)
                                                   VALUE "N".

      * Captura de la cuenta interbancaria para la nómina.
       01  BANCO-ENTRADA                           PIC X(3)
                                                   VALUE SPACES.
       01  CLABE-VALIDA                            PIC X(1)
                                                   VALUE "N".

       PROCEDURE DIVISION.
       INGRESO-DE-DATOS-MAIN.
           MOVE "S" TO SIGUE-EN-MENU.
           IF DUPLICADO = "S"
              DISPLAY "Ya existe un empleado con ese número o nombre."
           ELSE
              MOVE "A" TO EMP-ESTADO
              MOVE 0 TO EMP-FECHA-BAJA
              MOVE SPACES TO EMP-MOTIVO-BAJA
              WRITE EMPLEADO-REG
                 INVALID KEY
                    DISPLAY "No se pudo dar de alta al empleado."
           MOVE EMP-DEPARTAMENTO TO DEPARTAMENTO-BUSCADO.
           MOVE EMP-SALARIO TO SALARIO-BUSCADO.
           MOVE EMP-CUENTA TO CUENTA-BUSCADA.
           MOVE EMP-FECHA-INGRESO TO FECHA-INGRESO-BUSCADA.
           MOVE EMP-RFC TO RFC-BUSCADO.
           MOVE EMP-CURP TO CURP-BUSCADA.
           MOVE EMP-NSS TO NSS-BUSCADO.
           MOVE EMP-BANCO-DESTINO TO BANCO-BUSCADO.
           MOVE EMP-CLABE TO CLABE-BUSCADA.

           READ ARCHIVO-EMPLEADOS
              INVALID KEY CONTINUE
           MOVE DEPARTAMENTO-BUSCADO TO EMP-DEPARTAMENTO.
           MOVE SALARIO-BUSCADO TO EMP-SALARIO.
           MOVE CUENTA-BUSCADA TO EMP-CUENTA.
           MOVE FECHA-INGRESO-BUSCADA TO EMP-FECHA-INGRESO.
           MOVE RFC-BUSCADO TO EMP-RFC.
           MOVE CURP-BUSCADA TO EMP-CURP.
           MOVE NSS-BUSCADO TO EMP-NSS.
           MOVE BANCO-BUSCADO TO EMP-BANCO-DESTINO.
           MOVE CLABE-BUSCADA TO EMP-CLABE.

       BUSCA-NOMBRE-DUPLICADO.
           READ ARCHIVO-EMPLEADOS NEXT
                 PERFORM MuestraDatos
           END-READ.

      ******************************************************************
      * Baja: el registro se conserva marcado de baja con fecha y
      * motivo, y el finiquito liquida lo pendiente. Un empleado que
      * ya estaba de baja pasa directo al finiquito, que no vuelve a
      * pagar lo ya depositado.
      ******************************************************************
       BAJA-EMPLEADO.
           PERFORM PIDE-ID-EMPLEADO.
           MOVE ID-BUSCADO TO EMP-ID.
           READ ARCHIVO-EMPLEADOS
              INVALID KEY
                 DISPLAY "No existe ese número de empleado."
                 MOVE "N" TO BAJA-PROCEDENTE
              NOT INVALID KEY
                 MOVE "S" TO BAJA-PROCEDENTE
           END-READ.
           IF BAJA-PROCEDENTE = "S"
              IF EMP-ESTADO = "B"
                 DISPLAY "El empleado ya está de baja desde "
                    EMP-FECHA-BAJA "; se revisa su finiquito."
              ELSE
                 PERFORM MARCA-BAJA
              END-IF
           END-IF.
           IF BAJA-PROCEDENTE = "S"
              PERFORM LIQUIDA-FINIQUITO
           END-IF.

       MARCA-BAJA.
           MOVE EMPLEADO-REG TO REGISTRO-ANTES.
           PERFORM PIDE-FECHA-BAJA UNTIL FECHA-BAJA-VALIDA = "S".
           MOVE "N" TO FECHA-BAJA-VALIDA.
           PERFORM PIDE-MOTIVO-BAJA UNTIL MOTIVO-BAJA-VALIDO = "S".
           MOVE "N" TO MOTIVO-BAJA-VALIDO.
           DISPLAY "¿Confirmas la baja de " EMP-NOMBRE " "
              EMP-APELLIDOS "? (S/N)".
           ACCEPT CONFIRMA-BAJA.
           IF CONFIRMA-BAJA = "S" OR CONFIRMA-BAJA = "s"
              MOVE "B" TO EMP-ESTADO
              MOVE FECHA-BAJA-CAPTURADA TO EMP-FECHA-BAJA
              MOVE MOTIVO-BAJA-CAPTURADO TO EMP-MOTIVO-BAJA
              REWRITE EMPLEADO-REG
                 INVALID KEY
                    DISPLAY "No se pudo dar de baja al empleado."
                    MOVE "N" TO BAJA-PROCEDENTE
                 NOT INVALID KEY
                    PERFORM GRABA-AUDITORIA-BAJA
                    DISPLAY "Empleado dado de baja."
              END-REWRITE
           ELSE
              DISPLAY "Baja cancelada."
              MOVE "N" TO BAJA-PROCEDENTE
           END-IF.

      ******************************************************************
      * La fecha de baja no puede ser anterior al ingreso ni
      * posterior a hoy.
      ******************************************************************
       PIDE-FECHA-BAJA.
           DISPLAY "FECHA DE BAJA (AAAAMMDD)".
           ACCEPT FECHA-BAJA-ENTRADA.
           IF FECHA-BAJA-ENTRADA IS NOT NUMERIC
              DISPLAY "La fecha debe ser AAAAMMDD."
           ELSE
              MOVE FECHA-BAJA-ENTRADA TO FECHA-BAJA-CAPTURADA
              IF FECHA-BAJA-CAPTURADA < EMP-FECHA-INGRESO
                    OR FECHA-BAJA-CAPTURADA > FECHA-HOY
                 DISPLAY "La baja debe caer entre el ingreso ("
                    EMP-FECHA-INGRESO ") y hoy."
              ELSE
                 MOVE "S" TO FECHA-BAJA-VALIDA
              END-IF
           END-IF.

       PIDE-MOTIVO-BAJA.
           DISPLAY "MOTIVO: RE RENUNCIA  DJ DESPIDO JUSTIFICADO  "
              "DI DESPIDO INJUSTIFICADO".
           ACCEPT MOTIVO-BAJA-CAPTURADO.
           IF MOTIVO-BAJA-CAPTURADO = "RE"
                 OR MOTIVO-BAJA-CAPTURADO = "DJ"
                 OR MOTIVO-BAJA-CAPTURADO = "DI"
              MOVE "S" TO MOTIVO-BAJA-VALIDO
           ELSE
              DISPLAY "Motivo inválido."
           END-IF.

      * El finiquito abre el maestro de empleados por su cuenta, así
      * que el archivo se cierra mientras corre y se reabre al
      * regresar.
       LIQUIDA-FINIQUITO.
           CLOSE ARCHIVO-EMPLEADOS.
           CALL "FINIQUITO" USING ID-BUSCADO.
           OPEN I-O ARCHIVO-EMPLEADOS.

      ******************************************************************
      * Consulta por número o por apellidos: nadie que llama al

      ******************************************************************
      * Grabación de auditoría: un renglón por acción con las
      * imágenes antes y después. El alta va sin imagen anterior; la
      * baja lleva como posterior el registro marcado de baja.
      ******************************************************************
       GRABA-AUDITORIA-ALTA.
           MOVE "AL" TO AEM-ACCION.
       GRABA-AUDITORIA-BAJA.
           MOVE "BA" TO AEM-ACCION.
           MOVE REGISTRO-ANTES TO AEM-ANTES.
           MOVE EMPLEADO-REG TO AEM-DESPUES.
           PERFORM ESCRIBE-AUDITORIA.

       ESCRIBE-AUDITORIA.
          IF EMP-CUENTA IS NOT NUMERIC
             MOVE 0 TO EMP-CUENTA
          END-IF.
          IF EMP-CUENTA = 0
             PERFORM PIDE-CLABE UNTIL CLABE-VALIDA = "S"
             MOVE "N" TO CLABE-VALIDA
          ELSE
             MOVE 0 TO EMP-BANCO-DESTINO
             MOVE SPACES TO EMP-CLABE
          END-IF.

          PERFORM PIDE-FECHA-INGRESO
             UNTIL FECHA-INGRESO-VALIDA = "S".
          MOVE "N" TO FECHA-INGRESO-VALIDA.

          PERFORM PIDE-RFC UNTIL RFC-VALIDO = "S".
          MOVE "N" TO RFC-VALIDO.
          PERFORM PIDE-CURP UNTIL CURP-VALIDA = "S".
          MOVE "N" TO CURP-VALIDA.
          PERFORM PIDE-NSS UNTIL NSS-VALIDO = "S".
          MOVE "N" TO NSS-VALIDO.

      ******************************************************************
      * Fecha de ingreso del empleado: de ella salen la antigüedad y
      * el aguinaldo de fin de año, así que se valida como AAAAMMDD
             MOVE "S" TO FECHA-INGRESO-VALIDA
          END-IF.

      ******************************************************************
      * Identificadores del empleado: RFC de persona física (4
      * letras, fecha AAMMDD y homoclave de 3), CURP de 18 posiciones
      * (4 letras y fecha AAMMDD al principio) y NSS de 11 dígitos.
      * Se revisa la forma, no se consulta al SAT ni al IMSS.
      ******************************************************************
       PIDE-RFC.
          DISPLAY "RFC CON HOMOCLAVE (13 posiciones)".
          ACCEPT EMP-RFC.
          IF EMP-RFC (1:4) IS NOT ALPHABETIC
                OR EMP-RFC (1:1) = SPACE
                OR EMP-RFC (4:1) = SPACE
                OR EMP-RFC (5:6) IS NOT NUMERIC
                OR EMP-RFC (11:1) = SPACE
                OR EMP-RFC (13:1) = SPACE
             DISPLAY "El RFC debe ser de 13 posiciones: 4 letras, "
                "6 dígitos y homoclave."
          ELSE
             MOVE "S" TO RFC-VALIDO
          END-IF.

       PIDE-CURP.
          DISPLAY "CURP (18 posiciones)".
          ACCEPT EMP-CURP.
          IF EMP-CURP (1:4) IS NOT ALPHABETIC
                OR EMP-CURP (1:1) = SPACE
                OR EMP-CURP (4:1) = SPACE
                OR EMP-CURP (5:6) IS NOT NUMERIC
                OR EMP-CURP (18:1) = SPACE
             DISPLAY "La CURP debe ser de 18 posiciones: 4 letras y "
                "6 dígitos al principio."
          ELSE
             MOVE "S" TO CURP-VALIDA
          END-IF.

       PIDE-NSS.
          DISPLAY "NUMERO DE SEGURIDAD SOCIAL (11 dígitos)".
          ACCEPT EMP-NSS.
          IF EMP-NSS IS NOT NUMERIC
             DISPLAY "El NSS debe ser de 11 dígitos."
          ELSE
             MOVE "S" TO NSS-VALIDO
          END-IF.

      ******************************************************************
      * Cuenta en otro banco para la nómina de un empleado sin cuenta
      * ligada: CLABE de 18 dígitos y la clave de 3 dígitos del banco
      * receptor, que son las primeras tres posiciones de la misma
      * CLABE. En blanco, el empleado cobra en ventanilla.
      ******************************************************************
       PIDE-CLABE.
          DISPLAY "CLABE EN OTRO BANCO (18 dígitos, vacío si cobra "
             "en ventanilla)".
          ACCEPT EMP-CLABE.
          IF EMP-CLABE = SPACES
             MOVE 0 TO EMP-BANCO-DESTINO
             MOVE "S" TO CLABE-VALIDA
          ELSE
             IF EMP-CLABE IS NOT NUMERIC
                DISPLAY "La CLABE debe ser de 18 dígitos."
             ELSE
                DISPLAY "CLAVE DEL BANCO RECEPTOR (3 dígitos)"
                ACCEPT BANCO-ENTRADA
                IF BANCO-ENTRADA IS NOT NUMERIC
                      OR BANCO-ENTRADA NOT = EMP-CLABE (1:3)
                   DISPLAY "La clave del banco debe coincidir con "
                      "las primeras 3 posiciones de la CLABE."
                ELSE
                   MOVE BANCO-ENTRADA TO EMP-BANCO-DESTINO
                   MOVE "S" TO CLABE-VALIDA
                END-IF
             END-IF
          END-IF.

      ******************************************************************
      * Captura del departamento validada contra el catálogo: sólo
      * pasan códigos dados de alta en DEPTOS.DAT. Si el catálogo no
          DISPLAY "Sueldo: " EMP-SALARIO.
          DISPLAY "Cuenta nómina: " EMP-CUENTA.
          DISPLAY "Fecha de ingreso: " EMP-FECHA-INGRESO.
          DISPLAY "RFC: " EMP-RFC "  CURP: " EMP-CURP.
          DISPLAY "NSS: " EMP-NSS.
          IF EMP-CLABE NOT = SPACES
             DISPLAY "Nómina interbancaria: banco " EMP-BANCO-DESTINO
                "  CLABE " EMP-CLABE
          END-IF.
          IF EMP-ESTADO = "B"
             DISPLAY "DE BAJA desde " EMP-FECHA-BAJA
                " motivo " EMP-MOTIVO-BAJA
          END-IF.

       END PROGRAM INGRESO-DE-DATOS.
