      *   (MantenimientoPrestEmp.cbl: alta, desembolso a la cuenta
      *   ligada y saldos para RH; la nómina toma la mensualidad
      *   sola); salir pasó a ser la opción 19.
      * - Se agregó la opción 19 "Cuotas obrero-patronales IMSS"
      *   (MantenimientoCuotas.cbl: tasas por ramo de seguro, topes
      *   y valor de la UMA que usa el cálculo mensual de cuotas,
      *   CuotasImss.cbl); salir pasó a ser la opción 20.
      * - La opción 11 dejó de ser sólo el alta: es la
      *   administración de operadores (alta, deshabilitar o
      *   rehabilitar, reinicio de NIP y cambio de rol), cada acción
      *   su antigüedad rebasa los días de NIPDIAS.CFG (90 por
      *   omisión); un registro anterior a los campos (fecha en
      *   cero) cambia su NIP en la primera firma.
      * - Se agregó la opción 20 "Catálogo de emisoras de servicios"
      *   (MantenimientoEmisoras.cbl: emisoras cuyos recibos se
      *   pagan en el cajero, con su regla de referencia, cuenta
      *   liquidadora y comisión); salir pasó a ser la opción 21.
      * - Se agregó el rol V (ventanilla) y la opción 21 "Ventanilla"
      *   (Ventanilla.cbl: cajón del cajero de sucursal con apertura,
      *   depósitos, retiros, pagos de cuentas cerradas y de nómina
      *   en efectivo, y corte de caja), para ventanilla y
      *   supervisor; el rol V ve además las comparaciones, la
      *   consulta de clientes y la reimpresión de comprobantes.
      *   Salir pasó a ser la opción 22.
      * - Se agregó la opción 22 "Catálogo de productos de cuenta"
      *   (MantenimientoProductos.cbl: tasa, saldo mínimo, retiros
      *   libres, comisión por manejo, límite diario y dormancia de
      *   cada producto), sólo para supervisor; salir pasó a ser la
      *   opción 23.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MENU-PRINCIPAL.
       01  ROL-FIRMADO                PIC X(1) VALUE SPACE.

      * Roles permitidos por opción del menú (C cajero, N nómina,
      * S supervisor, V ventanilla); el supervisor puede todo. El
      * reporte de seguridad (ReporteSeguridad.cbl) guarda una COPIA
      * de esta tabla para marcar opciones inusuales: toda opción
      * nueva del menú debe agregarse también allá.
       01  TABLA-PERMISOS.
           05 FILLER PIC X(4) VALUE "C S ".
           05 FILLER PIC X(4) VALUE "N S ".
           05 FILLER PIC X(4) VALUE "CNSV".
           05 FILLER PIC X(4) VALUE "CNSV".
           05 FILLER PIC X(4) VALUE "S   ".
           05 FILLER PIC X(4) VALUE "C SV".
           05 FILLER PIC X(4) VALUE "S   ".
           05 FILLER PIC X(4) VALUE "C S ".
           05 FILLER PIC X(4) VALUE "N S ".
           05 FILLER PIC X(4) VALUE "N S ".
           05 FILLER PIC X(4) VALUE "S   ".
           05 FILLER PIC X(4) VALUE "C S ".
           05 FILLER PIC X(4) VALUE "S   ".
           05 FILLER PIC X(4) VALUE "C SV".
           05 FILLER PIC X(4) VALUE "C S ".
           05 FILLER PIC X(4) VALUE "N S ".
           05 FILLER PIC X(4) VALUE "S   ".
           05 FILLER PIC X(4) VALUE "N S ".
           05 FILLER PIC X(4) VALUE "N S ".
           05 FILLER PIC X(4) VALUE "S   ".
           05 FILLER PIC X(4) VALUE "  SV".
           05 FILLER PIC X(4) VALUE "S   ".
           05 FILLER PIC X(4) VALUE "CNSV".
       01  TABLA-PERMISOS-R REDEFINES TABLA-PERMISOS.
           05 PERMISOS-OPCION      PIC X(4) OCCURS 23 TIMES.

       01  OPCION-REVISADA            PIC 9(2) VALUE 0.
       01  PERMITIDO                  PIC X(1) VALUE "N".
           PERFORM PIDE-OPCION-PRINCIPAL UNTIL ENTRADA-VALIDA = "S".
           MOVE "N" TO ENTRADA-VALIDA.

           IF OPCION-MENU < 1 OR OPCION-MENU > 23
              DISPLAY "Opción inválida"
           ELSE
              MOVE OPCION-MENU TO OPCION-REVISADA
              IF PERMITIDO NOT = "S"
                 DISPLAY "Tu rol no tiene acceso a esa opción."
              ELSE
                 IF OPCION-MENU NOT = 23
                    MOVE "OP" TO EVENTO-SESION
                    MOVE OPCION-MENU TO OPCION-SESION
                    PERFORM GRABA-SESION
                    WHEN 16 CALL "MANTENIMIENTO-NOVEDADES"
                    WHEN 17 CALL "CONTROL-DIA"
                    WHEN 18 CALL "MANTENIMIENTO-PRESTEMP"
                    WHEN 19 CALL "MANTENIMIENTO-CUOTAS"
                    WHEN 20 CALL "MANTENIMIENTO-EMISORAS"
                    WHEN 21 CALL "VENTANILLA" USING OPERADOR-FIRMADO
                    WHEN 22 CALL "MANTENIMIENTO-PRODUCTOS"
                    WHEN 23 MOVE "N" TO SIGUE-EN-MENU
                 END-EVALUATE
              END-IF
           END-IF.
           IF PERMITIDO = "S"
              DISPLAY "18. PRESTAMOS A EMPLEADOS"
           END-IF.
           MOVE 19 TO OPCION-REVISADA.
           PERFORM VERIFICA-PERMISO.
           IF PERMITIDO = "S"
              DISPLAY "19. CUOTAS OBRERO-PATRONALES IMSS"
           END-IF.
           MOVE 20 TO OPCION-REVISADA.
           PERFORM VERIFICA-PERMISO.
           IF PERMITIDO = "S"
              DISPLAY "20. CATALOGO DE EMISORAS DE SERVICIOS"
           END-IF.
           MOVE 21 TO OPCION-REVISADA.
           PERFORM VERIFICA-PERMISO.
           IF PERMITIDO = "S"
              DISPLAY "21. VENTANILLA (CAJA DE SUCURSAL)"
           END-IF.
           MOVE 22 TO OPCION-REVISADA.
           PERFORM VERIFICA-PERMISO.
           IF PERMITIDO = "S"
              DISPLAY "22. CATALOGO DE PRODUCTOS DE CUENTA"
           END-IF.
           DISPLAY "23. SALIR".

       VERIFICA-PERMISO.
           IF ROL-FIRMADO = PERMISOS-OPCION (OPCION-REVISADA) (1:1)
                    PERMISOS-OPCION (OPCION-REVISADA) (2:1)
                 OR ROL-FIRMADO =
                    PERMISOS-OPCION (OPCION-REVISADA) (3:1)
                 OR ROL-FIRMADO =
                    PERMISOS-OPCION (OPCION-REVISADA) (4:1)
              MOVE "S" TO PERMITIDO
           ELSE
              MOVE "N" TO PERMITIDO
           IF SEMBRANDO-OPERADOR = "S"
              MOVE "S" TO OPE-ROL
           ELSE
              DISPLAY "Rol (C=cajero, N=nómina, S=supervisor, "
                 "V=ventanilla): "
              ACCEPT OPE-ROL
              IF OPE-ROL NOT = "C" AND OPE-ROL NOT = "N"
                    AND OPE-ROL NOT = "S" AND OPE-ROL NOT = "V"
                 DISPLAY "Rol inválido; queda como cajero."
                 MOVE "C" TO OPE-ROL
              END-IF
           END-READ.

           DISPLAY "Rol actual: " OPE-ROL.
           DISPLAY "Rol nuevo (C=cajero, N=nómina, S=supervisor, "
              "V=ventanilla): ".
           ACCEPT ROL-NUEVO-ENTRADA.
           IF ROL-NUEVO-ENTRADA NOT = "C"
                 AND ROL-NUEVO-ENTRADA NOT = "N"
                 AND ROL-NUEVO-ENTRADA NOT = "S"
                 AND ROL-NUEVO-ENTRADA NOT = "V"
              DISPLAY "Rol inválido; no se cambia."
              GO TO CAMBIA-ROL-OPERADOR-EXIT
           END-IF.
