      *   4. el cruce de AUDITSUP.DAT y AUDITEMP.DAT contra las
      *      sesiones: un renglón de auditoría cuya fecha y hora no
      *      caen dentro de NINGUNA sesión abierta es exactamente lo
      *      que auditoría quiere ver marcado. Los renglones de
      *      AUDITSUP con supervisor 0 los graba el propio cajero al
      *      declinar o bloquear por una regla de fraude; no son
      *      acciones de un operador y no entran al cruce.
      *
      * La tabla de permisos por opción es copia de la del menú
      * principal y debe mantenerse a la par cuando el menú crezca.
       01  HORA-HABIL-FIN          PIC 9(6) VALUE 200000.

      * Copia de la tabla de permisos del menú principal (C cajero,
      * N nómina, S supervisor, V ventanilla); mantener a la par con
      * el menú.
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

      * Fallidos por operador y día.
       01  MAX-FALLIDOS            PIC 9(3) VALUE 200.
      * marcado para revisión.
      ******************************************************************
       REVISA-OPCION.
           IF SES-OPCION < 1 OR SES-OPCION > 23
              GO TO REVISA-OPCION-FIN
           END-IF.
           MOVE SPACE TO ROL-OPERADOR.
                    PERMISOS-OPCION (OPCION-REVISADA) (2:1)
                 OR ROL-OPERADOR =
                    PERMISOS-OPCION (OPCION-REVISADA) (3:1)
                 OR ROL-OPERADOR =
                    PERMISOS-OPCION (OPCION-REVISADA) (4:1)
              MOVE "S" TO PERMITIDO
           ELSE
              MOVE "N" TO PERMITIDO
           READ AUDITSUP-FILE
              AT END MOVE "10" TO FS-AUDITSUP
           END-READ.
      * Supervisor 0: acción automática del cajero, sin sesión.
           IF FS-AUDITSUP NOT = "10" AND AUD-SUPERVISOR NOT = 0
              PERFORM BUSCA-SESION-CUBRE-SUP
              IF SESION-CUBRE = "N"
                 ADD 1 TO AUDITS-SIN-SESION
