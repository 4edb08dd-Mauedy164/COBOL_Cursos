      * crecer con él (hoy: 120 posiciones). Los primeros 6
      * caracteres de cada imagen son el CLI-NUMERO, que es como la
      * consulta de historial ubica los renglones de un cliente.
      *
      * El alta y la baja de cotitulares y beneficiarios dejan aquí
      * las imágenes del renglón de TITULARES.DAT (TITULAR.cpy, que
      * también empieza con el cliente): AT alta, BT baja (imagen
      * después en blanco) y PT ajuste del porcentaje del titular.
      ******************************************************************
       01 AUDIT-CLI-REG.
           05 ACL-ACCION           PIC X(2).
