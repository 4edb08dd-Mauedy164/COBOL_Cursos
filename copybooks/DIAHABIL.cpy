      ******************************************************************
      * Parámetro del subprograma DIA-HABIL (DiaHabil.cbl), que
      * decide con FERIADOS.DAT si una fecha es día hábil bancario
      * y la recorre al siguiente hábil cuando no lo es. Quien llama
      * llena DH-FECHA y, sólo para un vencimiento mensual, el día
      * del mes pactado en DH-DIA-MES y la fecha del último cargo
      * hecho en DH-ULTIMA; con DH-DIA-MES en cero el subprograma
      * sólo revisa la fecha.
      *
      * Regla del recorrido (día hábil siguiente): un vencimiento
      * que cae en sábado, domingo o feriado se atiende el primer
      * día hábil posterior, aunque éste caiga en el mes siguiente;
      * nunca se adelanta. Un día del mes que no existe en el mes
      * (31 en abril, 30 en febrero) vence el último día del mes y
      * de ahí se recorre.
      *
      * Regreso:
      *   DH-HABIL           "S" día hábil, "N" inhábil
      *   DH-MOTIVO          por qué es inhábil (SABADO, DOMINGO o
      *                      la descripción del feriado)
      *   DH-FECHA-HABIL     la misma DH-FECHA si es hábil, si no
      *                      el siguiente día hábil
      *   DH-SIGUIENTE       el primer día hábil posterior a
      *                      DH-FECHA
      *   DH-DIAS-SIGUIENTE  días naturales de DH-FECHA a
      *                      DH-SIGUIENTE (3 un viernes normal)
      *   DH-VENCE           el vencimiento mensual ya recorrido
      *                      que toca atender en DH-FECHA, o cero
      *                      si no hay ninguno pendiente; en un día
      *                      inhábil siempre es cero
      ******************************************************************
       01 DIA-HABIL-REG.
           05 DH-FECHA             PIC 9(8).
           05 DH-DIA-MES           PIC 9(2).
           05 DH-ULTIMA            PIC 9(8).
           05 DH-HABIL             PIC X(1).
           05 DH-MOTIVO            PIC X(30).
           05 DH-FECHA-HABIL       PIC 9(8).
           05 DH-SIGUIENTE         PIC 9(8).
           05 DH-DIAS-SIGUIENTE    PIC 9(3).
           05 DH-VENCE             PIC 9(8).
