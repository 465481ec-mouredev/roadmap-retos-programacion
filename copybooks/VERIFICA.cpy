      *    Parametros de la subrutina VRFSUB01, que lleva la fecha de
      *    la ultima verificacion de los datos de cada contacto en el
      *    satelite VERIFCON y el plazo de reverificacion de cada
      *    CATEGORIA (fichero PLAZOVER). Los niveles se pueden
      *    reasignar con COPY REPLACING ==05== BY ==xx==.
      *    "A"notar una verificacion, "C"onsultar la ultima del
      *    contacto con su vencimiento, o solo calcular el
      *    vencimiento de una "P"lazo (sin leer VERIFCON: la usa el
      *    paso semanal, que ya tiene cargado el historico).
           05 VRF-OPERACION PIC X.
               88 VRF-ANOTA VALUE "A".
               88 VRF-CONSULTA VALUE "C".
               88 VRF-PLAZO VALUE "P".
           05 VRF-AGENDA PIC X(15).
           05 VRF-NOMBRE PIC X(30).
      *    Solo A: CONFIRMADO (los datos siguen siendo ciertos) o
      *    ACTUALIZADO (se corrigieron al verificarlos), y quien.
           05 VRF-ACCION PIC X(10).
           05 VRF-OPERADOR PIC X(8).
      *    C y P: categoria del contacto, que decide el plazo.
           05 VRF-CATEGORIA PIC X(10).
      *    Solo C: la ultima verificacion anotada (fecha a cero si
      *    nunca se verifico).
           05 VRF-FECHA-ULTIMA PIC 9(8).
           05 VRF-ACCION-ULTIMA PIC X(10).
           05 VRF-OPERADOR-ULTIMO PIC X(8).
      *    C y P: fecha desde la que corre el plazo (en C la ultima
      *    verificacion; en P la pone el llamador), meses de plazo
      *    de la categoria y fecha en que vence la verificacion. Con
      *    la fecha base a cero el vencimiento tambien es cero: hay
      *    que verificarlo ya.
           05 VRF-FECHA-BASE PIC 9(8).
           05 VRF-PLAZO-MESES PIC 9(3).
           05 VRF-FECHA-VENCE PIC 9(8).
      *    0 = correcto; 1 = contacto nunca verificado (consulta);
      *    8 = operacion desconocida o error al escribir VERIFCON.
           05 VRF-ESTADO PIC 9.
               88 VRF-CORRECTO VALUE 0.
               88 VRF-NUNCA-VERIFICADO VALUE 1.
