      *    Entero de precision arbitraria para la subrutina de numeros
      *    grandes GRANSUB: hasta 500 cifras decimales guardadas como
      *    texto, alineadas a la derecha y rellenas de ceros por la
      *    izquierda, con el signo aparte. NGR-LARGO es el numero de
      *    cifras significativas (1 para el cero) y lo deja puesto
      *    GRANSUB en cada resultado. Como cada programa necesita
      *    varios, los campos se distinguen calificandolos con el
      *    nombre del 01 que los contiene (NGR-CIFRAS OF ...).
           05 NGR-SIGNO PIC X.
               88 NGR-NEGATIVO VALUE "-".
           05 NGR-LARGO PIC 9(3).
           05 NGR-CIFRAS PIC X(500).
           05 NGR-DIGITOS REDEFINES NGR-CIFRAS.
               10 NGR-DIGITO PIC 9 OCCURS 500 TIMES.
