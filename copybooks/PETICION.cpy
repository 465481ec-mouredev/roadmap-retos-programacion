      *    Linea de la cola de peticiones de trabajos bajo demanda
      *    (fichero PETICION), en columnas fijas. La cola es un
      *    historico de solo-anadir: cada cambio de estado de una
      *    peticion es una linea nueva con el mismo numero y manda la
      *    ultima. La da de alta PEDIR-TRABAJOS desde el menu, la
      *    despacha cada noche DESPACHA-PETICIONES y MENU-PRINCIPAL
      *    ensena al operador como han ido las suyas al firmarse. Los
      *    parametros de cada peticion van aparte, en PETPARM. Los
      *    niveles se pueden reasignar con COPY REPLACING ==05== BY
      *    ==xx==.
           05 PET-NUMERO PIC 9(6).
           05 PET-OPERADOR PIC X(8).
      *    Fecha (AAAAMMDD) y hora (HHMM) de la peticion.
           05 PET-FECHA PIC 9(8).
           05 PET-HORA PIC 9(4).
      *    Trabajo pedido, por su alias de paso: EXPMAR00, INFGEN00,
      *    ETIQUE00, CARTAS00 (EXTCRI00 seguido de CARTAS00),
      *    RENUM000 o ANONIM00.
           05 PET-TRABAJO PIC X(8).
           05 PET-ESTADO PIC X(10).
               88 PET-PENDIENTE VALUE "PENDIENTE".
               88 PET-EN-CURSO VALUE "ENCURSO".
               88 PET-TERMINADA VALUE "TERMINADA".
               88 PET-ERRONEA VALUE "ERROR".
               88 PET-ANULADA VALUE "ANULADA".
      *    Fecha y hora en que la peticion paso a ese estado.
           05 PET-FECHA-ESTADO PIC 9(8).
           05 PET-HORA-ESTADO PIC 9(4).
      *    RETURN-CODE del trabajo (9 si no llego a terminar), el
      *    fichero que produjo, si ademas se dejo en la cola de
      *    impresion a nombre del operador ("S") y los registros de
      *    salida que declaro en RESUMEN.
           05 PET-RC PIC 9.
           05 PET-SALIDA PIC X(8).
           05 PET-EN-COLA PIC X.
           05 PET-REGISTROS PIC 9(5).
      *    "S" cuando el resultado ya se le ha ensenado al operador.
           05 PET-AVISADA PIC X.
               88 PET-YA-AVISADA VALUE "S".
