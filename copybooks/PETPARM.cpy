      *    Linea de parametros de una peticion de trabajo bajo demanda
      *    (fichero PETPARM), en columnas fijas: las graba
      *    PEDIR-TRABAJOS junto con la peticion y DESPACHA-PETICIONES
      *    las vuelca, en su orden, en el SYSIN del trabajo (tipo S)
      *    o en su fichero de parametros (tipo F: la seleccion
      *    MARCSEL, los CRITERIOS o las REGLASNUM). Los niveles se
      *    pueden reasignar con COPY REPLACING ==05== BY ==xx==.
           05 PAR-NUMERO PIC 9(6).
           05 PAR-TIPO PIC X.
               88 PAR-DE-SYSIN VALUE "S".
               88 PAR-DE-FICHERO VALUE "F".
           05 PAR-TEXTO PIC X(80).
