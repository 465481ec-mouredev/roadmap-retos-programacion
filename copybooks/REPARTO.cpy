      *    Clave de reparto de una linea de informe (fichero CLAVEREP).
      *    Los informes que se pueden repartir por destinatario dejan,
      *    ademas del propio informe, este fichero gemelo: una primera
      *    linea CAB con el nombre logico del informe al que acompana
      *    y despues una linea LIN por cada linea del informe, en el
      *    mismo orden, con la agenda, la categoria, la organizacion
      *    y la provincia del contacto que la origino. Las lineas
      *    comunes (cabeceras de pagina, titulos, totales) llevan las
      *    claves en blanco. SPOSUB01 las cruza con DISTRIB para
      *    trocear el informe en una entrada de cola por destinatario.
           05 REP-TIPO PIC X(3).
               88 REP-ES-CABECERA VALUE "CAB".
               88 REP-ES-LINEA VALUE "LIN".
           05 REP-DATOS.
               10 REP-AGENDA PIC X(15).
               10 REP-CATEGORIA PIC X(10).
               10 REP-ORGANIZACION PIC X(8).
               10 REP-PROVINCIA PIC X(20).
      *    Vista de la linea CAB: solo el nombre logico del informe.
           05 REP-CABECERA REDEFINES REP-DATOS.
               10 REP-FICHERO PIC X(8).
               10 FILLER PIC X(45).
