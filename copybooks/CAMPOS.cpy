      *    Campos del registro canonico de contacto (CONTACTO.cpy)
      *    vistos sobre su imagen plana de 320 posiciones, la de las
      *    generaciones CONTBKP y CONTOFF: nombre del campo tal como
      *    se llama en el copybook, posicion en la que empieza y
      *    largo. La comparan COMPARA-GENERACIONES, que dice campo a
      *    campo que ha cambiado entre dos generaciones, y
      *    RESTAURA-CONTACTOS, que con la seleccion que aquella deja
      *    puede devolver un solo campo a su valor de la copia. La
      *    clave (AGENDA-NOMBRE y NOMBRE, posiciones 1-45) no esta en
      *    la tabla: es por lo que se casan los registros. Si el
      *    registro crece, la fila nueva va aqui y en CMP-TOTAL.
           05 CMP-VALORES.
               10 FILLER PIC X(22) VALUE "ESTADO          046001".
               10 FILLER PIC X(22) VALUE "NUM-TIPO        047008".
               10 FILLER PIC X(22) VALUE "NUMERO          055019".
               10 FILLER PIC X(22) VALUE "NUMEROS-ADIC    074055".
               10 FILLER PIC X(22) VALUE "CATEGORIA       129010".
               10 FILLER PIC X(22) VALUE "EMAIL           139040".
               10 FILLER PIC X(22) VALUE "DIR-CALLE       179030".
               10 FILLER PIC X(22) VALUE "DIR-CIUDAD      209020".
               10 FILLER PIC X(22) VALUE "DIR-CP          229008".
               10 FILLER PIC X(22) VALUE "NOTAS           237060".
               10 FILLER PIC X(22) VALUE "FECHA-NACIMIENTO297008".
               10 FILLER PIC X(22) VALUE "FECHA-BAJA      305008".
               10 FILLER PIC X(22) VALUE "ORGANIZACION    313008".
           05 CMP-TABLA REDEFINES CMP-VALORES.
               10 CMP-CAMPO OCCURS 13 TIMES.
                   15 CMP-NOMBRE PIC X(16).
                   15 CMP-DESDE PIC 9(3).
                   15 CMP-LARGO PIC 9(3).
           05 CMP-TOTAL PIC 9(2) VALUE 13.
