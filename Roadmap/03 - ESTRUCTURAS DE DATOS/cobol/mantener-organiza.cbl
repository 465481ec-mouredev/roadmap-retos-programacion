      * MANTENIMIENTO DEL MAESTRO DE ORGANIZACIONES (ORGANIZA).
      * No es la solucion de ningun reto: es la pantalla con la que
      * se cuida el maestro de empresas y proveedores (una linea
      * CODIGO;NOMBRE;TELEFONO;DIRECCION;DOMINIO por organizacion;
      * DOMINIO, opcional, es el dominio de correo de su gente) al
      * que apunta el campo ORGANIZACION del registro canonico de
      * contacto. La agenda valida ese campo contra este maestro y
      * el informe INFORME-ORGANIZA lista cada organizacion con su
      * gente debajo, con lo que "estas once personas trabajan en el
      * mismo proveedor" deja de vivir solo en NOTAS.
      * La linea lleva al final un sexto campo, NIF, opcional: el
      * identificador fiscal (NIF, NIE o CIF) ya normalizado por
      * NIFSUB01, que rechaza el que no cuadra con su caracter de
      * control y aqui ademas el que ya tiene otra organizacion del
      * maestro. La opcion N lo pone o lo cambia en una organizacion
      * que ya estaba dada de alta.
      * El septimo campo, PROVEEDOR, tambien opcional, es el numero
      * de proveedor que le da contabilidad: no se teclea aqui, lo
      * anota RETORNO-PROVEEDORES con lo que devuelve contabilidad
      * al recibir el fichero PROVFEED de EXTRAE-PROVEEDORES, y esta
      * pantalla solo lo conserva y lo lista.
      */
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENER-ORGANIZA.
       DATA DIVISION.
       FILE SECTION.
       FD ORGANIZA-FILE.
           01 LINEA-ORGANIZA PIC X(150).

       WORKING-STORAGE SECTION.
           77 FS-ORGANIZA PIC XX.
                   10 ORG-NOMBRE PIC X(30).
                   10 ORG-TELEFONO PIC X(13).
                   10 ORG-DIRECCION PIC X(40).
                   10 ORG-DOMINIO PIC X(30).
                   10 ORG-NIF PIC X(9).
                   10 ORG-PROVEEDOR PIC X(10).
           77 TOTAL-ORGANIZA PIC 9(3) VALUE 0.
           77 IDX-ORG PIC 9(3).
           77 IDX-MOVER PIC 9(3).
               88 ORG-LISTAR VALUE "L" "l".
               88 ORG-ANADIR VALUE "A" "a".
               88 ORG-BORRAR VALUE "B" "b".
               88 ORG-NIF-CAMBIAR VALUE "N" "n".
               88 ORG-SALIR VALUE "S" "s".

           77 CODIGO-AUX PIC X(8).
           77 NOMBRE-AUX PIC X(30).
           77 TELEFONO-AUX PIC X(13).
           77 DIRECCION-AUX PIC X(40).
           77 DOMINIO-AUX PIC X(30).
           77 SW-ORG PIC X.
               88 CODIGO-HALLADO VALUE "S".

      * Identificador fiscal tecleado y lo que devuelve NIFSUB01.
      * IDX-PROPIA es la fila que se esta tocando, para que la
      * organizacion no choque consigo misma al buscar repetidos.
           77 NIF-AUX PIC X(12).
           77 NIF-NORMAL PIC X(9).
           77 NIF-TIPO PIC X(3).
           77 NIF-ESTADO PIC 9.
           77 IDX-PROPIA PIC 9(3).
           77 IDX-NIF PIC 9(3).
           77 SW-NIF PIC X.
               88 NIF-ACEPTADO VALUE "S".

       PROCEDURE DIVISION.
       PRINCIPAL.
           PERFORM CARGAR-ORGANIZA.
                                       ORG-NOMBRE(TOTAL-ORGANIZA)
                                       ORG-TELEFONO(TOTAL-ORGANIZA)
                                       ORG-DIRECCION(TOTAL-ORGANIZA)
                                       ORG-DOMINIO(TOTAL-ORGANIZA)
                                       ORG-NIF(TOTAL-ORGANIZA)
                                       ORG-PROVEEDOR(TOTAL-ORGANIZA)
                           END-IF
                   END-READ
               END-PERFORM
           DISPLAY "L - Listar".
           DISPLAY "A - Anadir organizacion".
           DISPLAY "B - Borrar organizacion".
           DISPLAY "N - Poner o cambiar el NIF/CIF de una organizacion".
           DISPLAY "S - Salir (graba el fichero)".
           ACCEPT OPCION-ORGANIZA.
           EVALUATE TRUE
                       DISPLAY ORG-CODIGO(IDX-ORG) " "
                           ORG-NOMBRE(IDX-ORG) " "
                           ORG-TELEFONO(IDX-ORG) " "
                           ORG-DIRECCION(IDX-ORG) " "
                           ORG-DOMINIO(IDX-ORG) " "
                           ORG-NIF(IDX-ORG) " "
                           ORG-PROVEEDOR(IDX-ORG)
                   END-PERFORM
               WHEN ORG-ANADIR
                   PERFORM ANADIR-ORGANIZA
               WHEN ORG-BORRAR
                   PERFORM BORRAR-ORGANIZA
               WHEN ORG-NIF-CAMBIAR
                   PERFORM CAMBIAR-NIF-ORGANIZA
               WHEN ORG-SALIR
                   CONTINUE
               WHEN OTHER
                       ACCEPT TELEFONO-AUX
                       DISPLAY "Direccion (opcional):"
                       ACCEPT DIRECCION-AUX
                       DISPLAY "Dominio de correo (opcional, ej. "
                           "acerosa.es):"
                       ACCEPT DOMINIO-AUX
                       MOVE 0 TO IDX-PROPIA
                       MOVE "N" TO SW-NIF
                       PERFORM PEDIR-NIF UNTIL NIF-ACEPTADO
                       ADD 1 TO TOTAL-ORGANIZA
                       MOVE CODIGO-AUX TO
                           ORG-CODIGO(TOTAL-ORGANIZA)
                           ORG-TELEFONO(TOTAL-ORGANIZA)
                       MOVE DIRECCION-AUX TO
                           ORG-DIRECCION(TOTAL-ORGANIZA)
                       MOVE DOMINIO-AUX TO
                           ORG-DOMINIO(TOTAL-ORGANIZA)
                       MOVE NIF-NORMAL TO
                           ORG-NIF(TOTAL-ORGANIZA)
                       DISPLAY "Organizacion anadida"
                   END-IF
               END-IF
               DISPLAY "Organizacion borrada"
           END-IF.

       CAMBIAR-NIF-ORGANIZA.
           DISPLAY "Codigo de la organizacion:"
           ACCEPT CODIGO-AUX
           PERFORM BUSCAR-ORGANIZA
           IF NOT CODIGO-HALLADO
               DISPLAY "Ese codigo no esta en el maestro"
           ELSE
               DISPLAY "NIF/CIF actual: " ORG-NIF(IDX-ORG)
               MOVE IDX-ORG TO IDX-PROPIA
               MOVE "N" TO SW-NIF
               PERFORM PEDIR-NIF UNTIL NIF-ACEPTADO
               MOVE NIF-NORMAL TO ORG-NIF(IDX-PROPIA)
               DISPLAY "NIF/CIF actualizado"
           END-IF.

      *EN BLANCO SE ACEPTA (EL CAMPO ES OPCIONAL); SI NO, TIENE QUE
      *PASAR NIFSUB01 Y NO ESTAR YA EN OTRA ORGANIZACION
       PEDIR-NIF.
           DISPLAY "NIF/CIF (opcional, en blanco si no se conoce):"
           MOVE SPACES TO NIF-AUX
           ACCEPT NIF-AUX
           MOVE "S" TO SW-NIF
           MOVE SPACES TO NIF-NORMAL
           IF NIF-AUX NOT = SPACES
               CALL "NIFSUB01" USING NIF-AUX NIF-NORMAL NIF-TIPO
                   NIF-ESTADO
               EVALUATE NIF-ESTADO
                   WHEN 4
                       DISPLAY "El caracter de control no cuadra"
                       MOVE "N" TO SW-NIF
                   WHEN 8
                       DISPLAY "No tiene forma de NIF, NIE ni CIF"
                       MOVE "N" TO SW-NIF
                   WHEN OTHER
                       PERFORM VARYING IDX-NIF FROM 1 BY 1
                               UNTIL IDX-NIF > TOTAL-ORGANIZA
                           IF ORG-NIF(IDX-NIF) = NIF-NORMAL
                               AND IDX-NIF NOT = IDX-PROPIA
                               DISPLAY "Ese NIF/CIF ya es de "
                                   ORG-CODIGO(IDX-NIF)
                               MOVE "N" TO SW-NIF
                           END-IF
                       END-PERFORM
               END-EVALUATE
           END-IF.

      * DEJA EN IDX-ORG LA POSICION DEL CODIGO-AUX, SI ESTA
       BUSCAR-ORGANIZA.
           MOVE "N" TO SW-ORG.
                   ORG-TELEFONO(IDX-ORG) DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   ORG-DIRECCION(IDX-ORG) DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   ORG-DOMINIO(IDX-ORG) DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   ORG-NIF(IDX-ORG) DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   ORG-PROVEEDOR(IDX-ORG) DELIMITED BY SIZE
                   INTO LINEA-ORGANIZA
               WRITE LINEA-ORGANIZA
           END-PERFORM.
