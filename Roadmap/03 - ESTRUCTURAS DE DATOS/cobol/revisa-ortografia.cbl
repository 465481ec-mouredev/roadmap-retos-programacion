               RECORD KEY IS CLAVE-REG
               ALTERNATE RECORD KEY IS TELEFONO-REG WITH DUPLICATES
               FILE STATUS IS FS-CONTACTOS.
      * Instantanea nocturna de CONTACTOS (INSTANTANEA-CONTACTOS),
      * que se lee en su lugar cuando INSSUB01 la da por buena.
           SELECT CONTINST-FILE ASSIGN TO "CONTINST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-CONTINST.
           SELECT DICCIONARIO-FILE ASSIGN TO "DICCIONARIO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DICCIONARIO.
                   ==DIR-CP== BY ==DIR-CP-REG==
                   ==NOTAS== BY ==NOTAS-REG==.

       FD CONTINST-FILE.
      * Imagen fija del registro canonico completo, como las copias.
           01 REG-CONTINST PIC X(350).

       FD DICCIONARIO-FILE.
           01 PALABRA-DICCIONARIO PIC X(20).


       WORKING-STORAGE SECTION.
           77 FS-CONTACTOS PIC XX.
           77 FS-CONTINST PIC XX.
      * De donde se lee CONTACTOS: "I" la instantanea, "V" el vivo.
           77 INS-ORIGEN PIC X VALUE SPACE.
               88 INSTANTANEA-VALIDA VALUE "I".
           77 FS-DICCIONARIO PIC XX.
           77 FS-ORTOINF PIC XX.

           END-IF.

       BARRER-CONTACTOS.
           PERFORM ABRIR-CONTACTOS.
           IF FS-CONTACTOS NOT = "00"
               DISPLAY "No existe CONTACTOS; no hay nada que revisar"
               MOVE 4 TO CODIGO-SALIDA
                   LINEA-ORTOINF
               WRITE LINEA-ORTOINF
               PERFORM UNTIL FS-CONTACTOS = "10"
                   PERFORM LEER-CONTACTO
                   IF FS-CONTACTOS NOT = "10"
                       IF CONTACTO-ACTIVO-REG
                           ADD 1 TO CONTACTOS-LEIDOS
                           MOVE "NOTAS" TO CAMPO-ETIQUETA
                           MOVE NOTAS-REG TO CAMPO-TEXTO
                           PERFORM REVISAR-CAMPO
                           MOVE "DIR-CALLE" TO CAMPO-ETIQUETA
                           MOVE SPACES TO CAMPO-TEXTO
                           MOVE DIR-CALLE-REG TO CAMPO-TEXTO
                           PERFORM REVISAR-CAMPO
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM CERRAR-CONTACTOS
               MOVE SPACES TO LINEA-ORTOINF
               STRING "TOTAL: " SOSPECHOSAS " PALABRAS SOSPECHOSAS "-
                   "EN " CONTACTOS-LEIDOS " CONTACTOS"
           WRITE LINEA-ORTOINF.


      * CONTACTOS SE LEE DE LA INSTANTANEA DE LA NOCHE CONTINST SI
      * INSSUB01 LA DA POR BUENA Y SI NO DEL FICHERO VIVO; EL RESTO
      * DEL PROGRAMA SOLO VE FS-CONTACTOS Y REG-CONTACTO. SE DECIDE
      * UNA VEZ POR EJECUCION: TODAS LAS PASADAS VEN LA MISMA FOTO
       ABRIR-CONTACTOS.
           IF INS-ORIGEN = SPACE
               CALL "INSSUB01" USING INS-ORIGEN
           END-IF.
           IF INSTANTANEA-VALIDA
               OPEN INPUT CONTINST-FILE
               MOVE FS-CONTINST TO FS-CONTACTOS
               IF FS-CONTINST NOT = "00"
                   DISPLAY "Falta CONTINST; se lee el fichero vivo"
                   MOVE "V" TO INS-ORIGEN
               END-IF
           END-IF.
           IF NOT INSTANTANEA-VALIDA
               OPEN INPUT CONTACTOS-FILE
           END-IF.

       LEER-CONTACTO.
           IF INSTANTANEA-VALIDA
               READ CONTINST-FILE INTO REG-CONTACTO
                   AT END
                       MOVE "10" TO FS-CONTACTOS
               END-READ
           ELSE
               READ CONTACTOS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-CONTACTOS
               END-READ
           END-IF.

       CERRAR-CONTACTOS.
           IF INSTANTANEA-VALIDA
               CLOSE CONTINST-FILE
           ELSE
               CLOSE CONTACTOS-FILE
           END-IF.

      *ANADE AL FICHERO COMUN RESUMEN EL REGISTRO DE FIN DE
      *EJECUCION, CON LOS CONTADORES QUE EL PROGRAMA YA LLEVA
       GRABAR-RESUMEN.
