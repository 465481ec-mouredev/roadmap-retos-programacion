               RECORD KEY IS CLAVE-REG
               ALTERNATE RECORD KEY IS TELEFONO-REG WITH DUPLICATES
               FILE STATUS IS FS-CONTACTOS.
      * Instantanea nocturna de CONTACTOS (INSTANTANEA-CONTACTOS),
      * que se lee en su lugar cuando INSSUB01 la da por buena.
           SELECT CONTINST-FILE ASSIGN TO "CONTINST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-CONTINST.
           SELECT ORGAINF-FILE ASSIGN TO "ORGAINF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ORGAINF.
       DATA DIVISION.
       FILE SECTION.
       FD ORGANIZA-FILE.
           01 LINEA-ORGANIZA PIC X(150).

       FD CONTACTOS-FILE.
           01 REG-CONTACTO.
                   ==CONTACTO-BORRADO== BY ==CONTACTO-BORRADO-REG==
                   ==ORGANIZACION== BY ==ORGANIZACION-REG==.

       FD CONTINST-FILE.
      * Imagen fija del registro canonico completo, como las copias.
           01 REG-CONTINST PIC X(350).

       FD ORGAINF-FILE.
           01 LINEA-ORGAINF PIC X(100).

       WORKING-STORAGE SECTION.
           77 FS-ORGANIZA PIC XX.
           77 FS-CONTACTOS PIC XX.
           77 FS-CONTINST PIC XX.
      * De donde se lee CONTACTOS: "I" la instantanea, "V" el vivo.
           77 INS-ORIGEN PIC X VALUE SPACE.
               88 INSTANTANEA-VALIDA VALUE "I".
           77 FS-ORGAINF PIC XX.

      * Maestro de organizaciones en memoria.
               INTO LINEA-ORGAINF.
           WRITE LINEA-ORGAINF.
           MOVE 0 TO MIEMBROS-ORG.
           PERFORM ABRIR-CONTACTOS.
           IF FS-CONTACTOS = "00"
               PERFORM UNTIL FS-CONTACTOS = "10"
                   PERFORM LEER-CONTACTO
                   IF FS-CONTACTOS NOT = "10"
                       IF CONTACTO-ACTIVO-REG
                           AND ORGANIZACION-REG =
                               ORG-CODIGO(IDX-ORG)
                           ADD 1 TO MIEMBROS-ORG
                           ADD 1 TO TOTAL-MIEMBROS
                           MOVE SPACES TO LINEA-ORGAINF
                           STRING "  " DELIMITED BY SIZE
                               AGENDA-NOMBRE-REG
                                   DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               NOMBRE-REG DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               NUM-PAIS-REG DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               NUM-PRINCIPAL-REG
                                   DELIMITED BY SIZE
                               INTO LINEA-ORGAINF
                           WRITE LINEA-ORGAINF
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM CERRAR-CONTACTOS
           END-IF.
           MOVE MIEMBROS-ORG TO MIEMBROS-TEXTO.
           MOVE SPACES TO LINEA-ORGAINF.
      * CONTACTOS CON CODIGO DE ORGANIZACION QUE YA NO ESTA EN EL
      * MAESTRO: SALEN JUNTOS AL FINAL PARA REASIGNARLOS
       ESCRIBIR-HUERFANOS.
           PERFORM ABRIR-CONTACTOS.
           IF FS-CONTACTOS = "00"
               PERFORM UNTIL FS-CONTACTOS = "10"
                   PERFORM LEER-CONTACTO
                   IF FS-CONTACTOS NOT = "10"
                       IF CONTACTO-ACTIVO-REG
                           AND ORGANIZACION-REG NOT = SPACES
                           PERFORM COMPROBAR-HUERFANO
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM CERRAR-CONTACTOS
           END-IF.

       COMPROBAR-HUERFANO.
           END-IF.


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
