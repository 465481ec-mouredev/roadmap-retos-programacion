               RECORD KEY IS CLAVE-REG
               ALTERNATE RECORD KEY IS TELEFONO-REG WITH DUPLICATES
               FILE STATUS IS FS-CONTACTOS.
      * Instantanea nocturna de CONTACTOS (INSTANTANEA-CONTACTOS),
      * que se lee en su lugar cuando INSSUB01 la da por buena.
           SELECT CONTINST-FILE ASSIGN TO "CONTINST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-CONTINST.
      * Informe con los cumpleanos proximos.
           SELECT CUMPLES-FILE ASSIGN TO "CUMPLES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CUMPLES.
      * Claves de reparto de cada linea del informe (agenda,
      * categoria, organizacion), para el troceo de SPOSUB01.
           SELECT CLAVEREP-FILE ASSIGN TO "CLAVEREP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CLAVEREP.
      * Registro comun de fin de ejecucion (copybooks/RESUMEN.cpy),
      * compartido por toda la suite y resumido por RESUMEN-NOCHE.
           SELECT RESUMEN-FILE ASSIGN TO "RESUMEN"
                   ==CONTACTO-BORRADO== BY ==CONTACTO-BORRADO-REG==
                   ==FECHA-NACIMIENTO== BY ==FECHA-NACIM-REG==.

       FD CONTINST-FILE.
      * Imagen fija del registro canonico completo, como las copias.
           01 REG-CONTINST PIC X(350).

       FD CUMPLES-FILE.
           01 LINEA-CUMPLES PIC X(80).

       FD CLAVEREP-FILE.
           01 REG-REPARTO.
               COPY REPARTO.

       FD RESUMEN-FILE.
           01 LINEA-RESUMEN PIC X(50).


       WORKING-STORAGE SECTION.
           77 FS-CONTACTOS PIC XX.
           77 FS-CONTINST PIC XX.
      * De donde se lee CONTACTOS: "I" la instantanea, "V" el vivo.
           77 INS-ORIGEN PIC X VALUE SPACE.
               88 INSTANTANEA-VALIDA VALUE "I".
           77 FS-CUMPLES PIC XX.
           77 FS-CLAVEREP PIC XX.

      * Ventana de aviso: cumpleanos que caen dentro de los proximos
      * DIAS-VENTANA dias (contando hoy).
           STOP RUN.

       INICIO.
           PERFORM ABRIR-CONTACTOS.
           IF FS-CONTACTOS = "35"
               DISPLAY "No existe CONTACTOS; no hay cumpleanos que "-
                   "informar"
               MOVE 4 TO CODIGO-SALIDA
           ELSE
               OPEN OUTPUT CUMPLES-FILE
               OPEN OUTPUT CLAVEREP-FILE
               MOVE SPACES TO REG-REPARTO
               MOVE "CAB" TO REP-TIPO
               MOVE "CUMPLES" TO REP-FICHERO
               WRITE REG-REPARTO
               ACCEPT FECHA-HOY FROM DATE
      * ACCEPT FROM DATE entrega AAMMDD: se ventana al siglo para
      * que la aritmetica de FECHASUB trabaje con fechas reales.
                   FECHA-HOY " " HORA-HOY
                   DELIMITED BY SIZE INTO LINEA-CUMPLES
               WRITE LINEA-CUMPLES
               PERFORM ANOTAR-CLAVE-COMUN
           END-IF.

       RECORRER-CONTACTOS.
           PERFORM UNTIL FS-CONTACTOS = "10"
               PERFORM LEER-CONTACTO
               IF FS-CONTACTOS NOT = "10"
      * Los contactos ficticios de la agenda de practicas
      * ENTRENAMIENTO no salen en los informes.
                   IF CONTACTO-ACTIVO-REG
                       AND AGENDA-NOMBRE-REG NOT =
                           "ENTRENAMIENTO"
                       AND FECHA-NACIM-REG IS NUMERIC
                       AND FECHA-NACIM-REG NOT = 0
                       PERFORM COMPROBAR-CUMPLE
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM CERRAR-CONTACTOS.

      * DIAS QUE FALTAN PARA EL PROXIMO CUMPLEANOS DEL CONTACTO EN
      * CURSO, CON VUELTA DE FIN DE ANO: SI YA PASO ESTE ANO SE
                       ")" DELIMITED BY SIZE
                       INTO LINEA-CUMPLES
                   WRITE LINEA-CUMPLES
                   MOVE SPACES TO REG-REPARTO
                   MOVE "LIN" TO REP-TIPO
                   MOVE AGENDA-NOMBRE-REG TO REP-AGENDA
                   MOVE CATEGORIA TO REP-CATEGORIA
                   MOVE ORGANIZACION TO REP-ORGANIZACION
                   WRITE REG-REPARTO
                   DISPLAY LINEA-CUMPLES
               END-IF
           END-IF.

      * LINEA COMUN DEL INFORME (TITULO, TOTAL): CLAVES EN BLANCO
       ANOTAR-CLAVE-COMUN.
           MOVE SPACES TO REG-REPARTO.
           MOVE "LIN" TO REP-TIPO.
           WRITE REG-REPARTO.

       AJUSTAR-29-FEBRERO.
           MOVE "V" TO FEC-OPERACION.
           MOVE FECHA-CUMPLE TO FEC-FECHA-1.
           STRING "TOTAL CUMPLEANOS PROXIMOS: " TOTAL-PROXIMOS
               DELIMITED BY SIZE INTO LINEA-CUMPLES.
           WRITE LINEA-CUMPLES.
           PERFORM ANOTAR-CLAVE-COMUN.
           CLOSE CUMPLES-FILE.
           CLOSE CLAVEREP-FILE.
      * El informe queda ademas en la cola central de impresion,
      * de donde lo libera el operador con LIBERAR-COLA.
           MOVE "CUMPLES" TO SPO-FICHERO.
               TOTAL-PROXIMOS " proximos)".


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
