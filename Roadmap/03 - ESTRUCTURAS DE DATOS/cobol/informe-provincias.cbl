      * se cuenta. Cierra con una seccion de ranking de provincias
      * de mayor a menor. El informe PROVINF se pagina con la misma
      * cabecera (fecha por FECHASUB y numero de pagina) que el
      * informe clasico de la agenda, y queda en la cola central de
      * impresion, con sus claves de reparto en CLAVEREP para que
      * SPOSUB01 lo trocee por agenda o provincia segun DISTRIB.
      */
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORME-PROVINCIAS.
               RECORD KEY IS CLAVE-REG
               ALTERNATE RECORD KEY IS TELEFONO-REG WITH DUPLICATES
               FILE STATUS IS FS-CONTACTOS.
      * Instantanea nocturna de CONTACTOS (INSTANTANEA-CONTACTOS),
      * que se lee en su lugar cuando INSSUB01 la da por buena.
           SELECT CONTINST-FILE ASSIGN TO "CONTINST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-CONTINST.
           SELECT CODPOST-FILE ASSIGN TO "CODPOST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CODPOST.
           SELECT PROVINF-FILE ASSIGN TO "PROVINF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PROVINF.
           SELECT CLAVEREP-FILE ASSIGN TO "CLAVEREP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CLAVEREP.
      * Registro comun de fin de ejecucion (copybooks/RESUMEN.cpy),
      * compartido por toda la suite y resumido por RESUMEN-NOCHE.
           SELECT RESUMEN-FILE ASSIGN TO "RESUMEN"
                   ==DIR-CIUDAD== BY ==DIR-CIUDAD-REG==
                   ==DIR-CP== BY ==DIR-CP-REG==.

       FD CONTINST-FILE.
      * Imagen fija del registro canonico completo, como las copias.
           01 REG-CONTINST PIC X(350).

       FD CODPOST-FILE.
           01 LINEA-CODPOST PIC X(60).

       FD PROVINF-FILE.
           01 LINEA-PROVINF PIC X(90).

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
           77 FS-CODPOST PIC XX.
           77 FS-PROVINF PIC XX.
           77 FS-CLAVEREP PIC XX.

      * Referencia de codigos postales en memoria.
           01 TABLA-CODPOST.
           77 FEC-TEXTO PIC X(10).
           77 FEC-ESTADO PIC 9.

      * Parametros de la subrutina compartida de la cola central de
      * impresion SPOSUB01.
           77 SPO-FICHERO PIC X(8).
           77 SPO-INFORME PIC X(8).
           77 SPO-OPERADOR PIC X(8).
           77 SPO-ESTADO PIC 9.

      * Registro de fin de ejecucion para el fichero RESUMEN.
           77 FS-RESUMEN PIC XX.
           01 RESUMEN-ACTUAL.
           END-IF.

       RECONTAR-CONTACTOS.
           PERFORM ABRIR-CONTACTOS.
           IF FS-CONTACTOS NOT = "00"
               DISPLAY "No existe CONTACTOS; no hay nada que contar"
               MOVE 8 TO CODIGO-SALIDA
           ELSE
               PERFORM UNTIL FS-CONTACTOS = "10"
                   PERFORM LEER-CONTACTO
                   IF FS-CONTACTOS NOT = "10"
      * Los contactos ficticios de la agenda de practicas
      * ENTRENAMIENTO no salen en las salidas de produccion.
                       IF CONTACTO-ACTIVO-REG
                           AND AGENDA-NOMBRE-REG NOT =
                               "ENTRENAMIENTO"
                           ADD 1 TO LEIDOS
                           PERFORM CLASIFICAR-CONTACTO
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM CERRAR-CONTACTOS
           END-IF.

      * EL DIR-CP DEL CONTACTO SE RESUELVE CONTRA LA REFERENCIA; SIN

       ESCRIBIR-INFORME.
           OPEN OUTPUT PROVINF-FILE.
           OPEN OUTPUT CLAVEREP-FILE.
           MOVE SPACES TO REG-REPARTO.
           MOVE "CAB" TO REP-TIPO.
           MOVE "PROVINF" TO REP-FICHERO.
           WRITE REG-REPARTO.
           ACCEPT INFORME-FECHA FROM DATE.
           ACCEPT INFORME-HORA FROM TIME.
           PERFORM ESCRIBIR-CABECERA-PAGINA.
                   TOTAL-TEXTO DELIMITED BY SIZE
                   INTO LINEA-PROVINF
               WRITE LINEA-PROVINF
               MOVE SPACES TO REG-REPARTO
               MOVE "LIN" TO REP-TIPO
               MOVE REC-AGENDA(IDX-REC) TO REP-AGENDA
               MOVE REC-PROVINCIA(IDX-REC) TO REP-PROVINCIA
               WRITE REG-REPARTO
               ADD 1 TO LINEAS-PAGINA-ACTUAL
           END-PERFORM.
           PERFORM ESCRIBIR-RANKING.
           CLOSE PROVINF-FILE.
           CLOSE CLAVEREP-FILE.
      * El informe queda ademas en la cola central de impresion,
      * de donde lo libera el operador con LIBERAR-COLA.
           MOVE "PROVINF" TO SPO-FICHERO.
           MOVE "PROVINF" TO SPO-INFORME.
           MOVE "LOTE" TO SPO-OPERADOR.
           CALL "SPOSUB01" USING SPO-FICHERO SPO-INFORME SPO-OPERADOR
               SPO-ESTADO.
           DISPLAY "Informe de provincias generado en PROVINF ("
               NO-ASIGNABLES " contactos no asignables)".

           END-IF.
           MOVE "----- RANKING DE PROVINCIAS -----" TO LINEA-PROVINF.
           WRITE LINEA-PROVINF.
           PERFORM ANOTAR-CLAVE-COMUN.
           ADD 1 TO LINEAS-PAGINA-ACTUAL.
           PERFORM VARYING PUESTO FROM 1 BY 1
                   UNTIL PUESTO > TOTAL-RANKING
                       TOTAL-TEXTO DELIMITED BY SIZE
                       INTO LINEA-PROVINF
                   WRITE LINEA-PROVINF
                   MOVE SPACES TO REG-REPARTO
                   MOVE "LIN" TO REP-TIPO
                   MOVE RNK-PROVINCIA(IDX-MAX) TO REP-PROVINCIA
                   WRITE REG-REPARTO
                   ADD 1 TO LINEAS-PAGINA-ACTUAL
                   MOVE 0 TO RNK-TOTAL(IDX-MAX)
               END-IF
               INFORME-HORA(3:2) DELIMITED BY SIZE
               INTO LINEA-PROVINF.
           WRITE LINEA-PROVINF.
           PERFORM ANOTAR-CLAVE-COMUN.
           MOVE 0 TO LINEAS-PAGINA-ACTUAL.

      *LINEA COMUN DEL INFORME (CABECERA, TITULO): CLAVES EN BLANCO
       ANOTAR-CLAVE-COMUN.
           MOVE SPACES TO REG-REPARTO.
           MOVE "LIN" TO REP-TIPO.
           WRITE REG-REPARTO.


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
