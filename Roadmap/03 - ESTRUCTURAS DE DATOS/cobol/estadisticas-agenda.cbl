      *     sobre el tope comun de 200 huecos
      *   - por mes (segun la fecha de cada linea de auditoria):
      *     altas, bajas y modificaciones registradas
      * Con un ano en SYSIN (o ANUAL, que es el ano anterior al de
      * hoy) saca la version anual que pide el cierre de ano: las
      * agendas como quedaron en la copia de fin de ano CONTaaaa de
      * CIERRE-ANUAL (si no esta, como siempre), la serie mensual
      * solo con las lineas de ese ano de AUDITARC y AUDITORIA, y
      * todo al fichero ESTANUAL. Con SYSIN en blanco, lo mensual.
      */
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTADISTICAS-AGENDA.
               RECORD KEY IS CLAVE-REG
               ALTERNATE RECORD KEY IS TELEFONO-REG WITH DUPLICATES
               FILE STATUS IS FS-CONTACTOS.
      * Instantanea nocturna de CONTACTOS (INSTANTANEA-CONTACTOS),
      * que se lee en su lugar cuando INSSUB01 la da por buena.
      * En la version anual, la copia de fin de ano, que tiene la
      * misma imagen.
           SELECT CONTINST-FILE ASSIGN TO CONTINST-NOMBRE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-CONTINST.
      * La traza del mes o, en la version anual, tambien su archivo
      * AUDITARC, que se lee antes.
           SELECT AUDITORIA-FILE ASSIGN TO AUDITORIA-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITORIA.
      * ESTADIST o, en la version anual, ESTANUAL.
           SELECT ESTADIST-FILE ASSIGN TO ESTADIST-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ESTADIST.
      * Registro comun de fin de ejecucion (copybooks/RESUMEN.cpy),
      * compartido por toda la suite y resumido por RESUMEN-NOCHE.
           SELECT RESUMEN-FILE ASSIGN TO "RESUMEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RESUMEN.
       DATA DIVISION.
       FILE SECTION.
       FD CONTACTOS-FILE.
                   ==CONTACTO-ACTIVO== BY ==CONTACTO-ACTIVO-REG==
                   ==CONTACTO-BORRADO== BY ==CONTACTO-BORRADO-REG==.

       FD CONTINST-FILE.
      * Imagen fija del registro canonico completo, como las copias.
           01 REG-CONTINST PIC X(350).

       FD AUDITORIA-FILE.
           01 LINEA-AUDITORIA PIC X(120).

       FD ESTADIST-FILE.
           01 LINEA-ESTADIST PIC X(100).

       FD RESUMEN-FILE.
           01 LINEA-RESUMEN PIC X(50).

       WORKING-STORAGE SECTION.
           77 FS-CONTACTOS PIC XX.
           77 FS-CONTINST PIC XX.
      * De donde se lee CONTACTOS: "I" la instantanea, "V" el vivo.
           77 INS-ORIGEN PIC X VALUE SPACE.
               88 INSTANTANEA-VALIDA VALUE "I".
           77 FS-AUDITORIA PIC XX.
           77 FS-ESTADIST PIC XX.
           77 CONTINST-NOMBRE PIC X(8) VALUE "CONTINST".
           77 AUDITORIA-NOMBRE PIC X(9) VALUE "AUDITORIA".
           77 ESTADIST-NOMBRE PIC X(8) VALUE "ESTADIST".

      * Ano de la version anual (0 = informe mensual) y fecha de
      * la linea de auditoria para quedarse con las de ese ano.
           77 ANO-TEXTO PIC X(5).
           77 ANO-INFORME PIC 9(4) VALUE 0.
           77 FECHA-AUDITORIA PIC 9(8).
           77 ANO-AUDITORIA PIC 9(4).

           77 AGENDA-MAX PIC 9(3) VALUE 200.

           77 PAGINA-TEXTO PIC ZZ9.
           77 INFORME-FECHA PIC 9(8).
           77 INFORME-HORA PIC 9(8).
           77 LINEAS-ESCRITAS PIC 9(5) VALUE 0.

      * Registro de fin de ejecucion para el fichero RESUMEN.
           77 FS-RESUMEN PIC XX.
           01 RESUMEN-ACTUAL.
               COPY RESUMEN.

           77 CODIGO-SALIDA PIC 9 VALUE ZERO.

       PROCEDURE DIVISION.
       PRINCIPAL.
           PERFORM LEER-PARAMETRO.
           PERFORM RECONTAR-MAESTRO.
           IF ANO-INFORME > 0
               MOVE "AUDITARC" TO AUDITORIA-NOMBRE
               PERFORM RECONTAR-AUDITORIA
               MOVE "AUDITORIA" TO AUDITORIA-NOMBRE
           END-IF.
           PERFORM RECONTAR-AUDITORIA.
           PERFORM ESCRIBIR-INFORME.
           MOVE "ESTADIST" TO RES-PROGRAMA.
           MOVE TOTAL-REGISTROS TO RES-ENTRADAS.
           MOVE LINEAS-ESCRITAS TO RES-SALIDAS.
           MOVE 0 TO RES-RECHAZOS.
           MOVE CODIGO-SALIDA TO RES-RC.
           PERFORM GRABAR-RESUMEN.
           MOVE CODIGO-SALIDA TO RETURN-CODE.
           STOP RUN.

      * SYSIN EN BLANCO: INFORME MENSUAL. UN ANO AAAA O LA PALABRA
      * ANUAL (EL ANO ANTERIOR AL DE HOY): VERSION ANUAL, QUE LEE LA
      * COPIA DE FIN DE ANO CONTAAAA Y ESCRIBE EN ESTANUAL
       LEER-PARAMETRO.
           MOVE SPACES TO ANO-TEXTO.
           ACCEPT ANO-TEXTO.
           IF ANO-TEXTO = "ANUAL"
               ACCEPT FECHA-AUDITORIA FROM DATE
               IF FECHA-AUDITORIA < 19000101
                   ADD 20000000 TO FECHA-AUDITORIA
               END-IF
               COMPUTE ANO-INFORME = FECHA-AUDITORIA / 10000 - 1
           ELSE
               IF ANO-TEXTO(1:4) IS NUMERIC
                   MOVE ANO-TEXTO(1:4) TO ANO-INFORME
               END-IF
           END-IF.
           IF ANO-INFORME > 0
               MOVE "ESTANUAL" TO ESTADIST-NOMBRE
               MOVE SPACES TO CONTINST-NOMBRE
               STRING "CONT" ANO-INFORME DELIMITED BY SIZE
                   INTO CONTINST-NOMBRE
               OPEN INPUT CONTINST-FILE
               IF FS-CONTINST = "00"
                   CLOSE CONTINST-FILE
                   MOVE "I" TO INS-ORIGEN
               ELSE
                   DISPLAY "Sin copia de fin de ano " CONTINST-NOMBRE
                       "; las agendas salen como estan hoy"
                   MOVE "CONTINST" TO CONTINST-NOMBRE
               END-IF
           END-IF.

       RECONTAR-MAESTRO.
           PERFORM ABRIR-CONTACTOS.
           IF FS-CONTACTOS = "35"
               DISPLAY "No existe CONTACTOS; estadisticas vacias"
           ELSE
               PERFORM UNTIL FS-CONTACTOS = "10"
                   PERFORM LEER-CONTACTO
                   IF FS-CONTACTOS NOT = "10"
                       ADD 1 TO TOTAL-REGISTROS
                       PERFORM ANOTAR-AGENDA
                   END-IF
               END-PERFORM
               PERFORM CERRAR-CONTACTOS
           END-IF.

       ANOTAR-AGENDA.
       RECONTAR-AUDITORIA.
           OPEN INPUT AUDITORIA-FILE.
           IF FS-AUDITORIA NOT = "00"
               DISPLAY "Sin " AUDITORIA-NOMBRE "; no hay serie mensual"
           ELSE
               PERFORM UNTIL FS-AUDITORIA = "10"
                   READ AUDITORIA-FILE
                       AT END
                           MOVE "10" TO FS-AUDITORIA
                       NOT AT END
                           IF ANO-INFORME = 0
                               PERFORM ANOTAR-MES
                           ELSE
                               PERFORM FILTRAR-ANO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDITORIA-FILE
           END-IF.

      * VERSION ANUAL: SOLO LAS LINEAS CON FECHA DE ESE ANO
       FILTRAR-ANO.
           IF LINEA-AUDITORIA(1:8) IS NUMERIC
               MOVE LINEA-AUDITORIA(1:8) TO FECHA-AUDITORIA
               IF FECHA-AUDITORIA < 19000101
                   ADD 20000000 TO FECHA-AUDITORIA
               END-IF
               COMPUTE ANO-AUDITORIA = FECHA-AUDITORIA / 10000
               IF ANO-AUDITORIA = ANO-INFORME
                   PERFORM ANOTAR-MES
               END-IF
           END-IF.

       ANOTAR-MES.
           MOVE 0 TO IDX-HALLADO.
           MOVE LINEA-AUDITORIA(1:6) TO AUD-MES.
               PERFORM ESCRIBIR-LINEA
           END-PERFORM.
           CLOSE ESTADIST-FILE.
           DISPLAY "Estadisticas generadas en " ESTADIST-NOMBRE " ("
               PAGINA-ACTUAL " paginas)".

       ESCRIBIR-LINEA-TITULO-AGENDAS.
           END-IF.
           WRITE LINEA-ESTADIST.
           ADD 1 TO LINEAS-PAGINA-ACTUAL.
           ADD 1 TO LINEAS-ESCRITAS.

       ESCRIBIR-CABECERA-PAGINA.
           MOVE PAGINA-ACTUAL TO PAGINA-TEXTO.
           MOVE SPACES TO LINEA-ESTADIST.
           IF ANO-INFORME = 0
               STRING "ESTADISTICAS DE LA AGENDA - PAGINA "
                   PAGINA-TEXTO " - " INFORME-FECHA " " INFORME-HORA
                   DELIMITED BY SIZE INTO LINEA-ESTADIST
           ELSE
               STRING "ESTADISTICAS ANUALES DE LA AGENDA - ANO "
                   ANO-INFORME " - PAGINA " PAGINA-TEXTO " - "
                   INFORME-FECHA " " INFORME-HORA
                   DELIMITED BY SIZE INTO LINEA-ESTADIST
           END-IF.
           WRITE LINEA-ESTADIST.

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
           ACCEPT RES-FECHA FROM DATE.
           ACCEPT RES-HORA FROM TIME.
           OPEN EXTEND RESUMEN-FILE.
           IF FS-RESUMEN = "35"
               OPEN OUTPUT RESUMEN-FILE
           END-IF.
           MOVE SPACES TO LINEA-RESUMEN.
           STRING RES-PROGRAMA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RES-FECHA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RES-HORA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RES-ENTRADAS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RES-SALIDAS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RES-RECHAZOS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RES-RC DELIMITED BY SIZE
               INTO LINEA-RESUMEN.
           WRITE LINEA-RESUMEN.
           CLOSE RESUMEN-FILE.

       END PROGRAM ESTADISTICAS-AGENDA.
