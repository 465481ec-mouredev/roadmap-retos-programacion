               RECORD KEY IS CLAVE-REG
               ALTERNATE RECORD KEY IS TELEFONO-REG WITH DUPLICATES
               FILE STATUS IS FS-CONTACTOS.
      * Instantanea nocturna de CONTACTOS (INSTANTANEA-CONTACTOS),
      * que se carga en memoria cuando INSSUB01 la da por buena.
           SELECT CONTINST-FILE ASSIGN TO "CONTINST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-CONTINST.
           SELECT DESTINAT-FILE ASSIGN TO "DESTINAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DESTINAT.
                   ==CONTACTO-BORRADO== BY ==CONTACTO-BORRADO-REG==
                   ==EMAIL== BY ==EMAIL-REG==.

       FD CONTINST-FILE.
      * Imagen fija del registro canonico completo, como las copias.
           01 REG-CONTINST PIC X(350).

       FD DESTINAT-FILE.
           01 LINEA-DESTINAT PIC X(60).

           01 LINEA-EXCEPCION PIC X(90).

       FD RESUMEN-FILE.
           01 LINEA-RESUMEN PIC X(60).

       WORKING-STORAGE SECTION.
           77 FS-LISTDIST PIC XX.
           77 FS-CONTACTOS PIC XX.
           77 FS-CONTINST PIC XX.
      * De donde se lee CONTACTOS: "I" la instantanea, "V" el vivo.
           77 INS-ORIGEN PIC X VALUE SPACE.
               88 INSTANTANEA-VALIDA VALUE "I".
      * Con la instantanea, su clave, estado y correo en memoria, en
      * el orden de clave en que se descargo, para buscar cada
      * miembro con SEARCH ALL en vez de leer por clave el vivo.
           01 TABLA-INSTANTANEA.
               05 FILA-INST OCCURS 1 TO 999 TIMES
                          DEPENDING ON TOTAL-INST
                          ASCENDING KEY IS INST-CLAVE
                          INDEXED BY IDX-INST.
                   10 INST-CLAVE PIC X(45).
                   10 INST-ESTADO PIC X.
                   10 INST-EMAIL PIC X(40).
           77 TOTAL-INST PIC 9(3) VALUE 0.
           77 SW-HALLADO PIC X.
               88 CONTACTO-HALLADO VALUE "S".
           77 FS-DESTINAT PIC XX.
           77 FS-EXCEPCIONES PIC XX.

           01 EXCEPCION-ACTUAL.
               COPY EXCEPCION.

      * Parametros de la subrutina compartida CONSUB01.
           77 CON-AGENDA PIC X(15).
           77 CON-NOMBRE PIC X(30).
           77 CON-CANAL PIC X.
           77 CON-ESTADO PIC 9.
      * Parametros de la subrutina compartida REBSUB01.
           77 REB-AGENDA PIC X(15).
           77 REB-NOMBRE PIC X(30).
           77 REB-EMAIL PIC X(40).
           77 REB-ESTADO PIC 9.
           77 SUPRIMIDOS PIC 9(4) VALUE 0.

      * Registro de fin de ejecucion para el fichero RESUMEN.
           77 FS-RESUMEN PIC XX.
           01 RESUMEN-ACTUAL.
           MOVE DESTINATARIOS TO RES-SALIDAS.
           MOVE RECHAZADOS TO RES-RECHAZOS.
           MOVE CODIGO-SALIDA TO RES-RC.
           MOVE SUPRIMIDOS TO RES-SUPRIMIDOS.
           PERFORM GRABAR-RESUMEN.
           MOVE CODIGO-SALIDA TO RETURN-CODE.
           STOP RUN.
                   "expandir"
               MOVE 8 TO CODIGO-SALIDA
           ELSE
               PERFORM ABRIR-CONTACTOS
               IF FS-CONTACTOS NOT = "00"
                   DISPLAY "No existe CONTACTOS; no se puede expandir"
                   CLOSE LISTDIST-FILE
               INTO MBR-LISTA MBR-AGENDA MBR-NOMBRE.
           MOVE MBR-AGENDA TO AGENDA-NOMBRE-REG.
           MOVE MBR-NOMBRE TO NOMBRE-REG.
           PERFORM BUSCAR-CONTACTO.
           IF NOT CONTACTO-HALLADO
               ADD 1 TO RECHAZADOS
               MOVE 4 TO CODIGO-SALIDA
               MOVE "LISTA-SIN-CLAVE" TO EXC-TIPO
               MOVE "A" TO EXC-GRAVEDAD
               MOVE MBR-NOMBRE TO EXC-DETALLE
               PERFORM REGISTRAR-EXCEPCION
           ELSE
               IF CONTACTO-BORRADO-REG
                   ADD 1 TO SALTADOS-BAJA
               ELSE
                   IF EMAIL-REG = SPACES
                       ADD 1 TO RECHAZADOS
                       MOVE 4 TO CODIGO-SALIDA
                       MOVE "SIN-EMAIL" TO EXC-TIPO
                       MOVE "A" TO EXC-GRAVEDAD
                       MOVE MBR-NOMBRE TO EXC-DETALLE
                       PERFORM REGISTRAR-EXCEPCION
                   ELSE
                       PERFORM COMPROBAR-DESTINATARIO
                   END-IF
               END-IF
           END-IF.

      * CONTACTOS SE CONSULTA EN LA INSTANTANEA DE LA NOCHE SI
      * INSSUB01 LA DA POR BUENA Y SI NO EN EL FICHERO VIVO. UNA
      * INSTANTANEA QUE NO SE PUEDE CARGAR ENTERA NO SE USA
       ABRIR-CONTACTOS.
           CALL "INSSUB01" USING INS-ORIGEN.
           IF INSTANTANEA-VALIDA
               PERFORM CARGAR-INSTANTANEA
           END-IF.
           IF NOT INSTANTANEA-VALIDA
               OPEN INPUT CONTACTOS-FILE
           END-IF.

       CARGAR-INSTANTANEA.
           MOVE 0 TO TOTAL-INST.
           OPEN INPUT CONTINST-FILE.
           IF FS-CONTINST NOT = "00"
               DISPLAY "Falta CONTINST; se lee el fichero vivo"
               MOVE "V" TO INS-ORIGEN
           ELSE
               PERFORM UNTIL FS-CONTINST = "10"
                       OR NOT INSTANTANEA-VALIDA
                   READ CONTINST-FILE INTO REG-CONTACTO
                       AT END
                           MOVE "10" TO FS-CONTINST
                       NOT AT END
                           IF TOTAL-INST = 999
                               DISPLAY "CONTINST no cabe en memoria; "-
                                   "se lee el fichero vivo"
                               MOVE "V" TO INS-ORIGEN
                           ELSE
                               ADD 1 TO TOTAL-INST
                               MOVE CLAVE-REG TO INST-CLAVE(TOTAL-INST)
                               MOVE ESTADO-REG TO
                                   INST-ESTADO(TOTAL-INST)
                               MOVE EMAIL-REG TO INST-EMAIL(TOTAL-INST)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTINST-FILE
               MOVE "00" TO FS-CONTACTOS
           END-IF.

      * EL MIEMBRO EN CURSO (YA EN CLAVE-REG) CONTRA LA INSTANTANEA
      * EN MEMORIA O, SIN ELLA, POR CLAVE CONTRA EL FICHERO VIVO
       BUSCAR-CONTACTO.
           MOVE "N" TO SW-HALLADO.
           IF INSTANTANEA-VALIDA
               IF TOTAL-INST > 0
                   SET IDX-INST TO 1
                   SEARCH ALL FILA-INST
                       AT END
                           CONTINUE
                       WHEN INST-CLAVE(IDX-INST) = CLAVE-REG
                           MOVE "S" TO SW-HALLADO
                           MOVE INST-ESTADO(IDX-INST) TO ESTADO-REG
                           MOVE INST-EMAIL(IDX-INST) TO EMAIL-REG
                   END-SEARCH
               END-IF
           ELSE
               READ CONTACTOS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO SW-HALLADO
               END-READ
           END-IF.

      * UN MIEMBRO CON CORREO: NI LA DIRECCION QUE LA PASARELA YA
      * DEVOLVIO NI QUIEN NO LO HA CONSENTIDO ENTRAN EN DESTINAT
       COMPROBAR-DESTINATARIO.
           MOVE MBR-AGENDA TO REB-AGENDA.
           MOVE MBR-NOMBRE TO REB-NOMBRE.
           MOVE EMAIL-REG TO REB-EMAIL.
           CALL "REBSUB01" USING REB-AGENDA REB-NOMBRE REB-EMAIL
               REB-ESTADO.
           IF REB-ESTADO NOT = 0
      * Direccion devuelta por la pasarela: ya tiene su excepcion
      * EMAIL-REBOTE y su linea en la lista de correccion.
               ADD 1 TO RECHAZADOS
           ELSE
               PERFORM COMPROBAR-CONSENTIMIENTO
           END-IF.

      * LA LISTA ES DE CORREO: SOLO ENTRA QUIEN LO HA CONSENTIDO
      * EXPRESAMENTE; LOS DEMAS SE CUENTAN, SIN EXCEPCION, PORQUE NO
      * HAY NADA QUE LIMPIAR EN LA LISTA
       COMPROBAR-CONSENTIMIENTO.
           MOVE MBR-AGENDA TO CON-AGENDA.
           MOVE MBR-NOMBRE TO CON-NOMBRE.
           MOVE "E" TO CON-CANAL.
           CALL "CONSUB01" USING CON-AGENDA CON-NOMBRE CON-CANAL
               CON-ESTADO.
           IF CON-ESTADO NOT = 0
               ADD 1 TO SUPRIMIDOS
           ELSE
               ADD 1 TO DESTINATARIOS
               MOVE SPACES TO LINEA-DESTINAT
               STRING MBR-LISTA DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   EMAIL-REG DELIMITED BY SIZE
                   INTO LINEA-DESTINAT
               WRITE LINEA-DESTINAT
           END-IF.

       REGISTRAR-EXCEPCION.
           ACCEPT EXC-FECHA FROM DATE

       CIERRE.
           CLOSE LISTDIST-FILE.
           IF NOT INSTANTANEA-VALIDA
               CLOSE CONTACTOS-FILE
           END-IF.
           CLOSE DESTINAT-FILE.
           CLOSE EXCEPCIONES-FILE.
           DISPLAY "Expansion de listas terminada: " DESTINATARIOS
               " destinatarios, " SALTADOS-BAJA " bajas saltadas, "
               RECHAZADOS " rechazados, " SUPRIMIDOS
               " sin consentimiento".


      *ANADE AL FICHERO COMUN RESUMEN EL REGISTRO DE FIN DE
               RES-RECHAZOS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RES-RC DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RES-SUPRIMIDOS DELIMITED BY SIZE
               INTO LINEA-RESUMEN.
           WRITE LINEA-RESUMEN.
           CLOSE RESUMEN-FILE.
