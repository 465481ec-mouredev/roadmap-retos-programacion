     /*
      * PROPAGACION NOCTURNA DE LOS CAMBIOS DE CLAVE DE CONTACTO.
      * No es la solucion de ningun reto: cuando un contacto cambia
      * de nombre en RETO-03 (MODIFICAR), se traslada a otra agenda
      * (MOVER), su agenda se renombra (RENOMBRAR), un cambio de
      * nombre se aprueba en APROBAR-CAMBIOS o se fusiona con otro en
      * DEPURA-DUPLICADOS, su CLAVE-CONTACTO cambia y cada uno de
      * esos programas deja la pareja clave vieja / clave nueva en
      * CAMBCLAV (subrutina CCLSUB01). Este paso lleva esos cambios,
      * en el orden en que se hicieron, a los ficheros que guardan
      * la clave:
      *   TAREAS, CITAS, NOTASJRN, RELACION (los dos extremos),
      *   LLAMADAS, LISTDIST, RETENLEG, TITULOS, NIFCONT, ETAPAS,
      *   VIGILA, PROCEDEN, VERIFCON, CONSENT, EMAILMAL, CAMPMIEM y
      *   CAMPRESP
      * reescribiendo cada fichero a traves de PROPTMP solo si algo
      * cambia. Tras una fusion un contacto puede quedar dos veces en
      * la misma lista, o relacionado consigo mismo: en LISTDIST,
      * RELACION y VIGILA la linea repetida o la relacion consigo
      * mismo se quitan. Los cambios aplicados pasan al historico
      * CAMBHIST y salen de CAMBCLAV; los que una sesion anote
      * mientras corre el paso se quedan para la noche siguiente. En
      * RESUMEN queda una linea por satelite (con el nombre del
      * fichero en el campo de programa: lineas leidas, lineas con la
      * clave cambiada y lineas quitadas) ademas de la del propio
      * paso.
      */
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROPAGA-CLAVES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMBCLAV-FILE ASSIGN TO "CAMBCLAV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CAMBCLAV.
           SELECT CAMBHIST-FILE ASSIGN TO "CAMBHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CAMBHIST.
      * Cada satelite se abre por su nombre logico, tomado de la
      * tabla de satelites.
           SELECT SATELITE-FILE ASSIGN TO SATELITE-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SATELITE.
           SELECT PROPTMP-FILE ASSIGN TO "PROPTMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PROPTMP.
      * Registro comun de fin de ejecucion (copybooks/RESUMEN.cpy),
      * compartido por toda la suite y resumido por RESUMEN-NOCHE.
           SELECT RESUMEN-FILE ASSIGN TO "RESUMEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RESUMEN.
       DATA DIVISION.
       FILE SECTION.
       FD CAMBCLAV-FILE.
           01 LINEA-CAMBCLAV PIC X(130).

       FD CAMBHIST-FILE.
           01 LINEA-CAMBHIST PIC X(130).

       FD SATELITE-FILE.
           01 LINEA-SATELITE PIC X(200).

       FD PROPTMP-FILE.
           01 LINEA-PROPTMP PIC X(200).

       FD RESUMEN-FILE.
           01 LINEA-RESUMEN PIC X(50).

       WORKING-STORAGE SECTION.
           77 FS-CAMBCLAV PIC XX.
           77 FS-CAMBHIST PIC XX.
           77 FS-SATELITE PIC XX.
           77 FS-PROPTMP PIC XX.
           77 SATELITE-NOMBRE PIC X(8).

      * Satelites con la clave: nombre logico, posicion (1-6) de los
      * campos agenda y nombre, del segundo extremo (solo RELACION, 0
      * en el resto) y si hay que quitar repetidas (S) o no (N).
           01 SATELITES-VALORES.
               05 FILLER PIC X(13) VALUE "TAREAS  1200N".
               05 FILLER PIC X(13) VALUE "CITAS   4500N".
               05 FILLER PIC X(13) VALUE "NOTASJRN3400N".
               05 FILLER PIC X(13) VALUE "RELACION1234S".
               05 FILLER PIC X(13) VALUE "LLAMADAS3400N".
               05 FILLER PIC X(13) VALUE "LISTDIST2300S".
               05 FILLER PIC X(13) VALUE "RETENLEG1200N".
               05 FILLER PIC X(13) VALUE "TITULOS 1200N".
               05 FILLER PIC X(13) VALUE "NIFCONT 1200N".
               05 FILLER PIC X(13) VALUE "ETAPAS  1200N".
               05 FILLER PIC X(13) VALUE "VIGILA  1200S".
               05 FILLER PIC X(13) VALUE "PROCEDEN1200N".
               05 FILLER PIC X(13) VALUE "VERIFCON1200N".
               05 FILLER PIC X(13) VALUE "CONSENT 1200N".
               05 FILLER PIC X(13) VALUE "EMAILMAL1200N".
               05 FILLER PIC X(13) VALUE "CAMPMIEM2300N".
               05 FILLER PIC X(13) VALUE "CAMPRESP2300N".
           01 TABLA-SATELITES REDEFINES SATELITES-VALORES.
               05 SATELITE OCCURS 17 TIMES.
                   10 SAT-NOMBRE PIC X(8).
                   10 SAT-CAMPO-AGENDA PIC 9.
                   10 SAT-CAMPO-NOMBRE PIC 9.
                   10 SAT-CAMPO-AGENDA-2 PIC 9.
                   10 SAT-CAMPO-NOMBRE-2 PIC 9.
                   10 SAT-SIN-REPETIDAS PIC X.
                       88 QUITAR-REPETIDAS VALUE "S".
           77 TOTAL-SATELITES PIC 9(2) VALUE 17.
           77 IDX-SAT PIC 9(2).
           01 CUENTAS-SATELITES.
               05 CUENTA-SATELITE OCCURS 17 TIMES.
                   10 SAT-LEIDAS PIC 9(5).
                   10 SAT-CAMBIADAS PIC 9(5).
                   10 SAT-QUITADAS PIC 9(5).

      * Cambios de clave pendientes, en el orden de CAMBCLAV: se
      * aplican uno detras de otro, de modo que A->B seguido de B->C
      * deja en C lo que estaba en A.
           01 TABLA-CAMBIOS.
               05 CAMBIO-CLAVE OCCURS 500 TIMES.
                   10 CAM-CLAVE-VIEJA.
                       15 CAM-AGENDA-VIEJA PIC X(15).
                       15 CAM-NOMBRE-VIEJO PIC X(30).
                   10 CAM-CLAVE-NUEVA.
                       15 CAM-AGENDA-NUEVA PIC X(15).
                       15 CAM-NOMBRE-NUEVO PIC X(30).
           77 TOTAL-CAMBIOS PIC 9(3) VALUE 0.
           77 IDX-CAM PIC 9(3).
           77 LINEAS-CAMBCLAV PIC 9(5).
           77 CAM-FECHA PIC X(8).
           77 CAM-HORA PIC X(8).

      * Campos ";" de la linea en curso, con su longitud original
      * para reconstruir la linea sin mover las columnas.
           01 CAMPOS-LEIDOS.
               05 CAMPO-LEIDO PIC X(200) OCCURS 8 TIMES.
           01 LONGITUDES-CAMPOS.
               05 LONGITUD-CAMPO PIC 9(3) OCCURS 8 TIMES.
           77 TOTAL-CAMPOS PIC 9.
           77 IDX-CAMPO PIC 9.
           77 IDX-CAMPO-AGENDA PIC 9.
           77 IDX-CAMPO-NOMBRE PIC 9.
           77 PUNTERO-LINEA PIC 9(3).
           01 CLAVE-EXTREMO.
               05 AGENDA-EXTREMO PIC X(15).
               05 NOMBRE-EXTREMO PIC X(30).
           77 CLAVE-EXTREMO-1 PIC X(45).
           77 SW-LINEA PIC X.
               88 LINEA-CAMBIADA VALUE "S".
           77 SW-EXTREMO PIC X.
               88 EXTREMO-CAMBIADO VALUE "S".
           77 SW-QUITAR PIC X.
               88 LINEA-QUITADA VALUE "S".
           77 SW-CAMBIOS PIC X.
               88 HAY-CAMBIOS VALUE "S".

      * Lineas ya escritas del satelite en curso, para no repetir un
      * miembro de lista o una relacion tras una fusion.
           01 TABLA-ESCRITAS.
               05 LINEA-ESCRITA PIC X(100) OCCURS 3000 TIMES.
           77 TOTAL-ESCRITAS PIC 9(4).
           77 IDX-ESC PIC 9(4).
           77 SW-REPETIDA PIC X.
               88 LINEA-REPETIDA VALUE "S".

           77 TOTAL-LEIDAS PIC 9(5) VALUE 0.
           77 TOTAL-CAMBIADAS PIC 9(5) VALUE 0.
           77 TOTAL-QUITADAS PIC 9(5) VALUE 0.

      * Registro de fin de ejecucion para el fichero RESUMEN.
           77 FS-RESUMEN PIC XX.
           01 RESUMEN-ACTUAL.
               COPY RESUMEN.

           77 CODIGO-SALIDA PIC 9 VALUE ZERO.

       PROCEDURE DIVISION.
       PRINCIPAL.
           MOVE ZEROS TO CUENTAS-SATELITES.
           PERFORM CARGAR-CAMBIOS.
           IF TOTAL-CAMBIOS = 0
               DISPLAY "Sin cambios de clave pendientes"
           ELSE
               PERFORM PROPAGAR-SATELITE
                   VARYING IDX-SAT FROM 1 BY 1
                   UNTIL IDX-SAT > TOTAL-SATELITES
               PERFORM PASAR-A-HISTORICO
               DISPLAY "Propagacion de claves: " TOTAL-CAMBIOS
                   " cambios, " TOTAL-CAMBIADAS " lineas cambiadas, "
                   TOTAL-QUITADAS " quitadas"
               PERFORM GRABAR-RESUMEN-SATELITE
                   VARYING IDX-SAT FROM 1 BY 1
                   UNTIL IDX-SAT > TOTAL-SATELITES
           END-IF.
           MOVE "PROCLA" TO RES-PROGRAMA.
           MOVE TOTAL-CAMBIOS TO RES-ENTRADAS.
           MOVE TOTAL-CAMBIADAS TO RES-SALIDAS.
           MOVE TOTAL-QUITADAS TO RES-RECHAZOS.
           MOVE CODIGO-SALIDA TO RES-RC.
           PERFORM GRABAR-RESUMEN.
           MOVE CODIGO-SALIDA TO RETURN-CODE.
           STOP RUN.

      *CAMBIOS PENDIENTES DE CAMBCLAV (COMO MUCHO 500 POR NOCHE; EL
      *RESTO QUEDA EN EL FICHERO PARA LA SIGUIENTE)
       CARGAR-CAMBIOS.
           OPEN INPUT CAMBCLAV-FILE.
           IF FS-CAMBCLAV = "00"
               PERFORM UNTIL FS-CAMBCLAV = "10"
                   READ CAMBCLAV-FILE
                       AT END
                           MOVE "10" TO FS-CAMBCLAV
                       NOT AT END
                           IF TOTAL-CAMBIOS < 500
                               ADD 1 TO TOTAL-CAMBIOS
                               UNSTRING LINEA-CAMBCLAV DELIMITED BY ";"
                                   INTO CAM-FECHA CAM-HORA
                                   CAM-AGENDA-VIEJA(TOTAL-CAMBIOS)
                                   CAM-NOMBRE-VIEJO(TOTAL-CAMBIOS)
                                   CAM-AGENDA-NUEVA(TOTAL-CAMBIOS)
                                   CAM-NOMBRE-NUEVO(TOTAL-CAMBIOS)
                               END-UNSTRING
                           ELSE
                               DISPLAY "Mas de 500 cambios de clave: "-
                                   "el resto se aplica manana"
                               MOVE 4 TO CODIGO-SALIDA
                               MOVE "10" TO FS-CAMBCLAV
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAMBCLAV-FILE
           END-IF.

      *UN SATELITE, LINEA A LINEA, AL FICHERO DE TRABAJO; SOLO SI
      *ALGO CAMBIA SE DEVUELVE AL SATELITE
       PROPAGAR-SATELITE.
           MOVE SAT-NOMBRE(IDX-SAT) TO SATELITE-NOMBRE.
           MOVE "N" TO SW-CAMBIOS.
           MOVE 0 TO TOTAL-ESCRITAS.
           OPEN INPUT SATELITE-FILE.
           IF FS-SATELITE = "00"
               OPEN OUTPUT PROPTMP-FILE
               PERFORM UNTIL FS-SATELITE = "10"
                   READ SATELITE-FILE
                       AT END
                           MOVE "10" TO FS-SATELITE
                       NOT AT END
                           PERFORM PROPAGAR-LINEA
                   END-READ
               END-PERFORM
               CLOSE SATELITE-FILE
               CLOSE PROPTMP-FILE
               IF HAY-CAMBIOS
                   PERFORM DEVOLVER-SATELITE
               END-IF
           END-IF.

       PROPAGAR-LINEA.
           ADD 1 TO SAT-LEIDAS(IDX-SAT).
           ADD 1 TO TOTAL-LEIDAS.
           MOVE "N" TO SW-LINEA.
           MOVE "N" TO SW-QUITAR.
           IF LINEA-SATELITE NOT = SPACES
               MOVE SPACES TO CAMPOS-LEIDOS
               MOVE ZEROS TO LONGITUDES-CAMPOS
               MOVE 0 TO TOTAL-CAMPOS
               UNSTRING LINEA-SATELITE DELIMITED BY ";"
                   INTO CAMPO-LEIDO(1) COUNT IN LONGITUD-CAMPO(1)
                       CAMPO-LEIDO(2) COUNT IN LONGITUD-CAMPO(2)
                       CAMPO-LEIDO(3) COUNT IN LONGITUD-CAMPO(3)
                       CAMPO-LEIDO(4) COUNT IN LONGITUD-CAMPO(4)
                       CAMPO-LEIDO(5) COUNT IN LONGITUD-CAMPO(5)
                       CAMPO-LEIDO(6) COUNT IN LONGITUD-CAMPO(6)
                       CAMPO-LEIDO(7) COUNT IN LONGITUD-CAMPO(7)
                       CAMPO-LEIDO(8) COUNT IN LONGITUD-CAMPO(8)
                   TALLYING IN TOTAL-CAMPOS
               END-UNSTRING
               MOVE SAT-CAMPO-AGENDA(IDX-SAT) TO IDX-CAMPO-AGENDA
               MOVE SAT-CAMPO-NOMBRE(IDX-SAT) TO IDX-CAMPO-NOMBRE
               PERFORM PROPAGAR-EXTREMO
               MOVE CLAVE-EXTREMO TO CLAVE-EXTREMO-1
               IF SAT-CAMPO-AGENDA-2(IDX-SAT) > 0
                   MOVE SAT-CAMPO-AGENDA-2(IDX-SAT) TO IDX-CAMPO-AGENDA
                   MOVE SAT-CAMPO-NOMBRE-2(IDX-SAT) TO IDX-CAMPO-NOMBRE
                   PERFORM PROPAGAR-EXTREMO
      * Tras una fusion, una relacion entre el absorbido y el
      * superviviente es del contacto consigo mismo: sobra.
                   IF LINEA-CAMBIADA
                       AND CLAVE-EXTREMO = CLAVE-EXTREMO-1
                       MOVE "S" TO SW-QUITAR
                   END-IF
               END-IF
               IF LINEA-CAMBIADA
                   PERFORM MONTAR-LINEA
                   ADD 1 TO SAT-CAMBIADAS(IDX-SAT)
                   ADD 1 TO TOTAL-CAMBIADAS
                   MOVE "S" TO SW-CAMBIOS
               END-IF
               IF QUITAR-REPETIDAS(IDX-SAT) AND NOT LINEA-QUITADA
                   PERFORM COMPROBAR-REPETIDA
               END-IF
           END-IF.
           IF LINEA-QUITADA
               ADD 1 TO SAT-QUITADAS(IDX-SAT)
               ADD 1 TO TOTAL-QUITADAS
               MOVE "S" TO SW-CAMBIOS
           ELSE
               MOVE LINEA-SATELITE TO LINEA-PROPTMP
               WRITE LINEA-PROPTMP
           END-IF.

      *UNA CLAVE DE LA LINEA PASA POR TODOS LOS CAMBIOS, EN ORDEN.
      *UNA CITA SIN CONTACTO (NOMBRE EN BLANCO) NO SE TOCA
       PROPAGAR-EXTREMO.
           MOVE CAMPO-LEIDO(IDX-CAMPO-AGENDA) TO AGENDA-EXTREMO.
           MOVE CAMPO-LEIDO(IDX-CAMPO-NOMBRE) TO NOMBRE-EXTREMO.
           MOVE "N" TO SW-EXTREMO.
           IF NOMBRE-EXTREMO NOT = SPACES
               PERFORM VARYING IDX-CAM FROM 1 BY 1
                       UNTIL IDX-CAM > TOTAL-CAMBIOS
                   IF CLAVE-EXTREMO = CAM-CLAVE-VIEJA(IDX-CAM)
                       MOVE CAM-CLAVE-NUEVA(IDX-CAM) TO CLAVE-EXTREMO
                       MOVE "S" TO SW-EXTREMO
                   END-IF
               END-PERFORM
           END-IF.
           IF EXTREMO-CAMBIADO
               MOVE "S" TO SW-LINEA
               MOVE AGENDA-EXTREMO TO CAMPO-LEIDO(IDX-CAMPO-AGENDA)
               MOVE NOMBRE-EXTREMO TO CAMPO-LEIDO(IDX-CAMPO-NOMBRE)
               MOVE 15 TO LONGITUD-CAMPO(IDX-CAMPO-AGENDA)
               MOVE 30 TO LONGITUD-CAMPO(IDX-CAMPO-NOMBRE)
           END-IF.

      *LA LINEA SE REHACE CAMPO A CAMPO CON LA LONGITUD QUE TRAIA
      *CADA UNO (LA CLAVE, CON LAS DE SIEMPRE: 15 Y 30)
       MONTAR-LINEA.
           MOVE SPACES TO LINEA-SATELITE.
           MOVE 1 TO PUNTERO-LINEA.
           PERFORM VARYING IDX-CAMPO FROM 1 BY 1
                   UNTIL IDX-CAMPO > TOTAL-CAMPOS
               IF IDX-CAMPO > 1
                   STRING ";" DELIMITED BY SIZE
                       INTO LINEA-SATELITE WITH POINTER PUNTERO-LINEA
               END-IF
               IF LONGITUD-CAMPO(IDX-CAMPO) > 0
                   STRING CAMPO-LEIDO(IDX-CAMPO)
                       (1:LONGITUD-CAMPO(IDX-CAMPO)) DELIMITED BY SIZE
                       INTO LINEA-SATELITE WITH POINTER PUNTERO-LINEA
               END-IF
           END-PERFORM.

      *EN LISTDIST, RELACION Y VIGILA UNA LINEA YA ESCRITA NO SE
      *REPITE
       COMPROBAR-REPETIDA.
           MOVE "N" TO SW-REPETIDA.
           PERFORM VARYING IDX-ESC FROM 1 BY 1
                   UNTIL IDX-ESC > TOTAL-ESCRITAS OR LINEA-REPETIDA
               IF LINEA-ESCRITA(IDX-ESC) = LINEA-SATELITE(1:100)
                   MOVE "S" TO SW-REPETIDA
               END-IF
           END-PERFORM.
           IF LINEA-REPETIDA
               MOVE "S" TO SW-QUITAR
           ELSE
               IF TOTAL-ESCRITAS < 3000
                   ADD 1 TO TOTAL-ESCRITAS
                   MOVE LINEA-SATELITE(1:100) TO
                       LINEA-ESCRITA(TOTAL-ESCRITAS)
               END-IF
           END-IF.

       DEVOLVER-SATELITE.
           OPEN INPUT PROPTMP-FILE.
           OPEN OUTPUT SATELITE-FILE.
           PERFORM UNTIL FS-PROPTMP = "10"
               READ PROPTMP-FILE
                   AT END
                       MOVE "10" TO FS-PROPTMP
                   NOT AT END
                       MOVE LINEA-PROPTMP TO LINEA-SATELITE
                       WRITE LINEA-SATELITE
               END-READ
           END-PERFORM.
           CLOSE PROPTMP-FILE.
           CLOSE SATELITE-FILE.

      *LOS CAMBIOS APLICADOS PASAN A CAMBHIST; LO QUE SE HAYA
      *ANOTADO DESPUES DE CARGARLOS SIGUE EN CAMBCLAV
       PASAR-A-HISTORICO.
           OPEN EXTEND CAMBHIST-FILE.
           IF FS-CAMBHIST = "35"
               OPEN OUTPUT CAMBHIST-FILE
           END-IF.
           OPEN INPUT CAMBCLAV-FILE.
           OPEN OUTPUT PROPTMP-FILE.
           MOVE 0 TO LINEAS-CAMBCLAV.
           PERFORM UNTIL FS-CAMBCLAV = "10"
               READ CAMBCLAV-FILE
                   AT END
                       MOVE "10" TO FS-CAMBCLAV
                   NOT AT END
                       ADD 1 TO LINEAS-CAMBCLAV
                       IF LINEAS-CAMBCLAV > TOTAL-CAMBIOS
                           MOVE LINEA-CAMBCLAV TO LINEA-PROPTMP
                           WRITE LINEA-PROPTMP
                       ELSE
                           MOVE LINEA-CAMBCLAV TO LINEA-CAMBHIST
                           WRITE LINEA-CAMBHIST
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CAMBCLAV-FILE.
           CLOSE PROPTMP-FILE.
           CLOSE CAMBHIST-FILE.
           OPEN INPUT PROPTMP-FILE.
           OPEN OUTPUT CAMBCLAV-FILE.
           PERFORM UNTIL FS-PROPTMP = "10"
               READ PROPTMP-FILE
                   AT END
                       MOVE "10" TO FS-PROPTMP
                   NOT AT END
                       MOVE LINEA-PROPTMP TO LINEA-CAMBCLAV
                       WRITE LINEA-CAMBCLAV
               END-READ
           END-PERFORM.
           CLOSE PROPTMP-FILE.
           CLOSE CAMBCLAV-FILE.

       GRABAR-RESUMEN-SATELITE.
           MOVE SAT-NOMBRE(IDX-SAT) TO RES-PROGRAMA.
           MOVE SAT-LEIDAS(IDX-SAT) TO RES-ENTRADAS.
           MOVE SAT-CAMBIADAS(IDX-SAT) TO RES-SALIDAS.
           MOVE SAT-QUITADAS(IDX-SAT) TO RES-RECHAZOS.
           MOVE 0 TO RES-RC.
           PERFORM GRABAR-RESUMEN.

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

       END PROGRAM PROPAGA-CLAVES.
