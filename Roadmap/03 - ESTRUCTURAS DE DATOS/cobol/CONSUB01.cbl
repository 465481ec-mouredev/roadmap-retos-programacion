     /*
      * Subrutina compartida de consentimientos de comunicacion,
      * hermana de RETSUB01/EMLSUB01: contesta si a una CLAVE-CONTACTO
      * (agenda + nombre) se le puede escribir o llamar por un canal
      * (P postal, E correo electronico, T telefono). Se apoya en dos
      * ficheros:
      *   - CONSENT: historico AGENDA;NOMBRE;CANAL;VALOR;FECHA;
      *     ORIGEN;OPERADOR (VALOR S concede, N retira), anotado desde
      *     la agenda RETO-03; manda la ultima linea de cada canal.
      *   - ROBINCON: los contactos cuyo telefono esta en la lista
      *     nacional de exclusion (Robinson), AGENDA;NOMBRE;TELEFONO,
      *     que rehace CARGA-ROBINSON en cada entrega de la lista.
      * Criterio por canal, el que pidio el departamento legal:
      *   - postal: se envia salvo negativa expresa (N).
      *   - correo: solo con consentimiento expreso (S).
      *   - telefono: se llama salvo negativa expresa; si el numero
      *     esta en la lista Robinson solo con consentimiento expreso
      *     (S), que prevalece sobre la lista.
      * Los dos ficheros se cargan una sola vez por run unit, como el
      * catalogo de MSGSUB01; sin ficheros rige el criterio por
      * defecto de cada canal.
      */

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSUB01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONSENT-FILE ASSIGN TO "CONSENT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONSENT.
           SELECT ROBINCON-FILE ASSIGN TO "ROBINCON"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ROBINCON.
       DATA DIVISION.
       FILE SECTION.
       FD  CONSENT-FILE.
       01  LINEA-CONSENT PIC X(100).

       FD  ROBINCON-FILE.
       01  LINEA-ROBINCON PIC X(70).

       WORKING-STORAGE SECTION.
           77 FS-CONSENT PIC XX.
           77 FS-ROBINCON PIC XX.
           77 SW-CARGADO PIC X VALUE "N".
               88 CATALOGO-CARGADO VALUE "S".

      * Ultimo valor anotado de cada clave y canal.
           01 TABLA-CONSENTIMIENTOS.
               05 FILA-CONSENTIMIENTO OCCURS 1000 TIMES.
                   10 CNS-AGENDA PIC X(15).
                   10 CNS-NOMBRE PIC X(30).
                   10 CNS-CANAL PIC X.
                   10 CNS-VALOR PIC X.
           77 TOTAL-CONSENTIMIENTOS PIC 9(4) VALUE 0.
           77 IDX-CNS PIC 9(4).

      * Contactos con el telefono en la lista Robinson.
           01 TABLA-ROBINSON.
               05 FILA-ROBINSON OCCURS 1000 TIMES.
                   10 ROB-AGENDA PIC X(15).
                   10 ROB-NOMBRE PIC X(30).
           77 TOTAL-ROBINSON PIC 9(4) VALUE 0.
           77 IDX-ROB PIC 9(4).

      * Troceado de la linea de CONSENT.
           77 LEI-AGENDA PIC X(15).
           77 LEI-NOMBRE PIC X(30).
           77 LEI-CANAL PIC X.
           77 LEI-VALOR PIC X.

           77 VALOR-HALLADO PIC X.
               88 VALOR-CONCEDIDO VALUE "S".
               88 VALOR-RETIRADO VALUE "N".
           77 SW-ROBINSON PIC X.
               88 EN-ROBINSON VALUE "S".

       LINKAGE SECTION.
           77 C-AGENDA PIC X(15).
           77 C-NOMBRE PIC X(30).
      *CANAL: P POSTAL, E CORREO ELECTRONICO, T TELEFONO
           77 C-CANAL PIC X.
      *0 = SE PUEDE CONTACTAR; 1 = SIN CONSENTIMIENTO PARA EL CANAL;
      *2 = TELEFONO EN LA LISTA ROBINSON SIN CONSENTIMIENTO EXPRESO
           77 C-ESTADO PIC 9.

       PROCEDURE DIVISION USING C-AGENDA C-NOMBRE C-CANAL C-ESTADO.

       COMPROBAR-CONSENTIMIENTO.
           IF NOT CATALOGO-CARGADO
               PERFORM CARGAR-CONSENTIMIENTOS
               PERFORM CARGAR-ROBINSON
               SET CATALOGO-CARGADO TO TRUE
           END-IF.
           MOVE SPACE TO VALOR-HALLADO.
           PERFORM VARYING IDX-CNS FROM 1 BY 1
                   UNTIL IDX-CNS > TOTAL-CONSENTIMIENTOS
               IF CNS-AGENDA(IDX-CNS) = C-AGENDA
                   AND CNS-NOMBRE(IDX-CNS) = C-NOMBRE
                   AND CNS-CANAL(IDX-CNS) = C-CANAL
                   MOVE CNS-VALOR(IDX-CNS) TO VALOR-HALLADO
               END-IF
           END-PERFORM.
           MOVE 0 TO C-ESTADO.
           EVALUATE C-CANAL
               WHEN "P"
                   IF VALOR-RETIRADO
                       MOVE 1 TO C-ESTADO
                   END-IF
               WHEN "E"
                   IF NOT VALOR-CONCEDIDO
                       MOVE 1 TO C-ESTADO
                   END-IF
               WHEN "T"
                   IF VALOR-RETIRADO
                       MOVE 1 TO C-ESTADO
                   ELSE
                       IF NOT VALOR-CONCEDIDO
                           PERFORM COMPROBAR-ROBINSON
                           IF EN-ROBINSON
                               MOVE 2 TO C-ESTADO
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 1 TO C-ESTADO
           END-EVALUATE.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       COMPROBAR-ROBINSON.
           MOVE "N" TO SW-ROBINSON.
           PERFORM VARYING IDX-ROB FROM 1 BY 1
                   UNTIL IDX-ROB > TOTAL-ROBINSON OR EN-ROBINSON
               IF ROB-AGENDA(IDX-ROB) = C-AGENDA
                   AND ROB-NOMBRE(IDX-ROB) = C-NOMBRE
                   MOVE "S" TO SW-ROBINSON
               END-IF
           END-PERFORM.

      * EL FICHERO ES UN HISTORICO EN ORDEN DE ANOTACION: CADA LINEA
      * PISA EL VALOR QUE YA TUVIERA SU CLAVE Y CANAL
       CARGAR-CONSENTIMIENTOS.
           OPEN INPUT CONSENT-FILE.
           IF FS-CONSENT = "00"
               PERFORM UNTIL FS-CONSENT = "10"
                   READ CONSENT-FILE
                       AT END
                           MOVE "10" TO FS-CONSENT
                       NOT AT END
                           PERFORM ANOTAR-CONSENTIMIENTO
                   END-READ
               END-PERFORM
               CLOSE CONSENT-FILE
           END-IF.

       ANOTAR-CONSENTIMIENTO.
           MOVE SPACES TO LEI-AGENDA.
           MOVE SPACES TO LEI-NOMBRE.
           MOVE SPACES TO LEI-CANAL.
           MOVE SPACES TO LEI-VALOR.
           UNSTRING LINEA-CONSENT DELIMITED BY ";"
               INTO LEI-AGENDA LEI-NOMBRE LEI-CANAL LEI-VALOR.
           PERFORM VARYING IDX-CNS FROM 1 BY 1
                   UNTIL IDX-CNS > TOTAL-CONSENTIMIENTOS
                       OR (CNS-AGENDA(IDX-CNS) = LEI-AGENDA
                           AND CNS-NOMBRE(IDX-CNS) = LEI-NOMBRE
                           AND CNS-CANAL(IDX-CNS) = LEI-CANAL)
               CONTINUE
           END-PERFORM.
           IF IDX-CNS > TOTAL-CONSENTIMIENTOS
               IF TOTAL-CONSENTIMIENTOS < 1000
                   ADD 1 TO TOTAL-CONSENTIMIENTOS
                   MOVE LEI-AGENDA TO CNS-AGENDA(TOTAL-CONSENTIMIENTOS)
                   MOVE LEI-NOMBRE TO CNS-NOMBRE(TOTAL-CONSENTIMIENTOS)
                   MOVE LEI-CANAL TO CNS-CANAL(TOTAL-CONSENTIMIENTOS)
                   MOVE LEI-VALOR TO CNS-VALOR(TOTAL-CONSENTIMIENTOS)
               END-IF
           ELSE
               MOVE LEI-VALOR TO CNS-VALOR(IDX-CNS)
           END-IF.

       CARGAR-ROBINSON.
           OPEN INPUT ROBINCON-FILE.
           IF FS-ROBINCON = "00"
               PERFORM UNTIL FS-ROBINCON = "10"
                   READ ROBINCON-FILE
                       AT END
                           MOVE "10" TO FS-ROBINCON
                       NOT AT END
                           IF TOTAL-ROBINSON < 1000
                               ADD 1 TO TOTAL-ROBINSON
                               MOVE SPACES TO
                                   FILA-ROBINSON(TOTAL-ROBINSON)
                               UNSTRING LINEA-ROBINCON
                                   DELIMITED BY ";"
                                   INTO ROB-AGENDA(TOTAL-ROBINSON)
                                       ROB-NOMBRE(TOTAL-ROBINSON)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ROBINCON-FILE
           END-IF.

       END PROGRAM CONSUB01.
