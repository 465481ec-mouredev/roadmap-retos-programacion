     /*
      * Subrutina compartida de correos no entregables, hermana de
      * EMLSUB01/CONSUB01: contesta si la direccion de correo de una
      * CLAVE-CONTACTO (agenda + nombre) esta marcada en EMAILMAL por
      * los rebotes de la pasarela (PROCESA-REBOTES). La marca solo
      * vale mientras el contacto conserve la direccion marcada: en
      * cuanto se corrige en la agenda deja de aplicarse, aunque la
      * linea no se purgue hasta la noche siguiente. Todo extracto de
      * correo la consulta antes de escribir un destinatario. La lista
      * se carga una sola vez por run unit, como el catalogo de
      * MSGSUB01; sin fichero no hay direcciones marcadas.
      */

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REBSUB01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMAILMAL-FILE ASSIGN TO "EMAILMAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EMAILMAL.
       DATA DIVISION.
       FILE SECTION.
       FD  EMAILMAL-FILE.
       01  LINEA-EMAILMAL PIC X(110).

       WORKING-STORAGE SECTION.
           77 FS-EMAILMAL PIC XX.
           77 SW-CARGADO PIC X VALUE "N".
               88 CATALOGO-CARGADO VALUE "S".

      * Direcciones marcadas, en mayusculas, con su contacto.
           01 TABLA-MARCADOS.
               05 FILA-MARCADO OCCURS 1000 TIMES.
                   10 MAR-AGENDA PIC X(15).
                   10 MAR-NOMBRE PIC X(30).
                   10 MAR-EMAIL PIC X(40).
           77 TOTAL-MARCADOS PIC 9(4) VALUE 0.
           77 IDX-MAR PIC 9(4).
           77 EMAIL-MAYUS PIC X(40).

       LINKAGE SECTION.
           77 B-AGENDA PIC X(15).
           77 B-NOMBRE PIC X(30).
           77 B-EMAIL PIC X(40).
      *0 = SE PUEDE ESCRIBIR; 1 = DIRECCION MARCADA COMO NO ENTREGABLE
           77 B-ESTADO PIC 9.

       PROCEDURE DIVISION USING B-AGENDA B-NOMBRE B-EMAIL B-ESTADO.

       COMPROBAR-REBOTE.
           IF NOT CATALOGO-CARGADO
               PERFORM CARGAR-MARCADOS
           END-IF.
           MOVE 0 TO B-ESTADO.
           MOVE FUNCTION UPPER-CASE(B-EMAIL) TO EMAIL-MAYUS.
           PERFORM VARYING IDX-MAR FROM 1 BY 1
                   UNTIL IDX-MAR > TOTAL-MARCADOS OR B-ESTADO = 1
               IF MAR-AGENDA(IDX-MAR) = B-AGENDA
                   AND MAR-NOMBRE(IDX-MAR) = B-NOMBRE
                   AND MAR-EMAIL(IDX-MAR) = EMAIL-MAYUS
                   MOVE 1 TO B-ESTADO
               END-IF
           END-PERFORM.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       CARGAR-MARCADOS.
           SET CATALOGO-CARGADO TO TRUE.
           OPEN INPUT EMAILMAL-FILE.
           IF FS-EMAILMAL = "00"
               PERFORM UNTIL FS-EMAILMAL = "10"
                   READ EMAILMAL-FILE
                       AT END
                           MOVE "10" TO FS-EMAILMAL
                       NOT AT END
                           IF TOTAL-MARCADOS < 1000
                               ADD 1 TO TOTAL-MARCADOS
                               MOVE SPACES TO
                                   FILA-MARCADO(TOTAL-MARCADOS)
                               UNSTRING LINEA-EMAILMAL
                                   DELIMITED BY ";"
                                   INTO MAR-AGENDA(TOTAL-MARCADOS)
                                       MAR-NOMBRE(TOTAL-MARCADOS)
                                       MAR-EMAIL(TOTAL-MARCADOS)
                               MOVE FUNCTION UPPER-CASE
                                   (MAR-EMAIL(TOTAL-MARCADOS))
                                   TO MAR-EMAIL(TOTAL-MARCADOS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMAILMAL-FILE
           END-IF.

       END PROGRAM REBSUB01.
