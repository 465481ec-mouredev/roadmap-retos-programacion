     /*
      * Subrutina compartida que decide de donde leen CONTACTOS los
      * pasos que solo lo recorren de punta a punta: de la
      * instantanea de la noche CONTINST (que toma y verifica
      * INSTANTANEA-CONTACTOS) o del fichero indexado vivo. Lee el
      * registro de control INSTCTL (FECHA;HORA;TOTAL;SUMA;ESTADO) y
      * solo devuelve la instantanea cuando su ESTADO es VALIDA; con
      * VIVO (el interruptor de la noche), DESCUADRE, CADUCADA,
      * SINFICHERO o sin INSTCTL se lee el fichero vivo, como
      * siempre. Deja en la consola de que se leyo, para que el
      * operador sepa que foto de la agenda lleva cada salida.
      */

       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSSUB01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INSTCTL-FILE ASSIGN TO "INSTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-INSTCTL.
       DATA DIVISION.
       FILE SECTION.
       FD  INSTCTL-FILE.
       01  LINEA-INSTCTL PIC X(60).

       WORKING-STORAGE SECTION.
           77 FS-INSTCTL PIC XX.

      * Troceado del registro de control de la instantanea.
           01 CONTROL-INSTANTANEA.
               05 INS-FECHA PIC X(8).
               05 INS-HORA PIC X(8).
               05 INS-TOTAL PIC X(3).
               05 INS-HASH PIC X(12).
               05 INS-ESTADO PIC X(10).

       LINKAGE SECTION.
      *AL VOLVER: "I" LEER LA INSTANTANEA CONTINST, "V" LEER EL
      *FICHERO VIVO CONTACTOS
           77 E-ORIGEN PIC X.

       PROCEDURE DIVISION USING E-ORIGEN.

       ELEGIR-ORIGEN.
           MOVE "V" TO E-ORIGEN.
           MOVE SPACES TO CONTROL-INSTANTANEA.
           OPEN INPUT INSTCTL-FILE.
           IF FS-INSTCTL = "00"
               READ INSTCTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       UNSTRING LINEA-INSTCTL DELIMITED BY ";"
                           INTO INS-FECHA INS-HORA INS-TOTAL INS-HASH
                               INS-ESTADO
               END-READ
               CLOSE INSTCTL-FILE
           END-IF.
           IF INS-ESTADO = "VALIDA"
               MOVE "I" TO E-ORIGEN
               DISPLAY "Se lee la instantanea de CONTACTOS del "
                   INS-FECHA " " INS-HORA(1:4) " (" INS-TOTAL
                   " registros)"
           ELSE
               DISPLAY "Se lee el fichero vivo CONTACTOS"
           END-IF.
           GOBACK.

       END PROGRAM INSSUB01.
