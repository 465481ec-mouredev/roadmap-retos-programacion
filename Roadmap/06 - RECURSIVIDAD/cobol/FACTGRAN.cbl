     /*
      * Subrutina de RETO-06 (06 - RECURSIVIDAD): variante de numeros
      * grandes de FACTSUB. El mismo factorial recursivo, pero con el
      * resultado en un entero de hasta 500 cifras
      * (copybooks/NUMGRAN.cpy) que multiplica la subrutina GRANSUB,
      * en vez del COMP-3 de cinco cifras que se queda en 8!. Llega
      * hasta 253!, el ultimo que cabe en 500 cifras; por encima
      * devuelve L-ESTADO 1 (lo que le diga GRANSUB) y el resultado a
      * cero.
      */

       IDENTIFICATION DIVISION.
      *Recursiva de verdad: cada CALL "FACTGRAN" necesita su propia
      *copia de NUM-MENOS-UNO/FACT-PARCIAL, asi que van en
      *LOCAL-STORAGE en vez de WORKING-STORAGE.
       PROGRAM-ID. FACTGRAN RECURSIVE.
       DATA DIVISION.
       LOCAL-STORAGE SECTION.
           77 NUM-MENOS-UNO PIC 9(3).
           01 FACT-PARCIAL.
               COPY NUMGRAN.
      *Parametros de GRANSUB para esta llamada.
           77 GRA-OPERACION PIC X.
           01 GRA-FACTOR.
               COPY NUMGRAN.
           77 GRA-PEQUENO PIC 9(5).
           77 GRA-RESTO PIC 9(5).
           01 GRA-LINEAS.
               COPY GRANLIN.
       LINKAGE SECTION.
           77 L-NUM PIC 9(3).
           01 L-FACT.
               COPY NUMGRAN.
      *0 = BIEN; 1 = EL FACTORIAL PASA DE 500 CIFRAS
           77 L-ESTADO PIC 9.

       PROCEDURE DIVISION USING L-NUM L-FACT L-ESTADO.
       CALCULA-FACTORIAL.
           MOVE 0 TO L-ESTADO.
           IF L-NUM <= 1
               MOVE "N" TO GRA-OPERACION
               MOVE 1 TO GRA-PEQUENO
               CALL "GRANSUB" USING GRA-OPERACION FACT-PARCIAL
                   GRA-FACTOR GRA-PEQUENO L-FACT GRA-RESTO
                   GRA-LINEAS L-ESTADO
           ELSE
               SUBTRACT 1 FROM L-NUM GIVING NUM-MENOS-UNO
               CALL "FACTGRAN" USING NUM-MENOS-UNO FACT-PARCIAL
                   L-ESTADO
               IF L-ESTADO = 0
                   MOVE "N" TO GRA-OPERACION
                   MOVE L-NUM TO GRA-PEQUENO
                   CALL "GRANSUB" USING GRA-OPERACION FACT-PARCIAL
                       L-FACT GRA-PEQUENO GRA-FACTOR GRA-RESTO
                       GRA-LINEAS L-ESTADO
                   MOVE "M" TO GRA-OPERACION
                   CALL "GRANSUB" USING GRA-OPERACION FACT-PARCIAL
                       GRA-FACTOR GRA-PEQUENO L-FACT GRA-RESTO
                       GRA-LINEAS L-ESTADO
               ELSE
                   MOVE FACT-PARCIAL TO L-FACT
               END-IF
           END-IF.
      *RETURN-CODE a 0 (sin incidencias), como el resto de programas
      *de la suite; el desbordamiento va en L-ESTADO.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       END PROGRAM FACTGRAN.
