     /*
      * Subrutina de RETO-06 (06 - RECURSIVIDAD): variante de numeros
      * grandes de FIBOSUB. El mismo termino de Fibonacci por
      * posicion, recursivo, devolviendo el anterior y el actual,
      * pero en enteros de hasta 500 cifras (copybooks/NUMGRAN.cpy)
      * que suma la subrutina GRANSUB, en vez del COMP-3 de cinco
      * cifras que se queda en la posicion 25. La posicion llega a
      * 999 (el termino 999 tiene 209 cifras).
      */

       IDENTIFICATION DIVISION.
      *Recursiva de verdad: cada CALL "FIBOGRAN" necesita su propia
      *copia de los acumuladores intermedios, asi que van en
      *LOCAL-STORAGE en vez de WORKING-STORAGE.
       PROGRAM-ID. FIBOGRAN RECURSIVE.
       DATA DIVISION.
       LOCAL-STORAGE SECTION.
           77 POSICION-MENOS-UNO PIC 9(3).
           01 FIB-ANTERIOR-PARCIAL.
               COPY NUMGRAN.
           01 FIB-ACTUAL-PARCIAL.
               COPY NUMGRAN.
      *Parametros de GRANSUB para esta llamada.
           77 GRA-OPERACION PIC X.
           77 GRA-PEQUENO PIC 9(5).
           77 GRA-RESTO PIC 9(5).
           01 GRA-LINEAS.
               COPY GRANLIN.
       LINKAGE SECTION.
           77 L-POSICION PIC 9(3).
           01 L-ANTERIOR.
               COPY NUMGRAN.
           01 L-ACTUAL.
               COPY NUMGRAN.
      *0 = BIEN; 1 = EL TERMINO PASA DE 500 CIFRAS
           77 L-ESTADO PIC 9.

       PROCEDURE DIVISION USING L-POSICION L-ANTERIOR L-ACTUAL
               L-ESTADO.
       CALCULA-FIBONACCI.
           MOVE 0 TO L-ESTADO.
           MOVE "N" TO GRA-OPERACION.
           IF L-POSICION <= 1
               MOVE 0 TO GRA-PEQUENO
               CALL "GRANSUB" USING GRA-OPERACION
                   FIB-ANTERIOR-PARCIAL FIB-ACTUAL-PARCIAL GRA-PEQUENO
                   L-ANTERIOR GRA-RESTO GRA-LINEAS L-ESTADO
               MOVE 1 TO GRA-PEQUENO
               CALL "GRANSUB" USING GRA-OPERACION
                   FIB-ANTERIOR-PARCIAL FIB-ACTUAL-PARCIAL GRA-PEQUENO
                   L-ACTUAL GRA-RESTO GRA-LINEAS L-ESTADO
           ELSE
               SUBTRACT 1 FROM L-POSICION GIVING POSICION-MENOS-UNO
               CALL "FIBOGRAN" USING POSICION-MENOS-UNO
                   FIB-ANTERIOR-PARCIAL FIB-ACTUAL-PARCIAL L-ESTADO
               MOVE FIB-ACTUAL-PARCIAL TO L-ANTERIOR
               IF L-ESTADO = 0
                   MOVE "S" TO GRA-OPERACION
                   CALL "GRANSUB" USING GRA-OPERACION
                       FIB-ANTERIOR-PARCIAL FIB-ACTUAL-PARCIAL
                       GRA-PEQUENO L-ACTUAL GRA-RESTO GRA-LINEAS
                       L-ESTADO
               ELSE
                   MOVE FIB-ACTUAL-PARCIAL TO L-ACTUAL
               END-IF
           END-IF.
      *RETURN-CODE a 0 (sin incidencias), como el resto de programas
      *de la suite; el desbordamiento va en L-ESTADO.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       END PROGRAM FIBOGRAN.
