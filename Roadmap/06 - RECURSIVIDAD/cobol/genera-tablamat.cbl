      * por resultado. RETO-06 responde despues las consultas leyendo
      * de esta tabla al instante, sin recalcular la recursion en
      * cada peticion.
      * Detras van los valores grandes, hechos con la subrutina de
      * numeros grandes GRANSUB: todos los factoriales que caben en
      * sus 500 cifras (G;nnn;cifras, de 1 a 253) y los terminos de
      * Fibonacci hasta la posicion 999 (H;nnn;cifras), con las
      * cifras significativas sin rellenar. Se sacan en una pasada,
      * multiplicando y sumando sobre el anterior, y al final se
      * cotejan el ultimo de cada serie con lo que dan las variantes
      * recursivas FACTGRAN y FIBOGRAN: si no coinciden, RC 8.
      */
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENERA-TABLAMAT.
       DATA DIVISION.
       FILE SECTION.
       FD TABLAMAT-FILE.
           01 LINEA-TABLAMAT PIC X(510).

       WORKING-STORAGE SECTION.
           77 FS-TABLAMAT PIC XX.
           77 FIB-ACTUAL PIC 9(5) COMP-3.
           77 VALOR-TEXTO PIC 9(5).

      * Valores grandes: hasta donde caben en las 500 cifras de
      * GRANSUB (253! tiene 500 justas) y hasta la posicion 999 de
      * Fibonacci (la que admite el PIC 9(3) de FIBOGRAN).
           77 TOPE-FACT-GRANDE PIC 9(3) VALUE 253.
           77 TOPE-FIB-GRANDE PIC 9(3) VALUE 999.
           77 NUMERO-GRANDE PIC 9(3).
      * El bucle cuenta con una cifra mas: un 9(3) no pasa de 999.
           77 CONTADOR-GRANDE PIC 9(4).
           77 INICIO-CIFRAS PIC 9(3).
           77 TIPO-GRANDE PIC X.
           01 FACT-GRANDE.
               COPY NUMGRAN.
           01 FIB-ANTERIOR-GRANDE.
               COPY NUMGRAN.
           01 FIB-ACTUAL-GRANDE.
               COPY NUMGRAN.
           01 FIB-SIGUIENTE-GRANDE.
               COPY NUMGRAN.
           01 VALOR-GRANDE.
               COPY NUMGRAN.
           01 COTEJO-GRANDE.
               COPY NUMGRAN.
           01 COTEJO-ANTERIOR.
               COPY NUMGRAN.
           77 ESTADO-RECURSIVO PIC 9.
      * Parametros de la subrutina de numeros grandes GRANSUB.
           77 GRA-OPERACION PIC X.
           01 GRA-FACTOR.
               COPY NUMGRAN.
           77 GRA-PEQUENO PIC 9(5).
           77 GRA-RESTO PIC 9(5).
           01 GRA-LINEAS.
               COPY GRANLIN.
           77 GRA-ESTADO PIC 9.
           77 CODIGO-SALIDA PIC 9 VALUE ZERO.

       PROCEDURE DIVISION.
       PRINCIPAL.
           OPEN OUTPUT TABLAMAT-FILE.
                   INTO LINEA-TABLAMAT
               WRITE LINEA-TABLAMAT
           END-PERFORM.
           PERFORM FACTORIALES-GRANDES.
           PERFORM FIBONACCI-GRANDES.
           CLOSE TABLAMAT-FILE.
           DISPLAY "Tabla TABLAMAT generada: factoriales 1-"
               TOPE-FACTORIAL " y Fibonacci 1-" TOPE-FIBONACCI.
           DISPLAY "Valores grandes: factoriales 1-" TOPE-FACT-GRANDE
               " y Fibonacci 1-" TOPE-FIB-GRANDE.
           PERFORM COTEJAR-RECURSIVOS.
           MOVE CODIGO-SALIDA TO RETURN-CODE.
           STOP RUN.

      * N! = (N-1)! * N, SOBRE EL ANTERIOR
       FACTORIALES-GRANDES.
           MOVE "N" TO GRA-OPERACION.
           MOVE 1 TO GRA-PEQUENO.
           CALL "GRANSUB" USING GRA-OPERACION VALOR-GRANDE
               COTEJO-GRANDE GRA-PEQUENO FACT-GRANDE GRA-RESTO
               GRA-LINEAS GRA-ESTADO.
           MOVE "G" TO TIPO-GRANDE.
           PERFORM VARYING CONTADOR-GRANDE FROM 1 BY 1
                   UNTIL CONTADOR-GRANDE > TOPE-FACT-GRANDE
               MOVE CONTADOR-GRANDE TO NUMERO-GRANDE
               MOVE "N" TO GRA-OPERACION
               MOVE NUMERO-GRANDE TO GRA-PEQUENO
               CALL "GRANSUB" USING GRA-OPERACION VALOR-GRANDE
                   COTEJO-GRANDE GRA-PEQUENO GRA-FACTOR GRA-RESTO
                   GRA-LINEAS GRA-ESTADO
               MOVE "M" TO GRA-OPERACION
               CALL "GRANSUB" USING GRA-OPERACION FACT-GRANDE
                   GRA-FACTOR GRA-PEQUENO FACT-GRANDE GRA-RESTO
                   GRA-LINEAS GRA-ESTADO
               MOVE FACT-GRANDE TO VALOR-GRANDE
               PERFORM ESCRIBIR-GRANDE
           END-PERFORM.

      * CADA TERMINO ES LA SUMA DE LOS DOS ANTERIORES; LA POSICION 1
      * VALE 1, COMO EN FIBOSUB
       FIBONACCI-GRANDES.
           MOVE "N" TO GRA-OPERACION.
           MOVE 0 TO GRA-PEQUENO.
           CALL "GRANSUB" USING GRA-OPERACION VALOR-GRANDE
               COTEJO-GRANDE GRA-PEQUENO FIB-ANTERIOR-GRANDE GRA-RESTO
               GRA-LINEAS GRA-ESTADO.
           MOVE 1 TO GRA-PEQUENO.
           CALL "GRANSUB" USING GRA-OPERACION VALOR-GRANDE
               COTEJO-GRANDE GRA-PEQUENO FIB-ACTUAL-GRANDE GRA-RESTO
               GRA-LINEAS GRA-ESTADO.
           MOVE "H" TO TIPO-GRANDE.
           PERFORM VARYING CONTADOR-GRANDE FROM 1 BY 1
                   UNTIL CONTADOR-GRANDE > TOPE-FIB-GRANDE
               MOVE CONTADOR-GRANDE TO NUMERO-GRANDE
               MOVE FIB-ACTUAL-GRANDE TO VALOR-GRANDE
               PERFORM ESCRIBIR-GRANDE
               MOVE "S" TO GRA-OPERACION
               CALL "GRANSUB" USING GRA-OPERACION FIB-ANTERIOR-GRANDE
                   FIB-ACTUAL-GRANDE GRA-PEQUENO FIB-SIGUIENTE-GRANDE
                   GRA-RESTO GRA-LINEAS GRA-ESTADO
               MOVE FIB-ACTUAL-GRANDE TO FIB-ANTERIOR-GRANDE
               MOVE FIB-SIGUIENTE-GRANDE TO FIB-ACTUAL-GRANDE
           END-PERFORM.

      * SOLO LAS CIFRAS SIGNIFICATIVAS, DETRAS DEL TIPO Y EL NUMERO
       ESCRIBIR-GRANDE.
           COMPUTE INICIO-CIFRAS = 501 - NGR-LARGO OF VALOR-GRANDE.
           MOVE SPACES TO LINEA-TABLAMAT.
           STRING TIPO-GRANDE DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               NUMERO-GRANDE DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               NGR-CIFRAS OF VALOR-GRANDE(INICIO-CIFRAS:
                   NGR-LARGO OF VALOR-GRANDE) DELIMITED BY SIZE
               INTO LINEA-TABLAMAT.
           WRITE LINEA-TABLAMAT.

      * EL ULTIMO FACTORIAL Y EL ULTIMO FIBONACCI DE LA PASADA TIENEN
      * QUE SALIR IGUAL POR LA RECURSION DE FACTGRAN Y FIBOGRAN
       COTEJAR-RECURSIVOS.
           CALL "FACTGRAN" USING TOPE-FACT-GRANDE COTEJO-GRANDE
               ESTADO-RECURSIVO.
           MOVE "C" TO GRA-OPERACION.
           CALL "GRANSUB" USING GRA-OPERACION FACT-GRANDE
               COTEJO-GRANDE GRA-PEQUENO VALOR-GRANDE GRA-RESTO
               GRA-LINEAS GRA-ESTADO.
           IF ESTADO-RECURSIVO NOT = 0 OR GRA-RESTO NOT = 0
               DISPLAY "FACTGRAN no coincide con la tabla en "
                   TOPE-FACT-GRANDE "!"
               MOVE 8 TO CODIGO-SALIDA
           END-IF.
           CALL "FIBOGRAN" USING TOPE-FIB-GRANDE COTEJO-ANTERIOR
               COTEJO-GRANDE ESTADO-RECURSIVO.
           CALL "GRANSUB" USING GRA-OPERACION FIB-ANTERIOR-GRANDE
               COTEJO-GRANDE GRA-PEQUENO VALOR-GRANDE GRA-RESTO
               GRA-LINEAS GRA-ESTADO.
           IF ESTADO-RECURSIVO NOT = 0 OR GRA-RESTO NOT = 0
               DISPLAY "FIBOGRAN no coincide con la tabla en la "
                   "posicion " TOPE-FIB-GRANDE
               MOVE 8 TO CODIGO-SALIDA
           END-IF.

       END PROGRAM GENERA-TABLAMAT.
