     /*
      * Subrutina de numeros grandes de RETO-06: aritmetica entera
      * de precision arbitraria sobre cadenas de hasta 500 cifras
      * (copybooks/NUMGRAN.cpy), para los factoriales y terminos de
      * Fibonacci que ya no caben en ningun PIC numerico. La usan las
      * variantes grandes FACTGRAN y FIBOGRAN, GENERA-TABLAMAT y el
      * propio RETO-06. Las operaciones van por letra:
      *   S suma           resultado = numero 1 + numero 2
      *   R resta          resultado = numero 1 - numero 2
      *   M multiplica     resultado = numero 1 * numero 2
      *   C compara        L-RESTO = 0 iguales, 1 el numero 1 es
      *                    menor, 2 el numero 1 es mayor
      *   D divide         resultado = numero 1 / L-PEQUENO, con el
      *                    resto de la division en L-RESTO
      *   N carga          resultado = L-PEQUENO
      *   E edita          el numero 1 en lineas con punto de
      *                    millares (copybooks/GRANLIN.cpy)
      * Se pasan siempre todos los parametros, aunque la operacion no
      * los use, como con FECHASUB. El resultado puede ser el mismo
      * campo que uno de los operandos: se calcula aparte y se deja
      * al final.
      */

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRANSUB.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * Copias de trabajo de los operandos y del resultado.
           01 OPERANDO-A.
               COPY NUMGRAN.
           01 OPERANDO-B.
               COPY NUMGRAN.
           01 OPERANDO-C.
               COPY NUMGRAN.
           01 GRAN-TRABAJO.
               COPY NUMGRAN.

      * Productos parciales por posicion (de la unidad hacia arriba)
      * antes de repartir las llevadas; 81 por 500 cifras cabe.
           01 TABLA-PRODUCTO.
               05 PRODUCTO-PARCIAL PIC 9(7) COMP OCCURS 1000 TIMES.

           77 CEROS-IZQUIERDA PIC 9(3) COMP.
           77 IDX-I PIC 9(4) COMP.
           77 IDX-J PIC 9(4) COMP.
           77 IDX-K PIC 9(4) COMP.
           77 IDX-B PIC 9(4) COMP.
           77 IDX-INICIO PIC 9(4) COMP.
           77 LARGO-MAYOR PIC 9(4) COMP.
           77 CIFRA-A PIC 9.
           77 SUMA-CIFRA PIC S9(3).
           77 ACARREO PIC 9(7) COMP.
           77 TOTAL-POSICION PIC 9(7) COMP.
           77 DIVIDENDO PIC 9(7).
           77 COCIENTE-CIFRA PIC 9(2).
           77 RESTO-DIVISION PIC 9(5).

      * Edicion en lineas.
           77 POS-LINEA PIC 9(2) COMP.
           77 GRUPOS-LINEA PIC 9(2) COMP.
           77 CIFRAS-GRUPO PIC 9 COMP.
           77 LARGO-GRUPO PIC 9 COMP.
           77 RESTO-GRUPO PIC 9 COMP.

       LINKAGE SECTION.
      *S SUMA, R RESTA, M MULTIPLICA, C COMPARA, D DIVIDE ENTRE
      *L-PEQUENO, N CARGA L-PEQUENO, E EDITA EN LINEAS
           77 L-OPERACION PIC X.
           01 L-NUM-1.
               COPY NUMGRAN.
           01 L-NUM-2.
               COPY NUMGRAN.
           77 L-PEQUENO PIC 9(5).
           01 L-RESULTADO.
               COPY NUMGRAN.
           77 L-RESTO PIC 9(5).
           01 L-LINEAS.
               COPY GRANLIN.
      *0 = BIEN; 1 = EL RESULTADO PASA DE 500 CIFRAS; 2 = DIVISION
      *ENTRE CERO; 3 = OPERACION DESCONOCIDA; 4 = UN OPERANDO TRAE
      *ALGO QUE NO SON CIFRAS
           77 L-ESTADO PIC 9.

       PROCEDURE DIVISION USING L-OPERACION L-NUM-1 L-NUM-2
               L-PEQUENO L-RESULTADO L-RESTO L-LINEAS L-ESTADO.
       CALCULAR.
           MOVE 0 TO L-ESTADO.
           MOVE "+" TO NGR-SIGNO OF GRAN-TRABAJO.
           MOVE ZEROS TO NGR-CIFRAS OF GRAN-TRABAJO.
           IF L-OPERACION NOT = "N"
               MOVE L-NUM-1 TO OPERANDO-A
               PERFORM MEDIR-OPERANDO-A
           END-IF.
           IF L-OPERACION = "S" OR "R" OR "M" OR "C"
               MOVE L-NUM-2 TO OPERANDO-B
               PERFORM MEDIR-OPERANDO-B
           END-IF.
           IF L-ESTADO = 0
               EVALUATE L-OPERACION
                   WHEN "S"
                       PERFORM SUMAR-CON-SIGNO
                   WHEN "R"
                       IF NGR-NEGATIVO OF OPERANDO-B
                           MOVE "+" TO NGR-SIGNO OF OPERANDO-B
                       ELSE
                           MOVE "-" TO NGR-SIGNO OF OPERANDO-B
                       END-IF
                       PERFORM SUMAR-CON-SIGNO
                   WHEN "M"
                       PERFORM MULTIPLICAR
                   WHEN "C"
                       PERFORM COMPARAR
                   WHEN "D"
                       PERFORM DIVIDIR
                   WHEN "N"
                       MOVE L-PEQUENO TO
                           NGR-CIFRAS OF GRAN-TRABAJO(496:5)
                   WHEN "E"
                       PERFORM EDITAR
                   WHEN OTHER
                       MOVE 3 TO L-ESTADO
               END-EVALUATE
           END-IF.
           IF L-OPERACION = "S" OR "R" OR "M" OR "D" OR "N"
               IF L-ESTADO NOT = 0
                   MOVE "+" TO NGR-SIGNO OF GRAN-TRABAJO
                   MOVE ZEROS TO NGR-CIFRAS OF GRAN-TRABAJO
               END-IF
               PERFORM MEDIR-TRABAJO
               MOVE GRAN-TRABAJO TO L-RESULTADO
           END-IF.
           GOBACK.

      *CIFRAS SIGNIFICATIVAS DE CADA NUMERO (EL CERO TIENE UNA, Y
      *SIEMPRE SIGNO MAS); LO QUE NO SON CIFRAS SE RECHAZA
       MEDIR-OPERANDO-A.
           IF NGR-CIFRAS OF OPERANDO-A IS NOT NUMERIC
               MOVE 4 TO L-ESTADO
           ELSE
               MOVE 0 TO CEROS-IZQUIERDA
               INSPECT NGR-CIFRAS OF OPERANDO-A TALLYING
                   CEROS-IZQUIERDA FOR LEADING "0"
               IF CEROS-IZQUIERDA = 500
                   MOVE 1 TO NGR-LARGO OF OPERANDO-A
                   MOVE "+" TO NGR-SIGNO OF OPERANDO-A
               ELSE
                   COMPUTE NGR-LARGO OF OPERANDO-A =
                       500 - CEROS-IZQUIERDA
               END-IF
               IF NOT NGR-NEGATIVO OF OPERANDO-A
                   MOVE "+" TO NGR-SIGNO OF OPERANDO-A
               END-IF
           END-IF.

       MEDIR-OPERANDO-B.
           IF NGR-CIFRAS OF OPERANDO-B IS NOT NUMERIC
               MOVE 4 TO L-ESTADO
           ELSE
               MOVE 0 TO CEROS-IZQUIERDA
               INSPECT NGR-CIFRAS OF OPERANDO-B TALLYING
                   CEROS-IZQUIERDA FOR LEADING "0"
               IF CEROS-IZQUIERDA = 500
                   MOVE 1 TO NGR-LARGO OF OPERANDO-B
                   MOVE "+" TO NGR-SIGNO OF OPERANDO-B
               ELSE
                   COMPUTE NGR-LARGO OF OPERANDO-B =
                       500 - CEROS-IZQUIERDA
               END-IF
               IF NOT NGR-NEGATIVO OF OPERANDO-B
                   MOVE "+" TO NGR-SIGNO OF OPERANDO-B
               END-IF
           END-IF.

       MEDIR-TRABAJO.
           MOVE 0 TO CEROS-IZQUIERDA.
           INSPECT NGR-CIFRAS OF GRAN-TRABAJO TALLYING
               CEROS-IZQUIERDA FOR LEADING "0".
           IF CEROS-IZQUIERDA = 500
               MOVE 1 TO NGR-LARGO OF GRAN-TRABAJO
               MOVE "+" TO NGR-SIGNO OF GRAN-TRABAJO
           ELSE
               COMPUTE NGR-LARGO OF GRAN-TRABAJO =
                   500 - CEROS-IZQUIERDA
           END-IF.

      *CON EL MISMO SIGNO SE SUMAN LOS VALORES ABSOLUTOS; CON SIGNOS
      *DISTINTOS SE RESTA EL MENOR DEL MAYOR Y QUEDA EL SIGNO DEL
      *MAYOR. LAS CIFRAS VAN ALINEADAS A LA DERECHA Y RELLENAS DE
      *CEROS, ASI QUE EL MAYOR EN VALOR ABSOLUTO ES EL MAYOR COMO
      *TEXTO
       SUMAR-CON-SIGNO.
           IF NGR-SIGNO OF OPERANDO-A = NGR-SIGNO OF OPERANDO-B
               PERFORM SUMAR-MAGNITUDES
           ELSE
               IF NGR-CIFRAS OF OPERANDO-A < NGR-CIFRAS OF OPERANDO-B
                   MOVE OPERANDO-A TO OPERANDO-C
                   MOVE OPERANDO-B TO OPERANDO-A
                   MOVE OPERANDO-C TO OPERANDO-B
               END-IF
               PERFORM RESTAR-MAGNITUDES
           END-IF.
           MOVE NGR-SIGNO OF OPERANDO-A TO NGR-SIGNO OF GRAN-TRABAJO.

       SUMAR-MAGNITUDES.
           MOVE NGR-LARGO OF OPERANDO-A TO LARGO-MAYOR.
           IF NGR-LARGO OF OPERANDO-B > LARGO-MAYOR
               MOVE NGR-LARGO OF OPERANDO-B TO LARGO-MAYOR
           END-IF.
           MOVE 0 TO ACARREO.
           PERFORM VARYING IDX-I FROM 500 BY -1
                   UNTIL IDX-I < 501 - LARGO-MAYOR
               COMPUTE SUMA-CIFRA = NGR-DIGITO OF OPERANDO-A(IDX-I)
                   + NGR-DIGITO OF OPERANDO-B(IDX-I) + ACARREO
               IF SUMA-CIFRA > 9
                   SUBTRACT 10 FROM SUMA-CIFRA
                   MOVE 1 TO ACARREO
               ELSE
                   MOVE 0 TO ACARREO
               END-IF
               MOVE SUMA-CIFRA TO NGR-DIGITO OF GRAN-TRABAJO(IDX-I)
           END-PERFORM.
           IF ACARREO = 1
               IF LARGO-MAYOR = 500
                   MOVE 1 TO L-ESTADO
               ELSE
                   COMPUTE IDX-I = 500 - LARGO-MAYOR
                   MOVE 1 TO NGR-DIGITO OF GRAN-TRABAJO(IDX-I)
               END-IF
           END-IF.

      *EL OPERANDO A ES EL MAYOR EN VALOR ABSOLUTO
       RESTAR-MAGNITUDES.
           MOVE NGR-LARGO OF OPERANDO-A TO LARGO-MAYOR.
           MOVE 0 TO ACARREO.
           PERFORM VARYING IDX-I FROM 500 BY -1
                   UNTIL IDX-I < 501 - LARGO-MAYOR
               COMPUTE SUMA-CIFRA = NGR-DIGITO OF OPERANDO-A(IDX-I)
                   - NGR-DIGITO OF OPERANDO-B(IDX-I) - ACARREO
               IF SUMA-CIFRA < 0
                   ADD 10 TO SUMA-CIFRA
                   MOVE 1 TO ACARREO
               ELSE
                   MOVE 0 TO ACARREO
               END-IF
               MOVE SUMA-CIFRA TO NGR-DIGITO OF GRAN-TRABAJO(IDX-I)
           END-PERFORM.

      *MULTIPLICACION DE ESCUELA: CADA PAR DE CIFRAS SE ACUMULA EN
      *SU POSICION Y AL FINAL SE REPARTEN LAS LLEVADAS
       MULTIPLICAR.
           INITIALIZE TABLA-PRODUCTO.
           PERFORM VARYING IDX-I FROM 1 BY 1
                   UNTIL IDX-I > NGR-LARGO OF OPERANDO-A
               COMPUTE IDX-K = 501 - IDX-I
               MOVE NGR-DIGITO OF OPERANDO-A(IDX-K) TO CIFRA-A
               IF CIFRA-A NOT = 0
                   PERFORM VARYING IDX-J FROM 1 BY 1
                           UNTIL IDX-J > NGR-LARGO OF OPERANDO-B
                       COMPUTE IDX-K = IDX-I + IDX-J - 1
                       COMPUTE IDX-B = 501 - IDX-J
                       COMPUTE PRODUCTO-PARCIAL(IDX-K) =
                           PRODUCTO-PARCIAL(IDX-K) + CIFRA-A *
                           NGR-DIGITO OF OPERANDO-B(IDX-B)
                   END-PERFORM
               END-IF
           END-PERFORM.
           COMPUTE LARGO-MAYOR = NGR-LARGO OF OPERANDO-A
               + NGR-LARGO OF OPERANDO-B.
           MOVE 0 TO ACARREO.
           PERFORM VARYING IDX-K FROM 1 BY 1
                   UNTIL IDX-K > LARGO-MAYOR
               COMPUTE TOTAL-POSICION = PRODUCTO-PARCIAL(IDX-K)
                   + ACARREO
               DIVIDE TOTAL-POSICION BY 10 GIVING ACARREO
                   REMAINDER CIFRA-A
               IF IDX-K <= 500
                   COMPUTE IDX-B = 501 - IDX-K
                   MOVE CIFRA-A TO NGR-DIGITO OF GRAN-TRABAJO(IDX-B)
               ELSE
                   IF CIFRA-A NOT = 0
                       MOVE 1 TO L-ESTADO
                   END-IF
               END-IF
           END-PERFORM.
           IF NGR-SIGNO OF OPERANDO-A NOT = NGR-SIGNO OF OPERANDO-B
               MOVE "-" TO NGR-SIGNO OF GRAN-TRABAJO
           END-IF.

      *DE LA CIFRA MAS ALTA A LA UNIDAD, COMO A MANO
       DIVIDIR.
           IF L-PEQUENO = 0
               MOVE 2 TO L-ESTADO
           ELSE
               MOVE 0 TO RESTO-DIVISION
               COMPUTE IDX-INICIO = 501 - NGR-LARGO OF OPERANDO-A
               PERFORM VARYING IDX-I FROM IDX-INICIO BY 1
                       UNTIL IDX-I > 500
                   COMPUTE DIVIDENDO = RESTO-DIVISION * 10
                       + NGR-DIGITO OF OPERANDO-A(IDX-I)
                   DIVIDE DIVIDENDO BY L-PEQUENO
                       GIVING COCIENTE-CIFRA REMAINDER RESTO-DIVISION
                   MOVE COCIENTE-CIFRA TO
                       NGR-DIGITO OF GRAN-TRABAJO(IDX-I)
               END-PERFORM
               MOVE RESTO-DIVISION TO L-RESTO
               MOVE NGR-SIGNO OF OPERANDO-A TO
                   NGR-SIGNO OF GRAN-TRABAJO
           END-IF.

       COMPARAR.
           EVALUATE TRUE
               WHEN NGR-SIGNO OF OPERANDO-A NOT =
                       NGR-SIGNO OF OPERANDO-B
                   IF NGR-NEGATIVO OF OPERANDO-A
                       MOVE 1 TO L-RESTO
                   ELSE
                       MOVE 2 TO L-RESTO
                   END-IF
               WHEN NGR-CIFRAS OF OPERANDO-A =
                       NGR-CIFRAS OF OPERANDO-B
                   MOVE 0 TO L-RESTO
               WHEN NGR-CIFRAS OF OPERANDO-A <
                       NGR-CIFRAS OF OPERANDO-B
                   IF NGR-NEGATIVO OF OPERANDO-A
                       MOVE 2 TO L-RESTO
                   ELSE
                       MOVE 1 TO L-RESTO
                   END-IF
               WHEN OTHER
                   IF NGR-NEGATIVO OF OPERANDO-A
                       MOVE 1 TO L-RESTO
                   ELSE
                       MOVE 2 TO L-RESTO
                   END-IF
           END-EVALUATE.

      *GRUPOS DE TRES CIFRAS CON PUNTO DE MILLARES (EL PRIMERO PUEDE
      *TENER UNA O DOS), QUINCE GRUPOS POR LINEA; LA LINEA QUE NO ES
      *LA ULTIMA ACABA EN PUNTO
       EDITAR.
           MOVE SPACES TO L-LINEAS.
           MOVE 1 TO NGL-LINEAS.
           MOVE 1 TO POS-LINEA.
           IF NGR-NEGATIVO OF OPERANDO-A
               MOVE "-" TO NGL-LINEA(1)(1:1)
               MOVE 2 TO POS-LINEA
           END-IF.
           DIVIDE NGR-LARGO OF OPERANDO-A BY 3 GIVING IDX-K
               REMAINDER RESTO-GRUPO.
           IF RESTO-GRUPO = 0
               MOVE 3 TO LARGO-GRUPO
           ELSE
               MOVE RESTO-GRUPO TO LARGO-GRUPO
           END-IF.
           MOVE 0 TO CIFRAS-GRUPO.
           MOVE 0 TO GRUPOS-LINEA.
           COMPUTE IDX-INICIO = 501 - NGR-LARGO OF OPERANDO-A.
           PERFORM VARYING IDX-I FROM IDX-INICIO BY 1
                   UNTIL IDX-I > 500
               MOVE NGR-CIFRAS OF OPERANDO-A(IDX-I:1) TO
                   NGL-LINEA(NGL-LINEAS)(POS-LINEA:1)
               ADD 1 TO POS-LINEA
               ADD 1 TO CIFRAS-GRUPO
               IF CIFRAS-GRUPO = LARGO-GRUPO AND IDX-I < 500
                   MOVE "." TO NGL-LINEA(NGL-LINEAS)(POS-LINEA:1)
                   ADD 1 TO POS-LINEA
                   ADD 1 TO GRUPOS-LINEA
                   MOVE 0 TO CIFRAS-GRUPO
                   MOVE 3 TO LARGO-GRUPO
                   IF GRUPOS-LINEA = 15
                       ADD 1 TO NGL-LINEAS
                       MOVE 1 TO POS-LINEA
                       MOVE 0 TO GRUPOS-LINEA
                   END-IF
               END-IF
           END-PERFORM.

       END PROGRAM GRANSUB.
