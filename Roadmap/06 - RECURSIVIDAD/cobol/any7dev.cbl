           SELECT CUENTA-FILE ASSIGN TO "CUENTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CUENTA.
      *    Control de ejecucion desatendida: si existe, sus lineas
      *    (numero para el factorial, posicion de Fibonacci y, si
      *    vienen, numero y posicion de las variantes grandes)
      *    sustituyen a los ACCEPT de teclado, para poder correr
      *    este paso en el lote sin SYSIN.
           SELECT CONTROL06-FILE ASSIGN TO "CONTROL06"
      *    Tabla de referencia matematica generada cada noche por
      *    GENERA-TABLAMAT (LOTE01): si existe, los factoriales y
      *    Fibonacci se responden de la tabla al instante y solo se
      *    recalcula en vivo lo que quede fuera de ella. Las lineas
      *    G y H de los valores grandes se buscan en el fichero
      *    cuando se piden, sin cargarlas en memoria.
           SELECT TABLAMAT-FILE ASSIGN TO "TABLAMAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TABLAMAT.
       FD  CONTROL06-FILE.
       01  LINEA-CONTROL06 PIC X(10).
       FD  TABLAMAT-FILE.
       01  LINEA-TABLAMAT PIC X(510).

       WORKING-STORAGE SECTION.
      *La cuenta atras empieza en 100 y debe llegar hasta el 0 (antes
           77 TM-INDICE PIC 9(2).
           77 SW-MODO-LOTE PIC X VALUE "N".
               88 MODO-LOTE VALUE "S".
      *Busqueda de un valor grande (G factorial, H Fibonacci) en
      *TABLAMAT.
           77 TM-TIPO-BUSCADO PIC X.
           77 TM-NUMERO-BUSCADO PIC 9(3).
           77 TM-NUMERO-GRANDE PIC X(3).
           77 TM-CIFRAS PIC X(500).
           77 TM-LARGO PIC 9(3).
           77 SW-HALLADO PIC X.
               88 GRANDE-HALLADO VALUE "S".
           01 GRANDE-TABLA.
               COPY NUMGRAN.
      *Parametros de la subrutina compartida de validacion de
      *entradas numericas VALSUB01.
           77 VAL-TEXTO PIC X(60).
           77 FACT PIC 9(5) COMP-3 VALUE 0.
           77 FIB-ANTERIOR PIC 9(5) COMP-3 VALUE 0.
           77 FIB-ACTUAL PIC 9(5) COMP-3 VALUE 1.
      *Variantes de numeros grandes (FACTGRAN y FIBOGRAN, sobre la
      *subrutina GRANSUB): llegan a 253! y a la posicion 999, con el
      *resultado impreso en varias lineas con punto de millares.
      *PIC 9(3) como los parametros de esas subrutinas.
           77 NUMERO-GRANDE PIC 9(3) VALUE 30.
           77 FIB-POSICION-GRANDE PIC 9(3) VALUE 100.
           77 ESTADO-GRANDE PIC 9.
           01 FACT-GRANDE.
               COPY NUMGRAN.
           01 FIB-ANTERIOR-GRANDE.
               COPY NUMGRAN.
           01 FIB-ACTUAL-GRANDE.
               COPY NUMGRAN.
           01 GRANDE-MOSTRAR.
               COPY NUMGRAN.
           77 IDX-LINEA PIC 9(2).
      *Los parrafos de la variante grande, como CARGAR-TABLAMAT, se
      *guardan a si mismos con esta bandera: el final de la cuenta
      *atras recursiva cae por ellos en cada deshacer de llamada.
           77 SW-GRANDES PIC X VALUE "N".
               88 GRANDES-PENDIENTES VALUE "S".
      *Parametros de la subrutina de numeros grandes GRANSUB.
           77 GRA-OPERACION PIC X.
           01 GRA-NUM-2.
               COPY NUMGRAN.
           77 GRA-PEQUENO PIC 9(5).
           01 GRA-RESULTADO.
               COPY NUMGRAN.
           77 GRA-RESTO PIC 9(5).
           01 GRA-LINEAS.
               COPY GRANLIN.
           77 GRA-ESTADO PIC 9.
      *Valores de prueba de AUTOCOMPROBACION, del mismo tamano que los
      *parametros de FACTSUB/FIBOSUB (paso por referencia: no se le
      *puede pasar un literal mas corto que el PIC del parametro).
           77 AUTOCOMP-NUM PIC 9(2) VALUE 5.
           77 AUTOCOMP-POSICION PIC 9(2) VALUE 7.
           77 AUTOCOMP-NUM-GRANDE PIC 9(3) VALUE 25.
           77 AUTOCOMP-POSICION-GRANDE PIC 9(3) VALUE 100.
      *RECURSIVIDAD cae por su propio final en AUTOCOMPROBACION al
      *deshacer cada llamada de la cuenta atras (no hay GOBACK que
      *corte el parrafo antes); esta bandera evita que la
                               END-IF
                           END-IF
                   END-READ
      *Tercera y cuarta lineas, opcionales: numero y posicion de las
      *variantes grandes, de una a tres cifras.
                   READ CONTROL06-FILE
                       AT END CONTINUE
                       NOT AT END
                           EVALUATE TRUE
                               WHEN LINEA-CONTROL06(1:3) IS NUMERIC
                                   MOVE LINEA-CONTROL06(1:3) TO
                                       NUMERO-GRANDE
                               WHEN LINEA-CONTROL06(1:2) IS NUMERIC
                                   MOVE LINEA-CONTROL06(1:2) TO
                                       NUMERO-GRANDE
                               WHEN LINEA-CONTROL06(1:1) IS NUMERIC
                                   MOVE LINEA-CONTROL06(1:1) TO
                                       NUMERO-GRANDE
                           END-EVALUATE
                   END-READ
                   READ CONTROL06-FILE
                       AT END CONTINUE
                       NOT AT END
                           EVALUATE TRUE
                               WHEN LINEA-CONTROL06(1:3) IS NUMERIC
                                   MOVE LINEA-CONTROL06(1:3) TO
                                       FIB-POSICION-GRANDE
                               WHEN LINEA-CONTROL06(1:2) IS NUMERIC
                                   MOVE LINEA-CONTROL06(1:2) TO
                                       FIB-POSICION-GRANDE
                               WHEN LINEA-CONTROL06(1:1) IS NUMERIC
                                   MOVE LINEA-CONTROL06(1:1) TO
                                       FIB-POSICION-GRANDE
                           END-EVALUATE
                   END-READ
                   CLOSE CONTROL06-FILE
               END-IF
               IF NOT MODO-LOTE
                       FIB-ANTERIOR FIB-ACTUAL
               END-IF
               DISPLAY "El termino de Fibonacci pedido es: " FIB-ACTUAL
               SET GRANDES-PENDIENTES TO TRUE
               PERFORM CALCULO-GRANDES
               OPEN OUTPUT CUENTA-FILE
               IF FS-CUENTA NOT = "00"
                   DISPLAY "Aviso: no se pudo abrir CUENTA (estado "
               END-IF
           END-IF.

      *VARIANTES GRANDES DEL FACTORIAL Y DE FIBONACCI: SE PIDEN (O
      *VIENEN DE CONTROL06), SE RESPONDEN DE TABLAMAT SI ESTA Y SI
      *NO SE CALCULAN CON FACTGRAN Y FIBOGRAN, Y SE MUESTRAN EN
      *LINEAS CON PUNTO DE MILLARES
       CALCULO-GRANDES.
           IF GRANDES-PENDIENTES
               IF NOT MODO-LOTE
                   MOVE "Numero para el factorial grande (0 a 253):"
                       TO VAL-TEXTO
                   MOVE 0 TO VAL-MINIMO
                   MOVE 253 TO VAL-MAXIMO
                   MOVE NUMERO-GRANDE TO VAL-DEFECTO
                   CALL "VALSUB01" USING VAL-TEXTO VAL-MINIMO
                       VAL-MAXIMO VAL-DEFECTO VAL-INTENTOS
                       VAL-RESULTADO VAL-ESTADO
                   MOVE VAL-RESULTADO TO NUMERO-GRANDE
               END-IF
               IF NUMERO-GRANDE > 253
                   MOVE 253 TO NUMERO-GRANDE
               END-IF
               MOVE "G" TO TM-TIPO-BUSCADO
               MOVE NUMERO-GRANDE TO TM-NUMERO-BUSCADO
               PERFORM BUSCAR-GRANDE
               IF GRANDE-HALLADO
                   MOVE GRANDE-TABLA TO FACT-GRANDE
               ELSE
                   CALL "FACTGRAN" USING NUMERO-GRANDE FACT-GRANDE
                       ESTADO-GRANDE
               END-IF
               DISPLAY "El factorial grande de " NUMERO-GRANDE " es:"
               MOVE FACT-GRANDE TO GRANDE-MOSTRAR
               PERFORM MOSTRAR-GRANDE
               IF NOT MODO-LOTE
                   MOVE "Posicion de Fibonacci grande (1 a 999):" TO
                       VAL-TEXTO
                   MOVE 1 TO VAL-MINIMO
                   MOVE 999 TO VAL-MAXIMO
                   MOVE FIB-POSICION-GRANDE TO VAL-DEFECTO
                   CALL "VALSUB01" USING VAL-TEXTO VAL-MINIMO
                       VAL-MAXIMO VAL-DEFECTO VAL-INTENTOS
                       VAL-RESULTADO VAL-ESTADO
                   MOVE VAL-RESULTADO TO FIB-POSICION-GRANDE
               END-IF
               MOVE "H" TO TM-TIPO-BUSCADO
               MOVE FIB-POSICION-GRANDE TO TM-NUMERO-BUSCADO
               PERFORM BUSCAR-GRANDE
               IF GRANDE-HALLADO
                   MOVE GRANDE-TABLA TO FIB-ACTUAL-GRANDE
               ELSE
                   CALL "FIBOGRAN" USING FIB-POSICION-GRANDE
                       FIB-ANTERIOR-GRANDE FIB-ACTUAL-GRANDE
                       ESTADO-GRANDE
               END-IF
               DISPLAY "El termino de Fibonacci grande en la posicion "
                   FIB-POSICION-GRANDE " es:"
               MOVE FIB-ACTUAL-GRANDE TO GRANDE-MOSTRAR
               PERFORM MOSTRAR-GRANDE
               MOVE "N" TO SW-GRANDES
           END-IF.

      *LINEA G O H DEL NUMERO BUSCADO EN TABLAMAT, SI SE CARGO LA
      *TABLA; LAS CIFRAS VIENEN SIN RELLENAR Y SE ALINEAN A LA
      *DERECHA
       BUSCAR-GRANDE.
           MOVE "N" TO SW-HALLADO.
           IF GRANDES-PENDIENTES AND TABLAMAT-CARGADA
               OPEN INPUT TABLAMAT-FILE
               IF FS-TABLAMAT = "00"
                   PERFORM UNTIL FS-TABLAMAT = "10" OR GRANDE-HALLADO
                       READ TABLAMAT-FILE
                           AT END
                               MOVE "10" TO FS-TABLAMAT
                           NOT AT END
                               IF LINEA-TABLAMAT(1:1) =
                                   TM-TIPO-BUSCADO
                                   MOVE SPACES TO TM-NUMERO-GRANDE
                                   MOVE SPACES TO TM-CIFRAS
                                   MOVE 0 TO TM-LARGO
                                   UNSTRING LINEA-TABLAMAT
                                       DELIMITED BY ";" OR " "
                                       INTO TM-TIPO TM-NUMERO-GRANDE
                                           TM-CIFRAS COUNT IN TM-LARGO
                                   IF TM-NUMERO-GRANDE IS NUMERIC
                                       AND TM-NUMERO-GRANDE =
                                           TM-NUMERO-BUSCADO
                                       AND TM-LARGO > 0
                                       AND TM-CIFRAS(1:TM-LARGO)
                                           IS NUMERIC
                                       MOVE "S" TO SW-HALLADO
                                       MOVE "+" TO
                                           NGR-SIGNO OF GRANDE-TABLA
                                       MOVE TM-LARGO TO
                                           NGR-LARGO OF GRANDE-TABLA
                                       MOVE ZEROS TO
                                           NGR-CIFRAS OF GRANDE-TABLA
                                       MOVE TM-CIFRAS(1:TM-LARGO) TO
                                           NGR-CIFRAS OF GRANDE-TABLA
                                           (501 - TM-LARGO:TM-LARGO)
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE TABLAMAT-FILE
               END-IF
           END-IF.

       MOSTRAR-GRANDE.
           IF GRANDES-PENDIENTES
               MOVE "E" TO GRA-OPERACION
               CALL "GRANSUB" USING GRA-OPERACION GRANDE-MOSTRAR
                   GRA-NUM-2 GRA-PEQUENO GRA-RESULTADO GRA-RESTO
                   GRA-LINEAS GRA-ESTADO
               PERFORM VARYING IDX-LINEA FROM 1 BY 1
                       UNTIL IDX-LINEA > NGL-LINEAS
                   DISPLAY "  " NGL-LINEA(IDX-LINEA)
               END-PERFORM
           END-IF.

      *Comprueba el factorial y el Fibonacci recursivos contra un
      *resultado conocido antes de calcular los que de verdad se
      *piden (NUMERO2 y la posicion pedida por teclado), ya que son
                   DISPLAY "Autocomprobacion Fibonacci posicion 7: "
                       "FALLO, se esperaba 13 y se obtuvo " FIB-ACTUAL
               END-IF

               CALL "FACTGRAN" USING AUTOCOMP-NUM-GRANDE FACT-GRANDE
                   ESTADO-GRANDE
               IF NGR-LARGO OF FACT-GRANDE = 26
                   AND NGR-CIFRAS OF FACT-GRANDE(475:26) =
                       "15511210043330985984000000"
                   DISPLAY "Autocomprobacion factorial grande de 25: OK"
               ELSE
                   DISPLAY "Autocomprobacion factorial grande de 25: "
                       "FALLO"
               END-IF

               CALL "FIBOGRAN" USING AUTOCOMP-POSICION-GRANDE
                   FIB-ANTERIOR-GRANDE FIB-ACTUAL-GRANDE ESTADO-GRANDE
               IF NGR-LARGO OF FIB-ACTUAL-GRANDE = 21
                   AND NGR-CIFRAS OF FIB-ACTUAL-GRANDE(480:21) =
                       "354224848179261915075"
                   DISPLAY "Autocomprobacion Fibonacci grande posicion "
                       "100: OK"
               ELSE
                   DISPLAY "Autocomprobacion Fibonacci grande posicion "
                       "100: FALLO"
               END-IF
           END-IF.

       END PROGRAM RETO-06.
