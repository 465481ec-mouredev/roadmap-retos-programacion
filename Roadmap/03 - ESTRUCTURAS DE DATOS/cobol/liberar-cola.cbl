      * imprimirla (copia sus lineas a IMPRESORA y la marca como
      * impresa), retenerla o descartarla. Asi el que llega primero a
      * la impresora deja de ganar siempre.
      * Cuando SPOSUB01 trocea un informe por destinatario (DISTRIB)
      * cada trozo es una entrada propia: el listado las agrupa por
      * destinatario, conservando el numero de entrada para elegir.
      * La opcion V abre el visor en pantalla (VISOR-INFORMES) con el
      * operador de la sesion, para leer un informe sin imprimirlo.
      */
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBERAR-COLA.
                   10 ENT-FECHA PIC X(8).
                   10 ENT-HORA PIC X(8).
                   10 ENT-PAGINAS PIC X(4).
                   10 ENT-DESTINO PIC X(8).
                   10 ENT-ESTADO PIC X.
           77 TOTAL-ENTRADAS PIC 9(2) VALUE 0.
           77 IDX-ENT PIC 9(2).
      * Septimo campo de la cabecera: el destinatario o, en las
      * entradas encoladas antes del reparto, todavia el estado.
           77 CAMPO-SEPTIMO PIC X(8).
           77 CAMPOS-CABECERA PIC 9(2).

      * Destinatarios distintos de la cola, para listar agrupado.
           01 TABLA-DESTINOS.
               05 LIS-DESTINO PIC X(8) OCCURS 50 TIMES.
           77 TOTAL-DESTINOS PIC 9(2).
           77 IDX-DES PIC 9(2).
           77 IDX-BUSCA PIC 9(2).
           77 SW-DES PIC X.
               88 DESTINO-VISTO VALUE "S".

      * Troceado de la linea de cola en curso.
           77 COLA-MARCA PIC X(3).
               88 COLA-IMPRIMIR VALUE "I" "i".
               88 COLA-RETENER VALUE "R" "r".
               88 COLA-DESCARTAR VALUE "D" "d".
               88 COLA-VER VALUE "V" "v".
               88 COLA-SALIR VALUE "S" "s".

      * Entrada elegida y accion de la pasada de reescritura.
           77 VAL-RESULTADO PIC 9(3).
           77 VAL-ESTADO PIC 9.

       LINKAGE SECTION.
      *OPERADOR DE LA SESION, QUE SE PASA AL VISOR DE INFORMES
           77 L-OPERADOR PIC X(8).

       PROCEDURE DIVISION USING L-OPERADOR.
       PRINCIPAL.
           PERFORM MENU-COLA UNTIL COLA-SALIR.
           MOVE 0 TO RETURN-CODE.
           DISPLAY "I - Imprimir un informe (lo envia a IMPRESORA)".
           DISPLAY "R - Retener un informe".
           DISPLAY "D - Descartar un informe".
           DISPLAY "V - Ver un informe en pantalla".
           DISPLAY "S - Salir".
           ACCEPT OPCION-COLA.
           EVALUATE TRUE
               WHEN COLA-DESCARTAR
                   MOVE "D" TO ACCION-COLA
                   PERFORM TRATAR-ENTRADA
               WHEN COLA-VER
                   CALL "VISOR-INFORMES" USING L-OPERADOR
               WHEN COLA-SALIR
                   CONTINUE
               WHEN OTHER
                               MOVE SPACES TO
                                   FILA-ENTRADA(TOTAL-ENTRADAS)
                               MOVE LINEA-COLAIMP(5:) TO COLA-RESTO
                               MOVE SPACES TO CAMPO-SEPTIMO
                               MOVE 0 TO CAMPOS-CABECERA
                               UNSTRING COLA-RESTO
                                   DELIMITED BY ";"
                                   INTO
                                   ENT-FECHA(TOTAL-ENTRADAS)
                                   ENT-HORA(TOTAL-ENTRADAS)
                                   ENT-PAGINAS(TOTAL-ENTRADAS)
                                   CAMPO-SEPTIMO
                                   ENT-ESTADO(TOTAL-ENTRADAS)
                                   TALLYING IN CAMPOS-CABECERA
                               END-UNSTRING
                               PERFORM AJUSTAR-DESTINO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COLAIMP-FILE
           END-IF.

      * LAS CABECERAS ANTERIORES AL REPARTO TRAEN SEIS CAMPOS: EL
      * SEPTIMO ES AUN EL ESTADO Y EL DESTINATARIO, EL PROPIO OPERADOR
       AJUSTAR-DESTINO.
           IF CAMPOS-CABECERA < 7
               MOVE CAMPO-SEPTIMO(1:1) TO ENT-ESTADO(TOTAL-ENTRADAS)
               MOVE ENT-OPERADOR(TOTAL-ENTRADAS) TO
                   ENT-DESTINO(TOTAL-ENTRADAS)
           ELSE
               MOVE CAMPO-SEPTIMO TO ENT-DESTINO(TOTAL-ENTRADAS)
           END-IF.

      * LA COLA AGRUPADA POR DESTINATARIO, EN EL ORDEN EN QUE CADA
      * UNO APARECE; EL NUMERO ES EL DE LA ENTRADA EN LA COLA
       LISTAR-COLA.
           IF TOTAL-ENTRADAS = 0
               DISPLAY "La cola esta vacia"
           ELSE
               PERFORM RECOGER-DESTINOS
               DISPLAY "NUM INFORME  OPERADOR FECHA    PAGS ESTADO"
               PERFORM VARYING IDX-DES FROM 1 BY 1
                       UNTIL IDX-DES > TOTAL-DESTINOS
                   DISPLAY "--- Para " LIS-DESTINO(IDX-DES) " ---"
                   PERFORM VARYING IDX-ENT FROM 1 BY 1
                           UNTIL IDX-ENT > TOTAL-ENTRADAS
                       IF ENT-DESTINO(IDX-ENT) = LIS-DESTINO(IDX-DES)
                           DISPLAY IDX-ENT "  " ENT-INFORME(IDX-ENT)
                               " " ENT-OPERADOR(IDX-ENT) " "
                               ENT-FECHA(IDX-ENT) " "
                               ENT-PAGINAS(IDX-ENT) "   "
                               ENT-ESTADO(IDX-ENT)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

       RECOGER-DESTINOS.
           MOVE 0 TO TOTAL-DESTINOS.
           PERFORM VARYING IDX-ENT FROM 1 BY 1
                   UNTIL IDX-ENT > TOTAL-ENTRADAS
               MOVE "N" TO SW-DES
               PERFORM VARYING IDX-BUSCA FROM 1 BY 1
                       UNTIL IDX-BUSCA > TOTAL-DESTINOS
                           OR DESTINO-VISTO
                   IF LIS-DESTINO(IDX-BUSCA) = ENT-DESTINO(IDX-ENT)
                       MOVE "S" TO SW-DES
                   END-IF
               END-PERFORM
               IF NOT DESTINO-VISTO
                   ADD 1 TO TOTAL-DESTINOS
                   MOVE ENT-DESTINO(IDX-ENT) TO
                       LIS-DESTINO(TOTAL-DESTINOS)
               END-IF
           END-PERFORM.

       TRATAR-ENTRADA.
           IF TOTAL-ENTRADAS = 0
               DISPLAY "La cola esta vacia"
