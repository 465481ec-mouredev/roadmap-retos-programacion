      * que el flujo fisico IMPRESORA deja de ser un "el primero que
      * llega gana".
      * Formato de la cola (lineas):
      *   CAB;INFORME;OPERADOR;FECHA;HORA;PAGINAS;DESTINATARIO;ESTADO
      *   LIN;<linea del informe>        (una por linea original)
      *   FIN;INFORME
      * ESTADO: P pendiente, R retenido, I ya impreso. El ESTADO va
      * siempre el ultimo, que es donde lo busca LIBERAR-COLA.
      * Reparto por destinatario: si el fichero de definicion DISTRIB
      * tiene lineas para el informe,
      *   INFORME;CRITERIO;VALOR;OPERADOR
      * (CRITERIO AGENDA, CATEGORIA, ORGANIZA, PROVINCIA o TODO), el
      * informe se trocea en una entrada por destinatario, cada una
      * con sus propias cabeceras y numeracion de paginas. Para
      * saber a quien toca cada linea se usa el fichero gemelo
      * CLAVEREP (copybooks/REPARTO.cpy) que deja el programa que
      * genera el informe; TODO recibe el informe entero. Las lineas
      * que no son de nadie van al operador que lo pidio. Sin
      * CLAVEREP del mismo informe solo se sirven las copias TODO y
      * el informe entero al operador, como siempre.
      */

       IDENTIFICATION DIVISION.
           SELECT COLAIMP-FILE ASSIGN TO "COLAIMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-COLAIMP.
           SELECT DISTRIB-FILE ASSIGN TO "DISTRIB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DISTRIB.
           SELECT CLAVEREP-FILE ASSIGN TO "CLAVEREP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CLAVEREP.
       DATA DIVISION.
       FILE SECTION.
       FD ORIGEN-FILE.
       FD COLAIMP-FILE.
           01 LINEA-COLAIMP PIC X(140).

       FD DISTRIB-FILE.
           01 LINEA-DISTRIB PIC X(60).

       FD CLAVEREP-FILE.
           01 REG-REPARTO.
               COPY REPARTO.

       WORKING-STORAGE SECTION.
           77 FS-ORIGEN PIC XX.
           77 FS-COLAIMP PIC XX.
           77 TOTAL-LINEAS PIC 9(5).
           77 TOTAL-PAGINAS PIC 9(4).
           77 LINEAS-POR-PAGINA PIC 9(2) VALUE 20.
           77 FS-DISTRIB PIC XX.
           77 FS-CLAVEREP PIC XX.

      * Reglas de DISTRIB que afectan al informe que se encola.
           01 TABLA-REGLAS.
               05 FILA-REGLA OCCURS 30 TIMES.
                   10 REG-CRITERIO PIC X(10).
                   10 REG-VALOR PIC X(20).
                   10 REG-OPERADOR PIC X(8).
           77 TOTAL-REGLAS PIC 9(2) VALUE 0.
           77 IDX-REG PIC 9(2).
           77 DIS-INFORME PIC X(8).
           77 DIS-CRITERIO PIC X(10).
           77 DIS-VALOR PIC X(20).
           77 DIS-OPERADOR PIC X(8).

      * Destinatarios distintos de esas reglas; TODO si alguna de sus
      * reglas le da el informe entero.
           01 TABLA-DESTINOS.
               05 FILA-DESTINO OCCURS 20 TIMES.
                   10 DES-OPERADOR PIC X(8).
                   10 DES-TODO PIC X.
           77 TOTAL-DESTINOS PIC 9(2) VALUE 0.
           77 IDX-DES PIC 9(2).
           77 SW-DES PIC X.
               88 DESTINO-VISTO VALUE "S".

      * Entrada de cola en curso: para quien es, que lineas lleva
      * (T todas, R las de sus reglas, S las que no son de nadie) y
      * si la pasada solo cuenta (C) o ya escribe (E).
           77 DESTINO-ACTUAL PIC X(8).
           77 MODO-ENTRADA PIC X.
           77 PASADA PIC X.
           77 LINEAS-ENTRADA PIC 9(5).
           77 PAGINA-ENTRADA PIC 9(3).
           77 RESTO-PAGINA PIC 9(2).
           77 COCIENTE-PAGINA PIC 9(5).
           77 SW-CLAVES PIC X.
               88 HAY-CLAVES VALUE "S".
           77 SW-REPARTO PIC X.
               88 HAY-REPARTO VALUE "S".
           77 SW-INCLUIR PIC X.
               88 INCLUIR-LINEA VALUE "S".
           77 SW-CASA PIC X.
               88 REGLA-CASA VALUE "S".
           77 CLAVE-COMPARA PIC X(20).

       LINKAGE SECTION.
      *NOMBRE LOGICO DEL FICHERO A ENCOLAR (EJ. "INFORME2", "CUMPLES")
           IF FS-ORIGEN NOT = "00"
               MOVE 8 TO S-ESTADO
           ELSE
               CLOSE ORIGEN-FILE
               ACCEPT SPO-FECHA FROM DATE
               ACCEPT SPO-HORA FROM TIME
               PERFORM CARGAR-DISTRIBUCION
               PERFORM COMPROBAR-CLAVES
               IF TOTAL-REGLAS = 0
      * Sin definicion de reparto: una sola entrada, como siempre.
                   MOVE S-OPERADOR TO DESTINO-ACTUAL
                   MOVE "T" TO MODO-ENTRADA
                   PERFORM ESCRIBIR-EN-COLA
               ELSE
                   PERFORM VARYING IDX-DES FROM 1 BY 1
                           UNTIL IDX-DES > TOTAL-DESTINOS
                       MOVE DES-OPERADOR(IDX-DES) TO DESTINO-ACTUAL
                       IF DES-TODO(IDX-DES) = "S"
                           MOVE "T" TO MODO-ENTRADA
                           PERFORM ESCRIBIR-EN-COLA
                       ELSE
                           IF HAY-CLAVES
                               MOVE "R" TO MODO-ENTRADA
                               PERFORM ESCRIBIR-EN-COLA
                           END-IF
                       END-IF
                   END-PERFORM
      * Lo que no es de nadie (o todo, si no hay claves con que
      * trocear) queda para el operador que pidio el informe.
                   IF HAY-REPARTO
                       MOVE S-OPERADOR TO DESTINO-ACTUAL
                       IF HAY-CLAVES
                           MOVE "S" TO MODO-ENTRADA
                       ELSE
                           MOVE "T" TO MODO-ENTRADA
                       END-IF
                       PERFORM ESCRIBIR-EN-COLA
                   END-IF
               END-IF
           END-IF.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      * LAS REGLAS DE DISTRIB DEL INFORME QUE SE ENCOLA Y LOS
      * DESTINATARIOS DISTINTOS QUE SALEN DE ELLAS. LAS LINEAS QUE
      * EMPIEZAN POR * SON COMENTARIOS
       CARGAR-DISTRIBUCION.
           MOVE 0 TO TOTAL-REGLAS.
           MOVE 0 TO TOTAL-DESTINOS.
           MOVE "N" TO SW-REPARTO.
           OPEN INPUT DISTRIB-FILE.
           IF FS-DISTRIB = "00"
               PERFORM UNTIL FS-DISTRIB = "10"
                   READ DISTRIB-FILE
                       AT END
                           MOVE "10" TO FS-DISTRIB
                       NOT AT END
                           IF LINEA-DISTRIB(1:1) NOT = "*"
                               AND LINEA-DISTRIB NOT = SPACES
                               PERFORM ANOTAR-REGLA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DISTRIB-FILE
           END-IF.

       ANOTAR-REGLA.
           MOVE SPACES TO DIS-INFORME DIS-CRITERIO DIS-VALOR
               DIS-OPERADOR.
           UNSTRING LINEA-DISTRIB DELIMITED BY ";"
               INTO DIS-INFORME DIS-CRITERIO DIS-VALOR DIS-OPERADOR.
           MOVE FUNCTION UPPER-CASE(DIS-INFORME) TO DIS-INFORME.
           MOVE FUNCTION UPPER-CASE(DIS-CRITERIO) TO DIS-CRITERIO.
           MOVE FUNCTION UPPER-CASE(DIS-VALOR) TO DIS-VALOR.
           IF DIS-INFORME = S-INFORME
               AND DIS-OPERADOR NOT = SPACES
               AND TOTAL-REGLAS < 30
               ADD 1 TO TOTAL-REGLAS
               MOVE DIS-CRITERIO TO REG-CRITERIO(TOTAL-REGLAS)
               MOVE DIS-VALOR TO REG-VALOR(TOTAL-REGLAS)
               MOVE DIS-OPERADOR TO REG-OPERADOR(TOTAL-REGLAS)
               MOVE "N" TO SW-DES
               PERFORM VARYING IDX-DES FROM 1 BY 1
                       UNTIL IDX-DES > TOTAL-DESTINOS
                           OR DESTINO-VISTO
                   IF DES-OPERADOR(IDX-DES) = DIS-OPERADOR
                       MOVE "S" TO SW-DES
                   END-IF
               END-PERFORM
               IF DESTINO-VISTO
                   SUBTRACT 1 FROM IDX-DES
               ELSE
                   IF TOTAL-DESTINOS < 20
                       ADD 1 TO TOTAL-DESTINOS
                       MOVE TOTAL-DESTINOS TO IDX-DES
                       MOVE DIS-OPERADOR TO DES-OPERADOR(IDX-DES)
                       MOVE "N" TO DES-TODO(IDX-DES)
                   ELSE
                       MOVE 0 TO IDX-DES
                   END-IF
               END-IF
               IF IDX-DES > 0
                   IF DIS-CRITERIO = "TODO"
                       MOVE "S" TO DES-TODO(IDX-DES)
                   ELSE
                       MOVE "S" TO SW-REPARTO
                   END-IF
               END-IF
           END-IF.

      * SOLO SE TROCEA SI EL CLAVEREP QUE HAY ES EL DE ESTE INFORME:
      * UNO VIEJO DE OTRO PROGRAMA REPARTIRIA LINEAS QUE NO SON SUYAS
       COMPROBAR-CLAVES.
           MOVE "N" TO SW-CLAVES.
           OPEN INPUT CLAVEREP-FILE.
           IF FS-CLAVEREP = "00"
               READ CLAVEREP-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF REP-ES-CABECERA
                           AND REP-FICHERO = S-FICHERO
                           MOVE "S" TO SW-CLAVES
                       END-IF
               END-READ
               CLOSE CLAVEREP-FILE
           END-IF.

      * UNA ENTRADA DE COLA PARA DESTINO-ACTUAL: PRIMERO SE CUENTAN
      * SUS LINEAS PARA LA CABECERA Y, SI TIENE ALGUNA, SE ESCRIBE
       ESCRIBIR-EN-COLA.
           MOVE "C" TO PASADA.
           PERFORM RECORRER-ORIGEN.
           IF LINEAS-ENTRADA > 0
               COMPUTE TOTAL-PAGINAS =
                   (LINEAS-ENTRADA + LINEAS-POR-PAGINA - 1)
                   / LINEAS-POR-PAGINA
               OPEN EXTEND COLAIMP-FILE
               IF FS-COLAIMP = "35"
                   OPEN OUTPUT COLAIMP-FILE
               END-IF
               MOVE SPACES TO LINEA-COLAIMP
               STRING "CAB;" DELIMITED BY SIZE
                   S-INFORME DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   S-OPERADOR DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   SPO-FECHA DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   SPO-HORA DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   TOTAL-PAGINAS DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   DESTINO-ACTUAL DELIMITED BY SIZE
                   ";P" DELIMITED BY SIZE
                   INTO LINEA-COLAIMP
               WRITE LINEA-COLAIMP
               MOVE "E" TO PASADA
               PERFORM RECORRER-ORIGEN
               MOVE SPACES TO LINEA-COLAIMP
               STRING "FIN;" DELIMITED BY SIZE
                   S-INFORME DELIMITED BY SIZE
                   INTO LINEA-COLAIMP
               WRITE LINEA-COLAIMP
               CLOSE COLAIMP-FILE
           END-IF.

      * UNA PASADA SOBRE EL INFORME, CON SU CLAVEREP AL LADO LINEA A
      * LINEA CUANDO LA ENTRADA ES DE REPARTO
       RECORRER-ORIGEN.
           MOVE 0 TO LINEAS-ENTRADA.
           MOVE 0 TO PAGINA-ENTRADA.
           MOVE SPACES TO REG-REPARTO.
           MOVE "10" TO FS-CLAVEREP.
           IF MODO-ENTRADA NOT = "T"
               OPEN INPUT CLAVEREP-FILE
               IF FS-CLAVEREP = "00"
                   READ CLAVEREP-FILE
                       AT END
                           MOVE "10" TO FS-CLAVEREP
                   END-READ
               END-IF
           END-IF.
           OPEN INPUT ORIGEN-FILE.
           PERFORM UNTIL FS-ORIGEN = "10"
               READ ORIGEN-FILE
                   AT END
                       MOVE "10" TO FS-ORIGEN
                   NOT AT END
                       PERFORM TRATAR-LINEA-ORIGEN
               END-READ
           END-PERFORM.
           CLOSE ORIGEN-FILE.
           IF MODO-ENTRADA NOT = "T"
               CLOSE CLAVEREP-FILE
           END-IF.

       TRATAR-LINEA-ORIGEN.
           IF FS-CLAVEREP = "00"
               READ CLAVEREP-FILE
                   AT END
                       MOVE "10" TO FS-CLAVEREP
                       MOVE SPACES TO REG-REPARTO
               END-READ
           ELSE
               MOVE SPACES TO REG-REPARTO
           END-IF.
           PERFORM DECIDIR-LINEA.
           IF INCLUIR-LINEA
               ADD 1 TO LINEAS-ENTRADA
               IF PASADA = "E"
                   IF MODO-ENTRADA NOT = "T"
                       DIVIDE LINEAS-ENTRADA BY LINEAS-POR-PAGINA
                           GIVING COCIENTE-PAGINA
                           REMAINDER RESTO-PAGINA
                       IF RESTO-PAGINA = 1
                           PERFORM ESCRIBIR-CABECERA-DESTINO
                       END-IF
                   END-IF
                   MOVE SPACES TO LINEA-COLAIMP
                   STRING "LIN;" DELIMITED BY SIZE
                       LINEA-ORIGEN DELIMITED BY SIZE
                       INTO LINEA-COLAIMP
                   WRITE LINEA-COLAIMP
               END-IF
           END-IF.

      * EN LA ENTRADA TROCEADA LAS CABECERAS DEL INFORME ORIGINAL NO
      * VALEN: CADA PAGINA LLEVA LA SUYA, CON EL DESTINATARIO
       ESCRIBIR-CABECERA-DESTINO.
           ADD 1 TO PAGINA-ENTRADA.
           MOVE SPACES TO LINEA-COLAIMP.
           STRING "LIN;" DELIMITED BY SIZE
               S-INFORME DELIMITED BY SPACE
               " PARA " DELIMITED BY SIZE
               DESTINO-ACTUAL DELIMITED BY SPACE
               " - " DELIMITED BY SIZE
               SPO-FECHA DELIMITED BY SIZE
               " - PAGINA " DELIMITED BY SIZE
               PAGINA-ENTRADA DELIMITED BY SIZE
               " DE " DELIMITED BY SIZE
               TOTAL-PAGINAS DELIMITED BY SIZE
               INTO LINEA-COLAIMP.
           WRITE LINEA-COLAIMP.

      * SI LA LINEA EN CURSO ENTRA EN LA ENTRADA: TODAS EN LA COPIA
      * ENTERA; EN LAS TROCEADAS NUNCA LAS COMUNES (CLAVES EN BLANCO),
      * Y DE LAS DEMAS LAS QUE CASAN CON UNA REGLA DEL DESTINATARIO
      * (R) O LAS QUE NO CASAN CON NINGUNA REGLA DE REPARTO (S)
       DECIDIR-LINEA.
           IF MODO-ENTRADA = "T"
               MOVE "S" TO SW-INCLUIR
           ELSE
               IF REP-DATOS = SPACES
                   MOVE "N" TO SW-INCLUIR
               ELSE
                   IF MODO-ENTRADA = "R"
                       MOVE "N" TO SW-INCLUIR
                   ELSE
                       MOVE "S" TO SW-INCLUIR
                   END-IF
                   PERFORM VARYING IDX-REG FROM 1 BY 1
                           UNTIL IDX-REG > TOTAL-REGLAS
                       IF REG-CRITERIO(IDX-REG) NOT = "TODO"
                           AND (MODO-ENTRADA = "S"
                               OR REG-OPERADOR(IDX-REG) =
                                   DESTINO-ACTUAL)
                           PERFORM CASAR-REGLA
                           IF REGLA-CASA
                               IF MODO-ENTRADA = "R"
                                   MOVE "S" TO SW-INCLUIR
                               ELSE
                                   MOVE "N" TO SW-INCLUIR
                               END-IF
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       CASAR-REGLA.
           EVALUATE REG-CRITERIO(IDX-REG)
               WHEN "AGENDA"
                   MOVE REP-AGENDA TO CLAVE-COMPARA
               WHEN "CATEGORIA"
                   MOVE REP-CATEGORIA TO CLAVE-COMPARA
               WHEN "ORGANIZA"
                   MOVE REP-ORGANIZACION TO CLAVE-COMPARA
               WHEN "PROVINCIA"
                   MOVE REP-PROVINCIA TO CLAVE-COMPARA
               WHEN OTHER
                   MOVE SPACES TO CLAVE-COMPARA
           END-EVALUATE.
           MOVE FUNCTION UPPER-CASE(CLAVE-COMPARA) TO CLAVE-COMPARA.
           IF CLAVE-COMPARA NOT = SPACES
               AND CLAVE-COMPARA = REG-VALOR(IDX-REG)
               MOVE "S" TO SW-CASA
           ELSE
               MOVE "N" TO SW-CASA
           END-IF.

       END PROGRAM SPOSUB01.
