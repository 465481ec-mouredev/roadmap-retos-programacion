     /*
      * Subrutina del juego de enteros de RETO-06: cambio de base
      * entre decimal, binario, octal y hexadecimal (codigos de
      * dispositivo, mascaras de permisos) y numeros romanos (la
      * numeracion de documentos y capitulos), en su propio
      * PROGRAM-ID con LINKAGE SECTION como GCDSUB, LCMSUB y
      * PRIMFSUB. Las bases van por letra:
      *   D decimal, B binario, O octal, H hexadecimal, R romano.
      * La entrada llega ajustada a la izquierda (como la deja
      * ACCEPT), en mayusculas o minusculas; la salida vuelve
      * ajustada a la izquierda y el valor decimal en L-VALOR. Se
      * rechaza la cifra que no existe en la base de origen (un 2 en
      * binario, una G en hexadecimal), lo que no cabe en nueve
      * cifras decimales y el romano que no esta escrito en su
      * forma canonica (IIII, VX, IC, MMMM): se lee el romano, se
      * vuelve a escribir su valor como se debe y, si no sale
      * igual, no se acepta. Los romanos van de I a MMMCMXCIX.
      * Cada conversion, buena o rechazada, queda en el diario
      * BASELOG (FECHA HORA ORIGEN DESTINO ENTRADA SALIDA ESTADO),
      * que se abre en EXTEND como el CALCLOG de la calculadora.
      */

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BASESUB.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BASELOG-FILE ASSIGN TO "BASELOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BASELOG.
       DATA DIVISION.
       FILE SECTION.
       FD BASELOG-FILE.
           01 LINEA-BASELOG PIC X(100).

       WORKING-STORAGE SECTION.
           77 FS-BASELOG PIC XX.
           77 BASE-ORIGEN PIC X.
               88 ORIGEN-VALIDO VALUE "D" "B" "O" "H" "R".
               88 ORIGEN-ROMANO VALUE "R".
           77 BASE-DESTINO PIC X.
               88 DESTINO-VALIDO VALUE "D" "B" "O" "H" "R".
               88 DESTINO-ROMANO VALUE "R".
           77 RADIX PIC 9(2).

      * Cifras de las bases posicionales, por su valor mas uno.
           77 CIFRAS-BASE PIC X(16) VALUE "0123456789ABCDEF".
           77 CIFRA PIC X.
           77 VALOR-CIFRA PIC 9(2).
           77 IDX-CIFRA PIC 9(2).

      * Equivalencias de los romanos, de mayor a menor, con las
      * restas canonicas intercaladas; sirven para escribirlos.
           01 TABLA-ROMANOS-INI.
               05 FILLER PIC X(6) VALUE "1000M ".
               05 FILLER PIC X(6) VALUE "0900CM".
               05 FILLER PIC X(6) VALUE "0500D ".
               05 FILLER PIC X(6) VALUE "0400CD".
               05 FILLER PIC X(6) VALUE "0100C ".
               05 FILLER PIC X(6) VALUE "0090XC".
               05 FILLER PIC X(6) VALUE "0050L ".
               05 FILLER PIC X(6) VALUE "0040XL".
               05 FILLER PIC X(6) VALUE "0010X ".
               05 FILLER PIC X(6) VALUE "0009IX".
               05 FILLER PIC X(6) VALUE "0005V ".
               05 FILLER PIC X(6) VALUE "0004IV".
               05 FILLER PIC X(6) VALUE "0001I ".
           01 TABLA-ROMANOS REDEFINES TABLA-ROMANOS-INI.
               05 FILA-ROMANO OCCURS 13 TIMES.
                   10 ROM-VALOR PIC 9(4).
                   10 ROM-LETRAS PIC X(2).
           77 IDX-ROM PIC 9(2).

      * Entrada en mayusculas, su largo y el trabajo de la cuenta.
           77 ENTRADA-TRABAJO PIC X(32).
           77 LARGO-ENTRADA PIC 9(2).
           77 IDX-CAR PIC 9(2).
           77 VALOR-TRABAJO PIC 9(9) COMP-3.
      * Con signo: IX empieza restando.
           77 VALOR-ROMANO PIC S9(5).
           77 VALOR-LETRA PIC 9(4).
           77 VALOR-SIGUIENTE PIC 9(4).
           77 RESTO-DIVISION PIC 9(2).
           77 SALIDA-DERECHA PIC X(32).
           77 LARGO-SALIDA PIC 9(2).
           77 ROMANO-CANONICO PIC X(32).
           77 FECHA-DIARIO PIC 9(8).
           77 HORA-DIARIO PIC 9(8).

       LINKAGE SECTION.
      *BASES POR LETRA: D DECIMAL, B BINARIO, O OCTAL, H HEXADECIMAL,
      *R ROMANO
           77 L-BASE-ORIGEN PIC X.
           77 L-BASE-DESTINO PIC X.
           77 L-ENTRADA PIC X(32).
           77 L-SALIDA PIC X(32).
           77 L-VALOR PIC 9(9) COMP-3.
      *0 = BIEN; 1 = BASE DESCONOCIDA; 2 = CIFRA O LETRA QUE NO ES DE
      *LA BASE; 3 = VACIO O FUERA DE RANGO (NUEVE CIFRAS DECIMALES, O
      *DE 1 A 3999 EN ROMANOS); 4 = ROMANO NO CANONICO
           77 L-ESTADO PIC 9.

       PROCEDURE DIVISION USING L-BASE-ORIGEN L-BASE-DESTINO
               L-ENTRADA L-SALIDA L-VALOR L-ESTADO.
       CONVERTIR.
           MOVE 0 TO L-ESTADO.
           MOVE 0 TO L-VALOR.
           MOVE SPACES TO L-SALIDA.
           MOVE FUNCTION UPPER-CASE(L-BASE-ORIGEN) TO BASE-ORIGEN.
           MOVE FUNCTION UPPER-CASE(L-BASE-DESTINO) TO BASE-DESTINO.
           MOVE FUNCTION UPPER-CASE(L-ENTRADA) TO ENTRADA-TRABAJO.
           IF NOT ORIGEN-VALIDO OR NOT DESTINO-VALIDO
               MOVE 1 TO L-ESTADO
           ELSE
               PERFORM MEDIR-ENTRADA
           END-IF.
           IF L-ESTADO = 0
               IF ORIGEN-ROMANO
                   PERFORM LEER-ROMANO
               ELSE
                   PERFORM LEER-POSICIONAL
               END-IF
           END-IF.
           IF L-ESTADO = 0
               MOVE VALOR-TRABAJO TO L-VALOR
               IF DESTINO-ROMANO
                   PERFORM ESCRIBIR-ROMANO
               ELSE
                   PERFORM ESCRIBIR-POSICIONAL
               END-IF
           END-IF.
           PERFORM ANOTAR-DIARIO.
      *RETURN-CODE a 0 (sin incidencias), como el resto de programas
      *de la suite.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *LARGO HASTA EL PRIMER BLANCO; VACIO, O CON ALGO DETRAS DE ESE
      *BLANCO, NO ES UN NUMERO
       MEDIR-ENTRADA.
           MOVE 0 TO LARGO-ENTRADA.
           INSPECT ENTRADA-TRABAJO TALLYING LARGO-ENTRADA
               FOR CHARACTERS BEFORE INITIAL " ".
           IF LARGO-ENTRADA = 0
               MOVE 3 TO L-ESTADO
           ELSE
               IF LARGO-ENTRADA < 32
                   IF ENTRADA-TRABAJO(LARGO-ENTRADA + 1:) NOT = SPACES
                       MOVE 2 TO L-ESTADO
                   END-IF
               END-IF
           END-IF.

      *CIFRA A CIFRA DE IZQUIERDA A DERECHA: VALOR = VALOR * BASE +
      *CIFRA, CON EL DESBORDAMIENTO DE NUEVE CIFRAS COMO RANGO
       LEER-POSICIONAL.
           EVALUATE BASE-ORIGEN
               WHEN "B" MOVE 2 TO RADIX
               WHEN "O" MOVE 8 TO RADIX
               WHEN "H" MOVE 16 TO RADIX
               WHEN OTHER MOVE 10 TO RADIX
           END-EVALUATE.
           MOVE 0 TO VALOR-TRABAJO.
           PERFORM VARYING IDX-CAR FROM 1 BY 1
                   UNTIL IDX-CAR > LARGO-ENTRADA OR L-ESTADO NOT = 0
               MOVE ENTRADA-TRABAJO(IDX-CAR:1) TO CIFRA
               PERFORM BUSCAR-CIFRA
               IF VALOR-CIFRA >= RADIX
                   MOVE 2 TO L-ESTADO
               ELSE
                   COMPUTE VALOR-TRABAJO = VALOR-TRABAJO * RADIX
                       + VALOR-CIFRA
                       ON SIZE ERROR
                           MOVE 3 TO L-ESTADO
                   END-COMPUTE
               END-IF
           END-PERFORM.

      *VALOR DE LA CIFRA SEGUN SU SITIO EN CIFRAS-BASE; LA QUE NO
      *ESTA SALE CON 99 Y NINGUNA BASE LA ADMITE
       BUSCAR-CIFRA.
           MOVE 99 TO VALOR-CIFRA.
           PERFORM VARYING IDX-CIFRA FROM 1 BY 1 UNTIL IDX-CIFRA > 16
               IF CIFRAS-BASE(IDX-CIFRA:1) = CIFRA
                   COMPUTE VALOR-CIFRA = IDX-CIFRA - 1
               END-IF
           END-PERFORM.

      *PRIMERO QUE TODAS LAS LETRAS SEAN ROMANAS; LUEGO EL VALOR, Y
      *ESE VALOR SE VUELVE A ESCRIBIR Y TIENE QUE SALIR IGUAL
       LEER-ROMANO.
           PERFORM VARYING IDX-CAR FROM 1 BY 1
                   UNTIL IDX-CAR > LARGO-ENTRADA OR L-ESTADO NOT = 0
               MOVE ENTRADA-TRABAJO(IDX-CAR:1) TO CIFRA
               PERFORM VALOR-LETRA-ROMANA
               IF VALOR-LETRA = 0
                   MOVE 2 TO L-ESTADO
               END-IF
           END-PERFORM.
           IF L-ESTADO = 0
               PERFORM SUMAR-ROMANO
               IF VALOR-ROMANO < 1 OR VALOR-ROMANO > 3999
                   MOVE 3 TO L-ESTADO
               ELSE
                   MOVE VALOR-ROMANO TO VALOR-TRABAJO
                   PERFORM MONTAR-ROMANO
                   IF ROMANO-CANONICO NOT = ENTRADA-TRABAJO
                       MOVE 4 TO L-ESTADO
                   ELSE
                       MOVE VALOR-ROMANO TO VALOR-TRABAJO
                   END-IF
               END-IF
           END-IF.

      *CADA LETRA SUMA, SALVO SI LA SIGUIENTE VALE MAS, QUE RESTA
       SUMAR-ROMANO.
           MOVE 0 TO VALOR-ROMANO.
           PERFORM VARYING IDX-CAR FROM 1 BY 1
                   UNTIL IDX-CAR > LARGO-ENTRADA
               MOVE 0 TO VALOR-SIGUIENTE
               IF IDX-CAR < LARGO-ENTRADA
                   MOVE ENTRADA-TRABAJO(IDX-CAR + 1:1) TO CIFRA
                   PERFORM VALOR-LETRA-ROMANA
                   MOVE VALOR-LETRA TO VALOR-SIGUIENTE
               END-IF
               MOVE ENTRADA-TRABAJO(IDX-CAR:1) TO CIFRA
               PERFORM VALOR-LETRA-ROMANA
               IF VALOR-SIGUIENTE > VALOR-LETRA
                   SUBTRACT VALOR-LETRA FROM VALOR-ROMANO
               ELSE
                   ADD VALOR-LETRA TO VALOR-ROMANO
               END-IF
           END-PERFORM.

       VALOR-LETRA-ROMANA.
           EVALUATE CIFRA
               WHEN "I" MOVE 1 TO VALOR-LETRA
               WHEN "V" MOVE 5 TO VALOR-LETRA
               WHEN "X" MOVE 10 TO VALOR-LETRA
               WHEN "L" MOVE 50 TO VALOR-LETRA
               WHEN "C" MOVE 100 TO VALOR-LETRA
               WHEN "D" MOVE 500 TO VALOR-LETRA
               WHEN "M" MOVE 1000 TO VALOR-LETRA
               WHEN OTHER MOVE 0 TO VALOR-LETRA
           END-EVALUATE.

      *LA FORMA CANONICA DE VALOR-TRABAJO: DE LA MAYOR EQUIVALENCIA A
      *LA MENOR, TANTAS VECES COMO QUEPA
       MONTAR-ROMANO.
           MOVE SPACES TO ROMANO-CANONICO.
           MOVE 0 TO LARGO-SALIDA.
           PERFORM VARYING IDX-ROM FROM 1 BY 1 UNTIL IDX-ROM > 13
               PERFORM UNTIL VALOR-TRABAJO < ROM-VALOR(IDX-ROM)
                   SUBTRACT ROM-VALOR(IDX-ROM) FROM VALOR-TRABAJO
                   ADD 1 TO LARGO-SALIDA
                   MOVE ROM-LETRAS(IDX-ROM)(1:1)
                       TO ROMANO-CANONICO(LARGO-SALIDA:1)
                   IF ROM-LETRAS(IDX-ROM)(2:1) NOT = SPACE
                       ADD 1 TO LARGO-SALIDA
                       MOVE ROM-LETRAS(IDX-ROM)(2:1)
                           TO ROMANO-CANONICO(LARGO-SALIDA:1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       ESCRIBIR-ROMANO.
           IF VALOR-TRABAJO = 0 OR VALOR-TRABAJO > 3999
               MOVE 3 TO L-ESTADO
           ELSE
               PERFORM MONTAR-ROMANO
               MOVE ROMANO-CANONICO TO L-SALIDA
           END-IF.

      *RESTOS SUCESIVOS DE DERECHA A IZQUIERDA; EL CERO SALE COMO "0"
       ESCRIBIR-POSICIONAL.
           EVALUATE BASE-DESTINO
               WHEN "B" MOVE 2 TO RADIX
               WHEN "O" MOVE 8 TO RADIX
               WHEN "H" MOVE 16 TO RADIX
               WHEN OTHER MOVE 10 TO RADIX
           END-EVALUATE.
           MOVE SPACES TO SALIDA-DERECHA.
           MOVE 33 TO IDX-CAR.
           PERFORM UNTIL VALOR-TRABAJO = 0 AND IDX-CAR < 33
               COMPUTE RESTO-DIVISION = FUNCTION MOD(VALOR-TRABAJO,
                   RADIX)
               COMPUTE VALOR-TRABAJO = VALOR-TRABAJO / RADIX
               SUBTRACT 1 FROM IDX-CAR
               MOVE CIFRAS-BASE(RESTO-DIVISION + 1:1)
                   TO SALIDA-DERECHA(IDX-CAR:1)
           END-PERFORM.
           MOVE SALIDA-DERECHA(IDX-CAR:) TO L-SALIDA.

       ANOTAR-DIARIO.
           ACCEPT FECHA-DIARIO FROM DATE.
           IF FECHA-DIARIO < 19000101
               ADD 20000000 TO FECHA-DIARIO
           END-IF.
           ACCEPT HORA-DIARIO FROM TIME.
           OPEN EXTEND BASELOG-FILE.
           IF FS-BASELOG = "35"
               OPEN OUTPUT BASELOG-FILE
           END-IF.
           MOVE SPACES TO LINEA-BASELOG.
           STRING FECHA-DIARIO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               HORA-DIARIO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               L-BASE-ORIGEN DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               L-BASE-DESTINO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               L-ENTRADA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               L-SALIDA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               L-ESTADO DELIMITED BY SIZE
               INTO LINEA-BASELOG.
           WRITE LINEA-BASELOG.
           CLOSE BASELOG-FILE.

       END PROGRAM BASESUB.
