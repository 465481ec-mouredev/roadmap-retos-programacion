     /*
      * Subrutina compartida de validacion de identificadores
      * fiscales, hermana de EMLSUB01: normaliza lo tecleado (a
      * mayusculas y sin blancos, guiones ni puntos) y comprueba el
      * formato y el caracter de control de los tres tipos espanoles:
      *   NIF  ocho cifras y letra (modulo 23 sobre el numero), o
      *        K/L/M, siete cifras y letra (el mismo modulo sobre las
      *        siete cifras);
      *   NIE  X/Y/Z (que valen 0/1/2 delante del numero), siete
      *        cifras y letra, con el modulo 23 del NIF;
      *   CIF  letra de tipo de entidad, siete cifras y control, que
      *        es cifra o letra (JABCDEFGHI) segun el tipo: P, Q, R,
      *        S, W y N llevan letra; A, B, E y H llevan cifra; el
      *        resto admite las dos.
      * Devuelve la forma normalizada (nueve posiciones) para que
      * quien llama la guarde y la compare siempre igual. No lee
      * ningun fichero.
      */

       IDENTIFICATION DIVISION.
       PROGRAM-ID. NIFSUB01.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           77 LETRAS-DNI PIC X(23) VALUE "TRWAGMYFPDXBNJZSQVHLCKE".
           77 LETRAS-CIF PIC X(10) VALUE "JABCDEFGHI".
           77 TIPOS-CIF PIC X(17) VALUE "ABCDEFGHJNPQRSUVW".

           77 NIF-LIMPIO PIC X(12).
           77 LARGO-LIMPIO PIC 9(2).
           77 IDX-CAR PIC 9(2).
           77 CARACTER PIC X.
           77 TIPO-HALLADO PIC 9(2).

      * Numero sobre el que se calcula el modulo 23, y las piezas
      * de la suma del CIF.
           77 NUMERO-DNI PIC 9(8).
           77 RESTO-DNI PIC 9(2).
           77 CIFRA-CIF PIC 9.
           77 DOBLE-CIF PIC 9(2).
           77 SUMA-CIF PIC 9(3).
           77 CONTROL-CIF PIC 9.
           77 LETRA-ESPERADA PIC X.
           77 CIFRA-ESPERADA PIC X.

       LINKAGE SECTION.
           77 N-NIF PIC X(12).
           77 N-NORMAL PIC X(9).
      *NIF, NIE O CIF; EN BLANCO SI NO SE RECONOCE EL FORMATO
           77 N-TIPO PIC X(3).
      *0 = BUENO; 4 = CARACTER DE CONTROL ERRONEO; 8 = FORMATO
           77 N-ESTADO PIC 9.

       PROCEDURE DIVISION USING N-NIF N-NORMAL N-TIPO N-ESTADO.

       VALIDAR-NIF.
           MOVE 0 TO N-ESTADO.
           MOVE SPACES TO N-NORMAL.
           MOVE SPACES TO N-TIPO.
           PERFORM LIMPIAR-NIF.
           IF LARGO-LIMPIO NOT = 9
               MOVE 8 TO N-ESTADO
           ELSE
               MOVE NIF-LIMPIO(1:9) TO N-NORMAL
               EVALUATE TRUE
                   WHEN N-NORMAL(1:8) IS NUMERIC
                       PERFORM COMPROBAR-DNI
                   WHEN N-NORMAL(1:1) = "K" OR "L" OR "M"
                       PERFORM COMPROBAR-DNI
                   WHEN N-NORMAL(1:1) = "X" OR "Y" OR "Z"
                       PERFORM COMPROBAR-NIE
                   WHEN OTHER
                       PERFORM COMPROBAR-CIF
               END-EVALUATE
           END-IF.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *FUERA BLANCOS, GUIONES Y PUNTOS, TODO EN MAYUSCULAS
       LIMPIAR-NIF.
           MOVE SPACES TO NIF-LIMPIO.
           MOVE 0 TO LARGO-LIMPIO.
           PERFORM VARYING IDX-CAR FROM 1 BY 1 UNTIL IDX-CAR > 12
               MOVE FUNCTION UPPER-CASE(N-NIF(IDX-CAR:1)) TO CARACTER
               IF CARACTER NOT = SPACE AND CARACTER NOT = "-"
                   AND CARACTER NOT = "."
                   ADD 1 TO LARGO-LIMPIO
                   IF LARGO-LIMPIO <= 12
                       MOVE CARACTER TO NIF-LIMPIO(LARGO-LIMPIO:1)
                   END-IF
               END-IF
           END-PERFORM.

      *OCHO CIFRAS Y LETRA, O K/L/M CON SIETE CIFRAS Y LETRA
       COMPROBAR-DNI.
           MOVE "NIF" TO N-TIPO.
           IF N-NORMAL(1:8) IS NUMERIC
               MOVE N-NORMAL(1:8) TO NUMERO-DNI
           ELSE
               IF N-NORMAL(2:7) IS NUMERIC
                   MOVE N-NORMAL(2:7) TO NUMERO-DNI
               ELSE
                   MOVE 8 TO N-ESTADO
               END-IF
           END-IF.
           IF N-ESTADO = 0
               PERFORM COMPROBAR-LETRA-DNI
           END-IF.

      *LA LETRA INICIAL CUENTA COMO PRIMERA CIFRA DEL NUMERO
       COMPROBAR-NIE.
           MOVE "NIE" TO N-TIPO.
           IF N-NORMAL(2:7) IS NOT NUMERIC
               MOVE 8 TO N-ESTADO
           ELSE
               MOVE N-NORMAL(2:7) TO NUMERO-DNI
               EVALUATE N-NORMAL(1:1)
                   WHEN "Y"
                       ADD 10000000 TO NUMERO-DNI
                   WHEN "Z"
                       ADD 20000000 TO NUMERO-DNI
               END-EVALUATE
               PERFORM COMPROBAR-LETRA-DNI
           END-IF.

       COMPROBAR-LETRA-DNI.
           COMPUTE RESTO-DNI = FUNCTION MOD(NUMERO-DNI, 23).
           MOVE LETRAS-DNI(RESTO-DNI + 1:1) TO LETRA-ESPERADA.
           IF N-NORMAL(9:1) IS NOT ALPHABETIC
               MOVE 8 TO N-ESTADO
           ELSE
               IF N-NORMAL(9:1) NOT = LETRA-ESPERADA
                   MOVE 4 TO N-ESTADO
               END-IF
           END-IF.

      *LAS CIFRAS PARES SE SUMAN TAL CUAL; LAS IMPARES SE DOBLAN Y SE
      *SUMAN SUS DOS CIFRAS. EL CONTROL ES LO QUE FALTA HASTA LA DECENA
       COMPROBAR-CIF.
           MOVE "CIF" TO N-TIPO.
           MOVE 0 TO TIPO-HALLADO.
           INSPECT TIPOS-CIF TALLYING TIPO-HALLADO
               FOR ALL N-NORMAL(1:1).
           IF N-NORMAL(2:7) IS NOT NUMERIC OR TIPO-HALLADO = 0
               MOVE SPACES TO N-TIPO
               MOVE 8 TO N-ESTADO
           ELSE
               MOVE 0 TO SUMA-CIF
               PERFORM VARYING IDX-CAR FROM 2 BY 1 UNTIL IDX-CAR > 8
                   MOVE N-NORMAL(IDX-CAR:1) TO CIFRA-CIF
                   IF FUNCTION MOD(IDX-CAR, 2) = 1
                       ADD CIFRA-CIF TO SUMA-CIF
                   ELSE
                       COMPUTE DOBLE-CIF = CIFRA-CIF * 2
                       IF DOBLE-CIF > 9
                           SUBTRACT 9 FROM DOBLE-CIF
                       END-IF
                       ADD DOBLE-CIF TO SUMA-CIF
                   END-IF
               END-PERFORM
               COMPUTE CONTROL-CIF =
                   FUNCTION MOD(10 - FUNCTION MOD(SUMA-CIF, 10), 10)
               MOVE LETRAS-CIF(CONTROL-CIF + 1:1) TO LETRA-ESPERADA
               MOVE CONTROL-CIF TO CIFRA-ESPERADA
               EVALUATE TRUE
                   WHEN N-NORMAL(1:1) = "P" OR "Q" OR "R" OR "S"
                                     OR "W" OR "N"
                       IF N-NORMAL(9:1) NOT = LETRA-ESPERADA
                           MOVE 4 TO N-ESTADO
                       END-IF
                   WHEN N-NORMAL(1:1) = "A" OR "B" OR "E" OR "H"
                       IF N-NORMAL(9:1) NOT = CIFRA-ESPERADA
                           MOVE 4 TO N-ESTADO
                       END-IF
                   WHEN OTHER
                       IF N-NORMAL(9:1) NOT = LETRA-ESPERADA
                           AND N-NORMAL(9:1) NOT = CIFRA-ESPERADA
                           MOVE 4 TO N-ESTADO
                       END-IF
               END-EVALUATE
           END-IF.

       END PROGRAM NIFSUB01.
