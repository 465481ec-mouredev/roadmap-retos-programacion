      * divisor, minimo comun multiplo y descomposicion en factores
      * primos de numeros de hasta nueve cifras. Se invoca desde la
      * opcion 9 de MENU-PRINCIPAL, aunque tambien corre suelto.
      * La opcion 4 pasa numeros entre decimal, binario, octal,
      * hexadecimal y romano con la subrutina BASESUB, que valida la
      * entrada y anota cada conversion en su diario BASELOG.
      */
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENTEROS-UTIL.
               88 PIDE-MCD VALUE "1".
               88 PIDE-MCM VALUE "2".
               88 PIDE-FACTORES VALUE "3".
               88 PIDE-CONVERSION VALUE "4".
               88 PIDE-SALIR VALUE "0".

      * Entrada tecleada y su conversion: cifras a la izquierda
           01 RESULTADO-EDIT PIC Z(8)9.
           01 FACTOR-EDIT PIC Z(8)9.

      * Cambio de base con BASESUB: bases por letra (D, B, O, H, R),
      * numero tecleado y resultado, ajustados a la izquierda.
           01 CNV-ORIGEN PIC X.
           01 CNV-DESTINO PIC X.
           01 CNV-ENTRADA PIC X(32).
           01 CNV-SALIDA PIC X(32).
           01 CNV-VALOR PIC 9(9) COMP-3.

       PROCEDURE DIVISION.
       PRINCIPAL.
           PERFORM EJERCICIO UNTIL PIDE-SALIR.
           DISPLAY "1 - Maximo comun divisor".
           DISPLAY "2 - Minimo comun multiplo".
           DISPLAY "3 - Factores primos".
           DISPLAY "4 - Cambio de base y numeros romanos".
           DISPLAY "0 - Volver al menu".
           DISPLAY "Selecciona una opcion:".
           ACCEPT OPCION-ENTEROS.
                   PERFORM CALCULAR-MCM
               WHEN PIDE-FACTORES
                   PERFORM CALCULAR-FACTORES
               WHEN PIDE-CONVERSION
                   PERFORM CAMBIAR-BASE
               WHEN PIDE-SALIR
                   CONTINUE
               WHEN OTHER
               END-IF
           END-IF.

      *LAS BASES SE PIDEN POR LETRA; EL NUMERO VA TAL CUAL A BASESUB,
      *QUE ES QUIEN SABE QUE CIFRAS VALEN EN CADA BASE
       CAMBIAR-BASE.
           DISPLAY "Base de origen (D decimal, B binario, O octal, "-
               "H hexadecimal, R romano):".
           ACCEPT CNV-ORIGEN.
           DISPLAY "Numero a convertir:".
           MOVE SPACES TO CNV-ENTRADA.
           ACCEPT CNV-ENTRADA.
           DISPLAY "Base de destino (D, B, O, H o R):".
           ACCEPT CNV-DESTINO.
           CALL "BASESUB" USING CNV-ORIGEN CNV-DESTINO CNV-ENTRADA
               CNV-SALIDA CNV-VALOR SUB-ESTADO.
           EVALUATE SUB-ESTADO
               WHEN 0
                   DISPLAY "Resultado: " CNV-SALIDA
               WHEN 1
                   DISPLAY "Base invalida: D, B, O, H o R"
               WHEN 2
                   DISPLAY "El numero lleva cifras o letras que no "-
                       "son de su base"
               WHEN 3
                   DISPLAY "Numero vacio o fuera de rango (hasta "-
                       "999999999; romanos de I a MMMCMXCIX)"
               WHEN OTHER
                   DISPLAY "Romano mal formado: se escribe "-
                       "canonico (IV y no IIII, XCIX y no IC)"
           END-EVALUATE.

       MOSTRAR-FACTOR.
           MOVE FACTOR-PRIMO(IDX-FAC) TO FACTOR-EDIT.
           DISPLAY "  " FACTOR-EDIT.
