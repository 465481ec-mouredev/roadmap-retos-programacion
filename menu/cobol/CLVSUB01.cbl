     /*
      * Subrutina compartida de las claves de operador, hermana de
      * SEGSUB01: la unica que graba el fichero CLAVES, una
      * linea por operador
      *   CODIGO;HUELLA;FECHA-CAMBIO;FALLOS;ESTADO
      * donde HUELLA es el resumen de la clave mezclada con el codigo
      * del operador (la clave en claro no se guarda en ningun sitio
      * y dos operadores con la misma clave tienen huellas
      * distintas), FALLOS los intentos fallidos seguidos y ESTADO
      * A = activa, B = bloqueada tras tres fallos seguidos,
      * C = provisional, a cambiar en la siguiente firma, y D = de
      * baja: el operador ya no esta en la casa y su clave no vuelve
      * a valer, ni restablecida por un supervisor.
      * La caducidad (dias desde el ultimo cambio) se lee de la linea
      * CADUCIDAD=nnn del fichero POLCLAVE; sin ella, 90 dias.
      * Funciones:
      *   V - verificar la clave tecleada en una firma
      *   C - cambiar la clave del propio operador
      *   R - restablecer con una clave provisional (supervisor)
      *   D - dar de baja la clave de un operador que se va
      *       (BAJA-OPERADOR)
      * Los fallos, bloqueos, cambios y altas quedan en SEGURIDAD via
      * SEGSUB01; el restablecimiento lo anota quien lo pide, que es
      * quien sabe que supervisor lo hizo.
      */

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLVSUB01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAVES-FILE ASSIGN TO "CLAVES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CLAVES.
           SELECT POLCLAVE-FILE ASSIGN TO "POLCLAVE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-POLCLAVE.
       DATA DIVISION.
       FILE SECTION.
       FD  CLAVES-FILE.
       01  LINEA-CLAVE PIC X(50).

       FD  POLCLAVE-FILE.
       01  LINEA-POLCLAVE PIC X(40).

       WORKING-STORAGE SECTION.
           77 FS-CLAVES PIC XX.
           77 FS-POLCLAVE PIC XX.

      * Fichero CLAVES entero: se relee en cada llamada, porque otra
      * sesion puede haber bloqueado o cambiado una clave entretanto.
           01 TABLA-CLAVES.
               05 FILA-CLAVE OCCURS 200 TIMES.
                   10 CLV-CODIGO PIC X(8).
                   10 CLV-HUELLA PIC X(20).
                   10 CLV-FECHA PIC 9(8).
                   10 CLV-FALLOS PIC 9.
                   10 CLV-ESTADO PIC X.
                       88 CLAVE-ACTIVA VALUE "A".
                       88 CLAVE-BLOQUEADA VALUE "B".
                       88 CLAVE-PROVISIONAL VALUE "C".
                       88 CLAVE-DE-BAJA VALUE "D".
           77 TOTAL-CLAVES PIC 9(3) VALUE 0.
           77 IDX-CLV PIC 9(3).
           77 FILA-OPERADOR PIC 9(3).
           77 SW-CAMBIADO PIC X.
               88 TABLA-CAMBIADA VALUE "S".

      * Politica de caducidad.
           77 POL-PALABRA PIC X(15).
           77 POL-VALOR PIC X(10).
           77 POL-DIGITOS PIC 9(2).
           77 DIAS-CADUCIDAD PIC 9(3) VALUE 90.

      * Calculo de la huella: la clave y el codigo del operador en
      * una sola cadena, recorrida varias rondas por dos
      * acumuladores que se alimentan el uno del otro.
           01 TEXTO-HUELLA.
               05 TXH-CLAVE PIC X(16).
               05 TXH-OPERADOR PIC X(8).
           01 TEXTO-HUELLA-R REDEFINES TEXTO-HUELLA.
               05 TXH-CARACTER PIC X OCCURS 24 TIMES.
           77 ACUM-1 PIC 9(18).
           77 ACUM-2 PIC 9(18).
           77 VALOR-CARACTER PIC 9(3).
           77 IDX-CAR PIC 9(2).
           77 RONDA PIC 9(3).
           01 HUELLA-CALCULADA.
               05 HUE-PARTE-1 PIC 9(10).
               05 HUE-PARTE-2 PIC 9(10).

           77 FECHA-HOY PIC 9(8).

      * Parametros de FECHASUB (dias entre dos fechas).
           77 FEC-OPERACION PIC X.
           77 FEC-FECHA-1 PIC 9(8).
           77 FEC-FECHA-2 PIC 9(8).
           77 FEC-DIAS PIC S9(5).
           77 FEC-RESULTADO PIC 9(8).
           77 FEC-TEXTO PIC X(10).
           77 FEC-ESTADO PIC 9.

      * Parametros de SEGSUB01.
           77 SEG-EVENTO PIC X(10).
           77 SEG-OPERADOR PIC X(8).
           77 SEG-DETALLE PIC X(40).
           77 FALLOS-EDITADOS PIC 9.

       LINKAGE SECTION.
      *V-VERIFICAR  C-CAMBIAR  R-RESTABLECER  D-DAR DE BAJA
           77 C-FUNCION PIC X.
               88 FUN-VERIFICAR VALUE "V".
               88 FUN-CAMBIAR VALUE "C".
               88 FUN-RESTABLECER VALUE "R".
               88 FUN-BAJA VALUE "D".
           77 C-OPERADOR PIC X(8).
      *CLAVE TECLEADA (V), NUEVA (C) O PROVISIONAL (R)
           77 C-CLAVE PIC X(16).
      *PROGRAMA QUE LLAMA, PARA EL REGISTRO DE SEGURIDAD
           77 C-PROGRAMA PIC X(8).
      *0 = CORRECTA / HECHO      1 = CLAVE INCORRECTA
      *2 = OPERADOR BLOQUEADO O  3 = CORRECTA PERO CADUCADA O
      *    DADO DE BAJA              PROVISIONAL: HAY QUE CAMBIARLA
      *4 = SIN CLAVE (PRIMER USO)
      *5 = LA NUEVA CLAVE ES IGUAL QUE LA ANTERIOR
      *8 = NO SE HA PODIDO GRABAR EL FICHERO CLAVES
           77 C-RESULTADO PIC 9.

       PROCEDURE DIVISION USING C-FUNCION C-OPERADOR C-CLAVE
               C-PROGRAMA C-RESULTADO.

       TRATAR-CLAVE.
           MOVE 0 TO C-RESULTADO.
           MOVE "N" TO SW-CAMBIADO.
           ACCEPT FECHA-HOY FROM DATE.
           IF FECHA-HOY < 19000101
               ADD 20000000 TO FECHA-HOY
           END-IF.
           PERFORM CARGAR-POLITICA.
           PERFORM CARGAR-CLAVES.
           PERFORM BUSCAR-FILA-OPERADOR.
           MOVE C-CLAVE TO TXH-CLAVE.
           MOVE C-OPERADOR TO TXH-OPERADOR.
           PERFORM CALCULAR-HUELLA.
           EVALUATE TRUE
               WHEN FUN-VERIFICAR
                   PERFORM VERIFICAR-CLAVE
               WHEN FUN-CAMBIAR
                   PERFORM CAMBIAR-CLAVE
               WHEN FUN-RESTABLECER
                   PERFORM RESTABLECER-CLAVE
               WHEN FUN-BAJA
                   PERFORM DAR-BAJA-CLAVE
           END-EVALUATE.
           IF TABLA-CAMBIADA
               PERFORM GRABAR-CLAVES
           END-IF.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *FIRMA: BLOQUEADO NO ENTRA NI CON LA CLAVE BUENA; TRES FALLOS
      *SEGUIDOS BLOQUEAN; UNA CLAVE BUENA PONE LOS FALLOS A CERO Y
      *SE AVISA SI ESTA CADUCADA O ES PROVISIONAL
       VERIFICAR-CLAVE.
           IF FILA-OPERADOR = 0
               MOVE 4 TO C-RESULTADO
           ELSE
           IF CLAVE-DE-BAJA(FILA-OPERADOR)
               MOVE 2 TO C-RESULTADO
               MOVE "FALLO" TO SEG-EVENTO
               MOVE "Firma de un operador dado de baja" TO SEG-DETALLE
               PERFORM ANOTAR-SEGURIDAD
           ELSE
           IF CLAVE-BLOQUEADA(FILA-OPERADOR)
               MOVE 2 TO C-RESULTADO
               MOVE "FALLO" TO SEG-EVENTO
               MOVE "Firma de un operador bloqueado" TO SEG-DETALLE
               PERFORM ANOTAR-SEGURIDAD
           ELSE
           IF CLV-HUELLA(FILA-OPERADOR) NOT = HUELLA-CALCULADA
               ADD 1 TO CLV-FALLOS(FILA-OPERADOR)
               SET TABLA-CAMBIADA TO TRUE
               MOVE CLV-FALLOS(FILA-OPERADOR) TO FALLOS-EDITADOS
               MOVE "FALLO" TO SEG-EVENTO
               MOVE SPACES TO SEG-DETALLE
               STRING "Clave incorrecta, fallo " DELIMITED BY SIZE
                   FALLOS-EDITADOS DELIMITED BY SIZE
                   " de 3" DELIMITED BY SIZE
                   INTO SEG-DETALLE
               PERFORM ANOTAR-SEGURIDAD
               IF CLV-FALLOS(FILA-OPERADOR) >= 3
                   SET CLAVE-BLOQUEADA(FILA-OPERADOR) TO TRUE
                   MOVE 2 TO C-RESULTADO
                   MOVE "BLOQUEO" TO SEG-EVENTO
                   MOVE "Bloqueado tras tres fallos seguidos"
                       TO SEG-DETALLE
                   PERFORM ANOTAR-SEGURIDAD
               ELSE
                   MOVE 1 TO C-RESULTADO
               END-IF
           ELSE
               IF CLV-FALLOS(FILA-OPERADOR) NOT = 0
                   MOVE 0 TO CLV-FALLOS(FILA-OPERADOR)
                   SET TABLA-CAMBIADA TO TRUE
               END-IF
               IF CLAVE-PROVISIONAL(FILA-OPERADOR)
                   MOVE 3 TO C-RESULTADO
               ELSE
                   MOVE "E" TO FEC-OPERACION
                   MOVE CLV-FECHA(FILA-OPERADOR) TO FEC-FECHA-1
                   MOVE FECHA-HOY TO FEC-FECHA-2
                   CALL "FECHASUB" USING FEC-OPERACION FEC-FECHA-1
                       FEC-FECHA-2 FEC-DIAS FEC-RESULTADO FEC-TEXTO
                       FEC-ESTADO
      * Una fecha de cambio ilegible se trata como caducada.
                   IF FEC-ESTADO NOT = 0
                       OR FEC-DIAS >= DIAS-CADUCIDAD
                       MOVE 3 TO C-RESULTADO
                   END-IF
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      *CAMBIO POR EL PROPIO OPERADOR (PRIMER USO, CADUCIDAD O CLAVE
      *PROVISIONAL): NO SE ADMITE REPETIR LA ANTERIOR
       CAMBIAR-CLAVE.
           IF FILA-OPERADOR = 0
               PERFORM ANADIR-FILA-OPERADOR
               MOVE "ALTA" TO SEG-EVENTO
               MOVE "Primera clave del operador" TO SEG-DETALLE
           ELSE
               MOVE "CAMBIO" TO SEG-EVENTO
               MOVE "Cambio de clave por el operador" TO SEG-DETALLE
           END-IF.
           IF FILA-OPERADOR = 0
               MOVE 8 TO C-RESULTADO
           ELSE
           IF CLAVE-DE-BAJA(FILA-OPERADOR)
               MOVE 2 TO C-RESULTADO
           ELSE
           IF CLV-HUELLA(FILA-OPERADOR) = HUELLA-CALCULADA
               MOVE 5 TO C-RESULTADO
           ELSE
               MOVE HUELLA-CALCULADA TO CLV-HUELLA(FILA-OPERADOR)
               MOVE FECHA-HOY TO CLV-FECHA(FILA-OPERADOR)
               MOVE 0 TO CLV-FALLOS(FILA-OPERADOR)
               SET CLAVE-ACTIVA(FILA-OPERADOR) TO TRUE
               SET TABLA-CAMBIADA TO TRUE
               PERFORM ANOTAR-SEGURIDAD
           END-IF
           END-IF
           END-IF.

      *RESTABLECIMIENTO POR UN SUPERVISOR: CLAVE PROVISIONAL, FALLOS
      *A CERO Y DESBLOQUEO; EL OPERADOR LA CAMBIA AL FIRMAR
       RESTABLECER-CLAVE.
           IF FILA-OPERADOR = 0
               PERFORM ANADIR-FILA-OPERADOR
           END-IF.
           IF FILA-OPERADOR = 0
               MOVE 8 TO C-RESULTADO
           ELSE
           IF CLAVE-DE-BAJA(FILA-OPERADOR)
               MOVE 2 TO C-RESULTADO
           ELSE
               MOVE HUELLA-CALCULADA TO CLV-HUELLA(FILA-OPERADOR)
               MOVE FECHA-HOY TO CLV-FECHA(FILA-OPERADOR)
               MOVE 0 TO CLV-FALLOS(FILA-OPERADOR)
               SET CLAVE-PROVISIONAL(FILA-OPERADOR) TO TRUE
               SET TABLA-CAMBIADA TO TRUE
           END-IF
           END-IF.

      *BAJA DEL OPERADOR: LA HUELLA SE BORRA PARA QUE NINGUNA CLAVE
      *COINCIDA Y LA FILA QUEDA EN D. SIN FILA SE CREA, PARA QUE LA
      *FIRMA NO LO TOME POR UN PRIMER USO Y LE DEJE ELEGIR CLAVE
       DAR-BAJA-CLAVE.
           IF FILA-OPERADOR = 0
               PERFORM ANADIR-FILA-OPERADOR
           END-IF.
           IF FILA-OPERADOR = 0
               MOVE 8 TO C-RESULTADO
           ELSE
               MOVE SPACES TO CLV-HUELLA(FILA-OPERADOR)
               MOVE FECHA-HOY TO CLV-FECHA(FILA-OPERADOR)
               MOVE 0 TO CLV-FALLOS(FILA-OPERADOR)
               SET CLAVE-DE-BAJA(FILA-OPERADOR) TO TRUE
               SET TABLA-CAMBIADA TO TRUE
           END-IF.

       BUSCAR-FILA-OPERADOR.
           MOVE 0 TO FILA-OPERADOR.
           PERFORM VARYING IDX-CLV FROM 1 BY 1
                   UNTIL IDX-CLV > TOTAL-CLAVES
               IF CLV-CODIGO(IDX-CLV) = C-OPERADOR
                   MOVE IDX-CLV TO FILA-OPERADOR
               END-IF
           END-PERFORM.

       ANADIR-FILA-OPERADOR.
           IF TOTAL-CLAVES < 200
               ADD 1 TO TOTAL-CLAVES
               MOVE TOTAL-CLAVES TO FILA-OPERADOR
               MOVE C-OPERADOR TO CLV-CODIGO(FILA-OPERADOR)
           ELSE
               DISPLAY "Fichero CLAVES lleno (200 operadores)"
           END-IF.

      *HUELLA DE TEXTO-HUELLA: 64 RONDAS SOBRE LOS 24 CARACTERES,
      *CADA ACUMULADOR REDUCIDO MODULO UN PRIMO DE NUEVE CIFRAS
       CALCULAR-HUELLA.
           MOVE 7 TO ACUM-1.
           MOVE 13 TO ACUM-2.
           PERFORM VARYING RONDA FROM 1 BY 1 UNTIL RONDA > 64
               PERFORM VARYING IDX-CAR FROM 1 BY 1 UNTIL IDX-CAR > 24
                   COMPUTE VALOR-CARACTER =
                       FUNCTION ORD(TXH-CARACTER(IDX-CAR))
                   COMPUTE ACUM-1 = FUNCTION MOD
                       (ACUM-1 * 131 + VALOR-CARACTER + RONDA,
                        999999937)
                   COMPUTE ACUM-2 = FUNCTION MOD
                       (ACUM-2 * 257 + ACUM-1 + VALOR-CARACTER
                        * IDX-CAR, 999999929)
               END-PERFORM
           END-PERFORM.
           MOVE ACUM-1 TO HUE-PARTE-1.
           MOVE ACUM-2 TO HUE-PARTE-2.

       CARGAR-POLITICA.
           MOVE 90 TO DIAS-CADUCIDAD.
           OPEN INPUT POLCLAVE-FILE.
           IF FS-POLCLAVE = "00"
               PERFORM UNTIL FS-POLCLAVE = "10"
                   READ POLCLAVE-FILE
                       AT END
                           MOVE "10" TO FS-POLCLAVE
                       NOT AT END
                           PERFORM TRATAR-LINEA-POLITICA
                   END-READ
               END-PERFORM
               CLOSE POLCLAVE-FILE
           END-IF.

       TRATAR-LINEA-POLITICA.
           MOVE SPACES TO POL-PALABRA.
           MOVE SPACES TO POL-VALOR.
           UNSTRING LINEA-POLCLAVE DELIMITED BY "="
               INTO POL-PALABRA POL-VALOR.
           IF POL-PALABRA = "CADUCIDAD"
               MOVE 0 TO POL-DIGITOS
               INSPECT POL-VALOR TALLYING POL-DIGITOS
                   FOR LEADING "0" "1" "2" "3" "4" "5" "6" "7" "8"
                       "9"
               IF POL-DIGITOS > 0 AND POL-DIGITOS < 4
                   MOVE POL-VALOR(1:POL-DIGITOS) TO DIAS-CADUCIDAD
               END-IF
           END-IF.

       CARGAR-CLAVES.
           MOVE 0 TO TOTAL-CLAVES.
           OPEN INPUT CLAVES-FILE.
           IF FS-CLAVES = "00"
               PERFORM UNTIL FS-CLAVES = "10"
                   READ CLAVES-FILE
                       AT END
                           MOVE "10" TO FS-CLAVES
                       NOT AT END
                           IF TOTAL-CLAVES < 200
                               ADD 1 TO TOTAL-CLAVES
                               MOVE SPACES TO
                                   FILA-CLAVE(TOTAL-CLAVES)
                               UNSTRING LINEA-CLAVE
                                   DELIMITED BY ";"
                                   INTO CLV-CODIGO(TOTAL-CLAVES)
                                   CLV-HUELLA(TOTAL-CLAVES)
                                   CLV-FECHA(TOTAL-CLAVES)
                                   CLV-FALLOS(TOTAL-CLAVES)
                                   CLV-ESTADO(TOTAL-CLAVES)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLAVES-FILE
           END-IF.

       GRABAR-CLAVES.
           OPEN OUTPUT CLAVES-FILE.
           IF FS-CLAVES NOT = "00"
               DISPLAY "Error al grabar CLAVES: " FS-CLAVES
               MOVE 8 TO C-RESULTADO
           ELSE
               PERFORM VARYING IDX-CLV FROM 1 BY 1
                       UNTIL IDX-CLV > TOTAL-CLAVES
                   MOVE SPACES TO LINEA-CLAVE
                   STRING CLV-CODIGO(IDX-CLV) DELIMITED BY SIZE
                       ";" DELIMITED BY SIZE
                       CLV-HUELLA(IDX-CLV) DELIMITED BY SIZE
                       ";" DELIMITED BY SIZE
                       CLV-FECHA(IDX-CLV) DELIMITED BY SIZE
                       ";" DELIMITED BY SIZE
                       CLV-FALLOS(IDX-CLV) DELIMITED BY SIZE
                       ";" DELIMITED BY SIZE
                       CLV-ESTADO(IDX-CLV) DELIMITED BY SIZE
                       INTO LINEA-CLAVE
                   WRITE LINEA-CLAVE
               END-PERFORM
               CLOSE CLAVES-FILE
           END-IF.

       ANOTAR-SEGURIDAD.
           MOVE C-OPERADOR TO SEG-OPERADOR.
           CALL "SEGSUB01" USING SEG-EVENTO SEG-OPERADOR C-PROGRAMA
               SEG-DETALLE.

       END PROGRAM CLVSUB01.
