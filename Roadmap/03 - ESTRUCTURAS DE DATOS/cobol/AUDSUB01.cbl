     /*
      * Subrutina compartida del encadenado de la AUDITORIA, hermana
      * de CIFSUB01: VERIFICA-AUDITORIA demuestra que la traza cuenta
      * todos los cambios de CONTACTOS, pero nada demostraba que
      * nadie hubiera retocado o quitado despues una linea de un
      * fichero de texto que cualquiera con acceso puede editar.
      * Cada linea lleva en las columnas 115-120 su eslabon: un
      * resumen de sus columnas 1-114 y del eslabon de la linea
      * anterior (copybooks/SELLO.cpy), en seis cifras de base 36.
      * Retocar, quitar o intercalar una linea rompe la cadena desde
      * ese punto, y quitar lineas del final se ve porque el ultimo
      * eslabon emitido queda en el fichero AUDCADENA
      *   ESLABON;FECHA;HORA
      * La cadena empieza en AUDITARC (el eslabon de partida es
      * "000000") y sigue en AUDITORIA. Las lineas sin eslabon de
      * antes de encadenarse la traza se admiten solo delante de la
      * primera sellada. DEPURA-TRAZAS y BORRADO-LEGAL, que
      * reescriben la traza, la verifican antes y la vuelven a
      * sellar al reescribirla, asi que el eslabon de cada linea es
      * el de su posicion actual.
      * Funciones:
      *   N - sellar una linea nueva con el ultimo eslabon de
      *       AUDCADENA y dejarlo avanzado; el programa llama con la
      *       linea ya montada y despues hace su WRITE de siempre
      *   S - sellar una linea con el eslabon que se le pasa
      *   C - comprobar una linea contra el eslabon que se le pasa
      *   F - dejar en AUDCADENA el eslabon que se le pasa
      *   V - verificar la cadena entera, AUDITARC y AUDITORIA, y su
      *       final contra AUDCADENA
      * Sin AUDCADENA (la primera vez) la funcion N toma el ultimo
      * eslabon que encuentre en la traza, o el de partida.
      * El eslabon no lleva clave: delata el retoque a mano, no a
      * quien conozca la formula y reescriba tambien AUDCADENA.
      */

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDSUB01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDCADENA-FILE ASSIGN TO "AUDCADENA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDCADENA.
      * AUDITARC y AUDITORIA se leen con el mismo FD, uno tras otro.
           SELECT TRAZA-FILE ASSIGN TO TRAZA-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TRAZA.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDCADENA-FILE.
       01  LINEA-AUDCADENA PIC X(30).

       FD  TRAZA-FILE.
       01  LINEA-TRAZA PIC X(120).

       WORKING-STORAGE SECTION.
           77 FS-AUDCADENA PIC XX.
           77 FS-TRAZA PIC XX.
           77 TRAZA-NOMBRE PIC X(9).

      * Ultimo eslabon emitido segun AUDCADENA.
           77 CADENA-ESLABON PIC X(6).
           77 CADENA-FECHA PIC X(8).
           77 CADENA-HORA PIC X(8).
           77 SW-CADENA PIC X.
               88 CADENA-LEIDA VALUE "S".
           77 FECHA-HOY PIC 9(8).
           77 HORA-HOY PIC 9(8).

      * Material del eslabon: el de la linea anterior y las columnas
      * 1-114 de la linea.
           01 MATERIAL-SELLO.
               05 MAT-ESLABON PIC X(6).
               05 MAT-LINEA PIC X(114).
           77 ACUMULADO PIC 9(10).
           77 COCIENTE PIC 9(10).
           77 CIFRA-36 PIC 9(2).
           77 IDX-CAR PIC 9(3).
           77 ALFABETO PIC X(36)
               VALUE "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           77 ESLABON-CALCULADO PIC X(6).
           77 ESLABON-PARTIDA PIC X(6) VALUE "000000".

      * Recorrido de la verificacion.
           77 ESLABON-VERIF PIC X(6).
           77 ESLABON-ARCHIVO PIC X(6).
           77 NUMERO-LINEA PIC 9(7).
           77 SW-SELLADA PIC X.
               88 SELLADA-VISTA VALUE "S".
           77 SW-ROTA PIC X.
               88 CADENA-ROTA VALUE "S".

       LINKAGE SECTION.
           01 SEL-PARAMETROS.
               COPY SELLO.
      *LINEA DE AUDITORIA A SELLAR O COMPROBAR; V DEVUELVE EN ELLA LA
      *PRIMERA QUE FALLA
           01 SEL-LINEA PIC X(120).

       PROCEDURE DIVISION USING SEL-PARAMETROS SEL-LINEA.

       TRATAR-SELLO.
           MOVE 0 TO SEL-ESTADO.
           EVALUATE TRUE
               WHEN SEL-NUEVA
                   PERFORM LEER-AUDCADENA
                   IF CADENA-LEIDA
                       MOVE CADENA-ESLABON TO SEL-ESLABON
                   ELSE
                       PERFORM BUSCAR-ULTIMO-ESLABON
                   END-IF
                   PERFORM SELLAR-LINEA
                   PERFORM GRABAR-AUDCADENA
               WHEN SEL-SELLAR
                   PERFORM SELLAR-LINEA
               WHEN SEL-COMPROBAR
                   PERFORM COMPROBAR-LINEA
               WHEN SEL-FIJAR
                   PERFORM GRABAR-AUDCADENA
               WHEN SEL-VERIFICAR
                   PERFORM VERIFICAR-CADENA
               WHEN OTHER
                   DISPLAY "AUDSUB01: funcion desconocida "
                       SEL-FUNCION
                   MOVE 1 TO SEL-ESTADO
           END-EVALUATE.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *EL ESLABON SE ACUMULA OCTETO A OCTETO (POR 257, MODULO EL
      *PRIMO 2147483647) Y SE ESCRIBE EN SEIS CIFRAS DE BASE 36
       CALCULAR-ESLABON.
           MOVE 0 TO ACUMULADO.
           PERFORM VARYING IDX-CAR FROM 1 BY 1 UNTIL IDX-CAR > 120
               COMPUTE ACUMULADO = FUNCTION MOD(ACUMULADO * 257
                   + FUNCTION ORD(MATERIAL-SELLO(IDX-CAR:1)),
                   2147483647)
           END-PERFORM.
           PERFORM VARYING IDX-CAR FROM 6 BY -1 UNTIL IDX-CAR < 1
               DIVIDE ACUMULADO BY 36 GIVING COCIENTE
                   REMAINDER CIFRA-36
               MOVE ALFABETO(CIFRA-36 + 1:1) TO
                   ESLABON-CALCULADO(IDX-CAR:1)
               MOVE COCIENTE TO ACUMULADO
           END-PERFORM.

       SELLAR-LINEA.
           MOVE SEL-ESLABON TO MAT-ESLABON.
           MOVE SEL-LINEA(1:114) TO MAT-LINEA.
           PERFORM CALCULAR-ESLABON.
           MOVE ESLABON-CALCULADO TO SEL-LINEA(115:6).
           MOVE ESLABON-CALCULADO TO SEL-ESLABON.

      *SI NO CUADRA, EL ESLABON QUE SE DEVUELVE ES EL QUE TRAE LA
      *LINEA, PARA QUE QUIEN LLAMA PUEDA SEGUIR COMPROBANDO DETRAS
       COMPROBAR-LINEA.
           IF SEL-LINEA(115:6) = SPACES
               MOVE 2 TO SEL-ESTADO
           ELSE
               MOVE SEL-ESLABON TO MAT-ESLABON
               MOVE SEL-LINEA(1:114) TO MAT-LINEA
               PERFORM CALCULAR-ESLABON
               IF ESLABON-CALCULADO = SEL-LINEA(115:6)
                   MOVE ESLABON-CALCULADO TO SEL-ESLABON
               ELSE
                   MOVE 1 TO SEL-ESTADO
                   MOVE SEL-LINEA(115:6) TO SEL-ESLABON
               END-IF
           END-IF.

       LEER-AUDCADENA.
           MOVE "N" TO SW-CADENA.
           MOVE SPACES TO CADENA-ESLABON.
           OPEN INPUT AUDCADENA-FILE.
           IF FS-AUDCADENA = "00"
               READ AUDCADENA-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       UNSTRING LINEA-AUDCADENA DELIMITED BY ";"
                           INTO CADENA-ESLABON CADENA-FECHA
                               CADENA-HORA
                       IF CADENA-ESLABON NOT = SPACES
                           MOVE "S" TO SW-CADENA
                       END-IF
               END-READ
               CLOSE AUDCADENA-FILE
           END-IF.

       GRABAR-AUDCADENA.
           ACCEPT FECHA-HOY FROM DATE.
           IF FECHA-HOY < 19000101
               ADD 20000000 TO FECHA-HOY
           END-IF.
           ACCEPT HORA-HOY FROM TIME.
           OPEN OUTPUT AUDCADENA-FILE.
           MOVE SPACES TO LINEA-AUDCADENA.
           STRING SEL-ESLABON DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FECHA-HOY DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               HORA-HOY DELIMITED BY SIZE
               INTO LINEA-AUDCADENA.
           WRITE LINEA-AUDCADENA.
           CLOSE AUDCADENA-FILE.

      *SIN AUDCADENA: EL ULTIMO ESLABON QUE APAREZCA EN AUDITARC Y
      *AUDITORIA, O EL DE PARTIDA SI LA TRAZA AUN NO TIENE NINGUNO
       BUSCAR-ULTIMO-ESLABON.
           MOVE ESLABON-PARTIDA TO SEL-ESLABON.
           MOVE "AUDITARC" TO TRAZA-NOMBRE.
           PERFORM RECORRER-ULTIMO-ESLABON.
           MOVE "AUDITORIA" TO TRAZA-NOMBRE.
           PERFORM RECORRER-ULTIMO-ESLABON.

       RECORRER-ULTIMO-ESLABON.
           OPEN INPUT TRAZA-FILE.
           IF FS-TRAZA = "00"
               PERFORM UNTIL FS-TRAZA = "10"
                   READ TRAZA-FILE
                       AT END
                           MOVE "10" TO FS-TRAZA
                       NOT AT END
                           IF LINEA-TRAZA(115:6) NOT = SPACES
                               MOVE LINEA-TRAZA(115:6) TO SEL-ESLABON
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRAZA-FILE
           END-IF.

      *RECORRE AUDITARC Y AUDITORIA HASTA EL PRIMER FALLO Y CASA EL
      *FINAL CON AUDCADENA
       VERIFICAR-CADENA.
           MOVE 0 TO SEL-SELLADAS.
           MOVE 0 TO SEL-ANTERIORES.
           MOVE SPACES TO SEL-FICHERO.
           MOVE 0 TO SEL-NUMERO.
           MOVE ESLABON-PARTIDA TO ESLABON-VERIF.
           MOVE "N" TO SW-SELLADA.
           MOVE "N" TO SW-ROTA.
           MOVE "AUDITARC" TO TRAZA-NOMBRE.
           PERFORM VERIFICAR-TRAZA.
           MOVE ESLABON-VERIF TO ESLABON-ARCHIVO.
           IF NOT CADENA-ROTA
               MOVE "AUDITORIA" TO TRAZA-NOMBRE
               PERFORM VERIFICAR-TRAZA
           END-IF.
           IF NOT CADENA-ROTA
               PERFORM LEER-AUDCADENA
               IF CADENA-LEIDA
                   IF CADENA-ESLABON NOT = ESLABON-VERIF
                       MOVE 3 TO SEL-ESTADO
                   END-IF
               ELSE
                   IF SELLADA-VISTA
                       MOVE 3 TO SEL-ESTADO
                   END-IF
               END-IF
               IF SEL-COLA-DISTINTA
                   MOVE "AUDITORIA" TO SEL-FICHERO
                   ADD 1 NUMERO-LINEA GIVING SEL-NUMERO
                   MOVE SPACES TO SEL-LINEA
               END-IF
           END-IF.
           MOVE ESLABON-ARCHIVO TO SEL-ESLABON.

       VERIFICAR-TRAZA.
           MOVE 0 TO NUMERO-LINEA.
           OPEN INPUT TRAZA-FILE.
           IF FS-TRAZA = "00"
               PERFORM UNTIL FS-TRAZA = "10" OR CADENA-ROTA
                   READ TRAZA-FILE
                       AT END
                           MOVE "10" TO FS-TRAZA
                       NOT AT END
                           ADD 1 TO NUMERO-LINEA
                           PERFORM COMPROBAR-LINEA-TRAZA
                   END-READ
               END-PERFORM
               CLOSE TRAZA-FILE
           END-IF.

      *UNA LINEA SIN ESLABON SOLO SE ADMITE ANTES DE LA PRIMERA
      *SELLADA (LA TRAZA DE ANTES DE ENCADENARSE)
       COMPROBAR-LINEA-TRAZA.
           IF LINEA-TRAZA(115:6) = SPACES
               IF SELLADA-VISTA
                   MOVE 2 TO SEL-ESTADO
                   PERFORM ANOTAR-ROTURA
               ELSE
                   ADD 1 TO SEL-ANTERIORES
               END-IF
           ELSE
               MOVE ESLABON-VERIF TO MAT-ESLABON
               MOVE LINEA-TRAZA(1:114) TO MAT-LINEA
               PERFORM CALCULAR-ESLABON
               IF ESLABON-CALCULADO = LINEA-TRAZA(115:6)
                   MOVE ESLABON-CALCULADO TO ESLABON-VERIF
                   MOVE "S" TO SW-SELLADA
                   ADD 1 TO SEL-SELLADAS
               ELSE
                   MOVE 1 TO SEL-ESTADO
                   PERFORM ANOTAR-ROTURA
               END-IF
           END-IF.

       ANOTAR-ROTURA.
           MOVE "S" TO SW-ROTA.
           MOVE TRAZA-NOMBRE TO SEL-FICHERO.
           MOVE NUMERO-LINEA TO SEL-NUMERO.
           MOVE LINEA-TRAZA TO SEL-LINEA.

       END PROGRAM AUDSUB01.
