     /*
      * Subrutina compartida de cifrado de los ficheros de
      * intercambio, hermana de CLVSUB01: los productores que sacan
      * datos de la maquina (EXTRAE-CRM, EXTRAE-DELTA,
      * GENERA-MOVDELEG, EXPORTA-REFERENCIA, EXPORTA-VCARD y
      * EXTRAE-PROVEEDORES) cifran
      * con ella el cuerpo de sus ficheros, y los receptores
      * (MANTENIMIENTO-LOTE, CARGA-REFERENCIA, TRADUCE-CRM e
      * IMPORTA-VCARD) lo descifran antes de tratarlo. La cabecera y
      * la cola de cada fichero viajan en claro: llevan los totales
      * de control y, en la cabecera, los tres datos que el receptor
      * necesita para descifrar:
      *   - la version de la clave con la que se cifro
      *   - la semilla del fichero (fecha y hora de generacion, 16
      *     cifras), que hace que dos envios con la misma clave no
      *     se parezcan
      *   - el testigo: 10 cifras sacadas de la clave y la semilla,
      *     con el que el receptor sabe, antes de tocar nada, si
      *     tiene la clave buena
      * Las claves estan en el fichero protegido CLAVECIF, una linea
      * por version
      *   VERSION;DESDE;CLAVE
      * (VERSION de 3 cifras, DESDE la fecha AAAAMMDD desde la que
      * se cifra con ella, CLAVE de hasta 32 caracteres). Para
      * rotar la clave se anade una linea con la version siguiente
      * y su fecha de entrada en vigor; las versiones antiguas se
      * dejan en el fichero mientras queden envios cifrados con
      * ellas por recibir, porque el receptor descifra con la
      * version que dice la cabecera y no con la vigente.
      * El cifrado es un flujo RC4 que se vuelve a sembrar en cada
      * linea con la clave, la semilla y el numero de linea del
      * cuerpo, y que desplaza cada caracter dentro de su propio
      * tramo imprimible (del espacio a la tilde, y los acentuados
      * de X"A0" a X"FF"); el resto de octetos no se toca. Asi una
      * linea cifrada tiene la misma longitud que la original y
      * sigue siendo una linea de texto que cualquier transferencia
      * respeta.
      * Funciones:
      *   A - abrir un envio: devuelve la version vigente y el
      *       testigo de la semilla recibida
      *   V - verificar un envio recibido: comprueba que la version
      *       existe y que el testigo cuadra con la clave
      *   C - cifrar CIF-LARGO posiciones de la linea CIF-NUMERO
      *   D - descifrar CIF-LARGO posiciones de la linea CIF-NUMERO
      * CLAVECIF se carga una sola vez por run unit, como RETENLEG en
      * RETSUB01.
      */

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIFSUB01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAVECIF-FILE ASSIGN TO "CLAVECIF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CLAVECIF.
       DATA DIVISION.
       FILE SECTION.
       FD  CLAVECIF-FILE.
       01  LINEA-CLAVECIF PIC X(60).

       WORKING-STORAGE SECTION.
           77 FS-CLAVECIF PIC XX.
           77 SW-CARGADO PIC X VALUE "N".
               88 CLAVES-CARGADAS VALUE "S".

           01 TABLA-CLAVES.
               05 FILA-CLAVE OCCURS 50 TIMES.
                   10 CLA-VERSION PIC 9(3).
                   10 CLA-DESDE PIC 9(8).
                   10 CLA-CLAVE PIC X(32).
           77 TOTAL-CLAVES PIC 9(2) VALUE 0.
           77 IDX-CLA PIC 9(2).
           77 FILA-ELEGIDA PIC 9(2).
           77 VERSION-LIN PIC X(3).
           77 DESDE-LIN PIC X(8).
           77 CLAVE-LIN PIC X(32).
           77 FECHA-HOY PIC 9(8).

      * Material con el que se siembra el flujo de cada linea: la
      * clave, la semilla del fichero y el numero de linea.
           01 MATERIAL.
               05 MAT-CLAVE PIC X(32).
               05 MAT-SEMILLA PIC X(16).
               05 MAT-NUMERO PIC 9(7).
           77 LARGO-MATERIAL PIC 9(2).
           77 CARACTER-MATERIAL PIC X.

      * Estado del flujo RC4: la permutacion de los 256 valores de
      * octeto (posicion 1 = valor 0) y sus dos indices.
           01 TABLA-ESTADO.
               05 EST-VALOR PIC 9(3) OCCURS 256 TIMES.
           77 IDX-I PIC 9(3).
           77 IDX-J PIC 9(3).
           77 IDX-K PIC 9(3).
           77 VALOR-CAMBIO PIC 9(3).
           77 OCTETO-FLUJO PIC 9(3).
           77 DESCARTES PIC 9(3).

      * Caracter en curso y su tramo imprimible.
           77 IDX-CAR PIC 9(3).
           77 VALOR-CARACTER PIC 9(3).
           77 VALOR-NUEVO PIC 9(3).
           77 BASE-TRAMO PIC 9(3).
           77 ANCHO-TRAMO PIC 9(3).

      * Testigo: 10 octetos del flujo de la linea 0, en cifras.
           01 TESTIGO-CALCULADO.
               05 TES-CIFRA PIC 9 OCCURS 10 TIMES.

       LINKAGE SECTION.
      *A = ABRIR ENVIO, V = VERIFICAR ENVIO, C = CIFRAR, D = DESCIFRAR
           77 CIF-OPERACION PIC X.
               88 OP-ABRIR VALUE "A".
               88 OP-VERIFICAR VALUE "V".
               88 OP-CIFRAR VALUE "C".
               88 OP-DESCIFRAR VALUE "D".
      *VERSION DE LA CLAVE: LA DEVUELVE A Y LA RECIBEN V, C Y D
           77 CIF-VERSION PIC 9(3).
      *SEMILLA DEL FICHERO (FECHA Y HORA DE GENERACION)
           77 CIF-SEMILLA PIC X(16).
      *TESTIGO DE LA CLAVE: LO DEVUELVE A Y LO COMPRUEBA V
           77 CIF-TESTIGO PIC X(10).
      *NUMERO DE LINEA DEL CUERPO (LA PRIMERA DESPUES DE LA CABECERA
      *ES LA 1)
           77 CIF-NUMERO PIC 9(7).
           77 CIF-LINEA PIC X(250).
           77 CIF-LARGO PIC 9(3).
      *0 = CORRECTO; 1 = SIN CLAVECIF O SIN ESA VERSION (CLAVE QUE
      *FALTA); 2 = EL TESTIGO NO CUADRA (CLAVE EQUIVOCADA)
           77 CIF-ESTADO PIC 9.

       PROCEDURE DIVISION USING CIF-OPERACION CIF-VERSION CIF-SEMILLA
               CIF-TESTIGO CIF-NUMERO CIF-LINEA CIF-LARGO CIF-ESTADO.

       TRATAR-CIFRADO.
           IF NOT CLAVES-CARGADAS
               PERFORM CARGAR-CLAVES
           END-IF.
           MOVE 0 TO CIF-ESTADO.
           EVALUATE TRUE
               WHEN OP-ABRIR
                   PERFORM ELEGIR-CLAVE-VIGENTE
                   IF CIF-ESTADO = 0
                       PERFORM CALCULAR-TESTIGO
                       MOVE TESTIGO-CALCULADO TO CIF-TESTIGO
                   END-IF
               WHEN OP-VERIFICAR
                   PERFORM BUSCAR-VERSION
                   IF CIF-ESTADO = 0
                       PERFORM CALCULAR-TESTIGO
                       IF TESTIGO-CALCULADO NOT = CIF-TESTIGO
                           MOVE 2 TO CIF-ESTADO
                       END-IF
                   END-IF
               WHEN OP-CIFRAR
               WHEN OP-DESCIFRAR
                   PERFORM BUSCAR-VERSION
                   IF CIF-ESTADO = 0
                       PERFORM TRANSFORMAR-LINEA
                   END-IF
               WHEN OTHER
                   DISPLAY "CIFSUB01: operacion desconocida "
                       CIF-OPERACION
                   MOVE 1 TO CIF-ESTADO
           END-EVALUATE.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *LA VIGENTE ES LA DE FECHA DESDE MAS RECIENTE QUE YA HAYA
      *ENTRADO EN VIGOR; LAS DE FECHA FUTURA ESTAN PREPARADAS PARA LA
      *PROXIMA ROTACION Y TODAVIA NO SE USAN
       ELEGIR-CLAVE-VIGENTE.
           ACCEPT FECHA-HOY FROM DATE.
           IF FECHA-HOY < 19000101
               ADD 20000000 TO FECHA-HOY
           END-IF.
           MOVE 0 TO FILA-ELEGIDA.
           PERFORM VARYING IDX-CLA FROM 1 BY 1
                   UNTIL IDX-CLA > TOTAL-CLAVES
               IF CLA-DESDE(IDX-CLA) NOT > FECHA-HOY
                   IF FILA-ELEGIDA = 0
                       MOVE IDX-CLA TO FILA-ELEGIDA
                   ELSE
                       IF CLA-DESDE(IDX-CLA) >
                           CLA-DESDE(FILA-ELEGIDA)
                           MOVE IDX-CLA TO FILA-ELEGIDA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF FILA-ELEGIDA = 0
               MOVE 1 TO CIF-ESTADO
           ELSE
               MOVE CLA-VERSION(FILA-ELEGIDA) TO CIF-VERSION
           END-IF.

       BUSCAR-VERSION.
           MOVE 0 TO FILA-ELEGIDA.
           PERFORM VARYING IDX-CLA FROM 1 BY 1
                   UNTIL IDX-CLA > TOTAL-CLAVES
               IF CLA-VERSION(IDX-CLA) = CIF-VERSION
                   MOVE IDX-CLA TO FILA-ELEGIDA
               END-IF
           END-PERFORM.
           IF FILA-ELEGIDA = 0
               MOVE 1 TO CIF-ESTADO
           END-IF.

      *EL TESTIGO SON LOS 10 PRIMEROS OCTETOS DEL FLUJO DE LA LINEA
      *0, QUE NUNCA SE USA PARA CIFRAR, REDUCIDOS A UNA CIFRA CADA UNO
       CALCULAR-TESTIGO.
           MOVE 0 TO MAT-NUMERO.
           PERFORM SEMBRAR-FLUJO.
           PERFORM VARYING IDX-CAR FROM 1 BY 1 UNTIL IDX-CAR > 10
               PERFORM SIGUIENTE-OCTETO
               COMPUTE TES-CIFRA(IDX-CAR) =
                   FUNCTION MOD(OCTETO-FLUJO, 10)
           END-PERFORM.

       TRANSFORMAR-LINEA.
           MOVE CIF-NUMERO TO MAT-NUMERO.
           PERFORM SEMBRAR-FLUJO.
           PERFORM VARYING IDX-CAR FROM 1 BY 1
                   UNTIL IDX-CAR > CIF-LARGO OR IDX-CAR > 250
               PERFORM SIGUIENTE-OCTETO
               COMPUTE VALOR-CARACTER =
                   FUNCTION ORD(CIF-LINEA(IDX-CAR:1)) - 1
               MOVE 0 TO ANCHO-TRAMO
               IF VALOR-CARACTER >= 32 AND VALOR-CARACTER <= 126
                   MOVE 32 TO BASE-TRAMO
                   MOVE 95 TO ANCHO-TRAMO
               END-IF
               IF VALOR-CARACTER >= 160
                   MOVE 160 TO BASE-TRAMO
                   MOVE 96 TO ANCHO-TRAMO
               END-IF
               IF ANCHO-TRAMO > 0
                   PERFORM DESPLAZAR-CARACTER
               END-IF
           END-PERFORM.

      *EL CARACTER AVANZA (CIFRAR) O RETROCEDE (DESCIFRAR) TANTAS
      *POSICIONES COMO MARCA EL OCTETO DEL FLUJO, DANDO LA VUELTA
      *DENTRO DE SU TRAMO
       DESPLAZAR-CARACTER.
           IF OP-CIFRAR
               COMPUTE VALOR-NUEVO = BASE-TRAMO + FUNCTION MOD(
                   VALOR-CARACTER - BASE-TRAMO + OCTETO-FLUJO,
                   ANCHO-TRAMO)
           ELSE
               COMPUTE VALOR-NUEVO = BASE-TRAMO + FUNCTION MOD(
                   VALOR-CARACTER - BASE-TRAMO + 3 * ANCHO-TRAMO
                   - OCTETO-FLUJO, ANCHO-TRAMO)
           END-IF.
           MOVE FUNCTION CHAR(VALOR-NUEVO + 1) TO CIF-LINEA(IDX-CAR:1).

      *SIEMBRA DEL FLUJO CON LA CLAVE ELEGIDA, LA SEMILLA Y EL NUMERO
      *DE LINEA; LOS 256 PRIMEROS OCTETOS SE DESCARTAN, QUE SON LOS
      *QUE MAS DELATAN LA CLAVE
       SEMBRAR-FLUJO.
           MOVE SPACES TO MAT-CLAVE.
           MOVE CLA-CLAVE(FILA-ELEGIDA) TO MAT-CLAVE.
           MOVE CIF-SEMILLA TO MAT-SEMILLA.
           PERFORM VARYING IDX-I FROM 1 BY 1 UNTIL IDX-I > 256
               COMPUTE EST-VALOR(IDX-I) = IDX-I - 1
           END-PERFORM.
           COMPUTE LARGO-MATERIAL = 32 + 16 + 7.
           MOVE 0 TO IDX-J.
           PERFORM VARYING IDX-I FROM 0 BY 1 UNTIL IDX-I > 255
               COMPUTE IDX-K = FUNCTION MOD(IDX-I, LARGO-MATERIAL) + 1
               MOVE MATERIAL(IDX-K:1) TO CARACTER-MATERIAL
               COMPUTE IDX-J = FUNCTION MOD(IDX-J
                   + EST-VALOR(IDX-I + 1)
                   + FUNCTION ORD(CARACTER-MATERIAL) - 1, 256)
               PERFORM INTERCAMBIAR-ESTADO
           END-PERFORM.
           MOVE 0 TO IDX-I.
           MOVE 0 TO IDX-J.
           PERFORM VARYING DESCARTES FROM 1 BY 1 UNTIL DESCARTES > 256
               PERFORM SIGUIENTE-OCTETO
           END-PERFORM.

       SIGUIENTE-OCTETO.
           COMPUTE IDX-I = FUNCTION MOD(IDX-I + 1, 256).
           COMPUTE IDX-J = FUNCTION MOD(IDX-J + EST-VALOR(IDX-I + 1),
               256).
           PERFORM INTERCAMBIAR-ESTADO.
           COMPUTE IDX-K = FUNCTION MOD(EST-VALOR(IDX-I + 1)
               + EST-VALOR(IDX-J + 1), 256).
           MOVE EST-VALOR(IDX-K + 1) TO OCTETO-FLUJO.

       INTERCAMBIAR-ESTADO.
           MOVE EST-VALOR(IDX-I + 1) TO VALOR-CAMBIO.
           MOVE EST-VALOR(IDX-J + 1) TO EST-VALOR(IDX-I + 1).
           MOVE VALOR-CAMBIO TO EST-VALOR(IDX-J + 1).

       CARGAR-CLAVES.
           SET CLAVES-CARGADAS TO TRUE.
           OPEN INPUT CLAVECIF-FILE.
           IF FS-CLAVECIF = "00"
               PERFORM UNTIL FS-CLAVECIF = "10"
                   READ CLAVECIF-FILE
                       AT END
                           MOVE "10" TO FS-CLAVECIF
                       NOT AT END
                           PERFORM TRATAR-LINEA-CLAVE
                   END-READ
               END-PERFORM
               CLOSE CLAVECIF-FILE
           END-IF.

      *LAS LINEAS MAL FORMADAS (VERSION O FECHA NO NUMERICAS, CLAVE
      *EN BLANCO) SE IGNORAN: LA VERSION QUE PIDA UN ENVIO Y NO ESTE
      *SE TRATA COMO CLAVE QUE FALTA
       TRATAR-LINEA-CLAVE.
           MOVE SPACES TO VERSION-LIN.
           MOVE SPACES TO DESDE-LIN.
           MOVE SPACES TO CLAVE-LIN.
           UNSTRING LINEA-CLAVECIF DELIMITED BY ";"
               INTO VERSION-LIN DESDE-LIN CLAVE-LIN.
           IF VERSION-LIN IS NUMERIC AND DESDE-LIN IS NUMERIC
               AND CLAVE-LIN NOT = SPACES AND TOTAL-CLAVES < 50
               ADD 1 TO TOTAL-CLAVES
               MOVE VERSION-LIN TO CLA-VERSION(TOTAL-CLAVES)
               MOVE DESDE-LIN TO CLA-DESDE(TOTAL-CLAVES)
               MOVE CLAVE-LIN TO CLA-CLAVE(TOTAL-CLAVES)
           END-IF.

       END PROGRAM CIFSUB01.
