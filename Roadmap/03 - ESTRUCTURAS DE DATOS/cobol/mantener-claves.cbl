     /*
      * MANTENIMIENTO DE LAS CLAVES DE OPERADOR (FICHERO CLAVES).
      * No es la solucion de ningun reto: es la pantalla de
      * supervisor que deshace los bloqueos de la firma. Tres claves
      * fallidas seguidas bloquean a un operador en MENU-PRINCIPAL y
      * en las firmas de supervisor, y solo se desbloquea desde aqui:
      * el supervisor le da una clave provisional, que el operador
      * tiene que cambiar en cuanto vuelva a firmar. La opcion L
      * ensena el estado de la clave de cada operador (bloqueada,
      * provisional, fecha del ultimo cambio y fallos seguidos).
      * Cada restablecimiento queda en el registro de seguridad con
      * el supervisor que lo hizo. Las huellas las calcula y las
      * graba siempre CLVSUB01; aqui solo se leen para listar.
      * Exige firma de supervisor (nivel 2 de OPERADORES), como
      * MANTENER-RETENCIONES, y nadie se restablece a si mismo.
      * La clave de un operador dado de baja (BAJA-OPERADOR) ya no
      * se restablece: CLVSUB01 la rechaza y aqui se dice por que.
      */
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENER-CLAVES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERADORES-FILE ASSIGN TO "OPERADORES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OPERADORES.
           SELECT CLAVES-FILE ASSIGN TO "CLAVES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CLAVES.
       DATA DIVISION.
       FILE SECTION.
       FD OPERADORES-FILE.
           01 LINEA-OPERADOR PIC X(50).

       FD CLAVES-FILE.
      * CODIGO;HUELLA;FECHA-CAMBIO;FALLOS;ESTADO (ver CLVSUB01).
           01 LINEA-CLAVE PIC X(50).

       WORKING-STORAGE SECTION.
           77 FS-OPERADORES PIC XX.
           77 FS-CLAVES PIC XX.

      * Firma de supervisor, como en MANTENER-RETENCIONES: tres
      * intentos y fuera, y solo vale el nivel 2.
           77 OPERADOR-TECLEADO PIC X(8).
           77 OPR-CODIGO PIC X(8).
           77 OPR-NOMBRE PIC X(30).
           77 OPR-NIVEL PIC X.
           77 INTENTOS-FIRMA PIC 9 VALUE 0.
           77 SW-FIRMADO PIC X VALUE "N".
               88 SUPERVISOR-FIRMADO VALUE "S".
           77 OPERADOR-SESION PIC X(8).
      * Clave del supervisor, comprobada contra CLAVES por CLVSUB01,
      * y suceso para el registro de seguridad de SEGSUB01.
           77 SW-OPERADOR PIC X.
               88 OPERADOR-HALLADO VALUE "S".
           77 CLV-FUNCION PIC X.
           77 CLV-CLAVE PIC X(16).
           77 CLV-PROGRAMA PIC X(8) VALUE "CLVMNT00".
           77 CLV-RESULTADO PIC 9.
           77 SEG-EVENTO PIC X(10).
           77 SEG-DETALLE PIC X(40).

      * Operadores dados de alta en OPERADORES, con su nombre, para
      * listar y para no restablecer codigos que no existen.
           01 TABLA-OPERADORES.
               05 FILA-OPERADOR OCCURS 200 TIMES.
                   10 TOP-CODIGO PIC X(8).
                   10 TOP-NOMBRE PIC X(30).
           77 TOTAL-OPERADORES PIC 9(3) VALUE 0.
           77 IDX-OPE PIC 9(3).

      * Linea de CLAVES troceada para el listado.
           77 CLA-CODIGO PIC X(8).
           77 CLA-HUELLA PIC X(20).
           77 CLA-FECHA PIC X(8).
           77 CLA-FALLOS PIC X.
           77 CLA-ESTADO PIC X.
               88 CLA-ACTIVA VALUE "A".
               88 CLA-BLOQUEADA VALUE "B".
               88 CLA-PROVISIONAL VALUE "C".
               88 CLA-DE-BAJA VALUE "D".
           77 TEXTO-ESTADO PIC X(12).
           77 SW-CLAVE PIC X.
               88 CLAVE-LISTADA VALUE "S".

           01 OPCION-CLAVES PIC X.
               88 CLV-LISTAR VALUE "L" "l".
               88 CLV-RESTABLECER VALUE "R" "r".
               88 CLV-SALIR VALUE "S" "s".

           77 OPERADOR-AUX PIC X(8).
           77 CLAVE-PROVISIONAL-AUX PIC X(16).
           77 LONGITUD-CLAVE PIC 9(2).
           77 ESPACIOS-CLAVE PIC 9(2).
           77 SW-OPE PIC X.
               88 OPERADOR-EXISTE VALUE "S".

       PROCEDURE DIVISION.
       PRINCIPAL.
           PERFORM FIRMAR-SUPERVISOR.
           IF NOT SUPERVISOR-FIRMADO
               DISPLAY "Sin firma de supervisor no se tocan las "-
                   "claves de los operadores"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM CARGAR-OPERADORES.
           PERFORM MENU-CLAVES UNTIL CLV-SALIR.
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

      *FIRMA DEL SUPERVISOR: TRES INTENTOS Y FUERA
       FIRMAR-SUPERVISOR.
           OPEN INPUT OPERADORES-FILE.
           IF FS-OPERADORES NOT = "00"
               DISPLAY "No existe el fichero OPERADORES"
           ELSE
               CLOSE OPERADORES-FILE
               PERFORM PEDIR-FIRMA
                   UNTIL SUPERVISOR-FIRMADO OR INTENTOS-FIRMA >= 3
           END-IF.

       PEDIR-FIRMA.
           ADD 1 TO INTENTOS-FIRMA.
           DISPLAY "Codigo de operador supervisor:".
           ACCEPT OPERADOR-TECLEADO.
           MOVE "N" TO SW-OPERADOR.
           OPEN INPUT OPERADORES-FILE.
           PERFORM BUSCAR-OPERADOR
               UNTIL OPERADOR-HALLADO OR FS-OPERADORES = "10".
           CLOSE OPERADORES-FILE.
           IF NOT OPERADOR-HALLADO
               DISPLAY "Operador no reconocido o sin nivel de "-
                   "supervisor"
               MOVE "FALLO" TO SEG-EVENTO
               MOVE "Firma de supervisor no reconocida"
                   TO SEG-DETALLE
               CALL "SEGSUB01" USING SEG-EVENTO OPERADOR-TECLEADO
                   CLV-PROGRAMA SEG-DETALLE
           ELSE
               PERFORM COMPROBAR-CLAVE
           END-IF.

       BUSCAR-OPERADOR.
           READ OPERADORES-FILE
               AT END
                   MOVE "10" TO FS-OPERADORES
               NOT AT END
                   MOVE SPACES TO OPR-CODIGO
                   MOVE SPACES TO OPR-NOMBRE
                   MOVE SPACES TO OPR-NIVEL
                   UNSTRING LINEA-OPERADOR DELIMITED BY ";"
                       INTO OPR-CODIGO OPR-NOMBRE OPR-NIVEL
                   IF OPR-CODIGO = OPERADOR-TECLEADO
                       AND OPR-CODIGO NOT = SPACES
                       AND OPR-NIVEL = "2"
                       MOVE "S" TO SW-OPERADOR
                   END-IF
           END-READ.

      *CLAVE DEL SUPERVISOR. UNA CLAVE CADUCADA, PROVISIONAL O SIN
      *DAR DE ALTA NO VALE PARA FIRMAR: SE CAMBIA AL ENTRAR EN EL
      *MENU PRINCIPAL
       COMPROBAR-CLAVE.
           DISPLAY "Clave:".
           ACCEPT CLV-CLAVE.
           MOVE "V" TO CLV-FUNCION.
           CALL "CLVSUB01" USING CLV-FUNCION OPR-CODIGO CLV-CLAVE
               CLV-PROGRAMA CLV-RESULTADO.
           EVALUATE CLV-RESULTADO
               WHEN 0
                   MOVE "S" TO SW-FIRMADO
                   MOVE OPR-CODIGO TO OPERADOR-SESION
                   DISPLAY "Firma aceptada: " OPR-NOMBRE
               WHEN 1
                   DISPLAY "Clave incorrecta"
               WHEN 2
                   DISPLAY "Supervisor bloqueado por intentos "-
                       "fallidos"
                   MOVE 3 TO INTENTOS-FIRMA
               WHEN OTHER
                   DISPLAY "Clave caducada, provisional o sin dar de "-
                       "alta: cambiala al firmar en el menu principal"
                   MOVE 3 TO INTENTOS-FIRMA
           END-EVALUATE.

       CARGAR-OPERADORES.
           OPEN INPUT OPERADORES-FILE.
           PERFORM UNTIL FS-OPERADORES = "10"
               READ OPERADORES-FILE
                   AT END
                       MOVE "10" TO FS-OPERADORES
                   NOT AT END
                       IF TOTAL-OPERADORES < 200
                           ADD 1 TO TOTAL-OPERADORES
                           MOVE SPACES TO
                               FILA-OPERADOR(TOTAL-OPERADORES)
                           UNSTRING LINEA-OPERADOR DELIMITED BY ";"
                               INTO TOP-CODIGO(TOTAL-OPERADORES)
                               TOP-NOMBRE(TOTAL-OPERADORES)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OPERADORES-FILE.

       MENU-CLAVES.
           DISPLAY SPACES.
           DISPLAY "--- CLAVES DE OPERADOR (" TOTAL-OPERADORES
               " operadores) ---".
           DISPLAY "L - Listar el estado de las claves".
           DISPLAY "R - Restablecer la clave de un operador".
           DISPLAY "S - Salir".
           ACCEPT OPCION-CLAVES.
           EVALUATE TRUE
               WHEN CLV-LISTAR
                   PERFORM LISTAR-CLAVES
               WHEN CLV-RESTABLECER
                   PERFORM RESTABLECER-OPERADOR
               WHEN CLV-SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcion invalida"
           END-EVALUATE.

      *UNA LINEA POR OPERADOR DE OPERADORES; LOS QUE NO ESTAN EN
      *CLAVES TODAVIA NO HAN ELEGIDO SU PRIMERA CLAVE
       LISTAR-CLAVES.
           PERFORM VARYING IDX-OPE FROM 1 BY 1
                   UNTIL IDX-OPE > TOTAL-OPERADORES
               MOVE "N" TO SW-CLAVE
               OPEN INPUT CLAVES-FILE
               IF FS-CLAVES = "00"
                   PERFORM UNTIL FS-CLAVES = "10" OR CLAVE-LISTADA
                       READ CLAVES-FILE
                           AT END
                               MOVE "10" TO FS-CLAVES
                           NOT AT END
                               PERFORM LISTAR-LINEA-CLAVE
                       END-READ
                   END-PERFORM
                   CLOSE CLAVES-FILE
               END-IF
               IF NOT CLAVE-LISTADA
                   DISPLAY TOP-CODIGO(IDX-OPE) " "
                       TOP-NOMBRE(IDX-OPE) " SIN CLAVE (PRIMER USO)"
               END-IF
           END-PERFORM.

       LISTAR-LINEA-CLAVE.
           MOVE SPACES TO CLA-CODIGO CLA-HUELLA CLA-FECHA CLA-FALLOS
               CLA-ESTADO.
           UNSTRING LINEA-CLAVE DELIMITED BY ";"
               INTO CLA-CODIGO CLA-HUELLA CLA-FECHA CLA-FALLOS
                   CLA-ESTADO.
           IF CLA-CODIGO = TOP-CODIGO(IDX-OPE)
               MOVE "S" TO SW-CLAVE
               EVALUATE TRUE
                   WHEN CLA-BLOQUEADA
                       MOVE "BLOQUEADA" TO TEXTO-ESTADO
                   WHEN CLA-PROVISIONAL
                       MOVE "PROVISIONAL" TO TEXTO-ESTADO
                   WHEN CLA-DE-BAJA
                       MOVE "DE BAJA" TO TEXTO-ESTADO
                   WHEN OTHER
                       MOVE "ACTIVA" TO TEXTO-ESTADO
               END-EVALUATE
               DISPLAY TOP-CODIGO(IDX-OPE) " " TOP-NOMBRE(IDX-OPE)
                   " " TEXTO-ESTADO " CAMBIADA " CLA-FECHA
                   " FALLOS " CLA-FALLOS
           END-IF.

      *CLAVE PROVISIONAL PARA UN OPERADOR DE OPERADORES: LO
      *DESBLOQUEA Y LE OBLIGA A CAMBIARLA EN SU SIGUIENTE FIRMA
       RESTABLECER-OPERADOR.
           DISPLAY "Codigo del operador:".
           ACCEPT OPERADOR-AUX.
           MOVE "N" TO SW-OPE.
           PERFORM VARYING IDX-OPE FROM 1 BY 1
                   UNTIL IDX-OPE > TOTAL-OPERADORES
               IF TOP-CODIGO(IDX-OPE) = OPERADOR-AUX
                   AND OPERADOR-AUX NOT = SPACES
                   MOVE "S" TO SW-OPE
               END-IF
           END-PERFORM.
           IF NOT OPERADOR-EXISTE
               DISPLAY "Ese operador no esta en OPERADORES"
           ELSE
           IF OPERADOR-AUX = OPERADOR-SESION
               DISPLAY "Nadie restablece su propia clave: pideselo "-
                   "a otro supervisor"
           ELSE
               DISPLAY "Clave provisional (de 6 a 16 caracteres, sin "-
                   "espacios):"
               ACCEPT CLAVE-PROVISIONAL-AUX
               MOVE 0 TO LONGITUD-CLAVE
               MOVE 0 TO ESPACIOS-CLAVE
               INSPECT CLAVE-PROVISIONAL-AUX TALLYING LONGITUD-CLAVE
                   FOR CHARACTERS BEFORE INITIAL SPACE
                   ESPACIOS-CLAVE FOR ALL SPACE
               IF LONGITUD-CLAVE < 6
                   OR LONGITUD-CLAVE + ESPACIOS-CLAVE NOT = 16
                   DISPLAY "Clave no valida: de 6 a 16 caracteres y "-
                       "sin espacios"
               ELSE
                   MOVE "R" TO CLV-FUNCION
                   CALL "CLVSUB01" USING CLV-FUNCION OPERADOR-AUX
                       CLAVE-PROVISIONAL-AUX CLV-PROGRAMA CLV-RESULTADO
                   IF CLV-RESULTADO = 2
                       DISPLAY "Operador dado de baja: su clave ya "-
                           "no se restablece"
                   ELSE
                   IF CLV-RESULTADO NOT = 0
                       DISPLAY "No se ha podido grabar la clave "-
                           "provisional"
                   ELSE
                       MOVE "RESET" TO SEG-EVENTO
                       MOVE SPACES TO SEG-DETALLE
                       STRING "Clave provisional dada por "
                           DELIMITED BY SIZE
                           OPERADOR-SESION DELIMITED BY SIZE
                           INTO SEG-DETALLE
                       CALL "SEGSUB01" USING SEG-EVENTO OPERADOR-AUX
                           CLV-PROGRAMA SEG-DETALLE
                       DISPLAY "Clave restablecida: el operador la "-
                           "cambiara en su siguiente firma"
                   END-IF
                   END-IF
               END-IF
           END-IF
           END-IF.

       END PROGRAM MANTENER-CLAVES.
