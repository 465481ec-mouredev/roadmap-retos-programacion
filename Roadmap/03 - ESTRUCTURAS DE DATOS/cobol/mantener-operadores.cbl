     /*
      * MANTENIMIENTO DE OPERADORES Y DE SUS ACCESOS A AGENDAS
      * (FICHEROS OPERADORES Y ACCESOS).
      * No es la solucion de ningun reto: los dos ficheros se tocaban
      * a mano con el editor, y un punto y coma de mas dejo a medio
      * turno sin poder firmar. Esta pantalla de supervisor hace las
      * altas, los cambios de nombre, nivel e idioma y las bajas de
      * operadores, y concede y retira agendas en ACCESOS:
      *   OPERADORES  CODIGO;NOMBRE;NIVEL;IDIOMA;ESTADO
      *   ACCESOS     OPERADOR;AGENDA
      * Ningun campo admite ";" y el nivel es 1 o 2. La agenda que se
      * concede tiene que existir en el catalogo de CONTACTOS y el
      * operador tiene que estar activo. Nunca se queda la casa sin
      * un operador de nivel 2 activo: ni se baja ni se rebaja al
      * ultimo. La baja deja la linea con ESTADO = B y la clave de
      * baja en CLAVES (CLVSUB01), igual que BAJA-OPERADOR, que es
      * quien traspasa despues sus tareas, citas e informes.
      * Cada cambio se anade al registro de autorizaciones AUTORIZA
      *   FECHA;HORA;SUPERVISOR;FICHERO;ACCION;CLAVE;ANTES;DESPUES
      * con el supervisor firmado y la linea de antes y la de
      * despues. Los ficheros se reescriben enteros tras cada cambio.
      * Exige firma de supervisor (nivel 2 de OPERADORES), como
      * MANTENER-CLAVES, y nadie se da de baja ni se rebaja a si
      * mismo.
      */
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENER-OPERADORES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERADORES-FILE ASSIGN TO "OPERADORES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OPERADORES.
           SELECT ACCESOS-FILE ASSIGN TO "ACCESOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ACCESOS.
           SELECT AUTORIZA-FILE ASSIGN TO "AUTORIZA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUTORIZA.
      * Agenda de any7dev.cbl, solo en lectura: la agenda que se
      * concede se busca en el catalogo por la clave compuesta.
           SELECT CONTACTOS-FILE ASSIGN TO "CONTACTOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLAVE-REG
               ALTERNATE RECORD KEY IS TELEFONO-REG WITH DUPLICATES
               FILE STATUS IS FS-CONTACTOS.
       DATA DIVISION.
       FILE SECTION.
       FD OPERADORES-FILE.
           01 LINEA-OPERADOR PIC X(50).

       FD ACCESOS-FILE.
           01 LINEA-ACCESO PIC X(30).

       FD AUTORIZA-FILE.
           01 LINEA-AUTORIZA PIC X(200).

       FD CONTACTOS-FILE.
           01 REG-CONTACTO.
      * Registro canonico de contacto (copybooks/CONTACTO.cpy), mismo
      * REPLACING que usa any7dev.cbl para su REG-CONTACTO.
               COPY CONTACTO REPLACING
                   ==CLAVE-CONTACTO== BY ==CLAVE-REG==
                   ==AGENDA-NOMBRE== BY ==AGENDA-NOMBRE-REG==
                   ==NOMBRE== BY ==NOMBRE-REG==
                   ==ESTADO== BY ==ESTADO-REG==
                   ==NUMERO== BY ==NUMERO-REG==
                   ==NUM-TIPO== BY ==NUM-TIPO-REG==
                   ==NUM-PAIS== BY ==NUM-PAIS-REG==
                   ==NUM-PRINCIPAL== BY ==NUM-PRINCIPAL-REG==
                   ==NUM-EXT== BY ==NUM-EXT-REG==
                   ==TELEFONO== BY ==TELEFONO-REG==
                   ==CONTACTO-ACTIVO== BY ==CONTACTO-ACTIVO-REG==
                   ==CONTACTO-BORRADO== BY ==CONTACTO-BORRADO-REG==.

       WORKING-STORAGE SECTION.
           77 FS-OPERADORES PIC XX.
           77 FS-ACCESOS PIC XX.
           77 FS-AUTORIZA PIC XX.
           77 FS-CONTACTOS PIC XX.

      * Firma de supervisor, como en MANTENER-CLAVES: tres intentos
      * y fuera, y solo vale el nivel 2.
           77 OPERADOR-TECLEADO PIC X(8).
           77 OPR-CODIGO PIC X(8).
           77 OPR-NOMBRE PIC X(30).
           77 OPR-NIVEL PIC X.
           77 INTENTOS-FIRMA PIC 9 VALUE 0.
           77 SW-FIRMADO PIC X VALUE "N".
               88 SUPERVISOR-FIRMADO VALUE "S".
           77 OPERADOR-SESION PIC X(8).
           77 SW-OPERADOR PIC X.
               88 OPERADOR-HALLADO VALUE "S".
           77 CLV-FUNCION PIC X.
           77 CLV-CLAVE PIC X(16).
           77 CLV-PROGRAMA PIC X(8) VALUE "OPEMNT00".
           77 CLV-RESULTADO PIC 9.
           77 SEG-EVENTO PIC X(10).
           77 SEG-DETALLE PIC X(40).

      * Copia en memoria de OPERADORES.
           01 TABLA-OPERADORES.
               05 FILA-OPERADOR OCCURS 200 TIMES.
                   10 TOP-CODIGO PIC X(8).
                   10 TOP-NOMBRE PIC X(30).
                   10 TOP-NIVEL PIC X.
                   10 TOP-IDIOMA PIC XX.
                   10 TOP-ESTADO PIC X.
                       88 TOP-DE-BAJA VALUE "B".
           77 TOTAL-OPERADORES PIC 9(3) VALUE 0.
           77 IDX-OPE PIC 9(3).
           77 FILA-ELEGIDA PIC 9(3).
           77 FILA-GUARDADA PIC 9(3).
           77 SUPERVISORES-ACTIVOS PIC 9(3).

      * Copia en memoria de ACCESOS.
           01 TABLA-ACCESOS.
               05 FILA-ACCESO OCCURS 500 TIMES.
                   10 TAC-OPERADOR PIC X(8).
                   10 TAC-AGENDA PIC X(15).
           77 TOTAL-ACCESOS PIC 9(3) VALUE 0.
           77 IDX-ACC PIC 9(3).
           77 FILA-ACCESO-ELEGIDA PIC 9(3).
           77 ACCESOS-OPERADOR PIC 9(3).

           01 OPCION-OPERADORES PIC X.
               88 OPC-LISTAR VALUE "L" "l".
               88 OPC-ALTA VALUE "A" "a".
               88 OPC-MODIFICAR VALUE "M" "m".
               88 OPC-BAJA VALUE "B" "b".
               88 OPC-CONCEDER VALUE "C" "c".
               88 OPC-RETIRAR VALUE "R" "r".
               88 OPC-SALIR VALUE "S" "s".

      * Lo tecleado en cada opcion.
           77 CODIGO-AUX PIC X(8).
           77 NOMBRE-AUX PIC X(30).
           77 NIVEL-AUX PIC X.
               88 NIVEL-VALIDO VALUE "1" "2".
           77 IDIOMA-AUX PIC XX.
           77 AGENDA-AUX PIC X(15).
           77 CONFIRMA-AUX PIC X.
               88 CONFIRMADO VALUE "S" "s".
           77 PUNTOS-COMA PIC 9(2).
           77 LONGITUD-CODIGO PIC 9(2).
           77 ESPACIOS-CODIGO PIC 9(2).
           77 SW-AGENDA PIC X.
               88 AGENDA-EXISTE VALUE "S".

      * Registro de autorizaciones: la linea de antes y la de
      * despues de cada cambio, tal como quedan en el fichero.
           77 AUT-FECHA PIC 9(8).
           77 AUT-HORA PIC 9(8).
           77 AUT-FICHERO PIC X(10).
           77 AUT-ACCION PIC X(8).
           77 AUT-CLAVE PIC X(24).
           77 AUT-ANTES PIC X(50).
           77 AUT-DESPUES PIC X(50).

       PROCEDURE DIVISION.
       PRINCIPAL.
           PERFORM FIRMAR-SUPERVISOR.
           IF NOT SUPERVISOR-FIRMADO
               DISPLAY "Sin firma de supervisor no se tocan los "-
                   "operadores ni sus accesos"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM CARGAR-OPERADORES.
           PERFORM CARGAR-ACCESOS.
           PERFORM MENU-OPERADORES UNTIL OPC-SALIR.
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

      *CLAVE DEL SUPERVISOR, COMO EN MANTENER-CLAVES
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
                   DISPLAY "Supervisor bloqueado o dado de baja"
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
                       IF LINEA-OPERADOR NOT = SPACES
                           AND TOTAL-OPERADORES < 200
                           ADD 1 TO TOTAL-OPERADORES
                           MOVE SPACES TO
                               FILA-OPERADOR(TOTAL-OPERADORES)
                           UNSTRING LINEA-OPERADOR DELIMITED BY ";"
                               INTO TOP-CODIGO(TOTAL-OPERADORES)
                               TOP-NOMBRE(TOTAL-OPERADORES)
                               TOP-NIVEL(TOTAL-OPERADORES)
                               TOP-IDIOMA(TOTAL-OPERADORES)
                               TOP-ESTADO(TOTAL-OPERADORES)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OPERADORES-FILE.

       CARGAR-ACCESOS.
           OPEN INPUT ACCESOS-FILE.
           IF FS-ACCESOS = "00"
               PERFORM UNTIL FS-ACCESOS = "10"
                   READ ACCESOS-FILE
                       AT END
                           MOVE "10" TO FS-ACCESOS
                       NOT AT END
                           IF LINEA-ACCESO NOT = SPACES
                               AND TOTAL-ACCESOS < 500
                               ADD 1 TO TOTAL-ACCESOS
                               MOVE SPACES TO
                                   FILA-ACCESO(TOTAL-ACCESOS)
                               UNSTRING LINEA-ACCESO DELIMITED BY ";"
                                   INTO TAC-OPERADOR(TOTAL-ACCESOS)
                                   TAC-AGENDA(TOTAL-ACCESOS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCESOS-FILE
           END-IF.

       MENU-OPERADORES.
           DISPLAY SPACES.
           DISPLAY "--- OPERADORES Y ACCESOS (" TOTAL-OPERADORES
               " operadores, " TOTAL-ACCESOS " accesos) ---".
           DISPLAY "L - Listar operadores y sus agendas".
           DISPLAY "A - Alta de un operador".
           DISPLAY "M - Modificar nombre, nivel o idioma".
           DISPLAY "B - Baja de un operador".
           DISPLAY "C - Conceder una agenda a un operador".
           DISPLAY "R - Retirar una agenda a un operador".
           DISPLAY "S - Salir".
           ACCEPT OPCION-OPERADORES.
           EVALUATE TRUE
               WHEN OPC-LISTAR
                   PERFORM LISTAR-OPERADORES
               WHEN OPC-ALTA
                   PERFORM ALTA-OPERADOR
               WHEN OPC-MODIFICAR
                   PERFORM MODIFICAR-OPERADOR
               WHEN OPC-BAJA
                   PERFORM BAJA-OPERADOR
               WHEN OPC-CONCEDER
                   PERFORM CONCEDER-ACCESO
               WHEN OPC-RETIRAR
                   PERFORM RETIRAR-ACCESO
               WHEN OPC-SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcion invalida"
           END-EVALUATE.

      *UNA LINEA POR OPERADOR Y DEBAJO SUS AGENDAS; SIN NINGUNA VE
      *TODAS, COMO EN EL MENU PRINCIPAL
       LISTAR-OPERADORES.
           PERFORM VARYING IDX-OPE FROM 1 BY 1
                   UNTIL IDX-OPE > TOTAL-OPERADORES
               IF TOP-DE-BAJA(IDX-OPE)
                   DISPLAY TOP-CODIGO(IDX-OPE) " " TOP-NOMBRE(IDX-OPE)
                       " NIVEL " TOP-NIVEL(IDX-OPE) " "
                       TOP-IDIOMA(IDX-OPE) " DE BAJA"
               ELSE
                   DISPLAY TOP-CODIGO(IDX-OPE) " " TOP-NOMBRE(IDX-OPE)
                       " NIVEL " TOP-NIVEL(IDX-OPE) " "
                       TOP-IDIOMA(IDX-OPE)
                   MOVE 0 TO ACCESOS-OPERADOR
                   PERFORM VARYING IDX-ACC FROM 1 BY 1
                           UNTIL IDX-ACC > TOTAL-ACCESOS
                       IF TAC-OPERADOR(IDX-ACC) = TOP-CODIGO(IDX-OPE)
                           ADD 1 TO ACCESOS-OPERADOR
                           DISPLAY "    agenda " TAC-AGENDA(IDX-ACC)
                       END-IF
                   END-PERFORM
                   IF ACCESOS-OPERADOR = 0
                       DISPLAY "    (todas las agendas)"
                   END-IF
               END-IF
           END-PERFORM.

      *BUSCA CODIGO-AUX EN LA TABLA; FILA-ELEGIDA = 0 SI NO ESTA
       LOCALIZAR-OPERADOR.
           MOVE 0 TO FILA-ELEGIDA.
           PERFORM VARYING IDX-OPE FROM 1 BY 1
                   UNTIL IDX-OPE > TOTAL-OPERADORES
               IF TOP-CODIGO(IDX-OPE) = CODIGO-AUX
                   AND CODIGO-AUX NOT = SPACES
                   MOVE IDX-OPE TO FILA-ELEGIDA
               END-IF
           END-PERFORM.

      *OPERADORES DE NIVEL 2 ACTIVOS QUE QUEDAN
       CONTAR-SUPERVISORES.
           MOVE 0 TO SUPERVISORES-ACTIVOS.
           PERFORM VARYING IDX-OPE FROM 1 BY 1
                   UNTIL IDX-OPE > TOTAL-OPERADORES
               IF TOP-NIVEL(IDX-OPE) = "2"
                   AND NOT TOP-DE-BAJA(IDX-OPE)
                   ADD 1 TO SUPERVISORES-ACTIVOS
               END-IF
           END-PERFORM.

      *NOMBRE, NIVEL E IDIOMA TECLEADOS: NINGUNO CON ";", NIVEL 1 O
      *2 E IDIOMA DE DOS LETRAS (EN BLANCO, ES)
       PEDIR-DATOS-OPERADOR.
           DISPLAY "Nombre:".
           ACCEPT NOMBRE-AUX.
           DISPLAY "Nivel (1 operador, 2 supervisor):".
           ACCEPT NIVEL-AUX.
           DISPLAY "Idioma (en blanco, ES):".
           ACCEPT IDIOMA-AUX.
           MOVE FUNCTION UPPER-CASE(IDIOMA-AUX) TO IDIOMA-AUX.
           IF IDIOMA-AUX = SPACES
               MOVE "ES" TO IDIOMA-AUX
           END-IF.
           MOVE 0 TO PUNTOS-COMA.
           INSPECT NOMBRE-AUX TALLYING PUNTOS-COMA FOR ALL ";".
           INSPECT IDIOMA-AUX TALLYING PUNTOS-COMA FOR ALL ";".
           IF NOMBRE-AUX = SPACES
               DISPLAY "El nombre no puede quedar en blanco"
               MOVE "N" TO CONFIRMA-AUX
           ELSE
           IF PUNTOS-COMA > 0
               DISPLAY "Ningun campo puede llevar punto y coma"
               MOVE "N" TO CONFIRMA-AUX
           ELSE
           IF NOT NIVEL-VALIDO
               DISPLAY "El nivel es 1 o 2"
               MOVE "N" TO CONFIRMA-AUX
           ELSE
           IF IDIOMA-AUX IS NOT ALPHABETIC
               OR IDIOMA-AUX(2:1) = SPACE
               DISPLAY "El idioma son dos letras"
               MOVE "N" TO CONFIRMA-AUX
           ELSE
               MOVE "S" TO CONFIRMA-AUX
           END-IF
           END-IF
           END-IF
           END-IF.

       ALTA-OPERADOR.
           DISPLAY "Codigo del operador nuevo:".
           ACCEPT CODIGO-AUX.
           MOVE 0 TO PUNTOS-COMA.
           MOVE 0 TO LONGITUD-CODIGO.
           MOVE 0 TO ESPACIOS-CODIGO.
           INSPECT CODIGO-AUX TALLYING PUNTOS-COMA FOR ALL ";".
           INSPECT CODIGO-AUX TALLYING LONGITUD-CODIGO
               FOR CHARACTERS BEFORE INITIAL SPACE
               ESPACIOS-CODIGO FOR ALL SPACE.
           PERFORM LOCALIZAR-OPERADOR.
           IF CODIGO-AUX = SPACES OR PUNTOS-COMA > 0
               OR LONGITUD-CODIGO + ESPACIOS-CODIGO NOT = 8
               DISPLAY "Codigo no valido: sin espacios ni punto y coma"
           ELSE
           IF FILA-ELEGIDA NOT = 0
               DISPLAY "Ese codigo ya esta en OPERADORES (los de baja "-
                   "no se reutilizan)"
           ELSE
           IF TOTAL-OPERADORES >= 200
               DISPLAY "No caben mas operadores"
           ELSE
               PERFORM PEDIR-DATOS-OPERADOR
               IF CONFIRMADO
                   ADD 1 TO TOTAL-OPERADORES
                   MOVE TOTAL-OPERADORES TO FILA-ELEGIDA
                   MOVE CODIGO-AUX TO TOP-CODIGO(FILA-ELEGIDA)
                   MOVE NOMBRE-AUX TO TOP-NOMBRE(FILA-ELEGIDA)
                   MOVE NIVEL-AUX TO TOP-NIVEL(FILA-ELEGIDA)
                   MOVE IDIOMA-AUX TO TOP-IDIOMA(FILA-ELEGIDA)
                   MOVE SPACE TO TOP-ESTADO(FILA-ELEGIDA)
                   MOVE SPACES TO AUT-ANTES
                   PERFORM COMPONER-OPERADOR
                   MOVE LINEA-OPERADOR TO AUT-DESPUES
                   PERFORM GRABAR-OPERADORES
                   MOVE "ALTA" TO AUT-ACCION
                   PERFORM AUTORIZAR-OPERADOR
                   DISPLAY "Operador dado de alta: elegira su clave "-
                       "la primera vez que firme"
               END-IF
           END-IF
           END-IF
           END-IF.

       MODIFICAR-OPERADOR.
           DISPLAY "Codigo del operador:".
           ACCEPT CODIGO-AUX.
           PERFORM LOCALIZAR-OPERADOR.
           IF FILA-ELEGIDA = 0
               DISPLAY "Ese operador no esta en OPERADORES"
           ELSE
           IF TOP-DE-BAJA(FILA-ELEGIDA)
               DISPLAY "Ese operador esta de baja"
           ELSE
               DISPLAY "Ahora: " TOP-NOMBRE(FILA-ELEGIDA) " NIVEL "
                   TOP-NIVEL(FILA-ELEGIDA) " "
                   TOP-IDIOMA(FILA-ELEGIDA)
               PERFORM PEDIR-DATOS-OPERADOR
               PERFORM CONTAR-SUPERVISORES
               IF CONFIRMADO AND NIVEL-AUX NOT = "2"
                   AND TOP-NIVEL(FILA-ELEGIDA) = "2"
                   IF SUPERVISORES-ACTIVOS <= 1
                       DISPLAY "Es el ultimo supervisor activo: no "-
                           "se le quita el nivel 2"
                       MOVE "N" TO CONFIRMA-AUX
                   ELSE
                   IF CODIGO-AUX = OPERADOR-SESION
                       DISPLAY "Nadie se quita a si mismo el nivel "-
                           "de supervisor"
                       MOVE "N" TO CONFIRMA-AUX
                   END-IF
                   END-IF
               END-IF
               IF CONFIRMADO
                   PERFORM COMPONER-OPERADOR
                   MOVE LINEA-OPERADOR TO AUT-ANTES
                   MOVE NOMBRE-AUX TO TOP-NOMBRE(FILA-ELEGIDA)
                   MOVE NIVEL-AUX TO TOP-NIVEL(FILA-ELEGIDA)
                   MOVE IDIOMA-AUX TO TOP-IDIOMA(FILA-ELEGIDA)
                   PERFORM COMPONER-OPERADOR
                   MOVE LINEA-OPERADOR TO AUT-DESPUES
                   IF AUT-ANTES = AUT-DESPUES
                       DISPLAY "Sin cambios"
                   ELSE
                       PERFORM GRABAR-OPERADORES
                       MOVE "MODIFICA" TO AUT-ACCION
                       PERFORM AUTORIZAR-OPERADOR
                       DISPLAY "Operador modificado"
                   END-IF
               END-IF
           END-IF
           END-IF.

      *LA LINEA SE QUEDA CON ESTADO B, SUS AGENDAS SE RETIRAN Y LA
      *CLAVE SE DA DE BAJA; EL TRASPASO DE LO SUYO ES DE
      *BAJA-OPERADOR
       BAJA-OPERADOR.
           DISPLAY "Codigo del operador que se va:".
           ACCEPT CODIGO-AUX.
           PERFORM LOCALIZAR-OPERADOR.
           PERFORM CONTAR-SUPERVISORES.
           IF FILA-ELEGIDA = 0
               DISPLAY "Ese operador no esta en OPERADORES"
           ELSE
           IF TOP-DE-BAJA(FILA-ELEGIDA)
               DISPLAY "Ese operador ya esta de baja"
           ELSE
           IF CODIGO-AUX = OPERADOR-SESION
               DISPLAY "Nadie se da de baja a si mismo"
           ELSE
           IF TOP-NIVEL(FILA-ELEGIDA) = "2"
               AND SUPERVISORES-ACTIVOS <= 1
               DISPLAY "Es el ultimo supervisor activo: no se da de "-
                   "baja"
           ELSE
               DISPLAY "Baja de " TOP-CODIGO(FILA-ELEGIDA) " "
                   TOP-NOMBRE(FILA-ELEGIDA) ". Confirmar (S/N):"
               ACCEPT CONFIRMA-AUX
               IF CONFIRMADO
                   PERFORM COMPONER-OPERADOR
                   MOVE LINEA-OPERADOR TO AUT-ANTES
                   MOVE "B" TO TOP-ESTADO(FILA-ELEGIDA)
                   PERFORM COMPONER-OPERADOR
                   MOVE LINEA-OPERADOR TO AUT-DESPUES
                   PERFORM GRABAR-OPERADORES
                   MOVE "BAJA" TO AUT-ACCION
                   PERFORM AUTORIZAR-OPERADOR
                   PERFORM VARYING IDX-ACC FROM TOTAL-ACCESOS BY -1
                           UNTIL IDX-ACC < 1
                       IF TAC-OPERADOR(IDX-ACC) = CODIGO-AUX
                           MOVE IDX-ACC TO FILA-ACCESO-ELEGIDA
                           PERFORM QUITAR-ACCESO
                       END-IF
                   END-PERFORM
                   MOVE "D" TO CLV-FUNCION
                   MOVE SPACES TO CLV-CLAVE
                   CALL "CLVSUB01" USING CLV-FUNCION CODIGO-AUX
                       CLV-CLAVE CLV-PROGRAMA CLV-RESULTADO
                   IF CLV-RESULTADO NOT = 0
                       DISPLAY "No se ha podido dar de baja su clave"
                   END-IF
                   DISPLAY "Operador de baja. Sus tareas, citas e "-
                       "informes se traspasan con BAJA-OPERADOR"
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      *LA AGENDA TIENE QUE TENER ALGUN CONTACTO EN CONTACTOS
       CONCEDER-ACCESO.
           DISPLAY "Codigo del operador:".
           ACCEPT CODIGO-AUX.
           PERFORM LOCALIZAR-OPERADOR.
           IF FILA-ELEGIDA = 0
               DISPLAY "Ese operador no esta en OPERADORES"
           ELSE
           IF TOP-DE-BAJA(FILA-ELEGIDA)
               DISPLAY "Ese operador esta de baja"
           ELSE
               DISPLAY "Agenda:"
               ACCEPT AGENDA-AUX
               PERFORM LOCALIZAR-ACCESO
               PERFORM VALIDAR-AGENDA
               IF FILA-ACCESO-ELEGIDA NOT = 0
                   DISPLAY "Ese operador ya tiene esa agenda"
               ELSE
               IF NOT AGENDA-EXISTE
                   DISPLAY "Esa agenda no existe en CONTACTOS"
               ELSE
               IF TOTAL-ACCESOS >= 500
                   DISPLAY "No caben mas accesos"
               ELSE
                   MOVE 0 TO ACCESOS-OPERADOR
                   PERFORM VARYING IDX-ACC FROM 1 BY 1
                           UNTIL IDX-ACC > TOTAL-ACCESOS
                       IF TAC-OPERADOR(IDX-ACC) = CODIGO-AUX
                           ADD 1 TO ACCESOS-OPERADOR
                       END-IF
                   END-PERFORM
                   ADD 1 TO TOTAL-ACCESOS
                   MOVE CODIGO-AUX TO TAC-OPERADOR(TOTAL-ACCESOS)
                   MOVE AGENDA-AUX TO TAC-AGENDA(TOTAL-ACCESOS)
                   PERFORM GRABAR-ACCESOS
                   MOVE SPACES TO AUT-ANTES
                   MOVE TOTAL-ACCESOS TO IDX-ACC
                   PERFORM COMPONER-ACCESO
                   MOVE LINEA-ACCESO TO AUT-DESPUES
                   MOVE "CONCEDE" TO AUT-ACCION
                   PERFORM AUTORIZAR-ACCESO
                   IF ACCESOS-OPERADOR = 0
                       DISPLAY "Agenda concedida. Desde ahora el "-
                           "operador solo ve las agendas concedidas"
                   ELSE
                       DISPLAY "Agenda concedida"
                   END-IF
               END-IF
               END-IF
               END-IF
           END-IF
           END-IF.

       RETIRAR-ACCESO.
           DISPLAY "Codigo del operador:".
           ACCEPT CODIGO-AUX.
           DISPLAY "Agenda:".
           ACCEPT AGENDA-AUX.
           PERFORM LOCALIZAR-ACCESO.
           IF FILA-ACCESO-ELEGIDA = 0
               DISPLAY "Ese operador no tiene esa agenda en ACCESOS"
           ELSE
               PERFORM QUITAR-ACCESO
               MOVE 0 TO ACCESOS-OPERADOR
               PERFORM VARYING IDX-ACC FROM 1 BY 1
                       UNTIL IDX-ACC > TOTAL-ACCESOS
                   IF TAC-OPERADOR(IDX-ACC) = CODIGO-AUX
                       ADD 1 TO ACCESOS-OPERADOR
                   END-IF
               END-PERFORM
               IF ACCESOS-OPERADOR = 0
                   DISPLAY "Agenda retirada. Sin ninguna linea en "-
                       "ACCESOS el operador vuelve a ver todas"
               ELSE
                   DISPLAY "Agenda retirada"
               END-IF
           END-IF.

       LOCALIZAR-ACCESO.
           MOVE 0 TO FILA-ACCESO-ELEGIDA.
           PERFORM VARYING IDX-ACC FROM 1 BY 1
                   UNTIL IDX-ACC > TOTAL-ACCESOS
               IF TAC-OPERADOR(IDX-ACC) = CODIGO-AUX
                   AND TAC-AGENDA(IDX-ACC) = AGENDA-AUX
                   MOVE IDX-ACC TO FILA-ACCESO-ELEGIDA
               END-IF
           END-PERFORM.

      *SACA DE LA TABLA LA FILA FILA-ACCESO-ELEGIDA, REGRABA ACCESOS
      *Y LO APUNTA EN AUTORIZA
       QUITAR-ACCESO.
           MOVE FILA-ACCESO-ELEGIDA TO IDX-ACC.
           PERFORM COMPONER-ACCESO.
           MOVE LINEA-ACCESO TO AUT-ANTES.
           MOVE SPACES TO AUT-DESPUES.
           MOVE TAC-OPERADOR(IDX-ACC) TO CODIGO-AUX.
           MOVE TAC-AGENDA(IDX-ACC) TO AGENDA-AUX.
           PERFORM VARYING IDX-ACC FROM FILA-ACCESO-ELEGIDA BY 1
                   UNTIL IDX-ACC >= TOTAL-ACCESOS
               MOVE FILA-ACCESO(IDX-ACC + 1) TO FILA-ACCESO(IDX-ACC)
           END-PERFORM.
           SUBTRACT 1 FROM TOTAL-ACCESOS.
           PERFORM GRABAR-ACCESOS.
           MOVE "RETIRA" TO AUT-ACCION.
           PERFORM AUTORIZAR-ACCESO.

      *LA AGENDA EXISTE SI HAY ALGUN CONTACTO CON ESE NOMBRE DE
      *AGENDA EN LA CLAVE COMPUESTA DE CONTACTOS
       VALIDAR-AGENDA.
           MOVE "N" TO SW-AGENDA.
           OPEN INPUT CONTACTOS-FILE.
           IF FS-CONTACTOS NOT = "00"
               DISPLAY "No existe agenda guardada (CONTACTOS)"
           ELSE
               MOVE AGENDA-AUX TO AGENDA-NOMBRE-REG
               MOVE LOW-VALUES TO NOMBRE-REG
               START CONTACTOS-FILE KEY IS NOT LESS THAN CLAVE-REG
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ CONTACTOS-FILE NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF AGENDA-NOMBRE-REG = AGENDA-AUX
                                   AND AGENDA-AUX NOT = SPACES
                                   MOVE "S" TO SW-AGENDA
                               END-IF
                       END-READ
               END-START
               CLOSE CONTACTOS-FILE
           END-IF.

      *LINEA DE OPERADORES DE LA FILA FILA-ELEGIDA, SIN ESPACIOS DE
      *RELLENO; EL ESTADO SOLO SE ESCRIBE SI ES DE BAJA
       COMPONER-OPERADOR.
           MOVE SPACES TO LINEA-OPERADOR.
           IF TOP-DE-BAJA(FILA-ELEGIDA)
               STRING TOP-CODIGO(FILA-ELEGIDA) DELIMITED BY SPACE
                   ";" DELIMITED BY SIZE
                   TOP-NOMBRE(FILA-ELEGIDA) DELIMITED BY "  "
                   ";" DELIMITED BY SIZE
                   TOP-NIVEL(FILA-ELEGIDA) DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   TOP-IDIOMA(FILA-ELEGIDA) DELIMITED BY SPACE
                   ";B" DELIMITED BY SIZE
                   INTO LINEA-OPERADOR
           ELSE
               STRING TOP-CODIGO(FILA-ELEGIDA) DELIMITED BY SPACE
                   ";" DELIMITED BY SIZE
                   TOP-NOMBRE(FILA-ELEGIDA) DELIMITED BY "  "
                   ";" DELIMITED BY SIZE
                   TOP-NIVEL(FILA-ELEGIDA) DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   TOP-IDIOMA(FILA-ELEGIDA) DELIMITED BY SPACE
                   INTO LINEA-OPERADOR
           END-IF.

       COMPONER-ACCESO.
           MOVE SPACES TO LINEA-ACCESO.
           STRING TAC-OPERADOR(IDX-ACC) DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               TAC-AGENDA(IDX-ACC) DELIMITED BY "  "
               INTO LINEA-ACCESO.

       GRABAR-OPERADORES.
           MOVE FILA-ELEGIDA TO FILA-GUARDADA.
           OPEN OUTPUT OPERADORES-FILE.
           PERFORM VARYING FILA-ELEGIDA FROM 1 BY 1
                   UNTIL FILA-ELEGIDA > TOTAL-OPERADORES
               PERFORM COMPONER-OPERADOR
               WRITE LINEA-OPERADOR
           END-PERFORM.
           CLOSE OPERADORES-FILE.
           MOVE FILA-GUARDADA TO FILA-ELEGIDA.

       GRABAR-ACCESOS.
           OPEN OUTPUT ACCESOS-FILE.
           PERFORM VARYING IDX-ACC FROM 1 BY 1
                   UNTIL IDX-ACC > TOTAL-ACCESOS
               PERFORM COMPONER-ACCESO
               WRITE LINEA-ACCESO
           END-PERFORM.
           CLOSE ACCESOS-FILE.

       AUTORIZAR-OPERADOR.
           MOVE "OPERADORES" TO AUT-FICHERO.
           MOVE CODIGO-AUX TO AUT-CLAVE.
           PERFORM ESCRIBIR-AUTORIZA.

       AUTORIZAR-ACCESO.
           MOVE "ACCESOS" TO AUT-FICHERO.
           MOVE SPACES TO AUT-CLAVE.
           STRING CODIGO-AUX DELIMITED BY SPACE
               "/" DELIMITED BY SIZE
               AGENDA-AUX DELIMITED BY SIZE
               INTO AUT-CLAVE.
           PERFORM ESCRIBIR-AUTORIZA.

      *FECHA;HORA;SUPERVISOR;FICHERO;ACCION;CLAVE;ANTES;DESPUES. LAS
      *LINEAS DE ANTES Y DESPUES LLEVAN SUS PROPIOS ";", ASI QUE SE
      *ESCRIBEN AL FINAL Y ENTRE CORCHETES
       ESCRIBIR-AUTORIZA.
           ACCEPT AUT-FECHA FROM DATE.
           IF AUT-FECHA < 19000101
               ADD 20000000 TO AUT-FECHA
           END-IF.
           ACCEPT AUT-HORA FROM TIME.
           OPEN EXTEND AUTORIZA-FILE.
           IF FS-AUTORIZA = "35"
               OPEN OUTPUT AUTORIZA-FILE
           END-IF.
           MOVE SPACES TO LINEA-AUTORIZA.
           STRING AUT-FECHA DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               AUT-HORA DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               OPERADOR-SESION DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               AUT-FICHERO DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               AUT-ACCION DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               AUT-CLAVE DELIMITED BY SIZE
               ";[" DELIMITED BY SIZE
               AUT-ANTES DELIMITED BY "  "
               "];[" DELIMITED BY SIZE
               AUT-DESPUES DELIMITED BY "  "
               "]" DELIMITED BY SIZE
               INTO LINEA-AUTORIZA.
           WRITE LINEA-AUTORIZA.
           CLOSE AUTORIZA-FILE.

       END PROGRAM MANTENER-OPERADORES.
