     /*
      * GUIA TELEFONICA DE LA INTRANET EN JSON.
      * No es la solucion de ningun reto: la intranet cargaba el
      * directorio raspando las posiciones fijas de CRMFEED. Este
      * paso nocturno escribe en GUIAJSON un documento JSON con los
      * contactos activos de las agendas publicadas (una agenda por
      * linea en el fichero AGEPUB; sin el fichero no se publica
      * nada), agrupados por organizacion como en INFORME-ORGANIZA:
      *   {"directorio":..., "generado":..., "organizaciones":[
      *     {"codigo":..., "nombre":..., "contactos":[
      *       {"nombre":..., "organizacion":..., "categoria":...,
      *        "telefonos":[{"tipo":..., "numero":...,
      *        "extension":...}], "email":...} ...]} ...],
      *    "total":n}
      * Los contactos sin organizacion, o con un codigo que ya no
      * esta en ORGANIZA, van al final en un grupo de codigo vacio.
      * Cada linea del fichero es un trozo completo (cabecera, grupo,
      * contacto o cierre) para que se pueda leer y comparar a ojo.
      * De cada contacto se omiten los campos que el perfil de
      * mascaras (MASCARAS) oculta al nivel de consulta -el 1, o el
      * del SYSIN- y los de los canales que el contacto no consiente
      * (subrutina CONSUB01: telefono y correo).
      * Los textos se escapan segun JSON y lo que no es ASCII sale
      * como \u00XX. Al terminar se relee el fichero y se comprueba
      * que el documento esta bien formado; si no lo esta, grave en
      * EXCEPCIONES y el paso termina con 8 para que la intranet no
      * cargue un fichero roto. El total de entradas va en la cola
      * del documento y en RESUMEN.
      */
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTRAE-GUIA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTACTOS-FILE ASSIGN TO "CONTACTOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLAVE-REG
               ALTERNATE RECORD KEY IS TELEFONO-REG WITH DUPLICATES
               FILE STATUS IS FS-CONTACTOS.
           SELECT ORGANIZA-FILE ASSIGN TO "ORGANIZA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ORGANIZA.
           SELECT AGEPUB-FILE ASSIGN TO "AGEPUB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AGEPUB.
           SELECT MASCARAS-FILE ASSIGN TO "MASCARAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MASCARAS.
           SELECT GUIAJSON-FILE ASSIGN TO "GUIAJSON"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-GUIAJSON.
           SELECT EXCEPCIONES-FILE ASSIGN TO "EXCEPCIONES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXCEPCIONES.
      * Registro comun de fin de ejecucion (copybooks/RESUMEN.cpy),
      * compartido por toda la suite y resumido por RESUMEN-NOCHE.
           SELECT RESUMEN-FILE ASSIGN TO "RESUMEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RESUMEN.
       DATA DIVISION.
       FILE SECTION.
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
                   ==CONTACTO-BORRADO== BY ==CONTACTO-BORRADO-REG==
                   ==NUM-ADIC-TOTAL== BY ==NUM-ADIC-TOTAL-REG==
                   ==NUM-ADIC-TIPO== BY ==NUM-ADIC-TIPO-REG==
                   ==NUM-ADIC-PAIS== BY ==NUM-ADIC-PAIS-REG==
                   ==NUM-ADIC-PRINCIPAL== BY ==NUM-ADIC-PRIN-REG==
                   ==NUM-ADIC-EXT== BY ==NUM-ADIC-EXT-REG==
                   ==CATEGORIA== BY ==CATEGORIA-REG==
                   ==EMAIL== BY ==EMAIL-REG==
                   ==ORGANIZACION== BY ==ORGANIZACION-REG==.

       FD ORGANIZA-FILE.
           01 LINEA-ORGANIZA PIC X(150).

       FD AGEPUB-FILE.
           01 LINEA-AGEPUB PIC X(15).

       FD MASCARAS-FILE.
           01 LINEA-MASCARAS PIC X(20).

       FD GUIAJSON-FILE.
           01 LINEA-GUIAJSON PIC X(600).

       FD EXCEPCIONES-FILE.
           01 LINEA-EXCEPCION PIC X(90).

       FD RESUMEN-FILE.
           01 LINEA-RESUMEN PIC X(60).

       WORKING-STORAGE SECTION.
           77 FS-CONTACTOS PIC XX.
           77 FS-ORGANIZA PIC XX.
           77 FS-AGEPUB PIC XX.
           77 FS-MASCARAS PIC XX.
           77 FS-GUIAJSON PIC XX.
           77 FS-EXCEPCIONES PIC XX.

           77 FECHA-HOY PIC 9(8).
           77 HORA-HOY PIC 9(8).

      * Maestro de organizaciones en memoria, como en
      * INFORME-ORGANIZA.
           01 TABLA-ORGANIZA.
               05 FILA-ORGANIZA OCCURS 100 TIMES.
                   10 ORG-CODIGO PIC X(8).
                   10 ORG-NOMBRE PIC X(30).
           77 TOTAL-ORGANIZA PIC 9(3) VALUE 0.
           77 IDX-ORG PIC 9(3).
           77 IDX-BUSCA PIC 9(3).
           77 SW-ORG PIC X.
               88 CODIGO-EN-MAESTRO VALUE "S".

      * Agendas publicadas en la guia.
           01 TABLA-PUBLICADAS.
               05 AGENDA-PUBLICADA PIC X(15) OCCURS 50 TIMES.
           77 TOTAL-PUBLICADAS PIC 9(2) VALUE 0.
           77 IDX-PUB PIC 9(2).
           77 SW-PUB PIC X.
               88 AGENDA-EN-GUIA VALUE "S".

      * Perfil de mascaras del nivel de consulta de la guia.
           77 NIVEL-GUIA PIC X VALUE "1".
           77 NIVEL-LIN PIC X.
           77 MASC-NIVEL PIC X.
           77 MASC-TELEFONO PIC X VALUE "N".
               88 MASCARA-TELEFONO VALUE "S".
           77 MASC-EMAIL PIC X VALUE "N".
               88 MASCARA-EMAIL VALUE "S".
           77 MASC-DIRECCION PIC X VALUE "N".
           77 MASC-NACIMIENTO PIC X VALUE "N".

      * Grupo en curso: el codigo vacio recoge los contactos sin
      * organizacion o con un codigo fuera del maestro.
           77 GRUPO-CODIGO PIC X(8).
           77 GRUPO-NOMBRE PIC X(30).
           77 SW-GRUPO-ABIERTO PIC X.
               88 GRUPO-ABIERTO VALUE "S".
           77 SW-PRIMER-GRUPO PIC X VALUE "S".
               88 PRIMER-GRUPO VALUE "S".
           77 SW-PRIMER-CONTACTO PIC X.
               88 PRIMER-CONTACTO VALUE "S".
           77 SW-SIN-GRUPO PIC X.
               88 CONTACTO-SIN-GRUPO VALUE "S".

      * Montaje de la linea JSON: cada trozo se anade en PUNTERO.
           77 LINEA-TRABAJO PIC X(600).
           77 PUNTERO PIC 9(4).
           77 JSON-CLAVE PIC X(20).
           77 JSON-VALOR PIC X(60).
           77 LARGO-VALOR PIC 9(3).
           77 IDX-CAR PIC 9(3).
           77 CARACTER PIC X.
           77 ORDINAL PIC 9(3).
           77 HEX-DIGITOS PIC X(16) VALUE "0123456789ABCDEF".
           77 HEX-ALTO PIC 99.
           77 HEX-BAJO PIC 99.
           77 COMILLA PIC X VALUE QUOTE.
           77 SW-PRIMER-TELEFONO PIC X.
               88 PRIMER-TELEFONO VALUE "S".
           77 IDX-ADIC PIC 9.
           77 TEL-TIPO PIC X(8).
           77 TEL-PAIS PIC X(4).
           77 TEL-PRINCIPAL PIC 9(9).
           77 TEL-EXT PIC X(6).
           77 TOTAL-TEXTO PIC Z(6)9.

      * Parametros de la subrutina compartida CONSUB01.
           77 CON-AGENDA PIC X(15).
           77 CON-NOMBRE PIC X(30).
           77 CON-CANAL PIC X.
           77 CON-ESTADO PIC 9.
           77 SW-TELEFONO PIC X.
               88 TELEFONO-PUBLICABLE VALUE "S".
           77 SW-CORREO PIC X.
               88 CORREO-PUBLICABLE VALUE "S".

      * Comprobacion de buena formacion del documento escrito: pila
      * de llaves y corchetes abiertos y lo que se espera a
      * continuacion ("L" clave o cierre de objeto, "K" clave, "P"
      * dos puntos, "V" valor, "W" valor o cierre de lista, "C" coma
      * o cierre, "F" fin del documento).
           01 TABLA-PILA.
               05 PILA-SIMBOLO PIC X OCCURS 20 TIMES.
           77 NIVEL-PILA PIC 9(2) VALUE 0.
           77 ESPERA PIC X VALUE "V".
           77 SW-EN-CADENA PIC X VALUE "N".
               88 EN-CADENA VALUE "S".
           77 SW-ESCAPE PIC X VALUE "N".
               88 TRAS-ESCAPE VALUE "S".
           77 SW-ES-CLAVE PIC X VALUE "N".
               88 CADENA-ES-CLAVE VALUE "S".
           77 SW-EN-ESCALAR PIC X VALUE "N".
               88 EN-ESCALAR VALUE "S".
           77 SW-MAL-FORMADO PIC X VALUE "N".
               88 MAL-FORMADO VALUE "S".
           77 LINEAS-LEIDAS PIC 9(7) VALUE 0.
           77 LINEA-ERROR PIC 9(7) VALUE 0.
           77 COLUMNA-ERROR PIC 9(3) VALUE 0.
           77 IDX-COL PIC 9(3).

           77 CONTACTOS-LEIDOS PIC 9(5) VALUE 0.
           77 TOTAL-ENTRADAS PIC 9(7) VALUE 0.
           77 CON-CAMPOS-OMITIDOS PIC 9(5) VALUE 0.
           77 SW-OMITIDO PIC X.
               88 CAMPO-OMITIDO VALUE "S".

      * Dato de la excepcion en curso, como en los demas programas.
           01 EXCEPCION-ACTUAL.
               COPY EXCEPCION.

      * Registro de fin de ejecucion para el fichero RESUMEN.
           77 FS-RESUMEN PIC XX.
           01 RESUMEN-ACTUAL.
               COPY RESUMEN.

           77 CODIGO-SALIDA PIC 9 VALUE ZERO.

       PROCEDURE DIVISION.
       PRINCIPAL.
           ACCEPT NIVEL-LIN.
           IF NIVEL-LIN IS NUMERIC
               MOVE NIVEL-LIN TO NIVEL-GUIA
           END-IF.
           ACCEPT FECHA-HOY FROM DATE.
           IF FECHA-HOY < 19000101
               ADD 20000000 TO FECHA-HOY
           END-IF.
           ACCEPT HORA-HOY FROM TIME.
           MOVE "EXTGUI" TO EXC-PROGRAMA.
           MOVE "LOTE" TO EXC-OPERADOR.
           PERFORM CARGAR-PUBLICADAS.
           PERFORM CARGAR-ORGANIZA.
           PERFORM CARGAR-MASCARAS.
           IF TOTAL-PUBLICADAS = 0
               DISPLAY "Sin agendas publicadas en AGEPUB: la guia "-
                   "sale vacia"
               MOVE 4 TO CODIGO-SALIDA
           END-IF.
           OPEN OUTPUT GUIAJSON-FILE.
           PERFORM ESCRIBIR-CABECERA.
           PERFORM VARYING IDX-ORG FROM 1 BY 1
                   UNTIL IDX-ORG > TOTAL-ORGANIZA
               MOVE ORG-CODIGO(IDX-ORG) TO GRUPO-CODIGO
               MOVE ORG-NOMBRE(IDX-ORG) TO GRUPO-NOMBRE
               PERFORM ESCRIBIR-GRUPO
           END-PERFORM.
           MOVE SPACES TO GRUPO-CODIGO.
           MOVE SPACES TO GRUPO-NOMBRE.
           PERFORM ESCRIBIR-GRUPO.
           PERFORM ESCRIBIR-COLA.
           CLOSE GUIAJSON-FILE.
           PERFORM VALIDAR-DOCUMENTO.
           DISPLAY "Guia de la intranet generada en GUIAJSON ("
               TOTAL-ENTRADAS " entradas de " TOTAL-PUBLICADAS
               " agendas, " CON-CAMPOS-OMITIDOS
               " con campos omitidos)".
           MOVE "EXTGUI" TO RES-PROGRAMA.
           MOVE CONTACTOS-LEIDOS TO RES-ENTRADAS.
           MOVE TOTAL-ENTRADAS TO RES-SALIDAS.
           IF MAL-FORMADO
               MOVE 1 TO RES-RECHAZOS
           ELSE
               MOVE 0 TO RES-RECHAZOS
           END-IF.
           MOVE CODIGO-SALIDA TO RES-RC.
           MOVE CON-CAMPOS-OMITIDOS TO RES-SUPRIMIDOS.
           PERFORM GRABAR-RESUMEN.
           MOVE CODIGO-SALIDA TO RETURN-CODE.
           STOP RUN.

       CARGAR-PUBLICADAS.
           OPEN INPUT AGEPUB-FILE.
           IF FS-AGEPUB = "00"
               PERFORM UNTIL FS-AGEPUB = "10"
                   READ AGEPUB-FILE
                       AT END
                           MOVE "10" TO FS-AGEPUB
                       NOT AT END
                           IF LINEA-AGEPUB NOT = SPACES
                               AND TOTAL-PUBLICADAS < 50
                               ADD 1 TO TOTAL-PUBLICADAS
                               MOVE FUNCTION UPPER-CASE(LINEA-AGEPUB)
                                   TO AGENDA-PUBLICADA
                                       (TOTAL-PUBLICADAS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AGEPUB-FILE
           END-IF.

       CARGAR-ORGANIZA.
           OPEN INPUT ORGANIZA-FILE.
           IF FS-ORGANIZA = "00"
               PERFORM UNTIL FS-ORGANIZA = "10"
                   READ ORGANIZA-FILE
                       AT END
                           MOVE "10" TO FS-ORGANIZA
                       NOT AT END
                           IF TOTAL-ORGANIZA < 100
                               ADD 1 TO TOTAL-ORGANIZA
                               MOVE SPACES TO
                                   FILA-ORGANIZA(TOTAL-ORGANIZA)
                               UNSTRING LINEA-ORGANIZA
                                   DELIMITED BY ";"
                                   INTO ORG-CODIGO(TOTAL-ORGANIZA)
                                       ORG-NOMBRE(TOTAL-ORGANIZA)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORGANIZA-FILE
           END-IF.

      * LINEA DEL NIVEL DE CONSULTA EN MASCARAS, CON EL MISMO
      * FORMATO QUE LEE LA AGENDA: NIVEL;TELEFONO;EMAIL;DIRECCION;
      * NACIMIENTO. LA GUIA SOLO PUBLICA TELEFONOS Y CORREO
       CARGAR-MASCARAS.
           OPEN INPUT MASCARAS-FILE.
           IF FS-MASCARAS = "00"
               PERFORM UNTIL FS-MASCARAS = "10"
                   READ MASCARAS-FILE
                       AT END
                           MOVE "10" TO FS-MASCARAS
                       NOT AT END
                           IF LINEA-MASCARAS(1:1) = NIVEL-GUIA
                               UNSTRING LINEA-MASCARAS
                                   DELIMITED BY ";"
                                   INTO MASC-NIVEL MASC-TELEFONO
                                       MASC-EMAIL MASC-DIRECCION
                                       MASC-NACIMIENTO
                               END-UNSTRING
                               MOVE "10" TO FS-MASCARAS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MASCARAS-FILE
           END-IF.

       ESCRIBIR-CABECERA.
           MOVE SPACES TO LINEA-TRABAJO.
           MOVE 1 TO PUNTERO.
           STRING "{" DELIMITED BY SIZE
               INTO LINEA-TRABAJO WITH POINTER PUNTERO.
           MOVE "directorio" TO JSON-CLAVE.
           PERFORM PONER-CLAVE.
           MOVE "AGENDA-COB" TO JSON-VALOR.
           PERFORM PONER-VALOR.
           STRING "," DELIMITED BY SIZE
               INTO LINEA-TRABAJO WITH POINTER PUNTERO.
           MOVE "generado" TO JSON-CLAVE.
           PERFORM PONER-CLAVE.
           MOVE SPACES TO JSON-VALOR.
           STRING FECHA-HOY(1:4) "-" FECHA-HOY(5:2) "-"
               FECHA-HOY(7:2) "T" HORA-HOY(1:2) ":" HORA-HOY(3:2)
               ":" HORA-HOY(5:2)
               DELIMITED BY SIZE INTO JSON-VALOR.
           PERFORM PONER-VALOR.
           STRING "," DELIMITED BY SIZE
               INTO LINEA-TRABAJO WITH POINTER PUNTERO.
           MOVE "organizaciones" TO JSON-CLAVE.
           PERFORM PONER-CLAVE.
           STRING "[" DELIMITED BY SIZE
               INTO LINEA-TRABAJO WITH POINTER PUNTERO.
           PERFORM ESCRIBIR-LINEA.

      * UN GRUPO: UNA PASADA SOBRE CONTACTOS, COMO EN
      * INFORME-ORGANIZA. LA LINEA DEL GRUPO SOLO SE ESCRIBE AL
      * APARECER SU PRIMER CONTACTO PUBLICABLE, PARA NO DEJAR
      * ORGANIZACIONES VACIAS EN LA GUIA
       ESCRIBIR-GRUPO.
           MOVE "N" TO SW-GRUPO-ABIERTO.
           OPEN INPUT CONTACTOS-FILE.
           IF FS-CONTACTOS = "00"
               PERFORM UNTIL FS-CONTACTOS = "10"
                   READ CONTACTOS-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO FS-CONTACTOS
                       NOT AT END
                           PERFORM TRATAR-CONTACTO
                   END-READ
               END-PERFORM
               CLOSE CONTACTOS-FILE
           END-IF.
           IF GRUPO-ABIERTO
               MOVE "]}" TO LINEA-GUIAJSON
               WRITE LINEA-GUIAJSON
           END-IF.

       TRATAR-CONTACTO.
           IF CONTACTO-ACTIVO-REG
               PERFORM COMPROBAR-PUBLICADA
               IF AGENDA-EN-GUIA
                   IF GRUPO-CODIGO = SPACES
      * La pasada del grupo final cuenta los contactos leidos.
                       ADD 1 TO CONTACTOS-LEIDOS
                       PERFORM COMPROBAR-SIN-GRUPO
                       IF CONTACTO-SIN-GRUPO
                           PERFORM ESCRIBIR-CONTACTO
                       END-IF
                   ELSE
                       IF ORGANIZACION-REG = GRUPO-CODIGO
                           PERFORM ESCRIBIR-CONTACTO
                       END-IF
                   END-IF
               END-IF
           END-IF.

       COMPROBAR-PUBLICADA.
           MOVE "N" TO SW-PUB.
           PERFORM VARYING IDX-PUB FROM 1 BY 1
                   UNTIL IDX-PUB > TOTAL-PUBLICADAS OR AGENDA-EN-GUIA
               IF AGENDA-PUBLICADA(IDX-PUB) = AGENDA-NOMBRE-REG
                   MOVE "S" TO SW-PUB
               END-IF
           END-PERFORM.

       COMPROBAR-SIN-GRUPO.
           MOVE "S" TO SW-SIN-GRUPO.
           IF ORGANIZACION-REG NOT = SPACES
               MOVE "N" TO SW-ORG
               PERFORM VARYING IDX-BUSCA FROM 1 BY 1
                       UNTIL IDX-BUSCA > TOTAL-ORGANIZA
                           OR CODIGO-EN-MAESTRO
                   IF ORG-CODIGO(IDX-BUSCA) = ORGANIZACION-REG
                       MOVE "S" TO SW-ORG
                   END-IF
               END-PERFORM
               IF CODIGO-EN-MAESTRO
                   MOVE "N" TO SW-SIN-GRUPO
               END-IF
           END-IF.

       ABRIR-GRUPO.
           MOVE SPACES TO LINEA-TRABAJO.
           MOVE 1 TO PUNTERO.
           IF NOT PRIMER-GRUPO
               STRING "," DELIMITED BY SIZE
                   INTO LINEA-TRABAJO WITH POINTER PUNTERO
           END-IF.
           MOVE "N" TO SW-PRIMER-GRUPO.
           STRING "{" DELIMITED BY SIZE
               INTO LINEA-TRABAJO WITH POINTER PUNTERO.
           MOVE "codigo" TO JSON-CLAVE.
           PERFORM PONER-CLAVE.
           MOVE GRUPO-CODIGO TO JSON-VALOR.
           PERFORM PONER-VALOR.
           STRING "," DELIMITED BY SIZE
               INTO LINEA-TRABAJO WITH POINTER PUNTERO.
           MOVE "nombre" TO JSON-CLAVE.
           PERFORM PONER-CLAVE.
           IF GRUPO-CODIGO = SPACES
               MOVE "SIN ORGANIZACION" TO JSON-VALOR
           ELSE
               MOVE GRUPO-NOMBRE TO JSON-VALOR
           END-IF.
           PERFORM PONER-VALOR.
           STRING "," DELIMITED BY SIZE
               INTO LINEA-TRABAJO WITH POINTER PUNTERO.
           MOVE "contactos" TO JSON-CLAVE.
           PERFORM PONER-CLAVE.
           STRING "[" DELIMITED BY SIZE
               INTO LINEA-TRABAJO WITH POINTER PUNTERO.
           PERFORM ESCRIBIR-LINEA.
           MOVE "S" TO SW-GRUPO-ABIERTO.
           MOVE "S" TO SW-PRIMER-CONTACTO.

      * UNA ENTRADA: NOMBRE, ORGANIZACION, CATEGORIA, TELEFONOS CON
      * SU TIPO Y CORREO, SIN LO QUE OCULTAN LAS MASCARAS O NO
      * CONSIENTE EL CONTACTO
       ESCRIBIR-CONTACTO.
           IF NOT GRUPO-ABIERTO
               PERFORM ABRIR-GRUPO
           END-IF.
           PERFORM COMPROBAR-CAMPOS.
           MOVE SPACES TO LINEA-TRABAJO.
           MOVE 1 TO PUNTERO.
           IF NOT PRIMER-CONTACTO
               STRING "," DELIMITED BY SIZE
                   INTO LINEA-TRABAJO WITH POINTER PUNTERO
           END-IF.
           MOVE "N" TO SW-PRIMER-CONTACTO.
           STRING "{" DELIMITED BY SIZE
               INTO LINEA-TRABAJO WITH POINTER PUNTERO.
           MOVE "nombre" TO JSON-CLAVE.
           PERFORM PONER-CLAVE.
           MOVE NOMBRE-REG TO JSON-VALOR.
           PERFORM PONER-VALOR.
           IF GRUPO-CODIGO NOT = SPACES
               STRING "," DELIMITED BY SIZE
                   INTO LINEA-TRABAJO WITH POINTER PUNTERO
               MOVE "organizacion" TO JSON-CLAVE
               PERFORM PONER-CLAVE
               MOVE GRUPO-NOMBRE TO JSON-VALOR
               PERFORM PONER-VALOR
           END-IF.
           IF CATEGORIA-REG NOT = SPACES
               STRING "," DELIMITED BY SIZE
                   INTO LINEA-TRABAJO WITH POINTER PUNTERO
               MOVE "categoria" TO JSON-CLAVE
               PERFORM PONER-CLAVE
               MOVE CATEGORIA-REG TO JSON-VALOR
               PERFORM PONER-VALOR
           END-IF.
           IF TELEFONO-PUBLICABLE
               PERFORM PONER-TELEFONOS
           END-IF.
           IF CORREO-PUBLICABLE AND EMAIL-REG NOT = SPACES
               STRING "," DELIMITED BY SIZE
                   INTO LINEA-TRABAJO WITH POINTER PUNTERO
               MOVE "email" TO JSON-CLAVE
               PERFORM PONER-CLAVE
               MOVE EMAIL-REG TO JSON-VALOR
               PERFORM PONER-VALOR
           END-IF.
           STRING "}" DELIMITED BY SIZE
               INTO LINEA-TRABAJO WITH POINTER PUNTERO.
           PERFORM ESCRIBIR-LINEA.
           ADD 1 TO TOTAL-ENTRADAS.
           IF CAMPO-OMITIDO
               ADD 1 TO CON-CAMPOS-OMITIDOS
           END-IF.

      * TELEFONO Y CORREO SALEN SI EL PERFIL DE CONSULTA NO LOS
      * OCULTA Y EL CONTACTO CONSIENTE EL CANAL
       COMPROBAR-CAMPOS.
           MOVE "N" TO SW-OMITIDO.
           MOVE AGENDA-NOMBRE-REG TO CON-AGENDA.
           MOVE NOMBRE-REG TO CON-NOMBRE.
           MOVE "N" TO SW-TELEFONO.
           IF NOT MASCARA-TELEFONO
               MOVE "T" TO CON-CANAL
               CALL "CONSUB01" USING CON-AGENDA CON-NOMBRE CON-CANAL
                   CON-ESTADO
               IF CON-ESTADO = 0
                   MOVE "S" TO SW-TELEFONO
               END-IF
           END-IF.
           IF NOT TELEFONO-PUBLICABLE
               MOVE "S" TO SW-OMITIDO
           END-IF.
           MOVE "N" TO SW-CORREO.
           IF NOT MASCARA-EMAIL
               MOVE "E" TO CON-CANAL
               CALL "CONSUB01" USING CON-AGENDA CON-NOMBRE CON-CANAL
                   CON-ESTADO
               IF CON-ESTADO = 0
                   MOVE "S" TO SW-CORREO
               END-IF
           END-IF.
           IF NOT CORREO-PUBLICABLE AND EMAIL-REG NOT = SPACES
               MOVE "S" TO SW-OMITIDO
           END-IF.

      * EL PRINCIPAL Y LOS ADICIONALES, CADA UNO CON SU NUM-TIPO
       PONER-TELEFONOS.
           STRING "," DELIMITED BY SIZE
               INTO LINEA-TRABAJO WITH POINTER PUNTERO.
           MOVE "telefonos" TO JSON-CLAVE.
           PERFORM PONER-CLAVE.
           STRING "[" DELIMITED BY SIZE
               INTO LINEA-TRABAJO WITH POINTER PUNTERO.
           MOVE "S" TO SW-PRIMER-TELEFONO.
           MOVE NUM-TIPO-REG TO TEL-TIPO.
           MOVE NUM-PAIS-REG TO TEL-PAIS.
           MOVE NUM-PRINCIPAL-REG TO TEL-PRINCIPAL.
           MOVE NUM-EXT-REG TO TEL-EXT.
           PERFORM PONER-TELEFONO.
           IF NUM-ADIC-TOTAL-REG IS NUMERIC
               PERFORM VARYING IDX-ADIC FROM 1 BY 1
                       UNTIL IDX-ADIC > NUM-ADIC-TOTAL-REG
                           OR IDX-ADIC > 2
                   MOVE NUM-ADIC-TIPO-REG(IDX-ADIC) TO TEL-TIPO
                   MOVE NUM-ADIC-PAIS-REG(IDX-ADIC) TO TEL-PAIS
                   MOVE NUM-ADIC-PRIN-REG(IDX-ADIC) TO TEL-PRINCIPAL
                   MOVE NUM-ADIC-EXT-REG(IDX-ADIC) TO TEL-EXT
                   PERFORM PONER-TELEFONO
               END-PERFORM
           END-IF.
           STRING "]" DELIMITED BY SIZE
               INTO LINEA-TRABAJO WITH POINTER PUNTERO.

       PONER-TELEFONO.
           IF TEL-PRINCIPAL IS NUMERIC AND TEL-PRINCIPAL NOT = ZERO
               IF NOT PRIMER-TELEFONO
                   STRING "," DELIMITED BY SIZE
                       INTO LINEA-TRABAJO WITH POINTER PUNTERO
               END-IF
               MOVE "N" TO SW-PRIMER-TELEFONO
               STRING "{" DELIMITED BY SIZE
                   INTO LINEA-TRABAJO WITH POINTER PUNTERO
               MOVE "tipo" TO JSON-CLAVE
               PERFORM PONER-CLAVE
               MOVE TEL-TIPO TO JSON-VALOR
               PERFORM PONER-VALOR
               STRING "," DELIMITED BY SIZE
                   INTO LINEA-TRABAJO WITH POINTER PUNTERO
               MOVE "numero" TO JSON-CLAVE
               PERFORM PONER-CLAVE
               MOVE SPACES TO JSON-VALOR
               IF TEL-PAIS = SPACES
                   MOVE TEL-PRINCIPAL TO JSON-VALOR
               ELSE
                   STRING TEL-PAIS DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       TEL-PRINCIPAL DELIMITED BY SIZE
                       INTO JSON-VALOR
               END-IF
               PERFORM PONER-VALOR
               IF TEL-EXT NOT = SPACES
                   STRING "," DELIMITED BY SIZE
                       INTO LINEA-TRABAJO WITH POINTER PUNTERO
                   MOVE "extension" TO JSON-CLAVE
                   PERFORM PONER-CLAVE
                   MOVE TEL-EXT TO JSON-VALOR
                   PERFORM PONER-VALOR
               END-IF
               STRING "}" DELIMITED BY SIZE
                   INTO LINEA-TRABAJO WITH POINTER PUNTERO
           END-IF.

       ESCRIBIR-COLA.
           MOVE TOTAL-ENTRADAS TO TOTAL-TEXTO.
           MOVE SPACES TO LINEA-TRABAJO.
           MOVE 1 TO PUNTERO.
           STRING "]," DELIMITED BY SIZE
               INTO LINEA-TRABAJO WITH POINTER PUNTERO.
           MOVE "total" TO JSON-CLAVE.
           PERFORM PONER-CLAVE.
           MOVE 1 TO IDX-COL.
           PERFORM UNTIL TOTAL-TEXTO(IDX-COL:1) NOT = SPACE
               ADD 1 TO IDX-COL
           END-PERFORM.
           STRING TOTAL-TEXTO(IDX-COL:) DELIMITED BY SIZE
               "}" DELIMITED BY SIZE
               INTO LINEA-TRABAJO WITH POINTER PUNTERO.
           PERFORM ESCRIBIR-LINEA.

       ESCRIBIR-LINEA.
           MOVE LINEA-TRABAJO TO LINEA-GUIAJSON.
           WRITE LINEA-GUIAJSON.

      * "CLAVE": CON SUS COMILLAS
       PONER-CLAVE.
           STRING COMILLA DELIMITED BY SIZE
               JSON-CLAVE DELIMITED BY SPACE
               COMILLA DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               INTO LINEA-TRABAJO WITH POINTER PUNTERO.

      * "VALOR" SIN LOS BLANCOS DE LA DERECHA Y ESCAPADO CARACTER A
      * CARACTER
       PONER-VALOR.
           MOVE 60 TO LARGO-VALOR.
           PERFORM UNTIL LARGO-VALOR = 0
                   OR JSON-VALOR(LARGO-VALOR:1) NOT = SPACE
               SUBTRACT 1 FROM LARGO-VALOR
           END-PERFORM.
           STRING COMILLA DELIMITED BY SIZE
               INTO LINEA-TRABAJO WITH POINTER PUNTERO.
           PERFORM VARYING IDX-CAR FROM 1 BY 1
                   UNTIL IDX-CAR > LARGO-VALOR
               PERFORM PONER-CARACTER
           END-PERFORM.
           STRING COMILLA DELIMITED BY SIZE
               INTO LINEA-TRABAJO WITH POINTER PUNTERO.

      * COMILLAS Y BARRAS VAN ESCAPADAS, LOS CONTROLES SALEN COMO
      * BLANCO Y LO QUE NO ES ASCII COMO \u00XX (EL JUEGO DE LA
      * AGENDA ES LATIN-1, QUE COINCIDE CON ESOS CODIGOS)
       PONER-CARACTER.
           MOVE JSON-VALOR(IDX-CAR:1) TO CARACTER.
           COMPUTE ORDINAL = FUNCTION ORD(CARACTER) - 1.
           EVALUATE TRUE
               WHEN CARACTER = COMILLA OR CARACTER = "\"
                   STRING "\" DELIMITED BY SIZE
                       CARACTER DELIMITED BY SIZE
                       INTO LINEA-TRABAJO WITH POINTER PUNTERO
               WHEN ORDINAL < 32
                   STRING " " DELIMITED BY SIZE
                       INTO LINEA-TRABAJO WITH POINTER PUNTERO
               WHEN ORDINAL > 126
                   DIVIDE ORDINAL BY 16 GIVING HEX-ALTO
                       REMAINDER HEX-BAJO
                   STRING "\u00" DELIMITED BY SIZE
                       HEX-DIGITOS(HEX-ALTO + 1:1) DELIMITED BY SIZE
                       HEX-DIGITOS(HEX-BAJO + 1:1) DELIMITED BY SIZE
                       INTO LINEA-TRABAJO WITH POINTER PUNTERO
               WHEN OTHER
                   STRING CARACTER DELIMITED BY SIZE
                       INTO LINEA-TRABAJO WITH POINTER PUNTERO
           END-EVALUATE.

      * RELECTURA DEL DOCUMENTO: CADENAS CERRADAS Y BIEN ESCAPADAS,
      * LLAVES Y CORCHETES EMPAREJADOS, CLAVES SEGUIDAS DE DOS
      * PUNTOS, COMAS ENTRE ELEMENTOS Y UN UNICO VALOR RAIZ
       VALIDAR-DOCUMENTO.
           OPEN INPUT GUIAJSON-FILE.
           IF FS-GUIAJSON NOT = "00"
               MOVE "S" TO SW-MAL-FORMADO
           ELSE
               PERFORM UNTIL FS-GUIAJSON = "10" OR MAL-FORMADO
                   READ GUIAJSON-FILE
                       AT END
                           MOVE "10" TO FS-GUIAJSON
                       NOT AT END
                           ADD 1 TO LINEAS-LEIDAS
                           PERFORM VALIDAR-LINEA
                   END-READ
               END-PERFORM
               CLOSE GUIAJSON-FILE
           END-IF.
           IF NOT MAL-FORMADO
               IF EN-CADENA OR ESPERA NOT = "F"
                   MOVE "S" TO SW-MAL-FORMADO
                   MOVE LINEAS-LEIDAS TO LINEA-ERROR
               END-IF
           END-IF.
           IF MAL-FORMADO
               DISPLAY "GUIAJSON MAL FORMADO en la linea " LINEA-ERROR
                   " columna " COLUMNA-ERROR
               MOVE "JSON-INVALIDO" TO EXC-TIPO
               MOVE SPACES TO EXC-DETALLE
               STRING "GUIAJSON LINEA " LINEA-ERROR " COL "
                   COLUMNA-ERROR
                   DELIMITED BY SIZE INTO EXC-DETALLE
               MOVE "G" TO EXC-GRAVEDAD
               PERFORM REGISTRAR-EXCEPCION
               MOVE 8 TO CODIGO-SALIDA
           END-IF.

      * UNA CADENA NO PUEDE PARTIRSE ENTRE LINEAS: LOS BLANCOS DEL
      * FINAL DE LA LINEA QUEDAN FUERA DE ELLA
       VALIDAR-LINEA.
           PERFORM VARYING IDX-COL FROM 1 BY 1
                   UNTIL IDX-COL > 600 OR MAL-FORMADO
               MOVE LINEA-GUIAJSON(IDX-COL:1) TO CARACTER
               IF EN-CADENA
                   PERFORM VALIDAR-EN-CADENA
               ELSE
                   PERFORM VALIDAR-FUERA-CADENA
               END-IF
               IF MAL-FORMADO AND LINEA-ERROR = 0
                   MOVE LINEAS-LEIDAS TO LINEA-ERROR
                   MOVE IDX-COL TO COLUMNA-ERROR
               END-IF
           END-PERFORM.
           IF EN-CADENA AND NOT MAL-FORMADO
               MOVE "S" TO SW-MAL-FORMADO
               MOVE LINEAS-LEIDAS TO LINEA-ERROR
               MOVE 600 TO COLUMNA-ERROR
           END-IF.

       VALIDAR-EN-CADENA.
           COMPUTE ORDINAL = FUNCTION ORD(CARACTER) - 1.
           EVALUATE TRUE
               WHEN TRAS-ESCAPE
                   MOVE "N" TO SW-ESCAPE
                   IF CARACTER NOT = COMILLA AND CARACTER NOT = "\"
                       AND CARACTER NOT = "/" AND CARACTER NOT = "b"
                       AND CARACTER NOT = "f" AND CARACTER NOT = "n"
                       AND CARACTER NOT = "r" AND CARACTER NOT = "t"
                       AND CARACTER NOT = "u"
                       MOVE "S" TO SW-MAL-FORMADO
                   END-IF
               WHEN CARACTER = "\"
                   MOVE "S" TO SW-ESCAPE
               WHEN CARACTER = COMILLA
                   MOVE "N" TO SW-EN-CADENA
                   IF CADENA-ES-CLAVE
                       MOVE "P" TO ESPERA
                   ELSE
                       MOVE "C" TO ESPERA
                   END-IF
               WHEN ORDINAL < 32
                   MOVE "S" TO SW-MAL-FORMADO
           END-EVALUATE.

      * FUERA DE CADENA: LOS NUMEROS Y LITERALES SE CONSUMEN HASTA
      * SU DELIMITADOR, QUE SE TRATA COMO CUALQUIER OTRO CARACTER
       VALIDAR-FUERA-CADENA.
           IF EN-ESCALAR
               IF (CARACTER >= "0" AND CARACTER <= "9")
                   OR (CARACTER >= "a" AND CARACTER <= "z")
                   OR CARACTER = "." OR CARACTER = "+"
                   OR CARACTER = "-"
                   CONTINUE
               ELSE
                   MOVE "N" TO SW-EN-ESCALAR
                   MOVE "C" TO ESPERA
               END-IF
           END-IF.
           IF NOT EN-ESCALAR AND CARACTER NOT = SPACE
               EVALUATE ESPERA
                   WHEN "L"
                   WHEN "K"
                       IF CARACTER = COMILLA
                           MOVE "S" TO SW-EN-CADENA
                           MOVE "S" TO SW-ES-CLAVE
                       ELSE
                           IF CARACTER = "}" AND ESPERA = "L"
                               PERFORM CERRAR-NIVEL
                           ELSE
                               MOVE "S" TO SW-MAL-FORMADO
                           END-IF
                       END-IF
                   WHEN "P"
                       IF CARACTER = ":"
                           MOVE "V" TO ESPERA
                       ELSE
                           MOVE "S" TO SW-MAL-FORMADO
                       END-IF
                   WHEN "V"
                   WHEN "W"
                       IF CARACTER = "]" AND ESPERA = "W"
                           PERFORM CERRAR-NIVEL
                       ELSE
                           PERFORM VALIDAR-VALOR
                       END-IF
                   WHEN "C"
                       IF CARACTER = ","
                           IF NIVEL-PILA = 0
                               MOVE "S" TO SW-MAL-FORMADO
                           ELSE
                               IF PILA-SIMBOLO(NIVEL-PILA) = "{"
                                   MOVE "K" TO ESPERA
                               ELSE
                                   MOVE "V" TO ESPERA
                               END-IF
                           END-IF
                       ELSE
                           IF CARACTER = "}" OR CARACTER = "]"
                               PERFORM CERRAR-NIVEL
                           ELSE
                               MOVE "S" TO SW-MAL-FORMADO
                           END-IF
                       END-IF
                   WHEN OTHER
                       MOVE "S" TO SW-MAL-FORMADO
               END-EVALUATE
           END-IF.

       VALIDAR-VALOR.
           EVALUATE TRUE
               WHEN CARACTER = COMILLA
                   MOVE "S" TO SW-EN-CADENA
                   MOVE "N" TO SW-ES-CLAVE
               WHEN CARACTER = "{" OR CARACTER = "["
                   IF NIVEL-PILA < 20
                       ADD 1 TO NIVEL-PILA
                       MOVE CARACTER TO PILA-SIMBOLO(NIVEL-PILA)
                       IF CARACTER = "{"
                           MOVE "L" TO ESPERA
                       ELSE
                           MOVE "W" TO ESPERA
                       END-IF
                   ELSE
                       MOVE "S" TO SW-MAL-FORMADO
                   END-IF
               WHEN (CARACTER >= "0" AND CARACTER <= "9")
                   OR CARACTER = "-" OR CARACTER = "t"
                   OR CARACTER = "f" OR CARACTER = "n"
                   MOVE "S" TO SW-EN-ESCALAR
               WHEN OTHER
                   MOVE "S" TO SW-MAL-FORMADO
           END-EVALUATE.

       CERRAR-NIVEL.
           IF NIVEL-PILA = 0
               MOVE "S" TO SW-MAL-FORMADO
           ELSE
               IF (CARACTER = "}" AND PILA-SIMBOLO(NIVEL-PILA) = "{")
                   OR (CARACTER = "]"
                       AND PILA-SIMBOLO(NIVEL-PILA) = "[")
                   SUBTRACT 1 FROM NIVEL-PILA
                   IF NIVEL-PILA = 0
                       MOVE "F" TO ESPERA
                   ELSE
                       MOVE "C" TO ESPERA
                   END-IF
               ELSE
                   MOVE "S" TO SW-MAL-FORMADO
               END-IF
           END-IF.

       REGISTRAR-EXCEPCION.
           OPEN EXTEND EXCEPCIONES-FILE.
           IF FS-EXCEPCIONES = "35"
               OPEN OUTPUT EXCEPCIONES-FILE
           END-IF.
           ACCEPT EXC-FECHA FROM DATE.
           ACCEPT EXC-HORA FROM TIME.
           MOVE SPACES TO LINEA-EXCEPCION.
           STRING EXC-FECHA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EXC-HORA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EXC-PROGRAMA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EXC-TIPO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EXC-DETALLE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EXC-GRAVEDAD DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EXC-OPERADOR DELIMITED BY SIZE
               INTO LINEA-EXCEPCION.
           WRITE LINEA-EXCEPCION.
           CLOSE EXCEPCIONES-FILE.

      *ANADE AL FICHERO COMUN RESUMEN EL REGISTRO DE FIN DE
      *EJECUCION, CON LOS CONTADORES QUE EL PROGRAMA YA LLEVA
       GRABAR-RESUMEN.
           ACCEPT RES-FECHA FROM DATE.
           ACCEPT RES-HORA FROM TIME.
           OPEN EXTEND RESUMEN-FILE.
           IF FS-RESUMEN = "35"
               OPEN OUTPUT RESUMEN-FILE
           END-IF.
           MOVE SPACES TO LINEA-RESUMEN.
           STRING RES-PROGRAMA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RES-FECHA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RES-HORA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RES-ENTRADAS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RES-SALIDAS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RES-RECHAZOS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RES-RC DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RES-SUPRIMIDOS DELIMITED BY SIZE
               INTO LINEA-RESUMEN.
           WRITE LINEA-RESUMEN.
           CLOSE RESUMEN-FILE.

       END PROGRAM EXTRAE-GUIA.
