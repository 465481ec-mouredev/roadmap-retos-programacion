     /*
      * CONVERSION DE FICHEROS DE CONTACTOS DE TERCEROS A IMPORTAR.
      * No es la solucion de ningun reto: la carga masiva de la
      * agenda, VALIDA-IMPORTAR, el AGENDACSV de RETO-03K y los vCard
      * solo aceptan su formato fijo, y cada fichero que llega de una
      * feria, de un socio o de una herramienta de marketing trae
      * otras columnas, en otro orden, con comas o con puntos y coma
      * y a veces con una linea de cabecera. Este paso lo convierte
      * al formato fijo NOMBRE;PAIS;NUMERO;EXTENSION;NIF de IMPORTAR
      * siguiendo lo que diga para esa fuente el fichero de
      * definiciones DEFIMP, y detras se lanza VALIDA-IMPORTAR y la
      * carga de siempre sin tocar nada.
      * DEFIMP es de texto, con ";" entre campos; las lineas en
      * blanco o que empiezan por "*" son comentario. Cada fuente
      * lleva una linea FUENTE y una linea CAMPO por campo destino:
      *   FUENTE;nombre;separador;cabecera
      *     separador: COMA, PUNTOYCOMA, TABULADOR o BARRA ("|")
      *     cabecera:  S (la primera linea son titulos y se salta)
      *                o N
      *   CAMPO;nombre;campo;columnas;transformaciones;defecto
      *     campo: el de CONTACTO.cpy que recibe el dato (NOMBRE,
      *            NUM-PAIS, NUM-PRINCIPAL o NUM-EXT) o NIF. Los
      *            demas campos del contacto (EMAIL, CATEGORIA...)
      *            no caben en IMPORTAR: se avisa y se ignoran.
      *     columnas: numero de la columna de origen (la primera es
      *            la 1), o hasta tres unidas con "+" ("4+3"), que se
      *            juntan con un blanco; 0 o en blanco = ninguna
      *            (solo el valor por defecto).
      *     transformaciones: hasta cuatro unidas con "+", que se
      *            aplican en ese orden:
      *              TRIM    quita los blancos de delante y detras
      *              MAYUS   pasa a mayusculas (tambien las vocales
      *                      acentuadas y la enie)
      *              APELNOM parte "Apellidos, Nombre" por la coma y
      *                      lo deja en el orden de la casa, con un
      *                      solo blanco tras la coma; con varias
      *                      columnas, la primera son los apellidos y
      *                      el resto el nombre
      *              DIGITOS deja solo las cifras ("91 234-56-78")
      *     defecto: valor que se pone si, despues de todo, el campo
      *            queda en blanco (ej. "+34" para NUM-PAIS).
      * Ejemplo:
      *   FUENTE;FERIA26;COMA;S
      *   CAMPO;FERIA26;NOMBRE;2;APELNOM+MAYUS;
      *   CAMPO;FERIA26;NUM-PAIS;;;+34
      *   CAMPO;FERIA26;NUM-PRINCIPAL;5;DIGITOS;
      * NOMBRE y NUM-PRINCIPAL son obligatorios en la definicion.
      * SYSIN trae el nombre de la fuente. Entre comillas dobles una
      * columna puede llevar el propio separador ("Garcia, Ana") y
      * "" es una comilla. Las lineas que no caben en el formato
      * fijo (nombre de mas de 30, numero de mas de 9...) van a
      * MAPRECH tal y como llegaron, con el motivo en un campo mas
      * al final; lo demas (numero no numerico, prefijo, NIF,
      * duplicados) lo sigue rechazando VALIDA-IMPORTAR.
      * RETURN-CODE: 0 bien; 4 hay rechazos o campos ignorados; 8
      * falta la definicion o el fichero de origen, o la definicion
      * esta mal (no se escribe IMPORTAR).
      */
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAPEA-IMPORTAR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEFIMP-FILE ASSIGN TO "DEFIMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DEFIMP.
           SELECT ORIGEN-FILE ASSIGN TO "ORIGIMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ORIGEN.
           SELECT IMPORTAR-FILE ASSIGN TO "IMPORTAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-IMPORTAR.
           SELECT RECHAZOS-FILE ASSIGN TO "MAPRECH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RECHAZOS.
      * Registro comun de fin de ejecucion (copybooks/RESUMEN.cpy),
      * compartido por toda la suite y resumido por RESUMEN-NOCHE.
           SELECT RESUMEN-FILE ASSIGN TO "RESUMEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RESUMEN.
       DATA DIVISION.
       FILE SECTION.
       FD DEFIMP-FILE.
           01 LINEA-DEFIMP PIC X(120).

       FD ORIGEN-FILE.
           01 LINEA-ORIGEN PIC X(600).

       FD IMPORTAR-FILE.
           01 LINEA-IMPORTAR PIC X(66).

       FD RECHAZOS-FILE.
           01 LINEA-RECHAZO PIC X(620).

       FD RESUMEN-FILE.
           01 LINEA-RESUMEN PIC X(50).

       WORKING-STORAGE SECTION.
           77 FS-DEFIMP PIC XX.
           77 FS-ORIGEN PIC XX.
           77 FS-IMPORTAR PIC XX.
           77 FS-RECHAZOS PIC XX.

      * Linea de IMPORTAR que se monta, igual que la lee la carga
      * masiva de la agenda y VALIDA-IMPORTAR. El numero se guarda
      * tambien como texto para que un valor no numerico llegue tal
      * cual a VALIDA-IMPORTAR y lo rechace alli.
           01 IMPORTAR-ACTUAL.
               05 NOMBRE-MAP PIC X(30).
               05 FILLER PIC X VALUE ";".
               05 PAIS-MAP PIC X(4).
               05 FILLER PIC X VALUE ";".
               05 NUMERO-MAP PIC X(9).
               05 NUMERO-MAP-N REDEFINES NUMERO-MAP PIC 9(9).
               05 FILLER PIC X VALUE ";".
               05 EXT-MAP PIC X(6).
               05 FILLER PIC X VALUE ";".
               05 NIF-MAP PIC X(12).

      * Fuente pedida en SYSIN y lo que de ella dice DEFIMP.
           77 FUENTE-PEDIDA PIC X(15).
           77 SEPARADOR PIC X.
           77 SW-CABECERA PIC X VALUE "N".
               88 CON-CABECERA VALUE "S".
           77 SW-FUENTE PIC X VALUE "N".
               88 FUENTE-HALLADA VALUE "S".
           77 SW-DEFINICION PIC X VALUE "S".
               88 DEFINICION-BUENA VALUE "S".
           77 LINEAS-DEFIMP PIC 9(4) VALUE 0.
           77 ERROR-DEFIMP PIC X(40).

      * Campos de una linea de DEFIMP.
           77 DEF-TIPO PIC X(8).
           77 DEF-FUENTE PIC X(15).
           77 DEF-CAMPO PIC X(20).
           77 DEF-COLUMNAS PIC X(12).
           77 DEF-TRANSF PIC X(40).
           77 DEF-DEFECTO PIC X(30).
           77 DEF-SEPARADOR PIC X(12).
           77 DEF-CABECERA PIC X(3).
           01 DEF-COLUMNA-TXT.
               05 DEF-COL-TXT PIC X(2) JUSTIFIED RIGHT OCCURS 3 TIMES.
           01 DEF-TRANSF-TXT.
               05 DEF-TRF-TXT PIC X(8) OCCURS 4 TIMES.

      * Campos destino de la fuente, uno por linea CAMPO. MAP-CAMPO:
      * 1 NOMBRE, 2 NUM-PAIS, 3 NUM-PRINCIPAL, 4 NUM-EXT, 5 NIF.
           01 TABLA-MAPEOS.
               05 MAPEO OCCURS 5 TIMES.
                   10 MAP-CAMPO PIC 9.
                   10 MAP-TOTAL-COL PIC 9.
                   10 MAP-COLUMNA PIC 9(2) OCCURS 3 TIMES.
                   10 MAP-TOTAL-TRF PIC 9.
                   10 MAP-TRANSF PIC X(8) OCCURS 4 TIMES.
                   10 MAP-DEFECTO PIC X(30).
           77 TOTAL-MAPEOS PIC 9 VALUE 0.
           77 CAMPO-DEF PIC 9.
           77 SW-CAMPO-VISTO PIC X.
               88 CAMPO-VISTO VALUE "S".
           77 SW-NOMBRE-MAPEADO PIC X VALUE "N".
               88 NOMBRE-MAPEADO VALUE "S".
           77 SW-NUMERO-MAPEADO PIC X VALUE "N".
               88 NUMERO-MAPEADO VALUE "S".

      * Columnas de la linea de origen ya separadas.
           01 TABLA-COLUMNAS.
               05 COLUMNA-ORIGEN OCCURS 40 TIMES.
                   10 COL-LARGO PIC 9(3).
                   10 COL-VALOR PIC X(100).
           77 TOTAL-COLUMNAS PIC 9(2).
           77 LARGO-LINEA PIC 9(3).
           77 CARACTER PIC X.
           77 SW-COMILLAS PIC X.
               88 EN-COMILLAS VALUE "S".
           77 SW-SALTAR PIC X.
               88 SALTAR-CARACTER VALUE "S".

      * Valor de un campo mientras se monta y se transforma.
           77 VALOR-CAMPO PIC X(100).
           77 PUNTERO-VALOR PIC 9(3).
           77 TEXTO-AUX PIC X(100).
           77 TEXTO-DESPLAZADO PIC X(100).
           77 LARGO-TEXTO PIC 9(3).
           77 APELLIDOS-AUX PIC X(100).
           77 NOMBRE-PILA-AUX PIC X(100).
           77 LARGO-APELLIDOS PIC 9(3).
           77 PUNTERO-COMA PIC 9(3).
           77 TOTAL-COMAS PIC 9(3).

           77 IDX-MAP PIC 9.
           77 IDX-COL PIC 9.
           77 IDX-TRF PIC 9.
           77 IDX-CAR PIC 9(3).
           77 IDX-SAL PIC 9(3).
           77 COLUMNA-AUX PIC 9(2).
           77 MOTIVO PIC X(12).

           77 LINEAS-LEIDAS PIC 9(5) VALUE 0.
           77 LINEAS-BUENAS PIC 9(5) VALUE 0.
           77 LINEAS-MALAS PIC 9(5) VALUE 0.

           77 CODIGO-SALIDA PIC 9 VALUE ZERO.

      * Registro de fin de ejecucion para el fichero RESUMEN.
           77 FS-RESUMEN PIC XX.
           01 RESUMEN-ACTUAL.
               COPY RESUMEN.

       PROCEDURE DIVISION.
       PRINCIPAL.
           MOVE SPACES TO FUENTE-PEDIDA.
           ACCEPT FUENTE-PEDIDA.
           INSPECT FUENTE-PEDIDA CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF FUENTE-PEDIDA = SPACES
               DISPLAY "Falta en SYSIN el nombre de la fuente"
               MOVE "N" TO SW-DEFINICION
           ELSE
               PERFORM CARGAR-DEFINICION
           END-IF.
           IF NOT DEFINICION-BUENA
               MOVE 8 TO CODIGO-SALIDA
           ELSE
               OPEN INPUT ORIGEN-FILE
               IF FS-ORIGEN NOT = "00"
                   DISPLAY "No se encuentra el fichero ORIGIMP"
                   MOVE 8 TO CODIGO-SALIDA
               ELSE
                   OPEN OUTPUT IMPORTAR-FILE
                   OPEN OUTPUT RECHAZOS-FILE
                   PERFORM UNTIL FS-ORIGEN = "10"
                       READ ORIGEN-FILE
                           AT END
                               MOVE "10" TO FS-ORIGEN
                           NOT AT END
                               PERFORM CONVERTIR-LINEA
                       END-READ
                   END-PERFORM
                   CLOSE ORIGEN-FILE
                   CLOSE IMPORTAR-FILE
                   CLOSE RECHAZOS-FILE
                   DISPLAY "Conversion de " FUENTE-PEDIDA
                       " terminada: " LINEAS-BUENAS
                       " lineas a IMPORTAR, " LINEAS-MALAS
                       " rechazadas (ver MAPRECH)"
                   IF LINEAS-MALAS > 0
                       MOVE 4 TO CODIGO-SALIDA
                   END-IF
               END-IF
           END-IF.
           MOVE "MAPIMP" TO RES-PROGRAMA.
           COMPUTE RES-ENTRADAS = LINEAS-BUENAS + LINEAS-MALAS.
           MOVE LINEAS-BUENAS TO RES-SALIDAS.
           MOVE LINEAS-MALAS TO RES-RECHAZOS.
           MOVE CODIGO-SALIDA TO RES-RC.
           PERFORM GRABAR-RESUMEN.
           MOVE CODIGO-SALIDA TO RETURN-CODE.
           STOP RUN.

      *LEE DEFIMP Y SE QUEDA CON LA LINEA FUENTE Y LAS LINEAS CAMPO
      *DE LA FUENTE PEDIDA. CUALQUIER ERROR EN ELLAS PARA EL PASO:
      *MEJOR NO CONVERTIR QUE CARGAR LAS COLUMNAS CAMBIADAS
       CARGAR-DEFINICION.
           OPEN INPUT DEFIMP-FILE.
           IF FS-DEFIMP NOT = "00"
               DISPLAY "No se encuentra el fichero DEFIMP"
               MOVE "N" TO SW-DEFINICION
           ELSE
               PERFORM UNTIL FS-DEFIMP = "10"
                   READ DEFIMP-FILE
                       AT END
                           MOVE "10" TO FS-DEFIMP
                       NOT AT END
                           ADD 1 TO LINEAS-DEFIMP
                           IF LINEA-DEFIMP NOT = SPACES
                               AND LINEA-DEFIMP(1:1) NOT = "*"
                               PERFORM LEER-LINEA-DEFINICION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEFIMP-FILE
               IF DEFINICION-BUENA
                   EVALUATE TRUE
                       WHEN NOT FUENTE-HALLADA
                           DISPLAY "La fuente " FUENTE-PEDIDA
                               " no tiene linea FUENTE en DEFIMP"
                           MOVE "N" TO SW-DEFINICION
                       WHEN NOT NOMBRE-MAPEADO
                           DISPLAY "La fuente " FUENTE-PEDIDA
                               " no dice de donde sale el NOMBRE"
                           MOVE "N" TO SW-DEFINICION
                       WHEN NOT NUMERO-MAPEADO
                           DISPLAY "La fuente " FUENTE-PEDIDA
                               " no dice de donde sale el "-
                               "NUM-PRINCIPAL"
                           MOVE "N" TO SW-DEFINICION
                   END-EVALUATE
               END-IF
           END-IF.

       LEER-LINEA-DEFINICION.
           MOVE SPACES TO DEF-TIPO DEF-FUENTE DEF-CAMPO DEF-COLUMNAS
               DEF-TRANSF DEF-DEFECTO.
           UNSTRING LINEA-DEFIMP DELIMITED BY ";"
               INTO DEF-TIPO DEF-FUENTE DEF-CAMPO DEF-COLUMNAS
                   DEF-TRANSF DEF-DEFECTO.
           INSPECT DEF-TIPO CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT DEF-FUENTE CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF DEF-FUENTE = FUENTE-PEDIDA
               MOVE SPACES TO ERROR-DEFIMP
               EVALUATE DEF-TIPO
                   WHEN "FUENTE"
                       PERFORM ANOTAR-FUENTE
                   WHEN "CAMPO"
                       PERFORM ANOTAR-CAMPO
                   WHEN OTHER
                       MOVE "TIPO DE LINEA DESCONOCIDO" TO
                           ERROR-DEFIMP
               END-EVALUATE
               IF ERROR-DEFIMP NOT = SPACES
                   DISPLAY "DEFIMP linea " LINEAS-DEFIMP ": "
                       ERROR-DEFIMP
                   MOVE "N" TO SW-DEFINICION
               END-IF
           END-IF.

      *LA LINEA FUENTE: SEPARADOR DE COLUMNAS Y SI HAY CABECERA (EN
      *LA LINEA FUENTE EL TERCER Y CUARTO CAMPO SE LEEN EN DEF-CAMPO
      *Y DEF-COLUMNAS)
       ANOTAR-FUENTE.
           IF FUENTE-HALLADA
               MOVE "FUENTE REPETIDA" TO ERROR-DEFIMP
           ELSE
               MOVE "S" TO SW-FUENTE
               MOVE DEF-CAMPO TO DEF-SEPARADOR
               MOVE DEF-COLUMNAS TO DEF-CABECERA
               INSPECT DEF-SEPARADOR CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               INSPECT DEF-CABECERA CONVERTING "sn" TO "SN"
               EVALUATE DEF-SEPARADOR
                   WHEN "COMA"
                       MOVE "," TO SEPARADOR
                   WHEN "PUNTOYCOMA"
                       MOVE ";" TO SEPARADOR
                   WHEN "TABULADOR"
                       MOVE X"09" TO SEPARADOR
                   WHEN "BARRA"
                       MOVE "|" TO SEPARADOR
                   WHEN OTHER
                       MOVE "SEPARADOR DESCONOCIDO" TO ERROR-DEFIMP
               END-EVALUATE
               EVALUATE DEF-CABECERA
                   WHEN "S"
                       MOVE "S" TO SW-CABECERA
                   WHEN "N"
                   WHEN SPACES
                       MOVE "N" TO SW-CABECERA
                   WHEN OTHER
                       MOVE "CABECERA HA DE SER S O N" TO
                           ERROR-DEFIMP
               END-EVALUATE
           END-IF.

      *UNA LINEA CAMPO: CAMPO DESTINO, COLUMNAS, TRANSFORMACIONES Y
      *VALOR POR DEFECTO
       ANOTAR-CAMPO.
           INSPECT DEF-CAMPO CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT DEF-TRANSF CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE 0 TO CAMPO-DEF.
           EVALUATE DEF-CAMPO
               WHEN "NOMBRE"
                   MOVE 1 TO CAMPO-DEF
                   MOVE "S" TO SW-NOMBRE-MAPEADO
               WHEN "NUM-PAIS"
                   MOVE 2 TO CAMPO-DEF
               WHEN "NUM-PRINCIPAL"
                   MOVE 3 TO CAMPO-DEF
                   MOVE "S" TO SW-NUMERO-MAPEADO
               WHEN "NUM-EXT"
                   MOVE 4 TO CAMPO-DEF
               WHEN "NIF"
                   MOVE 5 TO CAMPO-DEF
               WHEN "AGENDA-NOMBRE"
               WHEN "ESTADO"
               WHEN "NUM-TIPO"
               WHEN "TELEFONO"
               WHEN "NUM-ADIC-TIPO"
               WHEN "NUM-ADIC-PAIS"
               WHEN "NUM-ADIC-PRINCIPAL"
               WHEN "NUM-ADIC-EXT"
               WHEN "CATEGORIA"
               WHEN "EMAIL"
               WHEN "DIR-CALLE"
               WHEN "DIR-CIUDAD"
               WHEN "DIR-CP"
               WHEN "NOTAS"
               WHEN "FECHA-NACIMIENTO"
               WHEN "FECHA-BAJA"
               WHEN "ORGANIZACION"
                   DISPLAY "DEFIMP linea " LINEAS-DEFIMP ": "
                       DEF-CAMPO " no va en IMPORTAR, se ignora"
                   MOVE 4 TO CODIGO-SALIDA
               WHEN OTHER
                   MOVE "CAMPO DESTINO DESCONOCIDO" TO ERROR-DEFIMP
           END-EVALUATE.
           IF CAMPO-DEF > 0
               MOVE "N" TO SW-CAMPO-VISTO
               PERFORM VARYING IDX-MAP FROM 1 BY 1
                       UNTIL IDX-MAP > TOTAL-MAPEOS
                   IF MAP-CAMPO(IDX-MAP) = CAMPO-DEF
                       MOVE "S" TO SW-CAMPO-VISTO
                   END-IF
               END-PERFORM
               IF CAMPO-VISTO
                   MOVE "CAMPO DESTINO REPETIDO" TO ERROR-DEFIMP
               ELSE
                   ADD 1 TO TOTAL-MAPEOS
                   MOVE CAMPO-DEF TO MAP-CAMPO(TOTAL-MAPEOS)
                   MOVE DEF-DEFECTO TO MAP-DEFECTO(TOTAL-MAPEOS)
                   PERFORM ANOTAR-COLUMNAS
                   PERFORM ANOTAR-TRANSFORMACIONES
               END-IF
           END-IF.

       ANOTAR-COLUMNAS.
           MOVE SPACES TO DEF-COLUMNA-TXT.
           UNSTRING DEF-COLUMNAS DELIMITED BY "+" OR SPACE
               INTO DEF-COL-TXT(1) DEF-COL-TXT(2) DEF-COL-TXT(3).
           MOVE 0 TO MAP-TOTAL-COL(TOTAL-MAPEOS).
           PERFORM VARYING IDX-COL FROM 1 BY 1 UNTIL IDX-COL > 3
               IF DEF-COL-TXT(IDX-COL) NOT = SPACES
                   INSPECT DEF-COL-TXT(IDX-COL)
                       REPLACING LEADING SPACE BY "0"
                   IF DEF-COL-TXT(IDX-COL) IS NOT NUMERIC
                       MOVE "COLUMNA NO NUMERICA" TO ERROR-DEFIMP
                   ELSE
                       MOVE DEF-COL-TXT(IDX-COL) TO COLUMNA-AUX
                       IF COLUMNA-AUX > 40
                           MOVE "COLUMNA MAYOR QUE 40" TO
                               ERROR-DEFIMP
                       END-IF
                       IF COLUMNA-AUX > 0
                           ADD 1 TO MAP-TOTAL-COL(TOTAL-MAPEOS)
                           MOVE MAP-TOTAL-COL(TOTAL-MAPEOS) TO IDX-SAL
                           MOVE COLUMNA-AUX TO
                               MAP-COLUMNA(TOTAL-MAPEOS IDX-SAL)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       ANOTAR-TRANSFORMACIONES.
           MOVE SPACES TO DEF-TRANSF-TXT.
           UNSTRING DEF-TRANSF DELIMITED BY "+"
               INTO DEF-TRF-TXT(1) DEF-TRF-TXT(2) DEF-TRF-TXT(3)
                   DEF-TRF-TXT(4).
           MOVE 0 TO MAP-TOTAL-TRF(TOTAL-MAPEOS).
           PERFORM VARYING IDX-TRF FROM 1 BY 1 UNTIL IDX-TRF > 4
               EVALUATE DEF-TRF-TXT(IDX-TRF)
                   WHEN SPACES
                       CONTINUE
                   WHEN "TRIM"
                   WHEN "MAYUS"
                   WHEN "APELNOM"
                   WHEN "DIGITOS"
                       ADD 1 TO MAP-TOTAL-TRF(TOTAL-MAPEOS)
                       MOVE MAP-TOTAL-TRF(TOTAL-MAPEOS) TO IDX-SAL
                       MOVE DEF-TRF-TXT(IDX-TRF) TO
                           MAP-TRANSF(TOTAL-MAPEOS IDX-SAL)
                   WHEN OTHER
                       MOVE "TRANSFORMACION DESCONOCIDA" TO
                           ERROR-DEFIMP
               END-EVALUATE
           END-PERFORM.

      *UNA LINEA DEL FICHERO DE ORIGEN: SE SALTA LA CABECERA Y LAS
      *LINEAS EN BLANCO, SE PARTE EN COLUMNAS Y SE MONTA LA LINEA DE
      *IMPORTAR CAMPO A CAMPO
       CONVERTIR-LINEA.
           ADD 1 TO LINEAS-LEIDAS.
           IF LINEAS-LEIDAS = 1 AND CON-CABECERA
               CONTINUE
           ELSE
               PERFORM MEDIR-LINEA
               IF LARGO-LINEA > 0
                   PERFORM PARTIR-COLUMNAS
                   MOVE SPACES TO NOMBRE-MAP PAIS-MAP NUMERO-MAP
                       EXT-MAP NIF-MAP
                   MOVE SPACES TO MOTIVO
                   PERFORM MAPEAR-CAMPO VARYING IDX-MAP FROM 1 BY 1
                       UNTIL IDX-MAP > TOTAL-MAPEOS
                   IF MOTIVO = SPACES
                       ADD 1 TO LINEAS-BUENAS
                       WRITE LINEA-IMPORTAR FROM IMPORTAR-ACTUAL
                   ELSE
                       ADD 1 TO LINEAS-MALAS
                       MOVE SPACES TO LINEA-RECHAZO
                       STRING LINEA-ORIGEN(1:LARGO-LINEA)
                               DELIMITED BY SIZE
                           ";" DELIMITED BY SIZE
                           MOTIVO DELIMITED BY SIZE
                           INTO LINEA-RECHAZO
                       WRITE LINEA-RECHAZO
                   END-IF
               END-IF
           END-IF.

      *LARGO UTIL DE LA LINEA, SIN LOS BLANCOS DE DETRAS NI EL
      *RETORNO DE CARRO DE LOS FICHEROS QUE VIENEN DE WINDOWS
       MEDIR-LINEA.
           MOVE 600 TO LARGO-LINEA.
           PERFORM UNTIL LARGO-LINEA = 0
                   OR (LINEA-ORIGEN(LARGO-LINEA:1) NOT = SPACE
                   AND LINEA-ORIGEN(LARGO-LINEA:1) NOT = X"0D")
               SUBTRACT 1 FROM LARGO-LINEA
           END-PERFORM.

      *SEPARA LAS COLUMNAS POR EL SEPARADOR DE LA FUENTE. UNA COLUMNA
      *QUE EMPIEZA POR COMILLAS PUEDE LLEVAR DENTRO EL SEPARADOR, Y
      *DOS COMILLAS SEGUIDAS DENTRO DE ELLA SON UNA COMILLA
       PARTIR-COLUMNAS.
           MOVE 1 TO TOTAL-COLUMNAS.
           MOVE 0 TO COL-LARGO(1).
           MOVE SPACES TO COL-VALOR(1).
           MOVE "N" TO SW-COMILLAS.
           MOVE "N" TO SW-SALTAR.
           PERFORM VARYING IDX-CAR FROM 1 BY 1
                   UNTIL IDX-CAR > LARGO-LINEA
               MOVE LINEA-ORIGEN(IDX-CAR:1) TO CARACTER
               EVALUATE TRUE
                   WHEN SALTAR-CARACTER
                       MOVE "N" TO SW-SALTAR
                   WHEN EN-COMILLAS AND CARACTER = QUOTE
                       IF IDX-CAR < LARGO-LINEA
                           AND LINEA-ORIGEN(IDX-CAR + 1:1) = QUOTE
                           PERFORM ANADIR-CARACTER
                           MOVE "S" TO SW-SALTAR
                       ELSE
                           MOVE "N" TO SW-COMILLAS
                       END-IF
                   WHEN EN-COMILLAS
                       PERFORM ANADIR-CARACTER
                   WHEN CARACTER = SEPARADOR
                       IF TOTAL-COLUMNAS < 40
                           ADD 1 TO TOTAL-COLUMNAS
                           MOVE 0 TO COL-LARGO(TOTAL-COLUMNAS)
                           MOVE SPACES TO COL-VALOR(TOTAL-COLUMNAS)
                       END-IF
                   WHEN CARACTER = QUOTE
                       AND COL-VALOR(TOTAL-COLUMNAS) = SPACES
                       MOVE "S" TO SW-COMILLAS
                       MOVE 0 TO COL-LARGO(TOTAL-COLUMNAS)
                   WHEN OTHER
                       PERFORM ANADIR-CARACTER
               END-EVALUATE
           END-PERFORM.

       ANADIR-CARACTER.
           IF COL-LARGO(TOTAL-COLUMNAS) < 100
               ADD 1 TO COL-LARGO(TOTAL-COLUMNAS)
               MOVE CARACTER TO COL-VALOR(TOTAL-COLUMNAS)
                   (COL-LARGO(TOTAL-COLUMNAS):1)
           END-IF.

      *UN CAMPO DESTINO: SUS COLUMNAS (UNA COLUMNA QUE LA LINEA NO
      *TRAE CUENTA COMO EN BLANCO), SUS TRANSFORMACIONES, EL VALOR
      *POR DEFECTO SI QUEDA EN BLANCO Y, POR ULTIMO, SU SITIO EN LA
      *LINEA DE IMPORTAR SI CABE
       MAPEAR-CAMPO.
           MOVE SPACES TO VALOR-CAMPO.
           IF MAP-TOTAL-COL(IDX-MAP) = 1
               MOVE MAP-COLUMNA(IDX-MAP 1) TO COLUMNA-AUX
               IF COLUMNA-AUX <= TOTAL-COLUMNAS
                   MOVE COL-VALOR(COLUMNA-AUX) TO VALOR-CAMPO
               END-IF
           ELSE
               PERFORM JUNTAR-COLUMNAS
           END-IF.
           PERFORM VARYING IDX-TRF FROM 1 BY 1
                   UNTIL IDX-TRF > MAP-TOTAL-TRF(IDX-MAP)
               EVALUATE MAP-TRANSF(IDX-MAP IDX-TRF)
                   WHEN "TRIM"
                       MOVE VALOR-CAMPO TO TEXTO-AUX
                       PERFORM AJUSTAR-IZQUIERDA
                       MOVE TEXTO-AUX TO VALOR-CAMPO
                   WHEN "MAYUS"
                       INSPECT VALOR-CAMPO CONVERTING
                           "abcdefghijklmnopqrstuvwxyz"
                           TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                       INSPECT VALOR-CAMPO CONVERTING
                           X"E1E9EDF3FAFCF1" TO X"C1C9CDD3DADCD1"
                   WHEN "APELNOM"
                       PERFORM PARTIR-APELLIDOS
                   WHEN "DIGITOS"
                       PERFORM DEJAR-DIGITOS
               END-EVALUATE
           END-PERFORM.
           IF VALOR-CAMPO = SPACES
               MOVE MAP-DEFECTO(IDX-MAP) TO VALOR-CAMPO
           END-IF.
           MOVE VALOR-CAMPO TO TEXTO-AUX.
           PERFORM MEDIR-TEXTO.
           EVALUATE MAP-CAMPO(IDX-MAP)
               WHEN 1
                   IF LARGO-TEXTO > 30
                       MOVE "NOMBRE-LARGO" TO MOTIVO
                   ELSE
                       MOVE VALOR-CAMPO TO NOMBRE-MAP
                   END-IF
               WHEN 2
                   IF LARGO-TEXTO > 4
                       MOVE "PAIS-LARGO" TO MOTIVO
                   ELSE
                       MOVE VALOR-CAMPO TO PAIS-MAP
                   END-IF
               WHEN 3
                   PERFORM COLOCAR-NUMERO
               WHEN 4
                   IF LARGO-TEXTO > 6
                       MOVE "EXT-LARGA" TO MOTIVO
                   ELSE
                       MOVE VALOR-CAMPO TO EXT-MAP
                   END-IF
               WHEN 5
                   IF LARGO-TEXTO > 12
                       MOVE "NIF-LARGO" TO MOTIVO
                   ELSE
                       MOVE VALOR-CAMPO TO NIF-MAP
                   END-IF
           END-EVALUATE.

      *VARIAS COLUMNAS PARA UN CAMPO: CADA UNA SIN BLANCOS DE MAS Y
      *SEPARADAS POR UN BLANCO, O POR ", " DETRAS DE LA PRIMERA SI EL
      *CAMPO PARTE APELLIDOS Y NOMBRE
       JUNTAR-COLUMNAS.
           MOVE 1 TO PUNTERO-VALOR.
           PERFORM VARYING IDX-COL FROM 1 BY 1
                   UNTIL IDX-COL > MAP-TOTAL-COL(IDX-MAP)
               MOVE MAP-COLUMNA(IDX-MAP IDX-COL) TO COLUMNA-AUX
               MOVE SPACES TO TEXTO-AUX
               IF COLUMNA-AUX <= TOTAL-COLUMNAS
                   MOVE COL-VALOR(COLUMNA-AUX) TO TEXTO-AUX
               END-IF
               PERFORM AJUSTAR-IZQUIERDA
               PERFORM MEDIR-TEXTO
               IF LARGO-TEXTO > 0
                   IF PUNTERO-VALOR > 1
                       IF IDX-COL = 2 AND MAP-TRANSF(IDX-MAP 1)
                           = "APELNOM"
                           STRING ", " DELIMITED BY SIZE
                               INTO VALOR-CAMPO
                               WITH POINTER PUNTERO-VALOR
                       ELSE
                           STRING " " DELIMITED BY SIZE
                               INTO VALOR-CAMPO
                               WITH POINTER PUNTERO-VALOR
                       END-IF
                   END-IF
                   STRING TEXTO-AUX(1:LARGO-TEXTO) DELIMITED BY SIZE
                       INTO VALOR-CAMPO WITH POINTER PUNTERO-VALOR
                       ON OVERFLOW
                           CONTINUE
                   END-STRING
               END-IF
           END-PERFORM.

      *"GARCIA  LOPEZ ,MARIA" PASA A "GARCIA LOPEZ, MARIA": LO QUE
      *VA ANTES DE LA PRIMERA COMA SON LOS APELLIDOS Y EL RESTO EL
      *NOMBRE. SIN COMA SE DEJA COMO ESTA
       PARTIR-APELLIDOS.
           MOVE 0 TO TOTAL-COMAS.
           INSPECT VALOR-CAMPO TALLYING TOTAL-COMAS FOR ALL ",".
           IF TOTAL-COMAS > 0
               MOVE SPACES TO APELLIDOS-AUX
               MOVE 1 TO PUNTERO-COMA
               UNSTRING VALOR-CAMPO DELIMITED BY ","
                   INTO APELLIDOS-AUX WITH POINTER PUNTERO-COMA
               MOVE SPACES TO TEXTO-AUX
               IF PUNTERO-COMA <= 100
                   MOVE VALOR-CAMPO(PUNTERO-COMA:) TO TEXTO-AUX
               END-IF
               PERFORM COMPACTAR-BLANCOS
               MOVE TEXTO-AUX TO NOMBRE-PILA-AUX
               MOVE APELLIDOS-AUX TO TEXTO-AUX
               PERFORM COMPACTAR-BLANCOS
               PERFORM MEDIR-TEXTO
               MOVE TEXTO-AUX TO APELLIDOS-AUX
               MOVE LARGO-TEXTO TO LARGO-APELLIDOS
               MOVE NOMBRE-PILA-AUX TO TEXTO-AUX
               PERFORM MEDIR-TEXTO
               MOVE SPACES TO VALOR-CAMPO
               EVALUATE TRUE
                   WHEN LARGO-APELLIDOS = 0
                       MOVE NOMBRE-PILA-AUX TO VALOR-CAMPO
                   WHEN LARGO-TEXTO = 0
                       MOVE APELLIDOS-AUX TO VALOR-CAMPO
                   WHEN OTHER
                       STRING APELLIDOS-AUX(1:LARGO-APELLIDOS)
                               DELIMITED BY SIZE
                           ", " DELIMITED BY SIZE
                           NOMBRE-PILA-AUX(1:LARGO-TEXTO)
                               DELIMITED BY SIZE
                           INTO VALOR-CAMPO
                   END-STRING
               END-EVALUATE
           END-IF.

       DEJAR-DIGITOS.
           MOVE SPACES TO TEXTO-AUX.
           MOVE 0 TO IDX-SAL.
           PERFORM VARYING IDX-CAR FROM 1 BY 1 UNTIL IDX-CAR > 100
               IF VALOR-CAMPO(IDX-CAR:1) IS NUMERIC
                   ADD 1 TO IDX-SAL
                   MOVE VALOR-CAMPO(IDX-CAR:1) TO TEXTO-AUX(IDX-SAL:1)
               END-IF
           END-PERFORM.
           MOVE TEXTO-AUX TO VALOR-CAMPO.

      *EL NUMERO PRINCIPAL: SI SON SOLO CIFRAS Y CABEN EN NUEVE VA
      *AJUSTADO A LA DERECHA CON CEROS; SI NO SON CIFRAS PERO CABE
      *PASA TAL CUAL Y LO RECHAZA VALIDA-IMPORTAR
       COLOCAR-NUMERO.
           EVALUATE TRUE
               WHEN LARGO-TEXTO > 9
                   MOVE "NUMERO-LARGO" TO MOTIVO
               WHEN LARGO-TEXTO = 0
                   MOVE SPACES TO NUMERO-MAP
               WHEN VALOR-CAMPO(1:LARGO-TEXTO) IS NUMERIC
                   MOVE VALOR-CAMPO(1:LARGO-TEXTO) TO NUMERO-MAP-N
               WHEN OTHER
                   MOVE VALOR-CAMPO TO NUMERO-MAP
           END-EVALUATE.

      *QUITA LOS BLANCOS DE DELANTE DE TEXTO-AUX
       AJUSTAR-IZQUIERDA.
           IF TEXTO-AUX NOT = SPACES AND TEXTO-AUX(1:1) = SPACE
               MOVE 1 TO IDX-CAR
               PERFORM UNTIL TEXTO-AUX(IDX-CAR:1) NOT = SPACE
                   ADD 1 TO IDX-CAR
               END-PERFORM
               MOVE TEXTO-AUX(IDX-CAR:) TO TEXTO-DESPLAZADO
               MOVE TEXTO-DESPLAZADO TO TEXTO-AUX
           END-IF.

      *TEXTO-AUX SIN BLANCOS DELANTE Y CON UN SOLO BLANCO ENTRE
      *PALABRAS
       COMPACTAR-BLANCOS.
           MOVE SPACES TO TEXTO-DESPLAZADO.
           MOVE 0 TO IDX-SAL.
           PERFORM VARYING IDX-CAR FROM 1 BY 1 UNTIL IDX-CAR > 100
               IF TEXTO-AUX(IDX-CAR:1) NOT = SPACE
                   OR (IDX-SAL > 0
                   AND TEXTO-DESPLAZADO(IDX-SAL:1) NOT = SPACE)
                   ADD 1 TO IDX-SAL
                   MOVE TEXTO-AUX(IDX-CAR:1) TO
                       TEXTO-DESPLAZADO(IDX-SAL:1)
               END-IF
           END-PERFORM.
           MOVE TEXTO-DESPLAZADO TO TEXTO-AUX.

      *LARGO DE TEXTO-AUX SIN LOS BLANCOS DE DETRAS
       MEDIR-TEXTO.
           MOVE 100 TO LARGO-TEXTO.
           PERFORM UNTIL LARGO-TEXTO = 0
                   OR TEXTO-AUX(LARGO-TEXTO:1) NOT = SPACE
               SUBTRACT 1 FROM LARGO-TEXTO
           END-PERFORM.

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
               INTO LINEA-RESUMEN.
           WRITE LINEA-RESUMEN.
           CLOSE RESUMEN-FILE.

       END PROGRAM MAPEA-IMPORTAR.
