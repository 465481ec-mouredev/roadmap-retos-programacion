     /*
      * DIFERENCIAS CAMPO A CAMPO ENTRE DOS GENERACIONES DE CONTACTOS.
      * No es la solucion de ningun reto: es la herramienta para la
      * primera pregunta cuando alguien dice que le faltan datos,
      * "que cambio en CONTACTOS entre la copia del lunes y la del
      * jueves". Compara dos generaciones, cada una de ellas una
      * copia CONTBKP1..5 (con su sello del indice BKPCTL), una copia
      * externa CONTOFF1..2 (sello de OFFCTL) o el fichero vivo, y
      * las casa por la clave del contacto (agenda y nombre): las dos
      * llegan ordenadas por clave, porque las copias se vuelcan
      * leyendo CONTACTOS en secuencia. Por SYSIN, una linea cada
      * dato:
      *   1. generacion antigua: 1 a 5 (CONTBKPn), O1 u O2 (CONTOFFn)
      *      o VIVO
      *   2. generacion nueva, igual
      *   3. agenda a comparar (en blanco, todas)
      *   4. campo a comparar, con su nombre de CONTACTO.cpy (EMAIL,
      *      NOTAS, DIR-CP...; en blanco, todos)
      * El informe DIFGEN, que va a la cola de impresion, lista los
      * contactos ANADIDOS (solo en la nueva), QUITADOS (solo en la
      * antigua) y CAMBIADOS, y de cada cambio los campos con su
      * valor antes y despues; al final, los recuentos por agenda y
      * por campo. Con un campo pedido solo se listan los contactos
      * en los que ese campo cambio. Una baja logica no es un
      * QUITADO: sale como cambio de ESTADO y de FECHA-BAJA.
      * Si la antigua es una copia, ademas se deja la seleccion
      * DIFSEL para una restauracion selectiva con
      * RESTAURA-CONTACTOS (opcion S): una primera linea
      *   ORIGEN;FICHERO;FECHA;HORA
      * con la copia y su sello, y una linea
      *   QUITADO;AGENDA;NOMBRE;        o  CAMBIADO;AGENDA;NOMBRE;CAMPO
      * por contacto, con el campo pedido (en blanco, el registro
      * entero). Los ANADIDOS no van: en la copia no hay nada que
      * devolverles. Se puede editar antes de restaurar, quitando
      * las lineas que no se quieran devolver.
      */
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPARA-GENERACIONES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTACTOS-FILE ASSIGN TO "CONTACTOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLAVE-REG
               ALTERNATE RECORD KEY IS TELEFONO-REG WITH DUPLICATES
               FILE STATUS IS FS-CONTACTOS.
      * Los nombres de las copias se montan en memoria (CONTBKPn o
      * CONTOFFn) segun la generacion pedida a cada lado.
           SELECT ANTIGUA-FILE ASSIGN TO ANTIGUA-NOMBRE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-ANTIGUA.
           SELECT NUEVA-FILE ASSIGN TO NUEVA-NOMBRE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-NUEVA.
           SELECT BKPCTL-FILE ASSIGN TO "BKPCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BKPCTL.
           SELECT OFFCTL-FILE ASSIGN TO "OFFCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OFFCTL.
           SELECT DIFGEN-FILE ASSIGN TO "DIFGEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DIFGEN.
           SELECT DIFSEL-FILE ASSIGN TO "DIFSEL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DIFSEL.
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
                   ==CONTACTO-BORRADO== BY ==CONTACTO-BORRADO-REG==.

       FD ANTIGUA-FILE.
      * Imagen fija del registro canonico completo, como CONTBKP.
           01 REG-ANTIGUA PIC X(350).

       FD NUEVA-FILE.
           01 REG-NUEVA PIC X(350).

       FD BKPCTL-FILE.
           01 LINEA-BKPCTL PIC X(30).

       FD OFFCTL-FILE.
           01 LINEA-OFFCTL PIC X(50).

       FD DIFGEN-FILE.
           01 LINEA-DIFGEN PIC X(100).

       FD DIFSEL-FILE.
           01 LINEA-DIFSEL PIC X(80).

       FD RESUMEN-FILE.
           01 LINEA-RESUMEN PIC X(50).

       WORKING-STORAGE SECTION.
           77 FS-CONTACTOS PIC XX.
           77 FS-ANTIGUA PIC XX.
           77 FS-NUEVA PIC XX.
           77 FS-BKPCTL PIC XX.
           77 FS-OFFCTL PIC XX.
           77 FS-DIFGEN PIC XX.
           77 FS-DIFSEL PIC XX.

      * Tarjetas de SYSIN.
           77 PEDIDA-ANTIGUA PIC X(4).
           77 PEDIDA-NUEVA PIC X(4).
           77 FILTRO-AGENDA PIC X(15).
           77 FILTRO-CAMPO PIC X(16).
           77 IDX-FILTRO PIC 9(2) VALUE 0.

      * Cada lado: fichero, sello de la copia y si es el vivo.
           77 ANTIGUA-NOMBRE PIC X(8).
           77 ANTIGUA-FECHA PIC X(8).
           77 ANTIGUA-HORA PIC X(8).
           77 SW-ANTIGUA-VIVO PIC X VALUE "N".
               88 ANTIGUA-VIVO VALUE "S".
           77 NUEVA-NOMBRE PIC X(8).
           77 NUEVA-FECHA PIC X(8).
           77 NUEVA-HORA PIC X(8).
           77 SW-NUEVA-VIVO PIC X VALUE "N".
               88 NUEVA-VIVO VALUE "S".

      * Resolucion de una generacion pedida a fichero y sello.
           77 GEN-PEDIDA PIC X(4).
           77 GEN-FICHERO PIC X(8).
           77 GEN-FECHA PIC X(8).
           77 GEN-HORA PIC X(8).
           77 SW-GEN PIC X.
               88 GEN-VALIDA VALUE "S".
               88 GEN-VIVO VALUE "V".
           77 BKP-GENERACION PIC X.
           77 BKP-FECHA PIC X(8).
           77 BKP-HORA PIC X(8).

      * Registro en curso de cada lado; al acabar un lado su clave
      * pasa a HIGH-VALUES y el casamiento sigue con el otro.
           01 IMAGEN-ANTIGUA.
               05 CLAVE-ANTIGUA.
                   10 AGENDA-ANTIGUA PIC X(15).
                   10 NOMBRE-ANTIGUO PIC X(30).
               05 FILLER PIC X(305).
           01 IMAGEN-NUEVA.
               05 CLAVE-NUEVA.
                   10 AGENDA-NUEVA PIC X(15).
                   10 NOMBRE-NUEVO PIC X(30).
               05 FILLER PIC X(305).
           77 CLAVE-PREVIA-ANT PIC X(45) VALUE LOW-VALUES.
           77 CLAVE-PREVIA-NUE PIC X(45) VALUE LOW-VALUES.
           77 AGENDA-EN-CURSO PIC X(15).

      * Campos del registro sobre su imagen plana.
           01 CAMPOS-CONTACTO.
               COPY CAMPOS.
           77 IDX-CMP PIC 9(2).
           77 SW-CAMBIADO PIC X.
               88 CONTACTO-CAMBIADO VALUE "S".
           01 CAMBIOS-CAMPO.
               05 CAMBIOS-DEL-CAMPO PIC 9(5) OCCURS 13 TIMES.

      * Recuentos por agenda: 49 agendas con nombre y una fila final
      * que recoge las que no caben.
           01 TABLA-AGENDAS.
               05 FILA-AGENDA OCCURS 50 TIMES.
                   10 AGE-NOMBRE PIC X(15).
                   10 AGE-ANADIDOS PIC 9(5).
                   10 AGE-QUITADOS PIC 9(5).
                   10 AGE-CAMBIADOS PIC 9(5).
           77 TOTAL-AGENDAS PIC 9(2) VALUE 0.
           77 IDX-AGE PIC 9(2).

           77 LEIDOS-ANTIGUA PIC 9(5) VALUE 0.
           77 LEIDOS-NUEVA PIC 9(5) VALUE 0.
           77 TOTAL-ANADIDOS PIC 9(5) VALUE 0.
           77 TOTAL-QUITADOS PIC 9(5) VALUE 0.
           77 TOTAL-CAMBIADOS PIC 9(5) VALUE 0.
           77 TOTAL-SELECCION PIC 9(5) VALUE 0.
           77 TOTAL-DIFERENCIAS PIC 9(5) VALUE 0.

           77 FECHA-HOY PIC 9(8).
           77 HORA-HOY PIC 9(8).

      * Parametros de la subrutina compartida de la cola central de
      * impresion SPOSUB01.
           77 SPO-FICHERO PIC X(8).
           77 SPO-INFORME PIC X(8).
           77 SPO-OPERADOR PIC X(8).
           77 SPO-ESTADO PIC 9.

      * Registro de fin de ejecucion para el fichero RESUMEN.
           77 FS-RESUMEN PIC XX.
           01 RESUMEN-ACTUAL.
               COPY RESUMEN.

           77 CODIGO-SALIDA PIC 9 VALUE ZERO.

       PROCEDURE DIVISION.
       PRINCIPAL.
           ACCEPT FECHA-HOY FROM DATE.
           ACCEPT HORA-HOY FROM TIME.
           INITIALIZE TABLA-AGENDAS.
           INITIALIZE CAMBIOS-CAMPO.
           MOVE SPACES TO PEDIDA-ANTIGUA.
           MOVE SPACES TO PEDIDA-NUEVA.
           MOVE SPACES TO FILTRO-AGENDA.
           MOVE SPACES TO FILTRO-CAMPO.
           ACCEPT PEDIDA-ANTIGUA.
           ACCEPT PEDIDA-NUEVA.
           ACCEPT FILTRO-AGENDA.
           ACCEPT FILTRO-CAMPO.
           PERFORM PREPARAR-LADOS.
           IF CODIGO-SALIDA = 0
               PERFORM ABRIR-LADOS
           END-IF.
           IF CODIGO-SALIDA = 0
               PERFORM COMPARAR-GENERACIONES
               PERFORM CERRAR-LADOS
               PERFORM ESCRIBIR-RESUMENES
               CLOSE DIFGEN-FILE
               IF NOT ANTIGUA-VIVO
                   CLOSE DIFSEL-FILE
      * Una comparacion cortada no deja seleccion a medias: DIFSEL
      * se queda vacio y RESTAURA-CONTACTOS no lo acepta.
                   IF CODIGO-SALIDA = 8
                       OPEN OUTPUT DIFSEL-FILE
                       CLOSE DIFSEL-FILE
                       MOVE 0 TO TOTAL-SELECCION
                   END-IF
               END-IF
               MOVE "DIFGEN" TO SPO-FICHERO
               MOVE "DIFGEN" TO SPO-INFORME
               MOVE "LOTE" TO SPO-OPERADOR
               CALL "SPOSUB01" USING SPO-FICHERO SPO-INFORME
                   SPO-OPERADOR SPO-ESTADO
               IF SPO-ESTADO NOT = 0
                   DISPLAY "La cola de impresion no acepta DIFGEN; "-
                       "queda en el fichero"
                   MOVE 4 TO CODIGO-SALIDA
               END-IF
               DISPLAY "Comparacion en DIFGEN: " TOTAL-ANADIDOS
                   " anadidos, " TOTAL-QUITADOS " quitados, "
                   TOTAL-CAMBIADOS " cambiados"
               IF NOT ANTIGUA-VIVO
                   DISPLAY "Seleccion para restaurar en DIFSEL: "
                       TOTAL-SELECCION " contactos de "
                       ANTIGUA-NOMBRE
               END-IF
           END-IF.
           COMPUTE RES-ENTRADAS = LEIDOS-ANTIGUA + LEIDOS-NUEVA.
           MOVE TOTAL-DIFERENCIAS TO RES-SALIDAS.
           MOVE 0 TO RES-RECHAZOS.
           MOVE "COMPGEN" TO RES-PROGRAMA.
           MOVE CODIGO-SALIDA TO RES-RC.
           PERFORM GRABAR-RESUMEN.
           MOVE CODIGO-SALIDA TO RETURN-CODE.
           STOP RUN.

      * CADA LADO A SU FICHERO Y SU SELLO; LOS DOS LADOS NO PUEDEN
      * SER EL MISMO NI SER LOS DOS EL VIVO, Y EL CAMPO PEDIDO TIENE
      * QUE SER UNO DE LA TABLA
       PREPARAR-LADOS.
           MOVE PEDIDA-ANTIGUA TO GEN-PEDIDA.
           PERFORM RESOLVER-GENERACION.
           IF GEN-VALIDA OR GEN-VIVO
               MOVE GEN-FICHERO TO ANTIGUA-NOMBRE
               MOVE GEN-FECHA TO ANTIGUA-FECHA
               MOVE GEN-HORA TO ANTIGUA-HORA
               IF GEN-VIVO
                   MOVE "S" TO SW-ANTIGUA-VIVO
               END-IF
           ELSE
               DISPLAY "Generacion antigua no valida: " PEDIDA-ANTIGUA
               MOVE 8 TO CODIGO-SALIDA
           END-IF.
           MOVE PEDIDA-NUEVA TO GEN-PEDIDA.
           PERFORM RESOLVER-GENERACION.
           IF GEN-VALIDA OR GEN-VIVO
               MOVE GEN-FICHERO TO NUEVA-NOMBRE
               MOVE GEN-FECHA TO NUEVA-FECHA
               MOVE GEN-HORA TO NUEVA-HORA
               IF GEN-VIVO
                   MOVE "S" TO SW-NUEVA-VIVO
               END-IF
           ELSE
               DISPLAY "Generacion nueva no valida: " PEDIDA-NUEVA
               MOVE 8 TO CODIGO-SALIDA
           END-IF.
           IF CODIGO-SALIDA = 0 AND ANTIGUA-NOMBRE = NUEVA-NOMBRE
               DISPLAY "Las dos generaciones son la misma"
               MOVE 8 TO CODIGO-SALIDA
           END-IF.
           IF FILTRO-CAMPO NOT = SPACES
               PERFORM VARYING IDX-CMP FROM 1 BY 1
                       UNTIL IDX-CMP > CMP-TOTAL
                   IF CMP-NOMBRE(IDX-CMP) = FILTRO-CAMPO
                       MOVE IDX-CMP TO IDX-FILTRO
                   END-IF
               END-PERFORM
               IF IDX-FILTRO = 0
                   DISPLAY "Campo desconocido: " FILTRO-CAMPO
                   MOVE 8 TO CODIGO-SALIDA
               END-IF
           END-IF.

      * 1-5 = CONTBKPn CON SU ULTIMO SELLO EN BKPCTL, O1-O2 =
      * CONTOFFn CON SU ULTIMO SELLO EN OFFCTL, VIVO = CONTACTOS
       RESOLVER-GENERACION.
           MOVE "N" TO SW-GEN.
           MOVE SPACES TO GEN-FICHERO.
           MOVE SPACES TO GEN-FECHA.
           MOVE SPACES TO GEN-HORA.
           EVALUATE TRUE
               WHEN GEN-PEDIDA = "VIVO"
                   MOVE "V" TO SW-GEN
                   MOVE "CONTACTO" TO GEN-FICHERO
                   MOVE FECHA-HOY TO GEN-FECHA
                   MOVE HORA-HOY TO GEN-HORA
               WHEN GEN-PEDIDA(1:1) >= "1" AND GEN-PEDIDA(1:1) <= "5"
                   AND GEN-PEDIDA(2:3) = SPACES
                   STRING "CONTBKP" GEN-PEDIDA(1:1)
                       DELIMITED BY SIZE INTO GEN-FICHERO
                   PERFORM BUSCAR-SELLO-BKPCTL
               WHEN (GEN-PEDIDA(1:2) = "O1" OR GEN-PEDIDA(1:2) = "O2")
                   AND GEN-PEDIDA(3:2) = SPACES
                   STRING "CONTOFF" GEN-PEDIDA(2:1)
                       DELIMITED BY SIZE INTO GEN-FICHERO
                   PERFORM BUSCAR-SELLO-OFFCTL
           END-EVALUATE.

      * EL SELLO BUENO ES EL ULTIMO DE ESA GENERACION, AUNQUE DETRAS
      * VENGAN LINEAS DE OTRAS, COMO EN RESTAURA-CONTACTOS
       BUSCAR-SELLO-BKPCTL.
           OPEN INPUT BKPCTL-FILE.
           IF FS-BKPCTL = "00"
               PERFORM UNTIL FS-BKPCTL = "10"
                   READ BKPCTL-FILE
                       AT END
                           MOVE "10" TO FS-BKPCTL
                       NOT AT END
                           MOVE SPACES TO BKP-GENERACION
                           MOVE SPACES TO BKP-FECHA
                           MOVE SPACES TO BKP-HORA
                           UNSTRING LINEA-BKPCTL DELIMITED BY ";"
                               INTO BKP-GENERACION BKP-FECHA BKP-HORA
                           IF BKP-GENERACION = GEN-PEDIDA(1:1)
                               MOVE BKP-FECHA TO GEN-FECHA
                               MOVE BKP-HORA TO GEN-HORA
                               MOVE "S" TO SW-GEN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BKPCTL-FILE
           END-IF.

       BUSCAR-SELLO-OFFCTL.
           OPEN INPUT OFFCTL-FILE.
           IF FS-OFFCTL = "00"
               PERFORM UNTIL FS-OFFCTL = "10"
                   READ OFFCTL-FILE
                       AT END
                           MOVE "10" TO FS-OFFCTL
                       NOT AT END
                           MOVE SPACES TO BKP-GENERACION
                           MOVE SPACES TO BKP-FECHA
                           MOVE SPACES TO BKP-HORA
                           UNSTRING LINEA-OFFCTL DELIMITED BY ";"
                               INTO BKP-GENERACION BKP-FECHA BKP-HORA
                           IF BKP-GENERACION = GEN-PEDIDA(2:1)
                               MOVE BKP-FECHA TO GEN-FECHA
                               MOVE BKP-HORA TO GEN-HORA
                               MOVE "S" TO SW-GEN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OFFCTL-FILE
           END-IF.

       ABRIR-LADOS.
           IF ANTIGUA-VIVO
               OPEN INPUT CONTACTOS-FILE
               MOVE FS-CONTACTOS TO FS-ANTIGUA
           ELSE
               OPEN INPUT ANTIGUA-FILE
           END-IF.
           IF FS-ANTIGUA NOT = "00"
               DISPLAY "No se puede abrir la generacion antigua "
                   ANTIGUA-NOMBRE
               MOVE 8 TO CODIGO-SALIDA
           END-IF.
           IF NUEVA-VIVO
               OPEN INPUT CONTACTOS-FILE
               MOVE FS-CONTACTOS TO FS-NUEVA
           ELSE
               OPEN INPUT NUEVA-FILE
           END-IF.
           IF FS-NUEVA NOT = "00"
               DISPLAY "No se puede abrir la generacion nueva "
                   NUEVA-NOMBRE
               MOVE 8 TO CODIGO-SALIDA
           END-IF.
           IF CODIGO-SALIDA = 0
               OPEN OUTPUT DIFGEN-FILE
               PERFORM ESCRIBIR-CABECERA
               IF NOT ANTIGUA-VIVO
                   OPEN OUTPUT DIFSEL-FILE
                   MOVE SPACES TO LINEA-DIFSEL
                   STRING "ORIGEN;" ANTIGUA-NOMBRE ";" ANTIGUA-FECHA
                       ";" ANTIGUA-HORA
                       DELIMITED BY SIZE INTO LINEA-DIFSEL
                   WRITE LINEA-DIFSEL
               END-IF
           END-IF.

       CERRAR-LADOS.
           IF ANTIGUA-VIVO OR NUEVA-VIVO
               CLOSE CONTACTOS-FILE
           END-IF.
           IF NOT ANTIGUA-VIVO
               CLOSE ANTIGUA-FILE
           END-IF.
           IF NOT NUEVA-VIVO
               CLOSE NUEVA-FILE
           END-IF.

       ESCRIBIR-CABECERA.
           MOVE SPACES TO LINEA-DIFGEN.
           STRING "DIFERENCIAS ENTRE GENERACIONES DE CONTACTOS - "
               FECHA-HOY " " HORA-HOY
               DELIMITED BY SIZE INTO LINEA-DIFGEN.
           WRITE LINEA-DIFGEN.
           MOVE SPACES TO LINEA-DIFGEN.
           STRING "ANTIGUA: " ANTIGUA-NOMBRE " DE " ANTIGUA-FECHA " "
               ANTIGUA-HORA "   NUEVA: " NUEVA-NOMBRE " DE "
               NUEVA-FECHA " " NUEVA-HORA
               DELIMITED BY SIZE INTO LINEA-DIFGEN.
           WRITE LINEA-DIFGEN.
           MOVE SPACES TO LINEA-DIFGEN.
           STRING "AGENDA: " DELIMITED BY SIZE
               FILTRO-AGENDA DELIMITED BY SIZE
               "   CAMPO: " DELIMITED BY SIZE
               FILTRO-CAMPO DELIMITED BY SIZE
               INTO LINEA-DIFGEN.
           IF FILTRO-AGENDA = SPACES
               MOVE "(TODAS)" TO LINEA-DIFGEN(9:7)
           END-IF.
           IF FILTRO-CAMPO = SPACES
               MOVE "(TODOS)" TO LINEA-DIFGEN(34:7)
           END-IF.
           WRITE LINEA-DIFGEN.
           MOVE SPACES TO LINEA-DIFGEN.
           WRITE LINEA-DIFGEN.

      * CASAMIENTO DE LAS DOS GENERACIONES POR CLAVE: LA MENOR DE LAS
      * DOS SOLO ESTA EN SU LADO; IGUALES, SE COMPARAN CAMPO A CAMPO
       COMPARAR-GENERACIONES.
           PERFORM LEER-ANTIGUA.
           PERFORM LEER-NUEVA.
           PERFORM UNTIL CODIGO-SALIDA = 8
                   OR (CLAVE-ANTIGUA = HIGH-VALUES
                       AND CLAVE-NUEVA = HIGH-VALUES)
               EVALUATE TRUE
                   WHEN CLAVE-ANTIGUA < CLAVE-NUEVA
                       MOVE AGENDA-ANTIGUA TO AGENDA-EN-CURSO
                       IF FILTRO-CAMPO = SPACES
                           AND (FILTRO-AGENDA = SPACES
                               OR FILTRO-AGENDA = AGENDA-ANTIGUA)
                           PERFORM ANOTAR-QUITADO
                       END-IF
                       PERFORM LEER-ANTIGUA
                   WHEN CLAVE-ANTIGUA > CLAVE-NUEVA
                       MOVE AGENDA-NUEVA TO AGENDA-EN-CURSO
                       IF FILTRO-CAMPO = SPACES
                           AND (FILTRO-AGENDA = SPACES
                               OR FILTRO-AGENDA = AGENDA-NUEVA)
                           PERFORM ANOTAR-ANADIDO
                       END-IF
                       PERFORM LEER-NUEVA
                   WHEN OTHER
                       MOVE AGENDA-NUEVA TO AGENDA-EN-CURSO
                       IF FILTRO-AGENDA = SPACES
                           OR FILTRO-AGENDA = AGENDA-NUEVA
                           PERFORM COMPARAR-CONTACTO
                       END-IF
                       PERFORM LEER-ANTIGUA
                       PERFORM LEER-NUEVA
               END-EVALUATE
           END-PERFORM.

      * UNA GENERACION FUERA DE ORDEN DE CLAVE NO SE PUEDE CASAR: SE
      * PARA CON RC 8 ANTES DE DAR POR QUITADO LO QUE NO LO ESTA
       LEER-ANTIGUA.
           IF ANTIGUA-VIVO
               READ CONTACTOS-FILE NEXT RECORD
                   AT END
                       MOVE HIGH-VALUES TO CLAVE-ANTIGUA
                   NOT AT END
                       MOVE SPACES TO IMAGEN-ANTIGUA
                       MOVE REG-CONTACTO TO IMAGEN-ANTIGUA
               END-READ
           ELSE
               READ ANTIGUA-FILE
                   AT END
                       MOVE HIGH-VALUES TO CLAVE-ANTIGUA
                   NOT AT END
                       MOVE REG-ANTIGUA TO IMAGEN-ANTIGUA
               END-READ
           END-IF.
           IF CLAVE-ANTIGUA NOT = HIGH-VALUES
               ADD 1 TO LEIDOS-ANTIGUA
               IF CLAVE-ANTIGUA <= CLAVE-PREVIA-ANT
                   DISPLAY ANTIGUA-NOMBRE " fuera de orden en "
                       CLAVE-ANTIGUA
                   MOVE 8 TO CODIGO-SALIDA
               END-IF
               MOVE CLAVE-ANTIGUA TO CLAVE-PREVIA-ANT
           END-IF.

       LEER-NUEVA.
           IF NUEVA-VIVO
               READ CONTACTOS-FILE NEXT RECORD
                   AT END
                       MOVE HIGH-VALUES TO CLAVE-NUEVA
                   NOT AT END
                       MOVE SPACES TO IMAGEN-NUEVA
                       MOVE REG-CONTACTO TO IMAGEN-NUEVA
               END-READ
           ELSE
               READ NUEVA-FILE
                   AT END
                       MOVE HIGH-VALUES TO CLAVE-NUEVA
                   NOT AT END
                       MOVE REG-NUEVA TO IMAGEN-NUEVA
               END-READ
           END-IF.
           IF CLAVE-NUEVA NOT = HIGH-VALUES
               ADD 1 TO LEIDOS-NUEVA
               IF CLAVE-NUEVA <= CLAVE-PREVIA-NUE
                   DISPLAY NUEVA-NOMBRE " fuera de orden en "
                       CLAVE-NUEVA
                   MOVE 8 TO CODIGO-SALIDA
               END-IF
               MOVE CLAVE-NUEVA TO CLAVE-PREVIA-NUE
           END-IF.

       ANOTAR-ANADIDO.
           ADD 1 TO TOTAL-ANADIDOS.
           ADD 1 TO TOTAL-DIFERENCIAS.
           PERFORM BUSCAR-AGENDA.
           ADD 1 TO AGE-ANADIDOS(IDX-AGE).
           MOVE SPACES TO LINEA-DIFGEN.
           STRING "ANADIDO   " AGENDA-NUEVA " " NOMBRE-NUEVO
               DELIMITED BY SIZE INTO LINEA-DIFGEN.
           WRITE LINEA-DIFGEN.

       ANOTAR-QUITADO.
           ADD 1 TO TOTAL-QUITADOS.
           ADD 1 TO TOTAL-DIFERENCIAS.
           PERFORM BUSCAR-AGENDA.
           ADD 1 TO AGE-QUITADOS(IDX-AGE).
           MOVE SPACES TO LINEA-DIFGEN.
           STRING "QUITADO   " AGENDA-ANTIGUA " " NOMBRE-ANTIGUO
               DELIMITED BY SIZE INTO LINEA-DIFGEN.
           WRITE LINEA-DIFGEN.
           IF NOT ANTIGUA-VIVO
               MOVE SPACES TO LINEA-DIFSEL
               STRING "QUITADO;" AGENDA-ANTIGUA ";" NOMBRE-ANTIGUO ";"
                   DELIMITED BY SIZE INTO LINEA-DIFSEL
               WRITE LINEA-DIFSEL
               ADD 1 TO TOTAL-SELECCION
           END-IF.

      * CAMPO A CAMPO (O SOLO EL PEDIDO); LA LINEA DEL CONTACTO SALE
      * CON EL PRIMER CAMPO DISTINTO Y DEBAJO CADA CAMPO CON SU ANTES
      * Y SU DESPUES
       COMPARAR-CONTACTO.
           MOVE "N" TO SW-CAMBIADO.
           IF IDX-FILTRO > 0
               MOVE IDX-FILTRO TO IDX-CMP
               PERFORM COMPARAR-CAMPO
           ELSE
               PERFORM VARYING IDX-CMP FROM 1 BY 1
                       UNTIL IDX-CMP > CMP-TOTAL
                   PERFORM COMPARAR-CAMPO
               END-PERFORM
           END-IF.
           IF CONTACTO-CAMBIADO
               ADD 1 TO TOTAL-CAMBIADOS
               ADD 1 TO TOTAL-DIFERENCIAS
               PERFORM BUSCAR-AGENDA
               ADD 1 TO AGE-CAMBIADOS(IDX-AGE)
               IF NOT ANTIGUA-VIVO
                   MOVE SPACES TO LINEA-DIFSEL
                   STRING "CAMBIADO;" AGENDA-NUEVA ";" NOMBRE-NUEVO
                       ";" FILTRO-CAMPO
                       DELIMITED BY SIZE INTO LINEA-DIFSEL
                   WRITE LINEA-DIFSEL
                   ADD 1 TO TOTAL-SELECCION
               END-IF
           END-IF.

       COMPARAR-CAMPO.
           IF IMAGEN-ANTIGUA(CMP-DESDE(IDX-CMP):CMP-LARGO(IDX-CMP))
               NOT = IMAGEN-NUEVA(CMP-DESDE(IDX-CMP):CMP-LARGO(IDX-CMP))
               IF NOT CONTACTO-CAMBIADO
                   MOVE "S" TO SW-CAMBIADO
                   MOVE SPACES TO LINEA-DIFGEN
                   STRING "CAMBIADO  " AGENDA-NUEVA " " NOMBRE-NUEVO
                       DELIMITED BY SIZE INTO LINEA-DIFGEN
                   WRITE LINEA-DIFGEN
               END-IF
               ADD 1 TO CAMBIOS-DEL-CAMPO(IDX-CMP)
               MOVE SPACES TO LINEA-DIFGEN
               STRING "    " CMP-NOMBRE(IDX-CMP) " ANTES:   "
                   IMAGEN-ANTIGUA(CMP-DESDE(IDX-CMP):
                       CMP-LARGO(IDX-CMP))
                   DELIMITED BY SIZE INTO LINEA-DIFGEN
               WRITE LINEA-DIFGEN
               MOVE SPACES TO LINEA-DIFGEN
               STRING "    " CMP-NOMBRE(IDX-CMP) " DESPUES: "
                   IMAGEN-NUEVA(CMP-DESDE(IDX-CMP):CMP-LARGO(IDX-CMP))
                   DELIMITED BY SIZE INTO LINEA-DIFGEN
               MOVE SPACES TO LINEA-DIFGEN(5:16)
               WRITE LINEA-DIFGEN
           END-IF.

      * FILA DE LA AGENDA EN CURSO; LA 50 RECOGE LAS QUE NO CABEN
       BUSCAR-AGENDA.
           PERFORM VARYING IDX-AGE FROM 1 BY 1
                   UNTIL IDX-AGE > TOTAL-AGENDAS
                   OR AGE-NOMBRE(IDX-AGE) = AGENDA-EN-CURSO
               CONTINUE
           END-PERFORM.
           IF IDX-AGE > TOTAL-AGENDAS
               IF TOTAL-AGENDAS < 49
                   ADD 1 TO TOTAL-AGENDAS
                   MOVE TOTAL-AGENDAS TO IDX-AGE
                   MOVE AGENDA-EN-CURSO TO AGE-NOMBRE(IDX-AGE)
                   PERFORM PONER-AGENDA-A-CERO
               ELSE
                   MOVE 50 TO IDX-AGE
                   IF AGE-NOMBRE(IDX-AGE) NOT = "(OTRAS)"
                       MOVE "(OTRAS)" TO AGE-NOMBRE(IDX-AGE)
                       PERFORM PONER-AGENDA-A-CERO
                   END-IF
               END-IF
           END-IF.

       PONER-AGENDA-A-CERO.
           MOVE 0 TO AGE-ANADIDOS(IDX-AGE).
           MOVE 0 TO AGE-QUITADOS(IDX-AGE).
           MOVE 0 TO AGE-CAMBIADOS(IDX-AGE).

       ESCRIBIR-RESUMENES.
           MOVE SPACES TO LINEA-DIFGEN.
           WRITE LINEA-DIFGEN.
           MOVE "RESUMEN POR AGENDA    ANADIDOS QUITADOS CAMBIADOS"
               TO LINEA-DIFGEN.
           WRITE LINEA-DIFGEN.
           PERFORM VARYING IDX-AGE FROM 1 BY 1 UNTIL IDX-AGE > 50
               IF IDX-AGE <= TOTAL-AGENDAS
                   OR (IDX-AGE = 50 AND AGE-NOMBRE(50) = "(OTRAS)")
                   MOVE SPACES TO LINEA-DIFGEN
                   STRING "  " AGE-NOMBRE(IDX-AGE) "     "
                       AGE-ANADIDOS(IDX-AGE) "    "
                       AGE-QUITADOS(IDX-AGE) "     "
                       AGE-CAMBIADOS(IDX-AGE)
                       DELIMITED BY SIZE INTO LINEA-DIFGEN
                   WRITE LINEA-DIFGEN
               END-IF
           END-PERFORM.
           MOVE SPACES TO LINEA-DIFGEN.
           STRING "  TOTAL               " TOTAL-ANADIDOS "    "
               TOTAL-QUITADOS "     " TOTAL-CAMBIADOS
               DELIMITED BY SIZE INTO LINEA-DIFGEN.
           WRITE LINEA-DIFGEN.
           MOVE SPACES TO LINEA-DIFGEN.
           WRITE LINEA-DIFGEN.
           MOVE "RESUMEN POR CAMPO     CONTACTOS CON CAMBIO"
               TO LINEA-DIFGEN.
           WRITE LINEA-DIFGEN.
           PERFORM VARYING IDX-CMP FROM 1 BY 1
                   UNTIL IDX-CMP > CMP-TOTAL
               IF CAMBIOS-DEL-CAMPO(IDX-CMP) > 0
                   MOVE SPACES TO LINEA-DIFGEN
                   STRING "  " CMP-NOMBRE(IDX-CMP) "    "
                       CAMBIOS-DEL-CAMPO(IDX-CMP)
                       DELIMITED BY SIZE INTO LINEA-DIFGEN
                   WRITE LINEA-DIFGEN
               END-IF
           END-PERFORM.
           MOVE SPACES TO LINEA-DIFGEN.
           STRING "LEIDOS: " LEIDOS-ANTIGUA " EN " ANTIGUA-NOMBRE
               ", " LEIDOS-NUEVA " EN " NUEVA-NOMBRE
               DELIMITED BY SIZE INTO LINEA-DIFGEN.
           WRITE LINEA-DIFGEN.
           IF CODIGO-SALIDA = 8
               MOVE SPACES TO LINEA-DIFGEN
               STRING "COMPARACION CORTADA: UNA GENERACION FUERA DE "
                   "ORDEN DE CLAVE; LOS RECUENTOS ESTAN INCOMPLETOS"
                   DELIMITED BY SIZE INTO LINEA-DIFGEN
               WRITE LINEA-DIFGEN
           END-IF.

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

       END PROGRAM COMPARA-GENERACIONES.
