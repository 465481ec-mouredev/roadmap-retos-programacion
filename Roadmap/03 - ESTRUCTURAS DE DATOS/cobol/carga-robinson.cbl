     /*
      * CARGA PERIODICA DE LA LISTA NACIONAL DE EXCLUSION (ROBINSON).
      * No es la solucion de ningun reto: es el paso que se lanza al
      * recibir cada entrega de la lista de telefonos que no quieren
      * llamadas comerciales. Lee el fichero ROBINSON (una linea por
      * telefono, PAIS;NUMERO o solo NUMERO, que se entiende +34),
      * busca cada numero en CONTACTOS por la clave alternativa
      * TELEFONO-REG y rehace ROBINCON con una linea
      * AGENDA;NOMBRE;TELEFONO por cada contacto activo que lo tenga
      * como numero principal. La subrutina CONSUB01 lee ROBINCON
      * para que ningun programa de salida llame a esos contactos
      * sin su consentimiento expreso. Como la agenda guarda a veces
      * el numero sin prefijo de pais, cada numero se busca tambien
      * con el prefijo en blanco.
      */
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGA-ROBINSON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROBINSON-FILE ASSIGN TO "ROBINSON"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ROBINSON.
           SELECT CONTACTOS-FILE ASSIGN TO "CONTACTOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLAVE-REG
               ALTERNATE RECORD KEY IS TELEFONO-REG WITH DUPLICATES
               FILE STATUS IS FS-CONTACTOS.
           SELECT ROBINCON-FILE ASSIGN TO "ROBINCON"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ROBINCON.
      * Registro comun de fin de ejecucion (copybooks/RESUMEN.cpy),
      * compartido por toda la suite y resumido por RESUMEN-NOCHE.
           SELECT RESUMEN-FILE ASSIGN TO "RESUMEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RESUMEN.
       DATA DIVISION.
       FILE SECTION.
       FD ROBINSON-FILE.
           01 LINEA-ROBINSON PIC X(30).

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

       FD ROBINCON-FILE.
           01 LINEA-ROBINCON PIC X(70).

       FD RESUMEN-FILE.
           01 LINEA-RESUMEN PIC X(50).

       WORKING-STORAGE SECTION.
           77 FS-ROBINSON PIC XX.
           77 FS-CONTACTOS PIC XX.
           77 FS-ROBINCON PIC XX.

      * Troceado de la linea de la lista.
           77 ROB-CAMPO-1 PIC X(15).
           77 ROB-CAMPO-2 PIC X(15).
           77 ROB-NUMERO-TEXTO PIC X(15).

      * Clave alternativa buscada: prefijo de pais mas numero, con
      * la misma forma que TELEFONO en CONTACTO.cpy.
           01 TELEFONO-BUSCADO.
               05 PAIS-BUSCADO PIC X(4).
               05 NUMERO-BUSCADO PIC 9(9).

           77 NUMEROS-LEIDOS PIC 9(5) VALUE 0.
           77 NUMEROS-ERRONEOS PIC 9(5) VALUE 0.
           77 CONTACTOS-EXCLUIDOS PIC 9(5) VALUE 0.

      * Registro de fin de ejecucion para el fichero RESUMEN.
           77 FS-RESUMEN PIC XX.
           01 RESUMEN-ACTUAL.
               COPY RESUMEN.

           77 CODIGO-SALIDA PIC 9 VALUE ZERO.

       PROCEDURE DIVISION.
       PRINCIPAL.
           OPEN INPUT ROBINSON-FILE.
           IF FS-ROBINSON NOT = "00"
               DISPLAY "No se encuentra la entrega ROBINSON; la "-
                   "lista anterior sigue en vigor"
               MOVE 8 TO CODIGO-SALIDA
           ELSE
               OPEN INPUT CONTACTOS-FILE
               IF FS-CONTACTOS NOT = "00"
                   DISPLAY "No existe CONTACTOS; nada que cruzar"
                   CLOSE ROBINSON-FILE
                   MOVE 4 TO CODIGO-SALIDA
               ELSE
                   OPEN OUTPUT ROBINCON-FILE
                   PERFORM UNTIL FS-ROBINSON = "10"
                       READ ROBINSON-FILE
                           AT END
                               MOVE "10" TO FS-ROBINSON
                           NOT AT END
                               PERFORM TRATAR-NUMERO
                       END-READ
                   END-PERFORM
                   CLOSE ROBINSON-FILE
                   CLOSE CONTACTOS-FILE
                   CLOSE ROBINCON-FILE
                   DISPLAY "Lista Robinson cargada: " NUMEROS-LEIDOS
                       " numeros, " CONTACTOS-EXCLUIDOS
                       " contactos excluidos, " NUMEROS-ERRONEOS
                       " lineas no validas"
               END-IF
           END-IF.
           MOVE "ROBINSON" TO RES-PROGRAMA.
           MOVE NUMEROS-LEIDOS TO RES-ENTRADAS.
           MOVE CONTACTOS-EXCLUIDOS TO RES-SALIDAS.
           MOVE NUMEROS-ERRONEOS TO RES-RECHAZOS.
           MOVE CODIGO-SALIDA TO RES-RC.
           PERFORM GRABAR-RESUMEN.
           MOVE CODIGO-SALIDA TO RETURN-CODE.
           STOP RUN.

      * UN NUMERO DE LA LISTA: SE BUSCA CON SU PREFIJO Y SIN EL
       TRATAR-NUMERO.
           ADD 1 TO NUMEROS-LEIDOS.
           MOVE SPACES TO ROB-CAMPO-1.
           MOVE SPACES TO ROB-CAMPO-2.
           UNSTRING LINEA-ROBINSON DELIMITED BY ";"
               INTO ROB-CAMPO-1 ROB-CAMPO-2.
           IF ROB-CAMPO-2 = SPACES
               MOVE "+34" TO PAIS-BUSCADO
               MOVE ROB-CAMPO-1 TO ROB-NUMERO-TEXTO
           ELSE
               MOVE ROB-CAMPO-1 TO PAIS-BUSCADO
               MOVE ROB-CAMPO-2 TO ROB-NUMERO-TEXTO
           END-IF.
           IF ROB-NUMERO-TEXTO(1:9) IS NUMERIC
               AND ROB-NUMERO-TEXTO(10:) = SPACES
               MOVE ROB-NUMERO-TEXTO(1:9) TO NUMERO-BUSCADO
               PERFORM BUSCAR-TELEFONO
               MOVE SPACES TO PAIS-BUSCADO
               PERFORM BUSCAR-TELEFONO
           ELSE
               ADD 1 TO NUMEROS-ERRONEOS
               MOVE 4 TO CODIGO-SALIDA
           END-IF.

      * TODOS LOS CONTACTOS ACTIVOS CON ESE TELEFONO PRINCIPAL, POR
      * LA CLAVE ALTERNATIVA CON DUPLICADOS, COMO LA BUSQUEDA INVERSA
      * DE LA AGENDA
       BUSCAR-TELEFONO.
           MOVE TELEFONO-BUSCADO TO TELEFONO-REG.
           READ CONTACTOS-FILE KEY IS TELEFONO-REG
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
      * Con duplicados la lectura devuelve "02" mientras quedan mas
      * registros con la misma clave alternativa.
                   PERFORM UNTIL TELEFONO-REG NOT = TELEFONO-BUSCADO
                           OR (FS-CONTACTOS NOT = "00"
                               AND FS-CONTACTOS NOT = "02")
                       IF CONTACTO-ACTIVO-REG
                           PERFORM ESCRIBIR-EXCLUIDO
                       END-IF
                       READ CONTACTOS-FILE NEXT RECORD
                           AT END MOVE "10" TO FS-CONTACTOS
                       END-READ
                   END-PERFORM
           END-READ.
           MOVE "00" TO FS-CONTACTOS.

       ESCRIBIR-EXCLUIDO.
           ADD 1 TO CONTACTOS-EXCLUIDOS.
           MOVE SPACES TO LINEA-ROBINCON.
           STRING AGENDA-NOMBRE-REG DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               NOMBRE-REG DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               TELEFONO-REG DELIMITED BY SIZE
               INTO LINEA-ROBINCON.
           WRITE LINEA-ROBINCON.


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

       END PROGRAM CARGA-ROBINSON.
