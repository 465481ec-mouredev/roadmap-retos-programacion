     /*
      * ORGANIZACIONES QUE COMPARTEN NIF/CIF.
      * No es la solucion de ningun reto: es la pasada de revision
      * sobre el maestro ORGANIZA que busca la misma empresa dada de
      * alta con dos codigos. Cada NIF/CIF se normaliza con NIFSUB01
      * antes de comparar, para que "B-1234567.4" y "b12345674" cuenten
      * como el mismo. Escribe en NIFDUP un grupo por identificador
      * repetido, con todas las organizaciones que lo llevan, y al
      * final las que tienen un NIF/CIF que no pasa la validacion.
      * Las organizaciones sin NIF/CIF no se listan. Deja el informe
      * en la cola de impresion y termina con 4 si hay repetidos.
      */
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORME-NIFDUP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORGANIZA-FILE ASSIGN TO "ORGANIZA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ORGANIZA.
           SELECT NIFDUP-FILE ASSIGN TO "NIFDUP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NIFDUP.
      * Registro comun de fin de ejecucion (copybooks/RESUMEN.cpy),
      * compartido por toda la suite y resumido por RESUMEN-NOCHE.
           SELECT RESUMEN-FILE ASSIGN TO "RESUMEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RESUMEN.
       DATA DIVISION.
       FILE SECTION.
       FD ORGANIZA-FILE.
           01 LINEA-ORGANIZA PIC X(150).

       FD NIFDUP-FILE.
           01 LINEA-NIFDUP PIC X(100).

       FD RESUMEN-FILE.
           01 LINEA-RESUMEN PIC X(50).

       WORKING-STORAGE SECTION.
           77 FS-ORGANIZA PIC XX.
           77 FS-NIFDUP PIC XX.

      * Maestro de organizaciones en memoria, con el NIF/CIF ya
      * normalizado y una marca para no sacar dos veces un grupo.
           01 TABLA-ORGANIZA.
               05 FILA-ORGANIZA OCCURS 100 TIMES.
                   10 ORG-CODIGO PIC X(8).
                   10 ORG-NOMBRE PIC X(30).
                   10 ORG-TELEFONO PIC X(13).
                   10 ORG-DIRECCION PIC X(40).
                   10 ORG-DOMINIO PIC X(30).
      * Tal como llega a NIFSUB01, que lo recibe en doce posiciones.
                   10 ORG-NIF PIC X(12).
                   10 ORG-NIF-NORMAL PIC X(9).
                   10 ORG-NIF-ESTADO PIC 9.
                   10 ORG-LISTADA PIC X.
           77 TOTAL-ORGANIZA PIC 9(3) VALUE 0.
           77 IDX-ORG PIC 9(3).
           77 IDX-OTRA PIC 9(3).

      * Parametros de la subrutina compartida NIFSUB01.
           77 NIF-NORMAL PIC X(9).
           77 NIF-TIPO PIC X(3).
           77 NIF-ESTADO PIC 9.

           77 FECHA-HOY PIC 9(8).
           77 HORA-HOY PIC 9(8).
           77 CON-NIF PIC 9(3) VALUE 0.
           77 GRUPOS-REPETIDOS PIC 9(3) VALUE 0.
           77 ORGS-REPETIDAS PIC 9(3) VALUE 0.
           77 NIF-INVALIDOS PIC 9(3) VALUE 0.
           77 SW-GRUPO PIC X.
               88 GRUPO-ABIERTO VALUE "S".
           77 SW-CABECERA-INV PIC X VALUE "N".
               88 CABECERA-INVALIDOS VALUE "S".

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
           PERFORM CARGAR-ORGANIZA.
           IF TOTAL-ORGANIZA = 0
               DISPLAY "Sin maestro ORGANIZA no hay NIF/CIF que "-
                   "revisar"
               MOVE 8 TO CODIGO-SALIDA
           ELSE
               OPEN OUTPUT NIFDUP-FILE
               MOVE SPACES TO LINEA-NIFDUP
               STRING "ORGANIZACIONES CON NIF/CIF REPETIDO - "
                   FECHA-HOY " " HORA-HOY
                   DELIMITED BY SIZE INTO LINEA-NIFDUP
               WRITE LINEA-NIFDUP
               PERFORM VARYING IDX-ORG FROM 1 BY 1
                       UNTIL IDX-ORG > TOTAL-ORGANIZA
                   IF ORG-NIF-ESTADO(IDX-ORG) = 0
                       AND ORG-NIF-NORMAL(IDX-ORG) NOT = SPACES
                       AND ORG-LISTADA(IDX-ORG) = "N"
                       PERFORM BUSCAR-REPETIDOS
                   END-IF
               END-PERFORM
               PERFORM VARYING IDX-ORG FROM 1 BY 1
                       UNTIL IDX-ORG > TOTAL-ORGANIZA
                   IF ORG-NIF-ESTADO(IDX-ORG) NOT = 0
                       PERFORM ESCRIBIR-INVALIDO
                   END-IF
               END-PERFORM
               MOVE SPACES TO LINEA-NIFDUP
               STRING "TOTAL: " GRUPOS-REPETIDOS
                   " NIF/CIF REPETIDOS EN " ORGS-REPETIDAS
                   " ORGANIZACIONES; " NIF-INVALIDOS " NO VALIDOS"
                   DELIMITED BY SIZE INTO LINEA-NIFDUP
               WRITE LINEA-NIFDUP
               CLOSE NIFDUP-FILE
               MOVE "NIFDUP" TO SPO-FICHERO
               MOVE "NIFDUP" TO SPO-INFORME
               MOVE "LOTE" TO SPO-OPERADOR
               CALL "SPOSUB01" USING SPO-FICHERO SPO-INFORME
                   SPO-OPERADOR SPO-ESTADO
               DISPLAY "Revision de NIF/CIF generada en NIFDUP ("
                   GRUPOS-REPETIDOS " repetidos, " NIF-INVALIDOS
                   " no validos, de " CON-NIF " con NIF/CIF)"
               IF GRUPOS-REPETIDOS > 0
                   MOVE 4 TO CODIGO-SALIDA
               END-IF
           END-IF.
           MOVE "NIFDUP" TO RES-PROGRAMA.
           MOVE TOTAL-ORGANIZA TO RES-ENTRADAS.
           MOVE ORGS-REPETIDAS TO RES-SALIDAS.
           MOVE NIF-INVALIDOS TO RES-RECHAZOS.
           MOVE CODIGO-SALIDA TO RES-RC.
           PERFORM GRABAR-RESUMEN.
           MOVE CODIGO-SALIDA TO RETURN-CODE.
           STOP RUN.

      * CARGA EL MAESTRO Y NORMALIZA EL NIF/CIF DE CADA FILA
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
                                       ORG-TELEFONO(TOTAL-ORGANIZA)
                                       ORG-DIRECCION(TOTAL-ORGANIZA)
                                       ORG-DOMINIO(TOTAL-ORGANIZA)
                                       ORG-NIF(TOTAL-ORGANIZA)
                               PERFORM NORMALIZAR-NIF-ORG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORGANIZA-FILE
           END-IF.

       NORMALIZAR-NIF-ORG.
           MOVE "N" TO ORG-LISTADA(TOTAL-ORGANIZA).
           MOVE 0 TO ORG-NIF-ESTADO(TOTAL-ORGANIZA).
           IF ORG-NIF(TOTAL-ORGANIZA) NOT = SPACES
               ADD 1 TO CON-NIF
               CALL "NIFSUB01" USING ORG-NIF(TOTAL-ORGANIZA)
                   NIF-NORMAL NIF-TIPO NIF-ESTADO
               MOVE NIF-NORMAL TO ORG-NIF-NORMAL(TOTAL-ORGANIZA)
               MOVE NIF-ESTADO TO ORG-NIF-ESTADO(TOTAL-ORGANIZA)
           END-IF.

      * UN GRUPO: LA ORGANIZACION IDX-ORG Y LAS QUE VIENEN DETRAS CON
      * EL MISMO NIF/CIF NORMALIZADO. LA CABECERA DEL GRUPO SOLO SALE
      * SI APARECE AL MENOS UNA SEGUNDA
       BUSCAR-REPETIDOS.
           MOVE "N" TO SW-GRUPO.
           MOVE "S" TO ORG-LISTADA(IDX-ORG).
           PERFORM VARYING IDX-OTRA FROM IDX-ORG BY 1
                   UNTIL IDX-OTRA > TOTAL-ORGANIZA
               IF IDX-OTRA NOT = IDX-ORG
                   AND ORG-NIF-ESTADO(IDX-OTRA) = 0
                   AND ORG-NIF-NORMAL(IDX-OTRA) =
                       ORG-NIF-NORMAL(IDX-ORG)
                   IF NOT GRUPO-ABIERTO
                       PERFORM ABRIR-GRUPO
                   END-IF
                   MOVE "S" TO ORG-LISTADA(IDX-OTRA)
                   ADD 1 TO ORGS-REPETIDAS
                   MOVE SPACES TO LINEA-NIFDUP
                   STRING "  " DELIMITED BY SIZE
                       ORG-CODIGO(IDX-OTRA) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       ORG-NOMBRE(IDX-OTRA) DELIMITED BY SIZE
                       " TEL " DELIMITED BY SIZE
                       ORG-TELEFONO(IDX-OTRA) DELIMITED BY SIZE
                       INTO LINEA-NIFDUP
                   WRITE LINEA-NIFDUP
               END-IF
           END-PERFORM.

       ABRIR-GRUPO.
           MOVE "S" TO SW-GRUPO.
           ADD 1 TO GRUPOS-REPETIDOS.
           ADD 1 TO ORGS-REPETIDAS.
           MOVE SPACES TO LINEA-NIFDUP.
           STRING "===== " DELIMITED BY SIZE
               ORG-NIF-NORMAL(IDX-ORG) DELIMITED BY SIZE
               INTO LINEA-NIFDUP.
           WRITE LINEA-NIFDUP.
           MOVE SPACES TO LINEA-NIFDUP.
           STRING "  " DELIMITED BY SIZE
               ORG-CODIGO(IDX-ORG) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ORG-NOMBRE(IDX-ORG) DELIMITED BY SIZE
               " TEL " DELIMITED BY SIZE
               ORG-TELEFONO(IDX-ORG) DELIMITED BY SIZE
               INTO LINEA-NIFDUP.
           WRITE LINEA-NIFDUP.

      * NIF/CIF QUE NO PASA NIFSUB01: SE LISTA TAL COMO ESTA EN EL
      * MAESTRO PARA CORREGIRLO DESDE MANTENER-ORGANIZA
       ESCRIBIR-INVALIDO.
           IF NOT CABECERA-INVALIDOS
               MOVE "===== NIF/CIF QUE NO PASAN LA VALIDACION "-
                   "=====" TO LINEA-NIFDUP
               WRITE LINEA-NIFDUP
               MOVE "S" TO SW-CABECERA-INV
           END-IF.
           ADD 1 TO NIF-INVALIDOS.
           MOVE SPACES TO LINEA-NIFDUP.
           STRING "  " DELIMITED BY SIZE
               ORG-CODIGO(IDX-ORG) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ORG-NOMBRE(IDX-ORG) DELIMITED BY SIZE
               " NIF/CIF " DELIMITED BY SIZE
               ORG-NIF(IDX-ORG) DELIMITED BY SIZE
               INTO LINEA-NIFDUP.
           WRITE LINEA-NIFDUP.


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

       END PROGRAM INFORME-NIFDUP.
