     /*
      * DESPACHADOR DE LAS PETICIONES DE TRABAJOS BAJO DEMANDA.
      * No es la solucion de ningun reto: es la mitad de lote de
      * PEDIR-TRABAJOS. Cada trabajo bajo demanda lleva en LOTE00 un
      * trio de pasos, como los del plan PLANEXEC:
      *   PREPARA  busca en la cola PETICION la peticion pendiente
      *            mas antigua del trabajo, vuelca sus parametros de
      *            PETPARM en PETSYSIN (el SYSIN del trabajo) y en
      *            su fichero de parametros (MARCSEL, CRITERIOS o
      *            REGLASNUM, o PETFICH si no lleva), la pasa a
      *            ENCURSO y
      *            contesta RC 0; sin pendientes contesta RC 1 y el
      *            paso real se salta con COND=(1,EQ,paso-despachador)
      *   (el trabajo, con el SYSIN de PETSYSIN por DD)
      *   CIERRA   busca en RESUMEN el registro que dejo el trabajo
      *            despues de tomar la peticion y anota en la cola
      *            TERMINADA (RC 0 o 4) o ERROR (RC 8, o 9 si el
      *            trabajo no llego a escribir su RESUMEN), con el
      *            fichero producido y sus registros de salida. Los
      *            informes (INFDEF, ETIQUETA, CARTAS, RENUMINF) se
      *            dejan ademas en la cola de impresion a nombre del
      *            operador que los pidio; la agenda mensual
      *            (AGEMES00) ya se deja ella misma en la cola a
      *            nombre del operador. Contesta siempre RC 0.
      * El SYSIN trae la funcion (PREPARA o CIERRA) y, en una
      * segunda linea, el trabajo. Se toma una peticion por trabajo
      * y noche: las demas del mismo trabajo esperan a la siguiente,
      * por orden de llegada.
      */
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DESPACHA-PETICIONES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PETICION-FILE ASSIGN TO "PETICION"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PETICION.
           SELECT PETPARM-FILE ASSIGN TO "PETPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PETPARM.
      * SYSIN del trabajo, que el JCL le entrega por DD, y su
      * fichero de parametros, con el nombre que el trabajo lee.
           SELECT PETSYSIN-FILE ASSIGN TO "PETSYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PETSYSIN.
           SELECT PETFICH-FILE ASSIGN TO PETFICH-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PETFICH.
      * Registro comun de fin de ejecucion (copybooks/RESUMEN.cpy),
      * del que se saca como le fue al trabajo.
           SELECT RESUMEN-FILE ASSIGN TO "RESUMEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RESUMEN.
       DATA DIVISION.
       FILE SECTION.
       FD PETICION-FILE.
           01 LINEA-PETICION PIC X(80).

       FD PETPARM-FILE.
           01 LINEA-PETPARM PIC X(90).

       FD PETSYSIN-FILE.
           01 LINEA-PETSYSIN PIC X(80).

       FD PETFICH-FILE.
           01 LINEA-PETFICH PIC X(80).

       FD RESUMEN-FILE.
           01 LINEA-RESUMEN PIC X(60).

       WORKING-STORAGE SECTION.
           77 FS-PETICION PIC XX.
           77 FS-PETPARM PIC XX.
           77 FS-PETSYSIN PIC XX.
           77 FS-PETFICH PIC XX.
           77 PETFICH-NOMBRE PIC X(10) VALUE "PETFICH".
           77 FS-RESUMEN PIC XX.

           77 FUNCION-PEDIDA PIC X(8).
               88 FUNCION-PREPARA VALUE "PREPARA".
               88 FUNCION-CIERRA VALUE "CIERRA".
           77 TRABAJO-PEDIDO PIC X(8).

      * Linea de la cola en curso (copybooks/PETICION.cpy) y linea
      * de parametros (copybooks/PETPARM.cpy).
           01 PETICION-ACTUAL.
               COPY PETICION.
           01 PARAMETRO-ACTUAL.
               COPY PETPARM.

      * Peticiones vivas del trabajo, en su ultimo estado, con su
      * numero y su estado a la vista. Las que ya terminaron dejan
      * su hueco a las siguientes.
           01 TABLA-PETICIONES.
               05 FILA-PET OCCURS 200 TIMES.
                   10 FPT-NUMERO PIC 9(6).
                   10 FPT-ESTADO PIC X(10).
                   10 FPT-LINEA PIC X(80).
           77 TOTAL-PET PIC 9(3) VALUE 0.
           77 IDX-PET PIC 9(3).
           77 FILA-HALLADA PIC 9(3).
           77 FILA-ELEGIDA PIC 9(3).
           77 SW-PET-LLENA PIC X VALUE "N".
               88 PETICIONES-DESBORDADAS VALUE "S".

      * Lo que se sabe de cada trabajo: el programa con el que se
      * anota en RESUMEN, el fichero que produce, si es un informe
      * que va a la cola de impresion (S; P si ya lo encola el
      * propio trabajo) y el fichero de parametros que lee (en
      * blanco si no lleva; CARTAS00 es el de EXTCRI00).
           01 TRABAJOS-VALORES.
               05 FILLER PIC X(35) VALUE
                   "EXPMAR00EXPMAR  MARCPBX NMARCSEL".
               05 FILLER PIC X(35) VALUE
                   "INFGEN00INFDEF  INFDEF  S".
               05 FILLER PIC X(35) VALUE
                   "ETIQUE00ETIQUETAETIQUETAS".
               05 FILLER PIC X(35) VALUE
                   "CARTAS00CARTAS  CARTAS  SCRITERIOS".
               05 FILLER PIC X(35) VALUE
                   "RENUM000RENUMERARENUMINFSREGLASNUM".
               05 FILLER PIC X(35) VALUE
                   "ANONIM00ANONIMA CONTANONN".
               05 FILLER PIC X(35) VALUE
                   "AGEMES00AGEMES  MESINF  P".
           01 TABLA-TRABAJOS REDEFINES TRABAJOS-VALORES.
               05 FILA-TRABAJO OCCURS 7 TIMES.
                   10 TRB-TRABAJO PIC X(8).
                   10 TRB-PROGRAMA PIC X(8).
                   10 TRB-SALIDA PIC X(8).
                   10 TRB-A-COLA PIC X.
                   10 TRB-FICHERO PIC X(10).
           77 IDX-TRB PIC 9.
           77 TRABAJO-ELEGIDO PIC 9 VALUE 0.

      * Registro de RESUMEN del trabajo: programa en 1-8, fecha en
      * 10-17, hora en 19-26, salidas en 34-38 y RC en la 46.
           77 RES-PROGRAMA-LIN PIC X(8).
           77 RES-FECHA-LIN PIC 9(8).
           77 RES-HORA-LIN PIC X(8).
           77 SW-RESUMEN PIC X.
               88 RESUMEN-HALLADO VALUE "S".
           77 RESUMEN-RC PIC 9.
           77 RESUMEN-SALIDAS PIC 9(5).

      * Parametros de la cola central de impresion SPOSUB01.
           77 SPO-FICHERO PIC X(8).
           77 SPO-INFORME PIC X(8).
           77 SPO-OPERADOR PIC X(8).
           77 SPO-ESTADO PIC 9.

           77 LINEAS-SYSIN PIC 9(3).
           77 LINEAS-FICHERO PIC 9(3).
           77 FECHA-HOY PIC 9(8).
           77 HORA-HOY PIC 9(8).
           77 CODIGO-SALIDA PIC 9 VALUE ZERO.

       PROCEDURE DIVISION.
       PRINCIPAL.
           ACCEPT FUNCION-PEDIDA.
           ACCEPT TRABAJO-PEDIDO.
           PERFORM VARYING IDX-TRB FROM 1 BY 1 UNTIL IDX-TRB > 7
               IF TRB-TRABAJO(IDX-TRB) = TRABAJO-PEDIDO
                   MOVE IDX-TRB TO TRABAJO-ELEGIDO
               END-IF
           END-PERFORM.
           IF TRABAJO-ELEGIDO = 0
               DISPLAY "Trabajo " TRABAJO-PEDIDO " no es de los que "-
                   "se piden desde el menu"
               IF FUNCION-PREPARA
                   MOVE 1 TO CODIGO-SALIDA
               END-IF
           ELSE
               PERFORM CARGAR-PETICIONES
               EVALUATE TRUE
                   WHEN FUNCION-PREPARA
                       PERFORM PREPARAR-PETICION
                   WHEN FUNCION-CIERRA
                       PERFORM CERRAR-PETICIONES
                   WHEN OTHER
                       DISPLAY "Funcion " FUNCION-PEDIDA
                           " desconocida: se espera PREPARA o CIERRA"
                       MOVE 1 TO CODIGO-SALIDA
               END-EVALUATE
           END-IF.
           MOVE CODIGO-SALIDA TO RETURN-CODE.
           STOP RUN.

      *LA COLA ES DE SOLO-ANADIR: DE CADA PETICION DEL TRABAJO MANDA
      *SU ULTIMA LINEA
       CARGAR-PETICIONES.
           OPEN INPUT PETICION-FILE.
           IF FS-PETICION = "00"
               PERFORM UNTIL FS-PETICION = "10"
                   READ PETICION-FILE
                       AT END
                           MOVE "10" TO FS-PETICION
                       NOT AT END
                           PERFORM CARGAR-PETICION-LINEA
                   END-READ
               END-PERFORM
               CLOSE PETICION-FILE
           END-IF.
           IF PETICIONES-DESBORDADAS
               DISPLAY "Aviso: mas de 200 peticiones vivas de "
                   TRABAJO-PEDIDO "; las ultimas esperan"
           END-IF.

       CARGAR-PETICION-LINEA.
           MOVE LINEA-PETICION TO PETICION-ACTUAL.
           IF PET-NUMERO IS NUMERIC AND PET-TRABAJO = TRABAJO-PEDIDO
               PERFORM BUSCAR-FILA-PETICION
               IF FILA-HALLADA = 0
                   AND (PET-PENDIENTE OR PET-EN-CURSO)
                   PERFORM BUSCAR-HUECO
                   IF FILA-HALLADA = 0
                       MOVE "S" TO SW-PET-LLENA
                   END-IF
               END-IF
               IF FILA-HALLADA > 0
                   MOVE PET-NUMERO TO FPT-NUMERO(FILA-HALLADA)
                   MOVE PET-ESTADO TO FPT-ESTADO(FILA-HALLADA)
                   MOVE LINEA-PETICION TO FPT-LINEA(FILA-HALLADA)
               END-IF
           END-IF.

       BUSCAR-FILA-PETICION.
           MOVE 0 TO FILA-HALLADA.
           PERFORM VARYING IDX-PET FROM 1 BY 1
                   UNTIL IDX-PET > TOTAL-PET OR FILA-HALLADA > 0
               IF FPT-NUMERO(IDX-PET) = PET-NUMERO
                   MOVE IDX-PET TO FILA-HALLADA
               END-IF
           END-PERFORM.

      * HUECO PARA UNA PETICION NUEVA: EL DE UNA QUE YA TERMINO O,
      * SI NO LO HAY, UNA FILA MAS
       BUSCAR-HUECO.
           MOVE 0 TO FILA-HALLADA.
           PERFORM VARYING IDX-PET FROM 1 BY 1
                   UNTIL IDX-PET > TOTAL-PET OR FILA-HALLADA > 0
               IF FPT-ESTADO(IDX-PET) NOT = "PENDIENTE"
                   AND FPT-ESTADO(IDX-PET) NOT = "ENCURSO"
                   MOVE IDX-PET TO FILA-HALLADA
               END-IF
           END-PERFORM.
           IF FILA-HALLADA = 0 AND TOTAL-PET < 200
               ADD 1 TO TOTAL-PET
               MOVE TOTAL-PET TO FILA-HALLADA
           END-IF.

      *LA PENDIENTE DE NUMERO MAS BAJO (LA MAS ANTIGUA) PASA A
      *ENCURSO CON SUS PARAMETROS YA VOLCADOS
       PREPARAR-PETICION.
           MOVE 0 TO FILA-ELEGIDA.
           PERFORM VARYING IDX-PET FROM 1 BY 1
                   UNTIL IDX-PET > TOTAL-PET
               IF FPT-ESTADO(IDX-PET) = "PENDIENTE"
                   IF FILA-ELEGIDA = 0
                       MOVE IDX-PET TO FILA-ELEGIDA
                   ELSE
                       IF FPT-NUMERO(IDX-PET) <
                           FPT-NUMERO(FILA-ELEGIDA)
                           MOVE IDX-PET TO FILA-ELEGIDA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF FILA-ELEGIDA = 0
               DISPLAY "Sin peticiones pendientes de " TRABAJO-PEDIDO
                   ": el paso se salta"
               MOVE 1 TO CODIGO-SALIDA
           ELSE
               MOVE FPT-LINEA(FILA-ELEGIDA) TO PETICION-ACTUAL
               PERFORM VOLCAR-PARAMETROS
               PERFORM TOMAR-FECHA-HORA
               MOVE "ENCURSO" TO PET-ESTADO
               MOVE FECHA-HOY TO PET-FECHA-ESTADO
               MOVE HORA-HOY(1:4) TO PET-HORA-ESTADO
               PERFORM ANADIR-LINEA-COLA
               DISPLAY "Peticion " PET-NUMERO " de " PET-OPERADOR
                   ": corre " TRABAJO-PEDIDO " con " LINEAS-SYSIN
                   " lineas de SYSIN y " LINEAS-FICHERO
                   " de fichero"
           END-IF.

      *LOS DOS FICHEROS SE CREAN SIEMPRE, AUNQUE VAYAN VACIOS: UN
      *MARCSEL VACIO SON TODAS LAS AGENDAS, COMO SIEMPRE
       VOLCAR-PARAMETROS.
           IF TRB-FICHERO(TRABAJO-ELEGIDO) NOT = SPACES
               MOVE TRB-FICHERO(TRABAJO-ELEGIDO) TO PETFICH-NOMBRE
           END-IF.
           MOVE 0 TO LINEAS-SYSIN.
           MOVE 0 TO LINEAS-FICHERO.
           OPEN OUTPUT PETSYSIN-FILE.
           OPEN OUTPUT PETFICH-FILE.
           OPEN INPUT PETPARM-FILE.
           IF FS-PETPARM = "00"
               PERFORM UNTIL FS-PETPARM = "10"
                   READ PETPARM-FILE
                       AT END
                           MOVE "10" TO FS-PETPARM
                       NOT AT END
                           PERFORM VOLCAR-PARAMETRO-LINEA
                   END-READ
               END-PERFORM
               CLOSE PETPARM-FILE
           END-IF.
           CLOSE PETSYSIN-FILE.
           CLOSE PETFICH-FILE.

       VOLCAR-PARAMETRO-LINEA.
           MOVE LINEA-PETPARM TO PARAMETRO-ACTUAL.
           IF PAR-NUMERO IS NUMERIC AND PAR-NUMERO = PET-NUMERO
               IF PAR-DE-SYSIN
                   WRITE LINEA-PETSYSIN FROM PAR-TEXTO
                   ADD 1 TO LINEAS-SYSIN
               ELSE
                   WRITE LINEA-PETFICH FROM PAR-TEXTO
                   ADD 1 TO LINEAS-FICHERO
               END-IF
           END-IF.

      *CADA PETICION EN CURSO DEL TRABAJO SE CIERRA CON EL ULTIMO
      *REGISTRO DE RESUMEN QUE DEJO SU PROGRAMA DESDE QUE SE TOMO
       CERRAR-PETICIONES.
           PERFORM VARYING IDX-PET FROM 1 BY 1
                   UNTIL IDX-PET > TOTAL-PET
               IF FPT-ESTADO(IDX-PET) = "ENCURSO"
                   MOVE FPT-LINEA(IDX-PET) TO PETICION-ACTUAL
                   PERFORM CERRAR-PETICION
               END-IF
           END-PERFORM.

       CERRAR-PETICION.
           PERFORM BUSCAR-RESUMEN.
           MOVE TRB-SALIDA(TRABAJO-ELEGIDO) TO PET-SALIDA.
           MOVE "N" TO PET-EN-COLA.
           IF RESUMEN-HALLADO
               MOVE RESUMEN-RC TO PET-RC
               MOVE RESUMEN-SALIDAS TO PET-REGISTROS
               IF RESUMEN-RC < 8
                   MOVE "TERMINADA" TO PET-ESTADO
                   IF TRB-A-COLA(TRABAJO-ELEGIDO) = "S"
                       PERFORM ENCOLAR-SALIDA
                   END-IF
                   IF TRB-A-COLA(TRABAJO-ELEGIDO) = "P"
                       MOVE "S" TO PET-EN-COLA
                   END-IF
               ELSE
                   MOVE "ERROR" TO PET-ESTADO
               END-IF
           ELSE
               DISPLAY "Peticion " PET-NUMERO ": "
                   TRB-PROGRAMA(TRABAJO-ELEGIDO)
                   " no dejo su registro en RESUMEN"
               MOVE 9 TO PET-RC
               MOVE 0 TO PET-REGISTROS
               MOVE "ERROR" TO PET-ESTADO
           END-IF.
           PERFORM TOMAR-FECHA-HORA.
           MOVE FECHA-HOY TO PET-FECHA-ESTADO.
           MOVE HORA-HOY(1:4) TO PET-HORA-ESTADO.
           MOVE "N" TO PET-AVISADA.
           PERFORM ANADIR-LINEA-COLA.
           DISPLAY "Peticion " PET-NUMERO " de " PET-OPERADOR ": "
               PET-ESTADO " RC " PET-RC " (" PET-SALIDA ")".

       BUSCAR-RESUMEN.
           MOVE "N" TO SW-RESUMEN.
           OPEN INPUT RESUMEN-FILE.
           IF FS-RESUMEN = "00"
               PERFORM UNTIL FS-RESUMEN = "10"
                   READ RESUMEN-FILE
                       AT END
                           MOVE "10" TO FS-RESUMEN
                       NOT AT END
                           PERFORM COMPROBAR-RESUMEN-LINEA
                   END-READ
               END-PERFORM
               CLOSE RESUMEN-FILE
           END-IF.

      * La fecha de RESUMEN viene como la entrega ACCEPT FROM DATE;
      * se ventana al siglo para compararla con la de la cola.
       COMPROBAR-RESUMEN-LINEA.
           MOVE LINEA-RESUMEN(1:8) TO RES-PROGRAMA-LIN.
           MOVE LINEA-RESUMEN(19:8) TO RES-HORA-LIN.
           IF RES-PROGRAMA-LIN = TRB-PROGRAMA(TRABAJO-ELEGIDO)
               AND LINEA-RESUMEN(10:8) IS NUMERIC
               MOVE LINEA-RESUMEN(10:8) TO RES-FECHA-LIN
               IF RES-FECHA-LIN < 19000101
                   ADD 20000000 TO RES-FECHA-LIN
               END-IF
               IF RES-FECHA-LIN > PET-FECHA-ESTADO
                   OR (RES-FECHA-LIN = PET-FECHA-ESTADO
                       AND RES-HORA-LIN(1:4) NOT < PET-HORA-ESTADO)
                   MOVE "S" TO SW-RESUMEN
                   MOVE LINEA-RESUMEN(46:1) TO RESUMEN-RC
                   IF LINEA-RESUMEN(34:5) IS NUMERIC
                       MOVE LINEA-RESUMEN(34:5) TO RESUMEN-SALIDAS
                   ELSE
                       MOVE 0 TO RESUMEN-SALIDAS
                   END-IF
               END-IF
           END-IF.

      * El informe va a la cola central de impresion a nombre del
      * operador que lo pidio, que lo encuentra con la opcion 7.
       ENCOLAR-SALIDA.
           MOVE TRB-SALIDA(TRABAJO-ELEGIDO) TO SPO-FICHERO.
           MOVE TRB-SALIDA(TRABAJO-ELEGIDO) TO SPO-INFORME.
           MOVE PET-OPERADOR TO SPO-OPERADOR.
           CALL "SPOSUB01" USING SPO-FICHERO SPO-INFORME SPO-OPERADOR
               SPO-ESTADO.
           IF SPO-ESTADO = 0
               MOVE "S" TO PET-EN-COLA
           END-IF.

       ANADIR-LINEA-COLA.
           OPEN EXTEND PETICION-FILE.
           IF FS-PETICION = "35"
               OPEN OUTPUT PETICION-FILE
           END-IF.
           WRITE LINEA-PETICION FROM PETICION-ACTUAL.
           CLOSE PETICION-FILE.

       TOMAR-FECHA-HORA.
           ACCEPT FECHA-HOY FROM DATE.
           IF FECHA-HOY < 19000101
               ADD 20000000 TO FECHA-HOY
           END-IF.
           ACCEPT HORA-HOY FROM TIME.

       END PROGRAM DESPACHA-PETICIONES.
