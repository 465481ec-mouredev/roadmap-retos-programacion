     /*
      * Subrutina compartida de la recertificacion de accesos,
      * hermana de CLVSUB01: confirma o revoca una linea de la
      * revision trimestral (copybooks/RECERT.cpy) y deja la
      * evidencia en el registro de autorizaciones AUTORIZA, con el
      * mismo formato que MANTENER-OPERADORES
      *   FECHA;HORA;SUPERVISOR;FICHERO;ACCION;CLAVE;[ANTES];[DESPUES]
      * La llaman REVISAR-ACCESOS, con el supervisor que decide, y
      * RECERTIFICA-ACCESOS, con LOTE, para las que vencen.
      * Funciones:
      *   C - confirmar: la linea se queda como esta y solo se anota
      *   R - revocar: el acceso a una agenda se quita de ACCESOS; el
      *       nivel 2 pasa a 1, salvo que sea el ultimo supervisor
      *       activo; el nivel 1 deja al operador de baja (ESTADO B
      *       en OPERADORES, sus agendas fuera y la clave de baja con
      *       CLVSUB01), como la baja de MANTENER-OPERADORES
      * OPERADORES y ACCESOS se releen en cada llamada, porque la
      * pantalla de mantenimiento puede haberlos cambiado.
      */

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCSUB01.
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
       DATA DIVISION.
       FILE SECTION.
       FD  OPERADORES-FILE.
       01  LINEA-OPERADOR PIC X(50).

       FD  ACCESOS-FILE.
       01  LINEA-ACCESO PIC X(30).

       FD  AUTORIZA-FILE.
       01  LINEA-AUTORIZA PIC X(200).

       WORKING-STORAGE SECTION.
           77 FS-OPERADORES PIC XX.
           77 FS-ACCESOS PIC XX.
           77 FS-AUTORIZA PIC XX.

           01 TABLA-OPERADORES.
               05 FILA-OPERADOR OCCURS 200 TIMES.
                   10 TOP-CODIGO PIC X(8).
                   10 TOP-NOMBRE PIC X(30).
                   10 TOP-NIVEL PIC X.
                   10 TOP-IDIOMA PIC XX.
                   10 TOP-ESTADO PIC X.
                       88 TOP-DE-BAJA VALUE "B".
           77 TOTAL-OPERADORES PIC 9(3).
           77 IDX-OPE PIC 9(3).
           77 FILA-ELEGIDA PIC 9(3).
           77 SUPERVISORES-ACTIVOS PIC 9(3).

           01 TABLA-ACCESOS.
               05 FILA-ACCESO OCCURS 500 TIMES.
                   10 TAC-OPERADOR PIC X(8).
                   10 TAC-AGENDA PIC X(15).
           77 TOTAL-ACCESOS PIC 9(3).
           77 IDX-ACC PIC 9(3).
           77 ACCESOS-QUITADOS PIC 9(3).

           77 CLV-FUNCION PIC X.
           77 CLV-CLAVE PIC X(16).
           77 CLV-RESULTADO PIC 9.

           77 AUT-FECHA PIC 9(8).
           77 AUT-HORA PIC 9(8).
           77 AUT-FICHERO PIC X(10).
           77 AUT-ACCION PIC X(8).
           77 AUT-CLAVE PIC X(24).
           77 AUT-ANTES PIC X(50).
           77 AUT-DESPUES PIC X(50).

       LINKAGE SECTION.
      *FUNCION: C-CONFIRMAR   R-REVOCAR
           77 A-FUNCION PIC X.
               88 FUN-CONFIRMAR VALUE "C".
               88 FUN-REVOCAR VALUE "R".
           77 A-OPERADOR PIC X(8).
      *TIPO DE LA LINEA: N-NIVEL   A-ACCESO A LA AGENDA A-AGENDA
           77 A-TIPO PIC X.
               88 TIPO-NIVEL VALUE "N".
           77 A-AGENDA PIC X(15).
      *QUIEN DECIDE (SUPERVISOR O LOTE) Y PASO QUE LLAMA, PARA CLAVES
           77 A-SUPERVISOR PIC X(8).
           77 A-PROGRAMA PIC X(8).
      *0 = HECHO; 1 = YA NO HABIA NADA QUE REVOCAR O CONFIRMAR;
      *2 = NO SE REVOCA: ES EL ULTIMO SUPERVISOR ACTIVO
           77 A-RESULTADO PIC 9.

       PROCEDURE DIVISION USING A-FUNCION A-OPERADOR A-TIPO A-AGENDA
               A-SUPERVISOR A-PROGRAMA A-RESULTADO.

       EJECUTAR-FUNCION.
           MOVE 1 TO A-RESULTADO.
           PERFORM CARGAR-OPERADORES.
           PERFORM CARGAR-ACCESOS.
           MOVE 0 TO FILA-ELEGIDA.
           PERFORM VARYING IDX-OPE FROM 1 BY 1
                   UNTIL IDX-OPE > TOTAL-OPERADORES
               IF TOP-CODIGO(IDX-OPE) = A-OPERADOR
                   AND NOT TOP-DE-BAJA(IDX-OPE)
                   MOVE IDX-OPE TO FILA-ELEGIDA
               END-IF
           END-PERFORM.
           IF FILA-ELEGIDA NOT = 0
               IF TIPO-NIVEL
                   PERFORM TRATAR-NIVEL
               ELSE
                   PERFORM TRATAR-ACCESO
               END-IF
           END-IF.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       TRATAR-NIVEL.
           MOVE "OPERADORES" TO AUT-FICHERO.
           MOVE A-OPERADOR TO AUT-CLAVE.
           PERFORM COMPONER-OPERADOR.
           MOVE LINEA-OPERADOR TO AUT-ANTES.
           EVALUATE TRUE
               WHEN FUN-CONFIRMAR
                   MOVE AUT-ANTES TO AUT-DESPUES
                   MOVE "CONFIRMA" TO AUT-ACCION
                   PERFORM ESCRIBIR-AUTORIZA
                   MOVE 0 TO A-RESULTADO
               WHEN TOP-NIVEL(FILA-ELEGIDA) = "2"
                   MOVE 0 TO SUPERVISORES-ACTIVOS
                   PERFORM VARYING IDX-OPE FROM 1 BY 1
                           UNTIL IDX-OPE > TOTAL-OPERADORES
                       IF TOP-NIVEL(IDX-OPE) = "2"
                           AND NOT TOP-DE-BAJA(IDX-OPE)
                           ADD 1 TO SUPERVISORES-ACTIVOS
                       END-IF
                   END-PERFORM
                   IF SUPERVISORES-ACTIVOS <= 1
                       MOVE 2 TO A-RESULTADO
                   ELSE
                       MOVE "1" TO TOP-NIVEL(FILA-ELEGIDA)
                       PERFORM COMPONER-OPERADOR
                       MOVE LINEA-OPERADOR TO AUT-DESPUES
                       PERFORM GRABAR-OPERADORES
                       MOVE "REBAJA" TO AUT-ACCION
                       PERFORM ESCRIBIR-AUTORIZA
                       MOVE 0 TO A-RESULTADO
                   END-IF
               WHEN OTHER
                   MOVE "B" TO TOP-ESTADO(FILA-ELEGIDA)
                   PERFORM COMPONER-OPERADOR
                   MOVE LINEA-OPERADOR TO AUT-DESPUES
                   PERFORM GRABAR-OPERADORES
                   MOVE "BAJA" TO AUT-ACCION
                   PERFORM ESCRIBIR-AUTORIZA
      *            En las lineas de nivel A-AGENDA viene en blanco:
      *            se le quitan todas sus agendas.
                   PERFORM QUITAR-ACCESOS
                   MOVE "D" TO CLV-FUNCION
                   MOVE SPACES TO CLV-CLAVE
                   CALL "CLVSUB01" USING CLV-FUNCION A-OPERADOR
                       CLV-CLAVE A-PROGRAMA CLV-RESULTADO
                   MOVE 0 TO A-RESULTADO
           END-EVALUATE.

       TRATAR-ACCESO.
           MOVE 0 TO IDX-ACC.
           PERFORM VARYING IDX-OPE FROM 1 BY 1
                   UNTIL IDX-OPE > TOTAL-ACCESOS
               IF TAC-OPERADOR(IDX-OPE) = A-OPERADOR
                   AND TAC-AGENDA(IDX-OPE) = A-AGENDA
                   MOVE IDX-OPE TO IDX-ACC
               END-IF
           END-PERFORM.
           IF IDX-ACC NOT = 0
               IF FUN-CONFIRMAR
                   MOVE "ACCESOS" TO AUT-FICHERO
                   PERFORM CLAVE-ACCESO
                   PERFORM COMPONER-ACCESO
                   MOVE LINEA-ACCESO TO AUT-ANTES
                   MOVE LINEA-ACCESO TO AUT-DESPUES
                   MOVE "CONFIRMA" TO AUT-ACCION
                   PERFORM ESCRIBIR-AUTORIZA
               ELSE
                   PERFORM QUITAR-ACCESOS
               END-IF
               MOVE 0 TO A-RESULTADO
           END-IF.

      *QUITA DE ACCESOS LAS LINEAS DEL OPERADOR (TODAS SI A-AGENDA
      *VIENE EN BLANCO) Y ANOTA CADA UNA
       QUITAR-ACCESOS.
           MOVE 0 TO ACCESOS-QUITADOS.
           MOVE "ACCESOS" TO AUT-FICHERO.
           MOVE "REVOCA" TO AUT-ACCION.
           MOVE SPACES TO AUT-DESPUES.
           OPEN OUTPUT ACCESOS-FILE.
           PERFORM VARYING IDX-ACC FROM 1 BY 1
                   UNTIL IDX-ACC > TOTAL-ACCESOS
               PERFORM COMPONER-ACCESO
               IF TAC-OPERADOR(IDX-ACC) = A-OPERADOR
                   AND (TAC-AGENDA(IDX-ACC) = A-AGENDA
                       OR A-AGENDA = SPACES)
                   ADD 1 TO ACCESOS-QUITADOS
                   MOVE LINEA-ACCESO TO AUT-ANTES
                   PERFORM CLAVE-ACCESO
                   PERFORM ESCRIBIR-AUTORIZA
               ELSE
                   WRITE LINEA-ACCESO
               END-IF
           END-PERFORM.
           CLOSE ACCESOS-FILE.

       CLAVE-ACCESO.
           MOVE SPACES TO AUT-CLAVE.
           STRING TAC-OPERADOR(IDX-ACC) DELIMITED BY SPACE
               "/" DELIMITED BY SIZE
               TAC-AGENDA(IDX-ACC) DELIMITED BY SIZE
               INTO AUT-CLAVE.

       CARGAR-OPERADORES.
           MOVE 0 TO TOTAL-OPERADORES.
           OPEN INPUT OPERADORES-FILE.
           IF FS-OPERADORES = "00"
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
                               UNSTRING LINEA-OPERADOR
                                   DELIMITED BY ";"
                                   INTO TOP-CODIGO(TOTAL-OPERADORES)
                                   TOP-NOMBRE(TOTAL-OPERADORES)
                                   TOP-NIVEL(TOTAL-OPERADORES)
                                   TOP-IDIOMA(TOTAL-OPERADORES)
                                   TOP-ESTADO(TOTAL-OPERADORES)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERADORES-FILE
           END-IF.

       CARGAR-ACCESOS.
           MOVE 0 TO TOTAL-ACCESOS.
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

      *MISMO FORMATO DE LINEA QUE MANTENER-OPERADORES
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
           MOVE FILA-ELEGIDA TO IDX-OPE.
           OPEN OUTPUT OPERADORES-FILE.
           PERFORM VARYING FILA-ELEGIDA FROM 1 BY 1
                   UNTIL FILA-ELEGIDA > TOTAL-OPERADORES
               PERFORM COMPONER-OPERADOR
               WRITE LINEA-OPERADOR
           END-PERFORM.
           CLOSE OPERADORES-FILE.
           MOVE IDX-OPE TO FILA-ELEGIDA.

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
               A-SUPERVISOR DELIMITED BY SIZE
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

       END PROGRAM ACCSUB01.
