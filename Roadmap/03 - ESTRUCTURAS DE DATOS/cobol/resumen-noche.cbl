      * imprime los del dia en el fichero DIGESTO: una linea por
      * programa y un total general, con los RETURN-CODE distintos
      * de cero destacados.
      * Al pie van tambien los rechazos del CRM que pasaron su plazo
      * sin corregirse (estado E en CRMPEND, que mantiene
      * RECHAZOS-CRM), con su desglose por agenda.
      * Cierra tambien los lotes semanal (SEMANA00) y mensual
      * (MENSUA00): con SEMANAL o MENSUAL en la primera linea de
      * SYSIN y detras, una por linea, los programas del lote (como
      * los anota cada uno en RESUMEN), el compendio sale en DIGSEMAN
      * o DIGMENSU, solo con las lineas de hoy de esos programas, y
      * senala los que no anotaron fin de ejecucion. Las graves y los
      * rechazos del CRM ya van en el de la noche. Sin SYSIN, el de
      * la noche de siempre.
      */
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESUMEN-NOCHE.
           SELECT RESUMEN-FILE ASSIGN TO "RESUMEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RESUMEN.
           SELECT DIGESTO-FILE ASSIGN TO DIGESTO-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DIGESTO.
      * Graves de dias anteriores sin reconocer: se cruzan las
           SELECT RECONOC-FILE ASSIGN TO "RECONOC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RECONOC.
      * Rechazos del CRM pendientes (copybooks/RECHCRM.cpy).
           SELECT CRMPEND-FILE ASSIGN TO "CRMPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CRMPEND.
       DATA DIVISION.
       FILE SECTION.
       FD RESUMEN-FILE.
           01 LINEA-RESUMEN PIC X(60).

       FD DIGESTO-FILE.
           01 LINEA-DIGESTO PIC X(80).
       FD RECONOC-FILE.
           01 LINEA-RECONOC PIC X(140).

       FD CRMPEND-FILE.
           01 REG-CRMPEND.
               COPY RECHCRM.

       WORKING-STORAGE SECTION.
           77 FS-RESUMEN PIC XX.
           77 FS-DIGESTO PIC XX.
           77 DIGESTO-NOMBRE PIC X(8) VALUE "DIGESTO".

      * Lote que se resume (en blanco, la noche) y sus programas,
      * con la marca de los que ya tienen linea de hoy en RESUMEN.
           77 LOTE-DIGESTO PIC X(8).
               88 LOTE-NOCHE VALUE SPACES.
               88 LOTE-SEMANAL VALUE "SEMANAL".
               88 LOTE-MENSUAL VALUE "MENSUAL".
           77 PROGRAMA-PEDIDO PIC X(8).
           01 TABLA-ESPERADOS.
               05 FILA-ESPERADO OCCURS 20 TIMES.
                   10 ESP-PROGRAMA PIC X(8).
                   10 ESP-VISTO PIC X.
           77 TOTAL-ESPERADOS PIC 9(2) VALUE 0.
           77 IDX-ESP PIC 9(2).
           77 SW-ESP PIC X.
               88 PROGRAMA-DEL-LOTE VALUE "S".
           77 TOTAL-SIN-EJECUTAR PIC 9(2) VALUE 0.

           77 FECHA-HOY PIC 9(8).
           77 HORA-HOY PIC 9(8).

      * Columnas fijas del registro de resumen.
           77 RES-FECHA-LIN PIC X(8).
           77 RES-PROGRAMA-LIN PIC X(8).
           77 RES-RC-LIN PIC X.

           77 TOTAL-PROGRAMAS PIC 9(3) VALUE 0.
           77 EXC-GRAVEDAD-LIN PIC X.
           77 GRAVES-SIN-RECONOCER PIC 9(4) VALUE 0.

      * Rechazos del CRM fuera de plazo, por agenda.
           77 FS-CRMPEND PIC XX.
           01 TABLA-ESCALADOS.
               05 FILA-ESCALADO OCCURS 100 TIMES.
                   10 ESC-AGENDA PIC X(15).
                   10 ESC-TOTAL PIC 9(4).
           77 TOTAL-AGENDAS-ESC PIC 9(3) VALUE 0.
           77 IDX-ESC PIC 9(3).
           77 SW-ESC PIC X.
               88 AGENDA-ESC-VISTA VALUE "S".
           77 RECHAZOS-ESCALADOS PIC 9(4) VALUE 0.

           77 CODIGO-SALIDA PIC 9 VALUE ZERO.

       PROCEDURE DIVISION.
       PRINCIPAL.
           ACCEPT FECHA-HOY FROM DATE.
           ACCEPT HORA-HOY FROM TIME.
           PERFORM LEER-LOTE.
           OPEN INPUT RESUMEN-FILE.
           IF FS-RESUMEN NOT = "00"
               DISPLAY "Sin fichero RESUMEN: ningun programa anoto "-
           ELSE
               OPEN OUTPUT DIGESTO-FILE
               MOVE SPACES TO LINEA-DIGESTO
               EVALUATE TRUE
                   WHEN LOTE-SEMANAL
                       STRING "COMPENDIO DEL LOTE SEMANAL - " FECHA-HOY
                           " " HORA-HOY
                           DELIMITED BY SIZE INTO LINEA-DIGESTO
                   WHEN LOTE-MENSUAL
                       STRING "COMPENDIO DEL LOTE MENSUAL - " FECHA-HOY
                           " " HORA-HOY
                           DELIMITED BY SIZE INTO LINEA-DIGESTO
                   WHEN OTHER
                       STRING "COMPENDIO DE LA NOCHE - " FECHA-HOY
                           " " HORA-HOY
                           DELIMITED BY SIZE INTO LINEA-DIGESTO
               END-EVALUATE
               WRITE LINEA-DIGESTO
               DISPLAY LINEA-DIGESTO
               MOVE "PROGRAMA FECHA    HORA     ENTRA SALE  RECH RC "-
                   "SUPR"
                   TO LINEA-DIGESTO
               WRITE LINEA-DIGESTO
               PERFORM UNTIL FS-RESUMEN = "10"
                   END-READ
               END-PERFORM
               CLOSE RESUMEN-FILE
               IF LOTE-NOCHE
                   PERFORM CERRAR-DIGESTO-NOCHE
               ELSE
                   PERFORM CERRAR-DIGESTO-LOTE
               END-IF
               CLOSE DIGESTO-FILE
           END-IF.
           MOVE CODIGO-SALIDA TO RETURN-CODE.
           STOP RUN.

      * SYSIN: EN BLANCO (O SIN SYSIN), LA NOCHE; SEMANAL O MENSUAL Y
      * LA LISTA DE PROGRAMAS DEL LOTE HASTA UNA LINEA EN BLANCO
       LEER-LOTE.
           MOVE SPACES TO LOTE-DIGESTO.
           ACCEPT LOTE-DIGESTO.
           EVALUATE TRUE
               WHEN LOTE-SEMANAL
                   MOVE "DIGSEMAN" TO DIGESTO-NOMBRE
               WHEN LOTE-MENSUAL
                   MOVE "DIGMENSU" TO DIGESTO-NOMBRE
               WHEN LOTE-NOCHE
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Lote desconocido en SYSIN: " LOTE-DIGESTO
                       "; sale el compendio de la noche"
                   MOVE SPACES TO LOTE-DIGESTO
                   MOVE 4 TO CODIGO-SALIDA
           END-EVALUATE.
           IF NOT LOTE-NOCHE
               MOVE "X" TO PROGRAMA-PEDIDO
               PERFORM UNTIL PROGRAMA-PEDIDO = SPACES
                       OR TOTAL-ESPERADOS = 20
                   MOVE SPACES TO PROGRAMA-PEDIDO
                   ACCEPT PROGRAMA-PEDIDO
                   IF PROGRAMA-PEDIDO NOT = SPACES
                       ADD 1 TO TOTAL-ESPERADOS
                       MOVE PROGRAMA-PEDIDO
                           TO ESP-PROGRAMA(TOTAL-ESPERADOS)
                       MOVE "N" TO ESP-VISTO(TOTAL-ESPERADOS)
                   END-IF
               END-PERFORM
           END-IF.

      * PIE DEL COMPENDIO DE LA NOCHE: TOTALES, GRAVES ANTIGUAS SIN
      * RECONOCER Y RECHAZOS DEL CRM FUERA DE PLAZO
       CERRAR-DIGESTO-NOCHE.
           MOVE SPACES TO LINEA-DIGESTO.
           STRING "PROGRAMAS DEL DIA: " TOTAL-PROGRAMAS
               "  CON AVISO O ERROR: " TOTAL-CON-AVISO
               DELIMITED BY SIZE INTO LINEA-DIGESTO.
           WRITE LINEA-DIGESTO.
           DISPLAY LINEA-DIGESTO.
           PERFORM CONTAR-GRAVES-ABIERTAS.
           MOVE SPACES TO LINEA-DIGESTO.
           STRING "GRAVES DE DIAS ANTERIORES SIN RECONOCER: "
               GRAVES-SIN-RECONOCER
               DELIMITED BY SIZE INTO LINEA-DIGESTO.
           WRITE LINEA-DIGESTO.
           DISPLAY LINEA-DIGESTO.
           PERFORM CONTAR-RECHAZOS-ESCALADOS.
           MOVE SPACES TO LINEA-DIGESTO.
           STRING "RECHAZOS DEL CRM SIN CORREGIR FUERA DE PLAZO: "
               RECHAZOS-ESCALADOS
               DELIMITED BY SIZE INTO LINEA-DIGESTO.
           WRITE LINEA-DIGESTO.
           DISPLAY LINEA-DIGESTO.
           PERFORM VARYING IDX-ESC FROM 1 BY 1
                   UNTIL IDX-ESC > TOTAL-AGENDAS-ESC
               MOVE SPACES TO LINEA-DIGESTO
               STRING "  AGENDA " ESC-AGENDA(IDX-ESC)
                   " " ESC-TOTAL(IDX-ESC)
                   DELIMITED BY SIZE INTO LINEA-DIGESTO
               WRITE LINEA-DIGESTO
           END-PERFORM.

      * PIE DEL COMPENDIO DE UN LOTE SEMANAL O MENSUAL: LOS PROGRAMAS
      * DEL LOTE QUE NO ANOTARON FIN DE EJECUCION HOY (SALTADOS POR
      * UN FALLO ANTERIOR O CAIDOS SIN LLEGAR A RESUMEN) Y LOS TOTALES
       CERRAR-DIGESTO-LOTE.
           PERFORM VARYING IDX-ESP FROM 1 BY 1
                   UNTIL IDX-ESP > TOTAL-ESPERADOS
               IF ESP-VISTO(IDX-ESP) = "N"
                   ADD 1 TO TOTAL-SIN-EJECUTAR
                   MOVE SPACES TO LINEA-DIGESTO
                   STRING ESP-PROGRAMA(IDX-ESP)
                       " SIN FIN DE EJECUCION HOY"
                       "                             << REVISAR"
                       DELIMITED BY SIZE INTO LINEA-DIGESTO
                   WRITE LINEA-DIGESTO
                   DISPLAY LINEA-DIGESTO
               END-IF
           END-PERFORM.
           MOVE SPACES TO LINEA-DIGESTO.
           STRING "PROGRAMAS DEL LOTE: " TOTAL-PROGRAMAS
               "  CON AVISO O ERROR: " TOTAL-CON-AVISO
               "  SIN EJECUTAR: " TOTAL-SIN-EJECUTAR
               DELIMITED BY SIZE INTO LINEA-DIGESTO.
           WRITE LINEA-DIGESTO.
           DISPLAY LINEA-DIGESTO.
           IF TOTAL-SIN-EJECUTAR > 0
               MOVE 4 TO CODIGO-SALIDA
           END-IF.

      * CRUZA LAS GRAVES DE DIAS ANTERIORES DE EXCEPCIONES CON LOS
      * RECONOCIMIENTOS DE RECONOC (PANTALLA REVISAR-GRAVES); LAS
      * QUE SIGUEN SIN PAREJA SE CUENTAN PARA EL COMPENDIO
               CLOSE EXCEPCIONES-FILE
           END-IF.

      * RECHAZOS DEL CRM ESCALADOS POR RECHAZOS-CRM Y TODAVIA SIN
      * CORREGIR, CONTADOS POR AGENDA
       CONTAR-RECHAZOS-ESCALADOS.
           OPEN INPUT CRMPEND-FILE.
           IF FS-CRMPEND = "00"
               PERFORM UNTIL FS-CRMPEND = "10"
                   READ CRMPEND-FILE
                       AT END
                           MOVE "10" TO FS-CRMPEND
                       NOT AT END
                           IF PEN-ESCALADO
                               PERFORM ANOTAR-RECHAZO-ESCALADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CRMPEND-FILE
           END-IF.

       ANOTAR-RECHAZO-ESCALADO.
           ADD 1 TO RECHAZOS-ESCALADOS.
           MOVE "N" TO SW-ESC.
           PERFORM VARYING IDX-ESC FROM 1 BY 1
                   UNTIL IDX-ESC > TOTAL-AGENDAS-ESC
                       OR AGENDA-ESC-VISTA
               IF ESC-AGENDA(IDX-ESC) = PEN-AGENDA
                   MOVE "S" TO SW-ESC
                   ADD 1 TO ESC-TOTAL(IDX-ESC)
               END-IF
           END-PERFORM.
           IF NOT AGENDA-ESC-VISTA AND TOTAL-AGENDAS-ESC < 100
               ADD 1 TO TOTAL-AGENDAS-ESC
               MOVE PEN-AGENDA TO ESC-AGENDA(TOTAL-AGENDAS-ESC)
               MOVE 1 TO ESC-TOTAL(TOTAL-AGENDAS-ESC)
           END-IF.

       TRATAR-GRAVE-ANTIGUA.
           MOVE LINEA-EXCEPCION(1:8) TO EXC-FECHA-LIN.
           MOVE LINEA-EXCEPCION(10:8) TO EXC-HORA-LIN.
           END-IF.

       TRATAR-RESUMEN.
      * Programa en 1-8, fecha en 10-17, RC en la columna 46 y, en
      * los programas de envio, suprimidos en 48-52.
           MOVE LINEA-RESUMEN(1:8) TO RES-PROGRAMA-LIN.
           MOVE LINEA-RESUMEN(10:8) TO RES-FECHA-LIN.
           MOVE LINEA-RESUMEN(46:1) TO RES-RC-LIN.
           IF LOTE-NOCHE
               MOVE "S" TO SW-ESP
           ELSE
               MOVE "N" TO SW-ESP
               IF RES-FECHA-LIN = FECHA-HOY
                   PERFORM BUSCAR-PROGRAMA-LOTE
               END-IF
           END-IF.
           IF RES-FECHA-LIN = FECHA-HOY AND PROGRAMA-DEL-LOTE
               ADD 1 TO TOTAL-PROGRAMAS
               MOVE SPACES TO LINEA-DIGESTO
               IF RES-RC-LIN = "0"
               DISPLAY LINEA-DIGESTO
           END-IF.

       BUSCAR-PROGRAMA-LOTE.
           PERFORM VARYING IDX-ESP FROM 1 BY 1
                   UNTIL IDX-ESP > TOTAL-ESPERADOS
                       OR PROGRAMA-DEL-LOTE
               IF ESP-PROGRAMA(IDX-ESP) = RES-PROGRAMA-LIN
                   MOVE "S" TO SW-ESP
                   MOVE "S" TO ESP-VISTO(IDX-ESP)
               END-IF
           END-PERFORM.

       END PROGRAM RESUMEN-NOCHE.
