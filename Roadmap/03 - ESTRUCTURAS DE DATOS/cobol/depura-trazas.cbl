      * de resumen con lo movido. Para consultar un mes ya archivado
      * basta apuntar el DD AUDITORIA (o EXCEPCIONES) al archivo
      * historico y usar las mismas pantallas de consulta de siempre.
      * Antes de mover nada se verifica la cadena de eslabones de
      * AUDITORIA (AUDSUB01): la cadena sigue de AUDITARC a AUDITORIA,
      * asi que las lineas que pasan al archivo se sellan a
      * continuacion de su ultimo eslabon y las que se quedan vivas
      * se resellan detras. Si la cadena ya viene rota, AUDITORIA no
      * se toca (la rotura se queda donde esta para que se
      * investigue) y el paso acaba con codigo 8.
      */
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPURA-TRAZAS.
       DATA DIVISION.
       FILE SECTION.
       FD AUDITORIA-FILE.
           01 LINEA-AUDITORIA PIC X(120).
       FD AUDITARC-FILE.
           01 LINEA-AUDITARC PIC X(120).
       FD AUDITTMP-FILE.
           01 LINEA-AUDITTMP PIC X(120).
       FD EXCEPCIONES-FILE.
           01 LINEA-EXCEPCION PIC X(90).
       FD EXCEPARC-FILE.
           77 EXCEP-MOVIDAS PIC 9(5) VALUE 0.
           77 EXCEP-VIVAS PIC 9(5) VALUE 0.

      * Eslabon de la cadena de AUDITORIA que lleva la reescritura.
           01 SELLO-AUDITORIA.
               COPY SELLO.
           77 FICHERO-ROTO PIC X(9).

           77 CODIGO-SALIDA PIC 9 VALUE ZERO.

       PROCEDURE DIVISION.
           MOVE CODIGO-SALIDA TO RETURN-CODE.
           STOP RUN.

      * SOLO SE DEPURA SOBRE UNA CADENA ENTERA; LA VERIFICACION DEJA
      * EN SEL-ESLABON EL ULTIMO ESLABON DE AUDITARC, DESDE EL QUE SE
      * SIGUE SELLANDO
       DEPURAR-AUDITORIA.
           SET SEL-VERIFICAR TO TRUE.
           CALL "AUDSUB01" USING SELLO-AUDITORIA LINEA-AUDITORIA.
           IF NOT SEL-CORRECTO
               MOVE SEL-FICHERO TO FICHERO-ROTO
               DISPLAY "Cadena de AUDITORIA rota en " FICHERO-ROTO
                   " linea " SEL-NUMERO ": AUDITORIA no se depura"
               MOVE 8 TO CODIGO-SALIDA
           ELSE
               PERFORM MOVER-AUDITORIA
           END-IF.

      * PASADA 1: REPARTE LAS LINEAS ENTRE EL ARCHIVO HISTORICO Y EL
      * FICHERO DE TRABAJO; PASADA 2: EL FICHERO DE TRABAJO VUELVE A
      * SER EL FICHERO VIVO
       MOVER-AUDITORIA.
           OPEN INPUT AUDITORIA-FILE.
           IF FS-AUDITORIA NOT = "00"
               DISPLAY "Sin AUDITORIA que depurar"
                               END-IF
                           ELSE
                               MOVE LINEA-AUDITORIA TO LINEA-AUDITARC
                               SET SEL-SELLAR TO TRUE
                               CALL "AUDSUB01" USING SELLO-AUDITORIA
                                   LINEA-AUDITARC
                               WRITE LINEA-AUDITARC
                               ADD 1 TO AUDIT-MOVIDAS
                           END-IF
               CLOSE AUDITARC-FILE
               CLOSE AUDITTMP-FILE
               PERFORM REESCRIBIR-AUDITORIA
               SET SEL-FIJAR TO TRUE
               CALL "AUDSUB01" USING SELLO-AUDITORIA LINEA-AUDITORIA
           END-IF.

       REESCRIBIR-AUDITORIA.
                       MOVE "10" TO FS-AUDITTMP
                   NOT AT END
                       MOVE LINEA-AUDITTMP TO LINEA-AUDITORIA
                       SET SEL-SELLAR TO TRUE
                       CALL "AUDSUB01" USING SELLO-AUDITORIA
                           LINEA-AUDITORIA
                       WRITE LINEA-AUDITORIA
               END-READ
           END-PERFORM.
