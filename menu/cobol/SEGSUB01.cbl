     /*
      * Subrutina compartida del registro de seguridad, hermana de
      * MSGSUB01/VALSUB01: anade una linea al fichero SEGURIDAD por
      * cada suceso que el supervisor y los auditores tienen que ver
      * (firmas fallidas, bloqueos y desbloqueos de operadores,
      * cambios de clave, operaciones no autorizadas y entradas
      * forzadas en la ventana de lote). La linea va en columnas
      * fijas separadas por ";":
      *   FECHA;HORA;EVENTO;OPERADOR;PROGRAMA;DETALLE
      * con la fecha ya ventanada al siglo (AAAAMMDD), para que
      * INFORME-SEGURIDAD la compare sin mas. El fichero no se lee
      * aqui nunca: solo se le anade (EXTEND, y OUTPUT la primera
      * vez, como AUDITORIA).
      */

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEGSUB01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEGURIDAD-FILE ASSIGN TO "SEGURIDAD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SEGURIDAD.
       DATA DIVISION.
       FILE SECTION.
       FD  SEGURIDAD-FILE.
       01  LINEA-SEGURIDAD PIC X(100).

       WORKING-STORAGE SECTION.
           77 FS-SEGURIDAD PIC XX.
           77 FECHA-SUCESO PIC 9(8).
           77 HORA-SUCESO PIC 9(8).

       LINKAGE SECTION.
      *SUCESO: FALLO, BLOQUEO, RESET, CAMBIO, ALTA, NOAUTOR O
      *FORZADO
           77 S-EVENTO PIC X(10).
      *OPERADOR AFECTADO (EL QUE FALLA LA FIRMA, EL BLOQUEADO, EL
      *RESTABLECIDO O EL QUE INTENTA LA OPERACION)
           77 S-OPERADOR PIC X(8).
      *PROGRAMA DONDE OCURRE, CON EL NOMBRE CORTO DE SESIONES O EL
      *ALIAS DE PASO
           77 S-PROGRAMA PIC X(8).
           77 S-DETALLE PIC X(40).

       PROCEDURE DIVISION USING S-EVENTO S-OPERADOR S-PROGRAMA
               S-DETALLE.

       ANOTAR-SUCESO.
           ACCEPT FECHA-SUCESO FROM DATE.
           IF FECHA-SUCESO < 19000101
               ADD 20000000 TO FECHA-SUCESO
           END-IF.
           ACCEPT HORA-SUCESO FROM TIME.
           OPEN EXTEND SEGURIDAD-FILE.
           IF FS-SEGURIDAD = "35"
               OPEN OUTPUT SEGURIDAD-FILE
           END-IF.
           IF FS-SEGURIDAD = "00"
               MOVE SPACES TO LINEA-SEGURIDAD
               STRING FECHA-SUCESO DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   HORA-SUCESO DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   S-EVENTO DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   S-OPERADOR DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   S-PROGRAMA DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   S-DETALLE DELIMITED BY SIZE
                   INTO LINEA-SEGURIDAD
               WRITE LINEA-SEGURIDAD
               CLOSE SEGURIDAD-FILE
               MOVE 0 TO RETURN-CODE
           ELSE
               DISPLAY "Error al abrir SEGURIDAD: " FS-SEGURIDAD
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       END PROGRAM SEGSUB01.
