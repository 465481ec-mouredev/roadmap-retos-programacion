     /*
      * Subrutina compartida de los cambios de clave, hermana de
      * RETSUB01/SEGSUB01: cada programa que cambia la CLAVE-CONTACTO
      * (agenda + nombre) de un contacto la llama justo despues de
      * grabar el registro con la clave nueva, y ella anade una
      * linea al fichero CAMBCLAV:
      *   FECHA;HORA;AGENDA-VIEJA;NOMBRE-VIEJO;AGENDA-NUEVA;
      *   NOMBRE-NUEVO;OPERACION;OPERADOR
      * en columnas fijas y con la fecha ya ventanada al siglo. Los
      * que la llaman son la agenda RETO-03 (MODIFICAR con cambio de
      * nombre, MOVER a otra agenda y RENOMBRAR una agenda, contacto
      * a contacto), APROBAR-CAMBIOS (cambio de nombre aprobado) y
      * DEPURA-DUPLICADOS (FUSION: la clave del absorbido pasa a la
      * del superviviente). Cada noche PROPAGA-CLAVES aplica las
      * lineas pendientes a los ficheros satelite y las pasa al
      * historico CAMBHIST. El fichero no se lee aqui nunca: solo se
      * le anade (EXTEND, y OUTPUT la primera vez, como AUDITORIA).
      */

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCLSUB01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMBCLAV-FILE ASSIGN TO "CAMBCLAV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CAMBCLAV.
       DATA DIVISION.
       FILE SECTION.
       FD  CAMBCLAV-FILE.
       01  LINEA-CAMBCLAV PIC X(130).

       WORKING-STORAGE SECTION.
           77 FS-CAMBCLAV PIC XX.
           77 FECHA-CAMBIO PIC 9(8).
           77 HORA-CAMBIO PIC 9(8).

       LINKAGE SECTION.
           01 C-CLAVE-VIEJA.
               05 C-AGENDA-VIEJA PIC X(15).
               05 C-NOMBRE-VIEJO PIC X(30).
           01 C-CLAVE-NUEVA.
               05 C-AGENDA-NUEVA PIC X(15).
               05 C-NOMBRE-NUEVO PIC X(30).
      *OPERACION QUE CAMBIA LA CLAVE, CON EL MISMO NOMBRE QUE LLEVA
      *EN AUDITORIA (MODIFICAR, MOVER, RENOMBRAR, FUSION)
           77 C-OPERACION PIC X(10).
           77 C-OPERADOR PIC X(8).

       PROCEDURE DIVISION USING C-CLAVE-VIEJA C-CLAVE-NUEVA
               C-OPERACION C-OPERADOR.

       ANOTAR-CAMBIO-CLAVE.
           MOVE 0 TO RETURN-CODE.
           IF C-CLAVE-VIEJA NOT = C-CLAVE-NUEVA
               PERFORM GRABAR-CAMBIO-CLAVE
           END-IF.
           GOBACK.

       GRABAR-CAMBIO-CLAVE.
           ACCEPT FECHA-CAMBIO FROM DATE.
           IF FECHA-CAMBIO < 19000101
               ADD 20000000 TO FECHA-CAMBIO
           END-IF.
           ACCEPT HORA-CAMBIO FROM TIME.
           OPEN EXTEND CAMBCLAV-FILE.
           IF FS-CAMBCLAV = "35"
               OPEN OUTPUT CAMBCLAV-FILE
           END-IF.
           IF FS-CAMBCLAV = "00"
               MOVE SPACES TO LINEA-CAMBCLAV
               STRING FECHA-CAMBIO DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   HORA-CAMBIO DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   C-AGENDA-VIEJA DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   C-NOMBRE-VIEJO DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   C-AGENDA-NUEVA DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   C-NOMBRE-NUEVO DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   C-OPERACION DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   C-OPERADOR DELIMITED BY SIZE
                   INTO LINEA-CAMBCLAV
               WRITE LINEA-CAMBCLAV
               CLOSE CAMBCLAV-FILE
           ELSE
               DISPLAY "Error al abrir CAMBCLAV: " FS-CAMBCLAV
               MOVE 4 TO RETURN-CODE
           END-IF.

       END PROGRAM CCLSUB01.
