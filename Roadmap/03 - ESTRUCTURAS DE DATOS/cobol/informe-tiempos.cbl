       DATA DIVISION.
       FILE SECTION.
       FD RESUMEN-ENT-FILE.
           01 LINEA-RESUMEN-ENT PIC X(60).

       FD TIEMPHIS-FILE.
           01 LINEA-TIEMPHIS PIC X(30).
