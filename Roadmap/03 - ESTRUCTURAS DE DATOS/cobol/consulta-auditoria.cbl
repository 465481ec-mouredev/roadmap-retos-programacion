       DATA DIVISION.
       FILE SECTION.
       FD AUDITORIA-FILE.
           01 LINEA-AUDITORIA PIC X(120).

       WORKING-STORAGE SECTION.
           77 FS-AUDITORIA PIC XX.
