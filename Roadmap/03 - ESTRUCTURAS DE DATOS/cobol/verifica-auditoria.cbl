           01 LINEA-BKPCTL PIC X(30).

       FD AUDITORIA-FILE.
           01 LINEA-AUDITORIA PIC X(120).

       FD VERIFINF-FILE.
           01 LINEA-VERIFINF PIC X(90).
