               05 ARQ-IMAGEN PIC X(350).

       FD AUDITORIA-FILE.
           01 LINEA-AUDITORIA PIC X(120).

       FD RESUMEN-FILE.
           01 LINEA-RESUMEN PIC X(50).
           01 RESUMEN-ACTUAL.
               COPY RESUMEN.

      * Eslabon de la cadena de AUDITORIA, que sella AUDSUB01 justo
      * antes de cada WRITE.
           01 SELLO-AUDITORIA.
               COPY SELLO.

       PROCEDURE DIVISION.
       PRINCIPAL.
           PERFORM INICIO.
               " " DELIMITED BY SIZE
               "LOTE" DELIMITED BY SIZE
               INTO LINEA-AUDITORIA
           SET SEL-NUEVA TO TRUE
           CALL "AUDSUB01" USING SELLO-AUDITORIA LINEA-AUDITORIA
           WRITE LINEA-AUDITORIA.

       CIERRE.
