      * recoge el antes y el despues de cada numero para la
      * comprobacion posterior. Un resultado que no cabe en los 9
      * digitos del campo se rechaza y queda en el informe.
      * Cada contacto tocado deja tambien su linea M en el satelite
      * PROCEDEN (PROSUB01) con canal RENUMERA.
      */
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENUMERA-LOTE.
       FD AUDITORIA-FILE.
      * Mismo formato de columnas que la agenda interactiva, para
      * que la restauracion por reproduccion entienda estas lineas.
           01 LINEA-AUDITORIA PIC X(120).

       FD RESUMEN-FILE.
           01 LINEA-RESUMEN PIC X(50).
           01 RESUMEN-ACTUAL.
               COPY RESUMEN.

      * Eslabon de la cadena de AUDITORIA, que sella AUDSUB01 justo
      * antes de cada WRITE.
           01 SELLO-AUDITORIA.
               COPY SELLO.

      * Parametros de PROSUB01 y hora de arranque de la pasada, la
      * misma para todos los contactos renumerados.
           01 PROCEDENCIA.
               COPY PROCEDE.
           77 HORA-PASADA PIC 9(8).

           77 CODIGO-SALIDA PIC 9 VALUE ZERO.

       PROCEDURE DIVISION.
           END-IF.

       RENUMERAR.
           ACCEPT HORA-PASADA FROM TIME.
           DIVIDE HORA-PASADA BY 100 GIVING PRO-HORA.
           OPEN I-O CONTACTOS-FILE.
           IF FS-CONTACTOS NOT = "00"
               DISPLAY "No existe CONTACTOS; no hay nada que "-
               ADD 1 TO TOCADOS
               REWRITE REG-CONTACTO
               PERFORM REGISTRAR-AUDITORIA
               PERFORM ANOTAR-PROCEDENCIA
           END-IF.

      * APLICA LA PRIMERA REGLA QUE CASE CON EL PAIS Y LA CABEZA DE
               WRITE LINEA-RENUMINF
           END-IF.

      * EL CONTACTO RENUMERADO QUEDA EN PROCEDEN COMO CAMBIO
       ANOTAR-PROCEDENCIA.
           MOVE "M" TO PRO-OPERACION.
           MOVE AGENDA-NOMBRE-REG TO PRO-AGENDA.
           MOVE NOMBRE-REG TO PRO-NOMBRE.
           MOVE "RENUMERA" TO PRO-CANAL.
           MOVE "REGLASNUM" TO PRO-ORIGEN.
           MOVE "LOTE" TO PRO-OPERADOR.
           CALL "PROSUB01" USING PROCEDENCIA.

      * UNA LINEA DE AUDITORIA POR CONTACTO TOCADO, CON EL TELEFONO
      * PRINCIPAL YA RENUMERADO, EN LAS COLUMNAS DE SIEMPRE
       REGISTRAR-AUDITORIA.
               " " DELIMITED BY SIZE
               "LOTE" DELIMITED BY SIZE
               INTO LINEA-AUDITORIA
           SET SEL-NUEVA TO TRUE
           CALL "AUDSUB01" USING SELLO-AUDITORIA LINEA-AUDITORIA
           WRITE LINEA-AUDITORIA.


