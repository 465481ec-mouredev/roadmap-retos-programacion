      * AUDITORIA. Los contactos presentes en un solo lado se siguen
      * informando sin corregirse: darlos de alta o de baja es una
      * decision de negocio que se toma desde el menu de cada agenda.
      * Lo que se regraba en CONTACTOS deja ademas su linea M en el
      * satelite PROCEDEN (PROSUB01) con canal RECONCILIA.
      */
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECONCILIA-AGENDAS.
           01 LINEA-RECONCTL PIC X(30).

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

           77 FS-AUDITORIA PIC XX.
      * Modo de aplicacion, leido de RECONCTL (INFORME por defecto).
           01 MODO-RECONCILIA PIC X(10) VALUE "INFORME".
      * COND=(0,NE) pueda distinguirlo.
           77 CODIGO-SALIDA PIC 9 VALUE ZERO.

      * Parametros de PROSUB01; la hora de arranque del paso hace de
      * lote para todas las correcciones.
           01 PROCEDENCIA.
               COPY PROCEDE.

       PROCEDURE DIVISION.
       RECONCILIAR.
           PERFORM LEER-MODO.
           OPEN OUTPUT RECONCILIA-FILE.
           ACCEPT FECHA-RECONCILIA FROM DATE.
           ACCEPT HORA-RECONCILIA FROM TIME.
           DIVIDE HORA-RECONCILIA BY 100 GIVING PRO-HORA.
           MOVE SPACES TO LINEA-RECONCILIA.
           STRING "RECONCILIACION DE AGENDAS - " FECHA-RECONCILIA
               " " HORA-RECONCILIA
                   REWRITE REG-CONTACTO
                   ADD 1 TO TOTAL-CORREGIDOS
                   PERFORM REGISTRAR-CORRECCION
                   PERFORM ANOTAR-PROCEDENCIA
           END-READ.

      * EL TELEFONO REGRABADO QUEDA EN PROCEDEN COMO CAMBIO
       ANOTAR-PROCEDENCIA.
           MOVE "M" TO PRO-OPERACION.
           MOVE AGENDA-NOMBRE-REG TO PRO-AGENDA.
           MOVE NOMBRE-REG TO PRO-NOMBRE.
           MOVE "RECONCILIA" TO PRO-CANAL.
           MOVE "AGENDACKP" TO PRO-ORIGEN.
           MOVE "LOTE" TO PRO-OPERADOR.
           CALL "PROSUB01" USING PROCEDENCIA.

      * SI ALGUNA FILA DEL CHECKPOINT CAMBIO, EL FICHERO AGENDACKP
      * SE REESCRIBE ENTERO CON LAS LINEAS GUARDADAS (CAMBIADAS O
      * NO), COMO HACE SU PROPIA AGENDA AL GRABARLO
               " " DELIMITED BY SIZE
               AGENDA-KELTOI(IDX-KELTOI) DELIMITED BY SIZE
               INTO LINEA-AUDITORIA.
           SET SEL-NUEVA TO TRUE.
           CALL "AUDSUB01" USING SELLO-AUDITORIA LINEA-AUDITORIA.
           WRITE LINEA-AUDITORIA.

       CIERRE.
