      * checkpoint de keltoi solo se informan (ese fichero lo
      * reescribe entero su propia agenda al usarla; corregirlo desde
      * fuera dejaria la sesion guardada incoherente).
      * Cada fusion deja ademas una linea F en el satelite PROCEDEN
      * (PROSUB01) a nombre del superviviente, con el nombre del
      * absorbido como origen: asi el informe de procedencias cuenta
      * el duplicado contra el canal por el que entro el absorbido.
      */
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPURA-DUPLICADOS.
      * suite (fecha, hora, operacion, nombre, agenda, telefono,
      * operador), para que la consulta de auditoria y la ficha de
      * contacto encuentren tambien las operaciones FUSION.
           01 LINEA-AUDITORIA PIC X(120).

       WORKING-STORAGE SECTION.
           77 FS-CONTACTOS PIC XX.
           77 SW-PAREJA-RETENIDA PIC X.
               88 PAREJA-RETENIDA VALUE "S".

      * Parametros de CCLSUB01: la clave del absorbido pasa a la del
      * superviviente en CAMBCLAV, y PROPAGA-CLAVES lleva esa noche
      * sus tareas, citas, notas, llamadas y listas al superviviente.
           01 CCL-CLAVE-VIEJA.
               05 CCL-AGENDA-VIEJA PIC X(15).
               05 CCL-NOMBRE-VIEJO PIC X(30).
           01 CCL-CLAVE-NUEVA.
               05 CCL-AGENDA-NUEVA PIC X(15).
               05 CCL-NOMBRE-NUEVO PIC X(30).
           77 CCL-OPERACION PIC X(10) VALUE "FUSION".
           77 CCL-OPERADOR PIC X(8) VALUE SPACES.

      * Parametros de PROSUB01 para la linea F de la fusion.
           01 PROCEDENCIA.
               COPY PROCEDE.

      * RETURN-CODE a 0: sin parejas; a 4: se detectaron parejas
      * (fusionadas o no), para que el operador repase la salida.
      * Eslabon de la cadena de AUDITORIA, que sella AUDSUB01 justo
      * antes de cada WRITE.
           01 SELLO-AUDITORIA.
               COPY SELLO.
           77 CODIGO-SALIDA PIC 9 VALUE ZERO.

       PROCEDURE DIVISION.
                   ADD 1 TO FUSIONES
                   MOVE "Y" TO CEN-BAJA(IDX-ABS)
                   PERFORM REGISTRAR-FUSION
                   PERFORM ANOTAR-PROCEDENCIA-FUSION
                   MOVE CEN-AGENDA(IDX-ABS) TO CCL-AGENDA-VIEJA
                   MOVE CEN-NOMBRE(IDX-ABS) TO CCL-NOMBRE-VIEJO
                   MOVE CEN-AGENDA(IDX-SUP) TO CCL-AGENDA-NUEVA
                   MOVE CEN-NOMBRE(IDX-SUP) TO CCL-NOMBRE-NUEVO
                   CALL "CCLSUB01" USING CCL-CLAVE-VIEJA
                       CCL-CLAVE-NUEVA CCL-OPERACION CCL-OPERADOR
                   DISPLAY "Fusion aplicada"
           END-READ
           CLOSE CONTACTOS-FILE.

      * EL SUPERVIVIENTE RECIBE UNA LINEA F EN PROCEDEN CON EL NOMBRE
      * DEL ABSORBIDO COMO ORIGEN
       ANOTAR-PROCEDENCIA-FUSION.
           MOVE "F" TO PRO-OPERACION.
           MOVE CEN-AGENDA(IDX-SUP) TO PRO-AGENDA.
           MOVE CEN-NOMBRE(IDX-SUP) TO PRO-NOMBRE.
           MOVE "FUSION" TO PRO-CANAL.
           MOVE CEN-NOMBRE(IDX-ABS) TO PRO-ORIGEN.
           MOVE 0 TO PRO-HORA.
           MOVE CCL-OPERADOR TO PRO-OPERADOR.
           CALL "PROSUB01" USING PROCEDENCIA.

      * LA LINEA FUSION SIGUE LAS COLUMNAS FIJAS DE LA AUDITORIA
      * (FECHA, HORA, OPERACION, NOMBRE DEL ABSORBIDO, AGENDA); EL
      * NOMBRE DEL SUPERVIVIENTE VA DETRAS, DONDE OTRAS OPERACIONES
               " EN " DELIMITED BY SIZE
               CEN-NOMBRE(IDX-SUP) DELIMITED BY SIZE
               INTO LINEA-AUDITORIA
           SET SEL-NUEVA TO TRUE
           CALL "AUDSUB01" USING SELLO-AUDITORIA LINEA-AUDITORIA
           WRITE LINEA-AUDITORIA.

       END PROGRAM DEPURA-DUPLICADOS.
