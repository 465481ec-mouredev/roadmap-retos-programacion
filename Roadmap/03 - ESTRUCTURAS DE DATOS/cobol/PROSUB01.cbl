     /*
      * Subrutina compartida de la procedencia del contacto, hermana
      * de ETPSUB01/NIFSUB01. El registro de CONTACTOS no dice por
      * donde entro cada contacto ni que lote lo trajo, asi que la
      * procedencia vive en el satelite PROCEDEN, historico de
      * solo-anadir con una linea por entrada o cambio:
      *   AGENDA;NOMBRE;TIPO;CANAL;ORIGEN;FECHA;HORA;OPERADOR
      * en columnas fijas. TIPO es A (alta), M (cambio posterior) o F
      * (fusion: el superviviente de DEPURA-DUPLICADOS, con el nombre
      * absorbido como ORIGEN). La primera linea A de un contacto es
      * su alta (canal, lote y fecha de creacion) y la ultima linea,
      * sea cual sea, su ultima procedencia. Todas las lineas de un
      * mismo lote llevan la misma FECHA y HORA de arranque de la
      * carga, de modo que CANAL+ORIGEN+FECHA+HORA identifican el
      * lote. Los parametros van en copybooks/PROCEDE.cpy.
      * La llaman todos los caminos que escriben en CONTACTOS: la
      * agenda RETO-03 (formulario, carga IMPORTAR, copia, traslado),
      * IMPORTA-VCARD, MANTENIMIENTO-LOTE (delegaciones y el retorno
      * del CRM de TRADUCE-CRM), DEPURA-DUPLICADOS, APROBAR-CAMBIOS,
      * NORMALIZA-NOMBRES, REASIGNA-ORGANIZA, RENUMERA-LOTE y
      * RECONCILIA-AGENDAS; el informe INFORME-PROCEDENCIA lee el
      * fichero directamente. Las anotaciones solo anaden y no leen
      * nada, para no frenar las cargas grandes; la consulta relee el
      * fichero entero, como la etapa vigente.
      */

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROSUB01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROCEDEN-FILE ASSIGN TO "PROCEDEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PROCEDEN.
       DATA DIVISION.
       FILE SECTION.
       FD  PROCEDEN-FILE.
       01  LINEA-PROCEDEN PIC X(120).

       WORKING-STORAGE SECTION.
           77 FS-PROCEDEN PIC XX.

      * Troceado de la linea de PROCEDEN.
           01 PROCEDENCIA-LEIDA.
               05 PRL-AGENDA PIC X(15).
               05 PRL-NOMBRE PIC X(30).
               05 PRL-TIPO PIC X.
               05 PRL-CANAL PIC X(10).
               05 PRL-ORIGEN PIC X(30).
               05 PRL-FECHA PIC 9(8).

           77 FECHA-HOY PIC 9(8).
           77 HORA-AHORA PIC 9(8).
           77 HORA-LINEA PIC 9(6).

       LINKAGE SECTION.
           01 PROCEDENCIA.
               COPY PROCEDE.

       PROCEDURE DIVISION USING PROCEDENCIA.

       TRATAR-PROCEDENCIA.
           MOVE 0 TO PRO-ESTADO.
           MOVE 0 TO RETURN-CODE.
           EVALUATE TRUE
               WHEN PRO-CONSULTA
                   PERFORM LEER-PROCEDENCIA
               WHEN PRO-ANOTA-ALTA
               WHEN PRO-ANOTA-CAMBIO
               WHEN PRO-ANOTA-FUSION
                   PERFORM GRABAR-PROCEDENCIA
               WHEN OTHER
                   MOVE 8 TO PRO-ESTADO
           END-EVALUATE.
           GOBACK.

      *EL FICHERO VA EN ORDEN DE ANOTACION: LA PRIMERA LINEA A DEL
      *CONTACTO ES SU ALTA Y LA ULTIMA LINEA SU ULTIMA PROCEDENCIA
       LEER-PROCEDENCIA.
           MOVE SPACES TO PRO-ALTA-CANAL.
           MOVE SPACES TO PRO-ALTA-ORIGEN.
           MOVE 0 TO PRO-ALTA-FECHA.
           MOVE SPACES TO PRO-ULT-CANAL.
           MOVE SPACES TO PRO-ULT-ORIGEN.
           MOVE 0 TO PRO-ULT-FECHA.
           OPEN INPUT PROCEDEN-FILE.
           IF FS-PROCEDEN = "00"
               PERFORM UNTIL FS-PROCEDEN = "10"
                   READ PROCEDEN-FILE
                       AT END
                           MOVE "10" TO FS-PROCEDEN
                       NOT AT END
                           MOVE SPACES TO PROCEDENCIA-LEIDA
                           UNSTRING LINEA-PROCEDEN DELIMITED BY ";"
                               INTO PRL-AGENDA PRL-NOMBRE PRL-TIPO
                                   PRL-CANAL PRL-ORIGEN PRL-FECHA
                           IF PRL-AGENDA = PRO-AGENDA
                               AND PRL-NOMBRE = PRO-NOMBRE
                               PERFORM TOMAR-PROCEDENCIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROCEDEN-FILE
           END-IF.
           IF PRO-ALTA-FECHA = 0
               MOVE 1 TO PRO-ESTADO
           END-IF.

       TOMAR-PROCEDENCIA.
           IF PRL-TIPO = "A" AND PRO-ALTA-FECHA = 0
               MOVE PRL-CANAL TO PRO-ALTA-CANAL
               MOVE PRL-ORIGEN TO PRO-ALTA-ORIGEN
               MOVE PRL-FECHA TO PRO-ALTA-FECHA
           END-IF.
           MOVE PRL-CANAL TO PRO-ULT-CANAL.
           MOVE PRL-ORIGEN TO PRO-ULT-ORIGEN.
           MOVE PRL-FECHA TO PRO-ULT-FECHA.

       GRABAR-PROCEDENCIA.
           ACCEPT FECHA-HOY FROM DATE.
           IF FECHA-HOY < 19000101
               ADD 20000000 TO FECHA-HOY
           END-IF.
           IF PRO-HORA = 0
               ACCEPT HORA-AHORA FROM TIME
               MOVE HORA-AHORA(1:6) TO HORA-LINEA
           ELSE
               MOVE PRO-HORA TO HORA-LINEA
           END-IF.
           OPEN EXTEND PROCEDEN-FILE.
           IF FS-PROCEDEN = "35"
               OPEN OUTPUT PROCEDEN-FILE
           END-IF.
           IF FS-PROCEDEN = "00"
               MOVE SPACES TO LINEA-PROCEDEN
               STRING PRO-AGENDA DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   PRO-NOMBRE DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   PRO-OPERACION DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   PRO-CANAL DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   PRO-ORIGEN DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   FECHA-HOY DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   HORA-LINEA DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   PRO-OPERADOR DELIMITED BY SIZE
                   INTO LINEA-PROCEDEN
               WRITE LINEA-PROCEDEN
               CLOSE PROCEDEN-FILE
           ELSE
               DISPLAY "Error al abrir PROCEDEN: " FS-PROCEDEN
               MOVE 8 TO PRO-ESTADO
               MOVE 4 TO RETURN-CODE
           END-IF.

       END PROGRAM PROSUB01.
