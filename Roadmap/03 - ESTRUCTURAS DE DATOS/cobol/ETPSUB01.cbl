     /*
      * Subrutina compartida de la etapa comercial del contacto,
      * hermana de NIFSUB01/CCLSUB01. ESTADO solo dice si un contacto
      * esta vivo o de baja y CATEGORIA es texto libre, asi que la
      * etapa del ciclo de vida (cual es un posible cliente, cual un
      * cliente y cual lo fue) vive en el satelite ETAPAS, historico
      * de solo-anadir con una linea por cambio de etapa:
      *   AGENDA;NOMBRE;ETAPA;FECHA;ORIGEN;OPERADOR;ANTERIOR
      * en columnas fijas; manda la ultima linea de cada contacto y
      * la fecha de cada linea es la de la transicion. Las etapas son
      * una lista cerrada:
      *   PROSPECTO   contacto comercial aun sin cualificar
      *   CALIFICADO  prospecto cualificado (hay oportunidad real)
      *   CLIENTE     cliente en activo
      *   EXCLIENTE   fue cliente y ya no lo es
      *   PROVEEDOR   proveedor de la casa
      * La llaman la agenda RETO-03 (formulario de alta y
      * modificacion) y MANTENIMIENTO-LOTE (campo ETAPA de los
      * movimientos de ALTA y MODIFICACION), y APROBAR-CAMBIOS al
      * aprobar un cambio de la agenda que la traia; el informe mensual
      * INFORME-EMBUDO lee el fichero directamente. Operaciones:
      *   C consulta: devuelve la etapa vigente y la fecha desde la
      *     que lo es (en blanco y cero si nunca tuvo);
      *   V valida la etapa recibida (la deja en mayusculas);
      *   A anota la etapa recibida si es valida y distinta de la
      *     vigente. ORIGEN y OPERADOR solo se usan aqui.
      * El fichero se relee en cada llamada, como el NIF vigente en
      * la agenda: dos sesiones a la vez nunca ven etapas viejas.
      */

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ETPSUB01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ETAPAS-FILE ASSIGN TO "ETAPAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ETAPAS.
       DATA DIVISION.
       FILE SECTION.
       FD  ETAPAS-FILE.
       01  LINEA-ETAPAS PIC X(110).

       WORKING-STORAGE SECTION.
           77 FS-ETAPAS PIC XX.

      * Lista cerrada de etapas, en el orden del ciclo de vida (es
      * tambien el orden de las columnas del informe del embudo).
           01 ETAPAS-VALORES.
               05 FILLER PIC X(10) VALUE "PROSPECTO".
               05 FILLER PIC X(10) VALUE "CALIFICADO".
               05 FILLER PIC X(10) VALUE "CLIENTE".
               05 FILLER PIC X(10) VALUE "EXCLIENTE".
               05 FILLER PIC X(10) VALUE "PROVEEDOR".
           01 TABLA-ETAPAS REDEFINES ETAPAS-VALORES.
               05 ETAPA-VALIDA PIC X(10) OCCURS 5 TIMES.
           77 IDX-ETP PIC 9.

      * Troceado de la linea de ETAPAS.
           01 ETAPA-LEIDA.
               05 ETL-AGENDA PIC X(15).
               05 ETL-NOMBRE PIC X(30).
               05 ETL-ETAPA PIC X(10).
               05 ETL-FECHA PIC 9(8).

      * Etapa vigente del contacto y fecha desde la que lo es.
           77 ETAPA-VIGENTE PIC X(10).
           77 FECHA-VIGENTE PIC 9(8).
           77 FECHA-HOY PIC 9(8).

       LINKAGE SECTION.
      *C CONSULTA, V VALIDA, A ANOTA
           77 E-OPERACION PIC X.
           77 E-AGENDA PIC X(15).
           77 E-NOMBRE PIC X(30).
      *ETAPA A VALIDAR O ANOTAR; EN LA CONSULTA, LA VIGENTE
           77 E-ETAPA PIC X(10).
      *EN LA CONSULTA Y EN LA ANOTACION, FECHA (AAAAMMDD) DE LA ETAPA
      *VIGENTE AL VOLVER
           77 E-FECHA PIC 9(8).
      *FORMULARIO, LOTE... Y OPERADOR QUE HACE EL CAMBIO
           77 E-ORIGEN PIC X(10).
           77 E-OPERADOR PIC X(8).
      *0 = BIEN (ANOTADA, VALIDA O CONSULTADA); 1 = SIN CAMBIO (YA
      *ERA LA VIGENTE); 2 = ETAPA QUE NO ESTA EN LA LISTA; 8 = ERROR
      *AL ESCRIBIR EL FICHERO
           77 E-ESTADO PIC 9.

       PROCEDURE DIVISION USING E-OPERACION E-AGENDA E-NOMBRE
               E-ETAPA E-FECHA E-ORIGEN E-OPERADOR E-ESTADO.

       TRATAR-ETAPA.
           MOVE 0 TO E-ESTADO.
           MOVE 0 TO RETURN-CODE.
           EVALUATE E-OPERACION
               WHEN "C"
                   PERFORM LEER-ETAPA-VIGENTE
                   MOVE ETAPA-VIGENTE TO E-ETAPA
                   MOVE FECHA-VIGENTE TO E-FECHA
               WHEN "V"
                   PERFORM VALIDAR-ETAPA
               WHEN "A"
                   PERFORM VALIDAR-ETAPA
                   IF E-ESTADO = 0
                       PERFORM LEER-ETAPA-VIGENTE
                       IF E-ETAPA = ETAPA-VIGENTE
                           MOVE 1 TO E-ESTADO
                           MOVE FECHA-VIGENTE TO E-FECHA
                       ELSE
                           PERFORM GRABAR-ETAPA
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 2 TO E-ESTADO
           END-EVALUATE.
           GOBACK.

      *LA ETAPA SE COMPARA EN MAYUSCULAS CONTRA LA LISTA CERRADA
       VALIDAR-ETAPA.
           INSPECT E-ETAPA CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE 2 TO E-ESTADO.
           PERFORM VARYING IDX-ETP FROM 1 BY 1 UNTIL IDX-ETP > 5
               IF E-ETAPA = ETAPA-VALIDA(IDX-ETP)
                   MOVE 0 TO E-ESTADO
               END-IF
           END-PERFORM.

      *EL FICHERO VA EN ORDEN DE ANOTACION: LA ULTIMA LINEA DEL
      *CONTACTO ES SU ETAPA VIGENTE
       LEER-ETAPA-VIGENTE.
           MOVE SPACES TO ETAPA-VIGENTE.
           MOVE 0 TO FECHA-VIGENTE.
           OPEN INPUT ETAPAS-FILE.
           IF FS-ETAPAS = "00"
               PERFORM UNTIL FS-ETAPAS = "10"
                   READ ETAPAS-FILE
                       AT END
                           MOVE "10" TO FS-ETAPAS
                       NOT AT END
                           MOVE SPACES TO ETAPA-LEIDA
                           UNSTRING LINEA-ETAPAS DELIMITED BY ";"
                               INTO ETL-AGENDA ETL-NOMBRE ETL-ETAPA
                                   ETL-FECHA
                           IF ETL-AGENDA = E-AGENDA
                               AND ETL-NOMBRE = E-NOMBRE
                               MOVE ETL-ETAPA TO ETAPA-VIGENTE
                               MOVE ETL-FECHA TO FECHA-VIGENTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ETAPAS-FILE
           END-IF.

       GRABAR-ETAPA.
           ACCEPT FECHA-HOY FROM DATE.
           IF FECHA-HOY < 19000101
               ADD 20000000 TO FECHA-HOY
           END-IF.
           OPEN EXTEND ETAPAS-FILE.
           IF FS-ETAPAS = "35"
               OPEN OUTPUT ETAPAS-FILE
           END-IF.
           IF FS-ETAPAS = "00"
               MOVE SPACES TO LINEA-ETAPAS
               STRING E-AGENDA DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   E-NOMBRE DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   E-ETAPA DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   FECHA-HOY DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   E-ORIGEN DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   E-OPERADOR DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   ETAPA-VIGENTE DELIMITED BY SIZE
                   INTO LINEA-ETAPAS
               WRITE LINEA-ETAPAS
               CLOSE ETAPAS-FILE
               MOVE FECHA-HOY TO E-FECHA
           ELSE
               DISPLAY "Error al abrir ETAPAS: " FS-ETAPAS
               MOVE 8 TO E-ESTADO
               MOVE 4 TO RETURN-CODE
           END-IF.

       END PROGRAM ETPSUB01.
