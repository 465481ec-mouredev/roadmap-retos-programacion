     /*
      * REASIGNACION MASIVA DE CONTACTOS ENTRE ORGANIZACIONES.
      * No es la solucion de ningun reto: es la utilidad de lote que
      * evita cambiar a mano, contacto a contacto desde RETO-03, el
      * campo ORGANIZACION cuando un proveedor del maestro ORGANIZA
      * es absorbido por otro o cambia de codigo. Lee el fichero de
      * tarjetas REASORG, una por linea:
      *   VIEJO;NUEVO;ACCION;RETIRAR
      * donde ACCION es
      *   - MOVER: cambio de codigo. NUEVO no puede existir aun en
      *     ORGANIZA; se da de alta con los datos de VIEJO.
      *   - FUSIONAR: absorcion. NUEVO tiene que existir ya en
      *     ORGANIZA; sus datos no se tocan.
      * y RETIRAR (S/N, en blanco N) quita ademas la entrada VIEJO
      * del maestro. Una tarjeta con datos incoherentes se rechaza
      * entera, con su motivo en el informe y en EXCEPCIONES, y no
      * mueve ningun contacto.
      * Despues recorre CONTACTOS (activos y bajas, para no dejar
      * huerfanos) y reapunta cada contacto cuyo ORGANIZACION sea el
      * VIEJO de una tarjeta aceptada por el camino de grabacion de
      * siempre: REWRITE del registro, linea MODIFICAR en AUDITORIA
      * con el formato de la agenda interactiva y refresco del
      * registro de control con CTLSUB01. Cada contacto tocado sale
      * en el informe REASINF con su organizacion antes y despues.
      * Las tarjetas no se encadenan en la misma pasada: un contacto
      * de A con tarjetas A->B y B->C queda en B; la segunda
      * reasignacion se lanza en otra ejecucion.
      * Cada contacto reapuntado deja su linea M en el satelite
      * PROCEDEN (PROSUB01) con canal REASIGNA.
      */
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REASIGNA-ORGANIZA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTACTOS-FILE ASSIGN TO "CONTACTOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLAVE-REG
               ALTERNATE RECORD KEY IS TELEFONO-REG WITH DUPLICATES
               FILE STATUS IS FS-CONTACTOS.
           SELECT REASORG-FILE ASSIGN TO "REASORG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REASORG.
           SELECT ORGANIZA-FILE ASSIGN TO "ORGANIZA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ORGANIZA.
           SELECT REASINF-FILE ASSIGN TO "REASINF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REASINF.
           SELECT AUDITORIA-FILE ASSIGN TO "AUDITORIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITORIA.
           SELECT EXCEPCIONES-FILE ASSIGN TO "EXCEPCIONES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXCEPCIONES.
      * Registro comun de fin de ejecucion (copybooks/RESUMEN.cpy),
      * compartido por toda la suite y resumido por RESUMEN-NOCHE.
           SELECT RESUMEN-FILE ASSIGN TO "RESUMEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RESUMEN.
       DATA DIVISION.
       FILE SECTION.
       FD CONTACTOS-FILE.
           01 REG-CONTACTO.
      * Registro canonico de contacto (copybooks/CONTACTO.cpy), mismo
      * REPLACING que usa any7dev.cbl para su REG-CONTACTO.
               COPY CONTACTO REPLACING
                   ==CLAVE-CONTACTO== BY ==CLAVE-REG==
                   ==AGENDA-NOMBRE== BY ==AGENDA-NOMBRE-REG==
                   ==NOMBRE== BY ==NOMBRE-REG==
                   ==ESTADO== BY ==ESTADO-REG==
                   ==NUMERO== BY ==NUMERO-REG==
                   ==NUM-TIPO== BY ==NUM-TIPO-REG==
                   ==NUM-PAIS== BY ==NUM-PAIS-REG==
                   ==NUM-PRINCIPAL== BY ==NUM-PRINCIPAL-REG==
                   ==NUM-EXT== BY ==NUM-EXT-REG==
                   ==TELEFONO== BY ==TELEFONO-REG==
                   ==CONTACTO-ACTIVO== BY ==CONTACTO-ACTIVO-REG==
                   ==CONTACTO-BORRADO== BY ==CONTACTO-BORRADO-REG==
                   ==ORGANIZACION== BY ==ORGANIZACION-REG==.

       FD REASORG-FILE.
           01 LINEA-REASORG PIC X(80).

       FD ORGANIZA-FILE.
           01 LINEA-ORGANIZA PIC X(150).

       FD REASINF-FILE.
           01 LINEA-REASINF PIC X(110).

       FD AUDITORIA-FILE.
      * Mismo formato de columnas que la agenda interactiva (fecha,
      * hora, operacion, nombre, agenda, telefono, operador), para
      * que la restauracion por reproduccion tambien entienda estas
      * lineas.
           01 LINEA-AUDITORIA PIC X(120).

       FD EXCEPCIONES-FILE.
           01 LINEA-EXCEPCION PIC X(90).

       FD RESUMEN-FILE.
           01 LINEA-RESUMEN PIC X(50).

       WORKING-STORAGE SECTION.
           77 FS-CONTACTOS PIC XX.
           77 FS-REASORG PIC XX.
           77 FS-ORGANIZA PIC XX.
           77 FS-REASINF PIC XX.
           77 FS-AUDITORIA PIC XX.
           77 FS-EXCEPCIONES PIC XX.

           77 FECHA-HOY PIC 9(8).
           77 HORA-HOY PIC 9(8).

      * Copia en memoria del maestro, como en MANTENER-ORGANIZA.
           01 TABLA-ORGANIZA.
               05 FILA-ORGANIZA OCCURS 100 TIMES.
                   10 ORG-CODIGO PIC X(8).
                   10 ORG-NOMBRE PIC X(30).
                   10 ORG-TELEFONO PIC X(13).
                   10 ORG-DIRECCION PIC X(40).
                   10 ORG-DOMINIO PIC X(30).
                   10 ORG-NIF PIC X(9).
                   10 ORG-PROVEEDOR PIC X(10).
           77 TOTAL-ORGANIZA PIC 9(3) VALUE 0.
           77 IDX-ORG PIC 9(3).
           77 IDX-MOVER PIC 9(3).
           77 POS-VIEJO PIC 9(3).
           77 CODIGO-AUX PIC X(8).
           77 SW-ORG PIC X.
               88 CODIGO-HALLADO VALUE "S".
           77 SW-MAESTRO PIC X VALUE "N".
               88 MAESTRO-CAMBIADO VALUE "S".

      * Tarjetas aceptadas, con los contactos que mueve cada una.
           01 TABLA-TARJETAS.
               05 FILA-TARJETA OCCURS 50 TIMES.
                   10 TAR-VIEJO PIC X(8).
                   10 TAR-NUEVO PIC X(8).
                   10 TAR-ACCION PIC X(8).
                   10 TAR-RETIRAR PIC X.
                   10 TAR-CONTACTOS PIC 9(5).
           77 TOTAL-TARJETAS PIC 9(2) VALUE 0.
           77 IDX-TAR PIC 9(2).
           77 SW-TAR PIC X.
               88 TARJETA-HALLADA VALUE "S".

      * Troceado de la tarjeta en curso.
           77 CAR-VIEJO PIC X(8).
           77 CAR-NUEVO PIC X(8).
           77 CAR-ACCION PIC X(8).
               88 ACCION-MOVER VALUE "MOVER".
               88 ACCION-FUSIONAR VALUE "FUSIONAR".
           77 CAR-RETIRAR PIC X.
           77 MOTIVO-RECHAZO PIC X(15).

           77 TARJETAS-LEIDAS PIC 9(4) VALUE 0.
           77 TARJETAS-RECHAZADAS PIC 9(4) VALUE 0.
           77 REASIGNADOS PIC 9(5) VALUE 0.
           77 ESTADO-TEXTO PIC X(6).

           77 AUDIT-OPERACION PIC X(10).
           77 AUDIT-FECHA PIC 9(8).
           77 AUDIT-HORA PIC 9(8).

      * Dato de la excepcion en curso, como en los demas programas.
           01 EXCEPCION-ACTUAL.
               COPY EXCEPCION.

      * Parametros de la subrutina compartida de la cola central de
      * impresion SPOSUB01, a la que se entrega el informe REASINF.
           77 SPO-FICHERO PIC X(8).
           77 SPO-INFORME PIC X(8).
           77 SPO-OPERADOR PIC X(8).
           77 SPO-ESTADO PIC 9.

      * Registro de fin de ejecucion para el fichero RESUMEN.
           77 FS-RESUMEN PIC XX.
           01 RESUMEN-ACTUAL.
               COPY RESUMEN.

      * Eslabon de la cadena de AUDITORIA, que sella AUDSUB01 justo
      * antes de cada WRITE.
           01 SELLO-AUDITORIA.
               COPY SELLO.

      * Parametros de PROSUB01 para la procedencia del cambio.
           01 PROCEDENCIA.
               COPY PROCEDE.

           77 CODIGO-SALIDA PIC 9 VALUE ZERO.

       PROCEDURE DIVISION.
       PRINCIPAL.
           MOVE "REASORG" TO EXC-PROGRAMA.
           MOVE "LOTE" TO EXC-OPERADOR.
           ACCEPT FECHA-HOY FROM DATE.
           IF FECHA-HOY < 19000101
               ADD 20000000 TO FECHA-HOY
           END-IF.
           ACCEPT HORA-HOY FROM TIME.
           OPEN INPUT REASORG-FILE.
           IF FS-REASORG NOT = "00"
               DISPLAY "No se encuentra el fichero de tarjetas REASORG"
               MOVE 8 TO CODIGO-SALIDA
           ELSE
               PERFORM CARGAR-ORGANIZA
               OPEN OUTPUT REASINF-FILE
               OPEN EXTEND EXCEPCIONES-FILE
               IF FS-EXCEPCIONES = "35"
                   OPEN OUTPUT EXCEPCIONES-FILE
               END-IF
               MOVE SPACES TO LINEA-REASINF
               STRING "REASIGNACION DE ORGANIZACIONES - " FECHA-HOY
                   " " HORA-HOY
                   DELIMITED BY SIZE INTO LINEA-REASINF
               WRITE LINEA-REASINF
               MOVE SPACES TO LINEA-REASINF
               WRITE LINEA-REASINF
               MOVE "TARJETAS:" TO LINEA-REASINF
               WRITE LINEA-REASINF
               PERFORM UNTIL FS-REASORG = "10"
                   READ REASORG-FILE
                       AT END
                           MOVE "10" TO FS-REASORG
                       NOT AT END
                           IF LINEA-REASORG NOT = SPACES
                               PERFORM TRATAR-TARJETA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REASORG-FILE
               IF TOTAL-TARJETAS > 0
                   PERFORM REASIGNAR-CONTACTOS
               END-IF
      * Sin la pasada sobre CONTACTOS el maestro no se toca: los
      * contactos quedarian apuntando a codigos retirados.
               IF MAESTRO-CAMBIADO AND CODIGO-SALIDA NOT = 8
                   PERFORM GRABAR-ORGANIZA
               END-IF
               PERFORM ESCRIBIR-TOTALES
               CLOSE EXCEPCIONES-FILE
           END-IF.
           MOVE "REASORG" TO RES-PROGRAMA.
           MOVE TARJETAS-LEIDAS TO RES-ENTRADAS.
           MOVE REASIGNADOS TO RES-SALIDAS.
           MOVE TARJETAS-RECHAZADAS TO RES-RECHAZOS.
           MOVE CODIGO-SALIDA TO RES-RC.
           PERFORM GRABAR-RESUMEN.
           MOVE CODIGO-SALIDA TO RETURN-CODE.
           STOP RUN.

       CARGAR-ORGANIZA.
           OPEN INPUT ORGANIZA-FILE.
           IF FS-ORGANIZA = "00"
               PERFORM UNTIL FS-ORGANIZA = "10"
                   READ ORGANIZA-FILE
                       AT END
                           MOVE "10" TO FS-ORGANIZA
                       NOT AT END
                           IF TOTAL-ORGANIZA < 100
                               ADD 1 TO TOTAL-ORGANIZA
                               MOVE SPACES TO
                                   FILA-ORGANIZA(TOTAL-ORGANIZA)
                               UNSTRING LINEA-ORGANIZA
                                   DELIMITED BY ";"
                                   INTO ORG-CODIGO(TOTAL-ORGANIZA)
                                       ORG-NOMBRE(TOTAL-ORGANIZA)
                                       ORG-TELEFONO(TOTAL-ORGANIZA)
                                       ORG-DIRECCION(TOTAL-ORGANIZA)
                                       ORG-DOMINIO(TOTAL-ORGANIZA)
                                       ORG-NIF(TOTAL-ORGANIZA)
                                       ORG-PROVEEDOR(TOTAL-ORGANIZA)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORGANIZA-FILE
           END-IF.

      * VALIDA LA TARJETA CONTRA EL MAESTRO Y CONTRA LAS YA ACEPTADAS
      * Y APLICA AL MAESTRO EN MEMORIA EL ALTA Y LA RETIRADA
       TRATAR-TARJETA.
           ADD 1 TO TARJETAS-LEIDAS.
           MOVE SPACES TO CAR-VIEJO.
           MOVE SPACES TO CAR-NUEVO.
           MOVE SPACES TO CAR-ACCION.
           MOVE SPACES TO CAR-RETIRAR.
           UNSTRING LINEA-REASORG DELIMITED BY ";"
               INTO CAR-VIEJO CAR-NUEVO CAR-ACCION CAR-RETIRAR.
           MOVE FUNCTION UPPER-CASE(CAR-ACCION) TO CAR-ACCION.
           MOVE FUNCTION UPPER-CASE(CAR-RETIRAR) TO CAR-RETIRAR.
           IF CAR-RETIRAR NOT = "S"
               MOVE "N" TO CAR-RETIRAR
           END-IF.
           MOVE SPACES TO MOTIVO-RECHAZO.
           IF CAR-VIEJO = SPACES OR CAR-NUEVO = SPACES
               OR CAR-VIEJO = CAR-NUEVO
               MOVE "DATOS" TO MOTIVO-RECHAZO
           ELSE
           IF NOT ACCION-MOVER AND NOT ACCION-FUSIONAR
               MOVE "ACCION" TO MOTIVO-RECHAZO
           ELSE
           IF TOTAL-TARJETAS >= 50
               MOVE "DEMASIADAS" TO MOTIVO-RECHAZO
           ELSE
               MOVE CAR-VIEJO TO CODIGO-AUX
               PERFORM BUSCAR-TARJETA
               IF TARJETA-HALLADA
                   MOVE "DUPLICADA" TO MOTIVO-RECHAZO
               ELSE
                   PERFORM BUSCAR-ORGANIZA
                   IF NOT CODIGO-HALLADO
                       MOVE "VIEJO-NO-EXISTE" TO MOTIVO-RECHAZO
                   ELSE
                       MOVE IDX-ORG TO POS-VIEJO
                       MOVE CAR-NUEVO TO CODIGO-AUX
                       PERFORM BUSCAR-ORGANIZA
                       IF ACCION-FUSIONAR AND NOT CODIGO-HALLADO
                           MOVE "NUEVO-NO-EXISTE" TO MOTIVO-RECHAZO
                       END-IF
      * Un cambio de codigo hacia un codigo que ya existe es en
      * realidad una fusion: se pide la tarjeta con FUSIONAR.
                       IF ACCION-MOVER AND CODIGO-HALLADO
                           MOVE "NUEVO-YA-EXISTE" TO MOTIVO-RECHAZO
                       END-IF
                       IF ACCION-MOVER AND NOT CODIGO-HALLADO
                           AND TOTAL-ORGANIZA >= 100
                           AND CAR-RETIRAR NOT = "S"
                           MOVE "MAESTRO-LLENO" TO MOTIVO-RECHAZO
                       END-IF
                   END-IF
               END-IF
           END-IF
           END-IF
           END-IF.
           IF MOTIVO-RECHAZO = SPACES
               PERFORM ACEPTAR-TARJETA
           ELSE
               PERFORM RECHAZAR-TARJETA
           END-IF.

       ACEPTAR-TARJETA.
           ADD 1 TO TOTAL-TARJETAS.
           MOVE CAR-VIEJO TO TAR-VIEJO(TOTAL-TARJETAS).
           MOVE CAR-NUEVO TO TAR-NUEVO(TOTAL-TARJETAS).
           MOVE CAR-ACCION TO TAR-ACCION(TOTAL-TARJETAS).
           MOVE CAR-RETIRAR TO TAR-RETIRAR(TOTAL-TARJETAS).
           MOVE 0 TO TAR-CONTACTOS(TOTAL-TARJETAS).
      * El cambio de codigo se lleva los datos de la organizacion:
      * si se retira el viejo se renombra en su sitio; si no, se
      * duplica la fila con el codigo nuevo.
           IF ACCION-MOVER
               IF CAR-RETIRAR = "S"
                   MOVE CAR-NUEVO TO ORG-CODIGO(POS-VIEJO)
               ELSE
                   ADD 1 TO TOTAL-ORGANIZA
                   MOVE FILA-ORGANIZA(POS-VIEJO) TO
                       FILA-ORGANIZA(TOTAL-ORGANIZA)
                   MOVE CAR-NUEVO TO ORG-CODIGO(TOTAL-ORGANIZA)
      * El numero de proveedor de contabilidad se queda con el viejo,
      * que sigue en el maestro: la copia viaja a contabilidad como
      * proveedor nuevo.
                   MOVE SPACES TO ORG-PROVEEDOR(TOTAL-ORGANIZA)
               END-IF
           ELSE
               IF CAR-RETIRAR = "S"
      * Se compacta la tabla pisando el retirado con los siguientes.
                   PERFORM VARYING IDX-MOVER FROM POS-VIEJO BY 1
                           UNTIL IDX-MOVER >= TOTAL-ORGANIZA
                       MOVE FILA-ORGANIZA(IDX-MOVER + 1) TO
                           FILA-ORGANIZA(IDX-MOVER)
                   END-PERFORM
                   SUBTRACT 1 FROM TOTAL-ORGANIZA
               END-IF
           END-IF.
           IF ACCION-MOVER OR CAR-RETIRAR = "S"
               MOVE "S" TO SW-MAESTRO
           END-IF.
           MOVE SPACES TO LINEA-REASINF.
           STRING "  ACEPTADA  " CAR-VIEJO " -> " CAR-NUEVO " "
               CAR-ACCION " RETIRAR VIEJO: " CAR-RETIRAR
               DELIMITED BY SIZE INTO LINEA-REASINF.
           WRITE LINEA-REASINF.

       RECHAZAR-TARJETA.
           ADD 1 TO TARJETAS-RECHAZADAS.
           MOVE 4 TO CODIGO-SALIDA.
           MOVE SPACES TO LINEA-REASINF.
           STRING "  RECHAZADA " CAR-VIEJO " -> " CAR-NUEVO " "
               CAR-ACCION " MOTIVO " MOTIVO-RECHAZO
               DELIMITED BY SIZE INTO LINEA-REASINF.
           WRITE LINEA-REASINF.
           MOVE MOTIVO-RECHAZO TO EXC-TIPO.
           MOVE "A" TO EXC-GRAVEDAD.
           MOVE SPACES TO EXC-DETALLE.
           STRING CAR-VIEJO DELIMITED BY SPACE
               "->" DELIMITED BY SIZE
               CAR-NUEVO DELIMITED BY SPACE
               INTO EXC-DETALLE.
           PERFORM REGISTRAR-EXCEPCION.

      * DEJA EN IDX-ORG LA POSICION DEL CODIGO-AUX, SI ESTA
       BUSCAR-ORGANIZA.
           MOVE "N" TO SW-ORG.
           PERFORM VARYING IDX-ORG FROM 1 BY 1
                   UNTIL IDX-ORG > TOTAL-ORGANIZA
                       OR CODIGO-HALLADO
               IF ORG-CODIGO(IDX-ORG) = CODIGO-AUX
                   MOVE "S" TO SW-ORG
               END-IF
           END-PERFORM.
           IF CODIGO-HALLADO
               SUBTRACT 1 FROM IDX-ORG
           END-IF.

      * DEJA EN IDX-TAR LA TARJETA ACEPTADA CUYO VIEJO ES CODIGO-AUX
       BUSCAR-TARJETA.
           MOVE "N" TO SW-TAR.
           PERFORM VARYING IDX-TAR FROM 1 BY 1
                   UNTIL IDX-TAR > TOTAL-TARJETAS
                       OR TARJETA-HALLADA
               IF TAR-VIEJO(IDX-TAR) = CODIGO-AUX
                   MOVE "S" TO SW-TAR
               END-IF
           END-PERFORM.
           IF TARJETA-HALLADA
               SUBTRACT 1 FROM IDX-TAR
           END-IF.

      * RECORRE CONTACTOS Y REAPUNTA, POR EL CAMINO DE GRABACION
      * DE SIEMPRE, CADA CONTACTO DE UNA ORGANIZACION VIEJA
       REASIGNAR-CONTACTOS.
           MOVE SPACES TO LINEA-REASINF.
           WRITE LINEA-REASINF.
           MOVE "CONTACTOS REASIGNADOS (ANTES -> DESPUES):"
               TO LINEA-REASINF.
           WRITE LINEA-REASINF.
           OPEN I-O CONTACTOS-FILE.
           IF FS-CONTACTOS NOT = "00"
               DISPLAY "No se puede abrir CONTACTOS: " FS-CONTACTOS
               MOVE 8 TO CODIGO-SALIDA
           ELSE
               OPEN EXTEND AUDITORIA-FILE
               IF FS-AUDITORIA = "35"
                   OPEN OUTPUT AUDITORIA-FILE
               END-IF
               PERFORM UNTIL FS-CONTACTOS = "10"
                   READ CONTACTOS-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO FS-CONTACTOS
                       NOT AT END
                           IF ORGANIZACION-REG NOT = SPACES
                               MOVE ORGANIZACION-REG TO CODIGO-AUX
                               PERFORM BUSCAR-TARJETA
                               IF TARJETA-HALLADA
                                   PERFORM REAPUNTAR-CONTACTO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTACTOS-FILE
               CLOSE AUDITORIA-FILE
      * El fichero cambio: se refresca su registro de control para
      * que la proxima carga interactiva no lo de por corrupto.
               IF REASIGNADOS > 0
                   CALL "CTLSUB01"
               END-IF
           END-IF.

       REAPUNTAR-CONTACTO.
           MOVE TAR-NUEVO(IDX-TAR) TO ORGANIZACION-REG.
           REWRITE REG-CONTACTO
               INVALID KEY
                   MOVE "REGRABACION" TO MOTIVO-RECHAZO
                   MOVE MOTIVO-RECHAZO TO EXC-TIPO
                   MOVE "A" TO EXC-GRAVEDAD
                   MOVE NOMBRE-REG TO EXC-DETALLE
                   PERFORM REGISTRAR-EXCEPCION
                   MOVE 4 TO CODIGO-SALIDA
               NOT INVALID KEY
                   ADD 1 TO REASIGNADOS
                   ADD 1 TO TAR-CONTACTOS(IDX-TAR)
                   MOVE "MODIFICAR" TO AUDIT-OPERACION
                   PERFORM REGISTRAR-AUDITORIA
                   PERFORM ANOTAR-PROCEDENCIA
                   IF CONTACTO-BORRADO-REG
                       MOVE "(BAJA)" TO ESTADO-TEXTO
                   ELSE
                       MOVE SPACES TO ESTADO-TEXTO
                   END-IF
                   MOVE SPACES TO LINEA-REASINF
                   STRING "  " AGENDA-NOMBRE-REG " " NOMBRE-REG " "
                       TAR-VIEJO(IDX-TAR) " -> " TAR-NUEVO(IDX-TAR)
                       " " ESTADO-TEXTO
                       DELIMITED BY SIZE INTO LINEA-REASINF
                   WRITE LINEA-REASINF
           END-REWRITE.

       GRABAR-ORGANIZA.
           OPEN OUTPUT ORGANIZA-FILE.
           PERFORM VARYING IDX-ORG FROM 1 BY 1
                   UNTIL IDX-ORG > TOTAL-ORGANIZA
               MOVE SPACES TO LINEA-ORGANIZA
               STRING ORG-CODIGO(IDX-ORG) DELIMITED BY SPACE
                   ";" DELIMITED BY SIZE
                   ORG-NOMBRE(IDX-ORG) DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   ORG-TELEFONO(IDX-ORG) DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   ORG-DIRECCION(IDX-ORG) DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   ORG-DOMINIO(IDX-ORG) DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   ORG-NIF(IDX-ORG) DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   ORG-PROVEEDOR(IDX-ORG) DELIMITED BY SIZE
                   INTO LINEA-ORGANIZA
               WRITE LINEA-ORGANIZA
           END-PERFORM.
           CLOSE ORGANIZA-FILE.

       ESCRIBIR-TOTALES.
           MOVE SPACES TO LINEA-REASINF.
           WRITE LINEA-REASINF.
           MOVE "TOTALES POR TARJETA:" TO LINEA-REASINF.
           WRITE LINEA-REASINF.
           PERFORM VARYING IDX-TAR FROM 1 BY 1
                   UNTIL IDX-TAR > TOTAL-TARJETAS
               MOVE SPACES TO LINEA-REASINF
               STRING "  " TAR-VIEJO(IDX-TAR) " -> "
                   TAR-NUEVO(IDX-TAR) " " TAR-ACCION(IDX-TAR) ": "
                   TAR-CONTACTOS(IDX-TAR) " CONTACTOS"
                   DELIMITED BY SIZE INTO LINEA-REASINF
               WRITE LINEA-REASINF
           END-PERFORM.
           MOVE SPACES TO LINEA-REASINF.
           STRING "TOTALES: " TARJETAS-LEIDAS " TARJETAS, "
               TARJETAS-RECHAZADAS " RECHAZADAS, " REASIGNADOS
               " CONTACTOS REASIGNADOS"
               DELIMITED BY SIZE INTO LINEA-REASINF.
           WRITE LINEA-REASINF.
           CLOSE REASINF-FILE.
      * El informe REASINF queda ademas en la cola central de
      * impresion, de donde lo libera el operador con LIBERAR-COLA.
           MOVE "REASINF" TO SPO-FICHERO.
           MOVE "REASINF" TO SPO-INFORME.
           MOVE "LOTE" TO SPO-OPERADOR.
           CALL "SPOSUB01" USING SPO-FICHERO SPO-INFORME SPO-OPERADOR
               SPO-ESTADO.
           DISPLAY "Reasignacion terminada: " TARJETAS-LEIDAS
               " tarjetas, " TARJETAS-RECHAZADAS " rechazadas, "
               REASIGNADOS " contactos reasignados".

      *EL REAPUNTE QUEDA EN PROCEDEN CON LA HORA DE ARRANQUE DEL PASO
      *COMO LOTE
       ANOTAR-PROCEDENCIA.
           MOVE "M" TO PRO-OPERACION.
           MOVE AGENDA-NOMBRE-REG TO PRO-AGENDA.
           MOVE NOMBRE-REG TO PRO-NOMBRE.
           MOVE "REASIGNA" TO PRO-CANAL.
           MOVE "REASORG" TO PRO-ORIGEN.
           DIVIDE HORA-HOY BY 100 GIVING PRO-HORA.
           MOVE EXC-OPERADOR TO PRO-OPERADOR.
           CALL "PROSUB01" USING PROCEDENCIA.

       REGISTRAR-AUDITORIA.
           ACCEPT AUDIT-FECHA FROM DATE
           ACCEPT AUDIT-HORA FROM TIME
           MOVE SPACES TO LINEA-AUDITORIA
           STRING AUDIT-FECHA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AUDIT-HORA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AUDIT-OPERACION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NOMBRE-REG DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AGENDA-NOMBRE-REG DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NUMERO-REG DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EXC-OPERADOR DELIMITED BY SIZE
               INTO LINEA-AUDITORIA
           SET SEL-NUEVA TO TRUE
           CALL "AUDSUB01" USING SELLO-AUDITORIA LINEA-AUDITORIA
           WRITE LINEA-AUDITORIA.

       REGISTRAR-EXCEPCION.
           ACCEPT EXC-FECHA FROM DATE
           ACCEPT EXC-HORA FROM TIME
           MOVE SPACES TO LINEA-EXCEPCION
           STRING EXC-FECHA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EXC-HORA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EXC-PROGRAMA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EXC-TIPO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EXC-DETALLE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EXC-GRAVEDAD DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EXC-OPERADOR DELIMITED BY SIZE
               INTO LINEA-EXCEPCION
           WRITE LINEA-EXCEPCION.


      *ANADE AL FICHERO COMUN RESUMEN EL REGISTRO DE FIN DE
      *EJECUCION, CON LOS CONTADORES QUE EL PROGRAMA YA LLEVA
       GRABAR-RESUMEN.
           ACCEPT RES-FECHA FROM DATE.
           ACCEPT RES-HORA FROM TIME.
           OPEN EXTEND RESUMEN-FILE.
           IF FS-RESUMEN = "35"
               OPEN OUTPUT RESUMEN-FILE
           END-IF.
           MOVE SPACES TO LINEA-RESUMEN.
           STRING RES-PROGRAMA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RES-FECHA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RES-HORA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RES-ENTRADAS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RES-SALIDAS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RES-RECHAZOS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RES-RC DELIMITED BY SIZE
               INTO LINEA-RESUMEN.
           WRITE LINEA-RESUMEN.
           CLOSE RESUMEN-FILE.

       END PROGRAM REASIGNA-ORGANIZA.
