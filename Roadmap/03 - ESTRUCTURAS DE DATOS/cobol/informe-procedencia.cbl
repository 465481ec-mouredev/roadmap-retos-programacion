     /*
      * CALIDAD DE LAS PROCEDENCIAS DE LOS CONTACTOS.
      * No es la solucion de ningun reto: es el informe mensual con
      * el que se decide a que fuente hay que devolverle los datos.
      * Lee el satelite PROCEDEN (PROSUB01), donde cada camino de
      * entrada deja el alta de cada contacto con su canal
      * (FORMULARIO, IMPORTAR, VCARD, DELEGACION, CRM, COPIA...) y el
      * lote o fichero que lo trajo, y mide por canal y por lote:
      *   - ALTAS        contactos dados de alta por ese canal
      *   - DUPLICADOS   altas que resultaron ser otro contacto que ya
      *                  estaba: absorbidas despues en una fusion de
      *                  DEPURA-DUPLICADOS (linea F de PROCEDEN con el
      *                  nombre del absorbido) o que repiten la clave
      *                  de un alta anterior
      *   - CORREGIDOS   altas que alguien tuvo que arreglar a mano:
      *                  una linea MODIFICAR de la AUDITORIA de un
      *                  operador (no LOTE) o un cambio devuelto por el
      *                  CRM, con fecha igual o posterior al alta
      *   - EXCEPCIONES  altas cuyo nombre sale como detalle en el
      *                  fichero EXCEPCIONES desde la fecha del alta
      * con el porcentaje de cada cosa sobre las altas. Un lote es el
      * canal, el origen y la fecha y hora de arranque de la carga.
      * El informe PROCINF va a la cola central de impresion.
      * SYSIN (opcional): fecha AAAAMMDD desde la que se cuentan las
      * altas; en blanco, todas las de PROCEDEN.
      * RC 0; 4 si falta PROCEDEN o hay altas o lotes que no caben
      * en las tablas (se anotan en EXCEPCIONES).
      */
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORME-PROCEDENCIA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROCEDEN-FILE ASSIGN TO "PROCEDEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PROCEDEN.
           SELECT AUDITORIA-FILE ASSIGN TO "AUDITORIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITORIA.
           SELECT EXCEPCIONES-FILE ASSIGN TO "EXCEPCIONES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXCEPCIONES.
           SELECT PROCINF-FILE ASSIGN TO "PROCINF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PROCINF.
      * Registro comun de fin de ejecucion (copybooks/RESUMEN.cpy),
      * compartido por toda la suite y resumido por RESUMEN-NOCHE.
           SELECT RESUMEN-FILE ASSIGN TO "RESUMEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RESUMEN.
       DATA DIVISION.
       FILE SECTION.
       FD PROCEDEN-FILE.
           01 LINEA-PROCEDEN PIC X(120).

       FD AUDITORIA-FILE.
           01 LINEA-AUDITORIA PIC X(120).

       FD EXCEPCIONES-FILE.
           01 LINEA-EXCEPCION PIC X(90).

       FD PROCINF-FILE.
           01 LINEA-PROCINF PIC X(120).

       FD RESUMEN-FILE.
           01 LINEA-RESUMEN PIC X(50).

       WORKING-STORAGE SECTION.
           77 FS-PROCEDEN PIC XX.
           77 FS-AUDITORIA PIC XX.
           77 FS-EXCEPCIONES PIC XX.
           77 FS-PROCINF PIC XX.

           77 FECHA-HOY PIC 9(8).
           77 HORA-HOY PIC 9(8).

      * Fecha desde la que se cuentan las altas, de SYSIN.
           77 DESDE-TEXTO PIC X(8).
           77 FECHA-DESDE PIC 9(8) VALUE 0.

      * Linea de PROCEDEN troceada.
           01 PROCEDENCIA-LEIDA.
               05 PRL-AGENDA PIC X(15).
               05 PRL-NOMBRE PIC X(30).
               05 PRL-TIPO PIC X.
               05 PRL-CANAL PIC X(10).
               05 PRL-ORIGEN PIC X(30).
               05 PRL-FECHA PIC X(8).
               05 PRL-HORA PIC X(6).
               05 PRL-OPERADOR PIC X(8).
           77 PRL-FECHA-NUM PIC 9(8).
           77 PRL-HORA-NUM PIC 9(6).

      * Altas de PROCEDEN, ordenadas por nombre, agenda y orden de
      * llegada para buscarlas con SEARCH ALL: la AUDITORIA trae
      * agenda y nombre, pero EXCEPCIONES solo el nombre.
           77 ALTAS-MAX PIC 9(5) VALUE 5000.
           01 TABLA-ALTAS.
               05 FILA-ALTA OCCURS 1 TO 5000 TIMES
                           DEPENDING ON TOTAL-ALTAS
                           ASCENDING KEY IS PRC-NOMBRE PRC-AGENDA
                               PRC-SECUENCIA
                           INDEXED BY IDX-ALTA.
                   10 PRC-NOMBRE PIC X(30).
                   10 PRC-AGENDA PIC X(15).
                   10 PRC-SECUENCIA PIC 9(7).
                   10 PRC-CANAL PIC X(10).
                   10 PRC-FECHA PIC 9(8).
                   10 PRC-LOTE PIC 9(3).
                   10 PRC-DUPLICADO PIC X.
                   10 PRC-CORREGIDO PIC X.
                   10 PRC-EXCEPCION PIC X.
           77 TOTAL-ALTAS PIC 9(5) VALUE 0.
           77 IDX-POS PIC 9(5).
           77 IDX-HALLADO PIC 9(5).

      * Busqueda de un alta: nombre, agenda (en blanco, cualquiera)
      * y fecha del hecho, que no puede ser anterior al alta. En las
      * excepciones se marcan todas las altas del nombre; en el resto
      * solo la ultima de la clave.
           77 BUS-NOMBRE PIC X(30).
           77 BUS-AGENDA PIC X(15).
           77 BUS-FECHA PIC 9(8).
           77 SW-MARCA PIC X.
               88 MARCA-DUPLICADO VALUE "D".
               88 MARCA-CORREGIDO VALUE "C".
               88 MARCA-EXCEPCION VALUE "E".
           77 SW-RETROCESO PIC X.
               88 FIN-RETROCESO VALUE "S".
           77 SW-AVANCE PIC X.
               88 FIN-AVANCE VALUE "S".

      * Lotes: canal, origen y fecha y hora de arranque de la carga.
           77 LOTES-MAX PIC 9(3) VALUE 300.
           01 TABLA-LOTES.
               05 FILA-LOTE OCCURS 300 TIMES.
                   10 LOT-CANAL PIC X(10).
                   10 LOT-ORIGEN PIC X(30).
                   10 LOT-FECHA PIC 9(8).
                   10 LOT-HORA PIC 9(6).
                   10 LOT-ALTAS PIC 9(6).
                   10 LOT-DUPLICADOS PIC 9(6).
                   10 LOT-CORREGIDOS PIC 9(6).
                   10 LOT-EXCEPCIONES PIC 9(6).
           77 TOTAL-LOTES PIC 9(3) VALUE 0.
           77 IDX-LOT PIC 9(3).
           77 LOTE-ACTUAL PIC 9(3) VALUE 0.

      * Canales de entrada.
           01 TABLA-CANALES.
               05 FILA-CANAL OCCURS 20 TIMES.
                   10 CAN-CANAL PIC X(10).
                   10 CAN-ALTAS PIC 9(6).
                   10 CAN-DUPLICADOS PIC 9(6).
                   10 CAN-CORREGIDOS PIC 9(6).
                   10 CAN-EXCEPCIONES PIC 9(6).
           77 TOTAL-CANALES PIC 9(2) VALUE 0.
           77 IDX-CAN PIC 9(2).

      * Linea de cifras comun a las secciones del informe.
           77 ETIQUETA-CIFRAS PIC X(57).
           77 CIF-ALTAS PIC 9(6).
           77 CIF-DUPLICADOS PIC 9(6).
           77 CIF-CORREGIDOS PIC 9(6).
           77 CIF-EXCEPCIONES PIC 9(6).
           77 ALTAS-TEXTO PIC Z(5)9.
           77 CUENTA-TEXTO PIC Z(5)9.
           77 TASA-TEXTO PIC ZZ9.9.
           77 CUENTA-TASA PIC 9(6).
           77 HORA-LOTE-TEXTO PIC 9(6).
           77 POS-CIFRAS PIC 9(3).
           01 TOTALES-INFORME.
               05 TOT-ALTAS PIC 9(6) VALUE 0.
               05 TOT-DUPLICADOS PIC 9(6) VALUE 0.
               05 TOT-CORREGIDOS PIC 9(6) VALUE 0.
               05 TOT-EXCEPCIONES PIC 9(6) VALUE 0.

      * Fecha de la AUDITORIA o de EXCEPCIONES (AAMMDD con dos ceros
      * delante en las lineas antiguas).
           77 FECHA-LINEA-X PIC X(8).
           77 FECHA-LINEA PIC 9(8).

      * Parametros de la subrutina de la cola central de
      * impresion SPOSUB01.
           77 SPO-FICHERO PIC X(8).
           77 SPO-INFORME PIC X(8).
           77 SPO-OPERADOR PIC X(8).
           77 SPO-ESTADO PIC 9.

           77 LINEAS-PROCEDEN PIC 9(7) VALUE 0.
           77 LINEAS-ILEGIBLES PIC 9(5) VALUE 0.
           77 ALTAS-SIN-HUECO PIC 9(5) VALUE 0.
           77 LOTES-SIN-HUECO PIC 9(5) VALUE 0.
           77 FUSIONES-LEIDAS PIC 9(5) VALUE 0.
           77 CAMBIOS-CRM PIC 9(5) VALUE 0.
           77 CORRECCIONES-AUDITORIA PIC 9(7) VALUE 0.
           77 LINEAS-EXCEPCIONES PIC 9(7) VALUE 0.

           01 EXCEPCION-ACTUAL.
               COPY EXCEPCION.

      * Registro de fin de ejecucion para el fichero RESUMEN.
           77 FS-RESUMEN PIC XX.
           01 RESUMEN-ACTUAL.
               COPY RESUMEN.

           77 CODIGO-SALIDA PIC 9 VALUE ZERO.

       PROCEDURE DIVISION.
       PRINCIPAL.
           MOVE "PROCEDE" TO EXC-PROGRAMA.
           MOVE "LOTE" TO EXC-OPERADOR.
           PERFORM LEER-PARAMETROS.
           OPEN INPUT PROCEDEN-FILE.
           IF FS-PROCEDEN NOT = "00"
               DISPLAY "Sin fichero PROCEDEN: no hay procedencias que "-
                   "medir"
               MOVE 4 TO CODIGO-SALIDA
           ELSE
               PERFORM CARGAR-ALTAS
               CLOSE PROCEDEN-FILE
               IF TOTAL-ALTAS > 1
                   SORT FILA-ALTA ON ASCENDING KEY PRC-NOMBRE
                       PRC-AGENDA PRC-SECUENCIA
                   PERFORM MARCAR-REALTAS
               END-IF
               IF TOTAL-ALTAS > 0
                   PERFORM CRUZAR-PROCEDEN
                   PERFORM CRUZAR-AUDITORIA
                   PERFORM CRUZAR-EXCEPCIONES
               END-IF
               PERFORM SUMAR-ALTAS
               IF ALTAS-SIN-HUECO > 0 OR LOTES-SIN-HUECO > 0
                   PERFORM ANOTAR-SIN-HUECO
                   MOVE 4 TO CODIGO-SALIDA
               END-IF
           END-IF.
           PERFORM ESCRIBIR-INFORME.
           MOVE "PROCEDE" TO RES-PROGRAMA.
           MOVE LINEAS-PROCEDEN TO RES-ENTRADAS.
           MOVE TOT-ALTAS TO RES-SALIDAS.
           MOVE ALTAS-SIN-HUECO TO RES-RECHAZOS.
           MOVE CODIGO-SALIDA TO RES-RC.
           PERFORM GRABAR-RESUMEN.
           MOVE CODIGO-SALIDA TO RETURN-CODE.
           STOP RUN.

      * FECHA DESDE LA QUE SE CUENTAN LAS ALTAS (EN BLANCO O
      * ILEGIBLE, TODAS)
       LEER-PARAMETROS.
           ACCEPT FECHA-HOY FROM DATE.
           IF FECHA-HOY < 19000101
               ADD 20000000 TO FECHA-HOY
           END-IF.
           ACCEPT HORA-HOY FROM TIME.
           MOVE SPACES TO DESDE-TEXTO.
           ACCEPT DESDE-TEXTO.
           IF DESDE-TEXTO IS NUMERIC
               MOVE DESDE-TEXTO TO FECHA-DESDE
           END-IF.
           IF FECHA-DESDE > 0
               DISPLAY "Procedencias de las altas desde " FECHA-DESDE
           ELSE
               DISPLAY "Procedencias de todas las altas registradas"
           END-IF.

      * PRIMERA PASADA: CADA LINEA A DE PROCEDEN ES UN ALTA, CON SU
      * LOTE
       CARGAR-ALTAS.
           PERFORM UNTIL FS-PROCEDEN = "10"
               READ PROCEDEN-FILE
                   AT END
                       MOVE "10" TO FS-PROCEDEN
                   NOT AT END
                       ADD 1 TO LINEAS-PROCEDEN
                       PERFORM TROCEAR-PROCEDEN
                       IF PRL-FECHA IS NUMERIC
                           IF PRL-TIPO = "A"
                               PERFORM CARGAR-ALTA
                           END-IF
                       ELSE
                           ADD 1 TO LINEAS-ILEGIBLES
                       END-IF
               END-READ
           END-PERFORM.

       TROCEAR-PROCEDEN.
           MOVE SPACES TO PROCEDENCIA-LEIDA.
           UNSTRING LINEA-PROCEDEN DELIMITED BY ";"
               INTO PRL-AGENDA PRL-NOMBRE PRL-TIPO PRL-CANAL
                   PRL-ORIGEN PRL-FECHA PRL-HORA PRL-OPERADOR.
           IF PRL-FECHA IS NUMERIC
               MOVE PRL-FECHA TO PRL-FECHA-NUM
           ELSE
               MOVE 0 TO PRL-FECHA-NUM
           END-IF.
           IF PRL-HORA IS NUMERIC
               MOVE PRL-HORA TO PRL-HORA-NUM
           ELSE
               MOVE 0 TO PRL-HORA-NUM
           END-IF.

       CARGAR-ALTA.
           IF TOTAL-ALTAS >= ALTAS-MAX
               ADD 1 TO ALTAS-SIN-HUECO
           ELSE
               PERFORM BUSCAR-LOTE
               ADD 1 TO TOTAL-ALTAS
               MOVE PRL-NOMBRE TO PRC-NOMBRE(TOTAL-ALTAS)
               MOVE PRL-AGENDA TO PRC-AGENDA(TOTAL-ALTAS)
               MOVE LINEAS-PROCEDEN TO PRC-SECUENCIA(TOTAL-ALTAS)
               MOVE PRL-CANAL TO PRC-CANAL(TOTAL-ALTAS)
               MOVE PRL-FECHA-NUM TO PRC-FECHA(TOTAL-ALTAS)
               MOVE LOTE-ACTUAL TO PRC-LOTE(TOTAL-ALTAS)
               MOVE "N" TO PRC-DUPLICADO(TOTAL-ALTAS)
               MOVE "N" TO PRC-CORREGIDO(TOTAL-ALTAS)
               MOVE "N" TO PRC-EXCEPCION(TOTAL-ALTAS)
           END-IF.

      * LAS LINEAS DE UN LOTE LLEGAN SEGUIDAS: SE MIRA PRIMERO EL
      * ULTIMO LOTE Y SOLO SI NO ES ESE SE RECORRE LA TABLA. UN LOTE
      * QUE NO CABE SE QUEDA SIN DESGLOSE (LOTE 0) PERO SUS ALTAS SE
      * CUENTAN EN SU CANAL
       BUSCAR-LOTE.
           IF LOTE-ACTUAL > 0
               IF LOT-CANAL(LOTE-ACTUAL) NOT = PRL-CANAL
                   OR LOT-ORIGEN(LOTE-ACTUAL) NOT = PRL-ORIGEN
                   OR LOT-FECHA(LOTE-ACTUAL) NOT = PRL-FECHA-NUM
                   OR LOT-HORA(LOTE-ACTUAL) NOT = PRL-HORA-NUM
                   MOVE 0 TO LOTE-ACTUAL
               END-IF
           END-IF.
           IF LOTE-ACTUAL = 0
               PERFORM VARYING IDX-LOT FROM 1 BY 1
                       UNTIL IDX-LOT > TOTAL-LOTES OR LOTE-ACTUAL > 0
                   IF LOT-CANAL(IDX-LOT) = PRL-CANAL
                       AND LOT-ORIGEN(IDX-LOT) = PRL-ORIGEN
                       AND LOT-FECHA(IDX-LOT) = PRL-FECHA-NUM
                       AND LOT-HORA(IDX-LOT) = PRL-HORA-NUM
                       MOVE IDX-LOT TO LOTE-ACTUAL
                   END-IF
               END-PERFORM
           END-IF.
           IF LOTE-ACTUAL = 0
               IF TOTAL-LOTES < LOTES-MAX
                   ADD 1 TO TOTAL-LOTES
                   MOVE TOTAL-LOTES TO LOTE-ACTUAL
                   MOVE PRL-CANAL TO LOT-CANAL(LOTE-ACTUAL)
                   MOVE PRL-ORIGEN TO LOT-ORIGEN(LOTE-ACTUAL)
                   MOVE PRL-FECHA-NUM TO LOT-FECHA(LOTE-ACTUAL)
                   MOVE PRL-HORA-NUM TO LOT-HORA(LOTE-ACTUAL)
                   MOVE 0 TO LOT-ALTAS(LOTE-ACTUAL)
                   MOVE 0 TO LOT-DUPLICADOS(LOTE-ACTUAL)
                   MOVE 0 TO LOT-CORREGIDOS(LOTE-ACTUAL)
                   MOVE 0 TO LOT-EXCEPCIONES(LOTE-ACTUAL)
               ELSE
                   ADD 1 TO LOTES-SIN-HUECO
               END-IF
           END-IF.

      * UNA SEGUNDA ALTA DE LA MISMA CLAVE (EL CONTACTO SE BORRO Y
      * VOLVIO A ENTRAR) ES UN DUPLICADO DEL CANAL QUE LO REPITE
       MARCAR-REALTAS.
           PERFORM VARYING IDX-POS FROM 2 BY 1
                   UNTIL IDX-POS > TOTAL-ALTAS
               IF PRC-NOMBRE(IDX-POS) = PRC-NOMBRE(IDX-POS - 1)
                   AND PRC-AGENDA(IDX-POS) = PRC-AGENDA(IDX-POS - 1)
                   MOVE "S" TO PRC-DUPLICADO(IDX-POS)
               END-IF
           END-PERFORM.

      * SEGUNDA PASADA: LAS FUSIONES (LINEA F, EL ABSORBIDO EN EL
      * ORIGEN) Y LOS CAMBIOS QUE DEVUELVE EL CRM
       CRUZAR-PROCEDEN.
           OPEN INPUT PROCEDEN-FILE.
           PERFORM UNTIL FS-PROCEDEN = "10"
               READ PROCEDEN-FILE
                   AT END
                       MOVE "10" TO FS-PROCEDEN
                   NOT AT END
                       PERFORM TROCEAR-PROCEDEN
                       EVALUATE TRUE
                           WHEN PRL-TIPO = "F"
                               PERFORM TRATAR-FUSION
                           WHEN PRL-TIPO = "M" AND PRL-CANAL = "CRM"
                               ADD 1 TO CAMBIOS-CRM
                               MOVE PRL-NOMBRE TO BUS-NOMBRE
                               MOVE PRL-AGENDA TO BUS-AGENDA
                               MOVE PRL-FECHA-NUM TO BUS-FECHA
                               MOVE "C" TO SW-MARCA
                               PERFORM BUSCAR-ALTA
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE PROCEDEN-FILE.

      * EL ABSORBIDO SE BUSCA PRIMERO EN LA AGENDA DEL SUPERVIVIENTE
      * Y, SI NO ESTA, EN CUALQUIER OTRA
       TRATAR-FUSION.
           ADD 1 TO FUSIONES-LEIDAS.
           MOVE PRL-ORIGEN TO BUS-NOMBRE.
           MOVE PRL-AGENDA TO BUS-AGENDA.
           MOVE PRL-FECHA-NUM TO BUS-FECHA.
           MOVE "D" TO SW-MARCA.
           PERFORM BUSCAR-ALTA.
           IF IDX-HALLADO = 0
               MOVE SPACES TO BUS-AGENDA
               PERFORM BUSCAR-ALTA
           END-IF.

      * TERCERA PASADA: LOS MODIFICAR DE LA AUDITORIA HECHOS POR UN
      * OPERADOR SON CORRECCIONES DE LO QUE TRAJO LA FUENTE
       CRUZAR-AUDITORIA.
           OPEN INPUT AUDITORIA-FILE.
           IF FS-AUDITORIA = "00"
               PERFORM UNTIL FS-AUDITORIA = "10"
                   READ AUDITORIA-FILE
                       AT END
                           MOVE "10" TO FS-AUDITORIA
                       NOT AT END
                           IF LINEA-AUDITORIA(19:10) = "MODIFICAR"
                               AND LINEA-AUDITORIA(97:8) NOT = "LOTE"
                               AND LINEA-AUDITORIA(97:8) NOT = SPACES
                               PERFORM TRATAR-CORRECCION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDITORIA-FILE
           END-IF.

       TRATAR-CORRECCION.
           MOVE LINEA-AUDITORIA(1:8) TO FECHA-LINEA-X.
           PERFORM CONVERTIR-FECHA-LINEA.
           IF FECHA-LINEA > 0
               ADD 1 TO CORRECCIONES-AUDITORIA
               MOVE LINEA-AUDITORIA(30:30) TO BUS-NOMBRE
               MOVE LINEA-AUDITORIA(61:15) TO BUS-AGENDA
               MOVE FECHA-LINEA TO BUS-FECHA
               MOVE "C" TO SW-MARCA
               PERFORM BUSCAR-ALTA
           END-IF.

      * CUARTA PASADA: EL DETALLE DE EXCEPCIONES LLEVA EL NOMBRE DEL
      * CONTACTO AFECTADO, SIN AGENDA
       CRUZAR-EXCEPCIONES.
           OPEN INPUT EXCEPCIONES-FILE.
           IF FS-EXCEPCIONES = "00"
               PERFORM UNTIL FS-EXCEPCIONES = "10"
                   READ EXCEPCIONES-FILE
                       AT END
                           MOVE "10" TO FS-EXCEPCIONES
                       NOT AT END
                           ADD 1 TO LINEAS-EXCEPCIONES
                           PERFORM TRATAR-EXCEPCION
                   END-READ
               END-PERFORM
               CLOSE EXCEPCIONES-FILE
           END-IF.

       TRATAR-EXCEPCION.
           MOVE LINEA-EXCEPCION(1:8) TO FECHA-LINEA-X.
           PERFORM CONVERTIR-FECHA-LINEA.
           IF FECHA-LINEA > 0 AND LINEA-EXCEPCION(44:30) NOT = SPACES
               MOVE LINEA-EXCEPCION(44:30) TO BUS-NOMBRE
               MOVE SPACES TO BUS-AGENDA
               MOVE FECHA-LINEA TO BUS-FECHA
               MOVE "E" TO SW-MARCA
               PERFORM BUSCAR-ALTA
           END-IF.

       CONVERTIR-FECHA-LINEA.
           IF FECHA-LINEA-X IS NUMERIC
               MOVE FECHA-LINEA-X TO FECHA-LINEA
               IF FECHA-LINEA < 19000101
                   ADD 20000000 TO FECHA-LINEA
               END-IF
           ELSE
               MOVE 0 TO FECHA-LINEA
           END-IF.

      * SEARCH ALL DA UNA FILA CUALQUIERA DEL NOMBRE: SE VUELVE A LA
      * PRIMERA Y SE RECORREN TODAS LAS DEL NOMBRE. CUENTA LA ULTIMA
      * ALTA DE LA CLAVE ANTERIOR AL HECHO; EN LAS EXCEPCIONES, TODAS
       BUSCAR-ALTA.
           MOVE 0 TO IDX-HALLADO.
           MOVE 0 TO IDX-POS.
           SEARCH ALL FILA-ALTA
               AT END
                   CONTINUE
               WHEN PRC-NOMBRE(IDX-ALTA) = BUS-NOMBRE
                   SET IDX-POS TO IDX-ALTA
           END-SEARCH.
           IF IDX-POS > 0
               MOVE "N" TO SW-RETROCESO
               PERFORM UNTIL FIN-RETROCESO
                   IF IDX-POS = 1
                       MOVE "S" TO SW-RETROCESO
                   ELSE
                       IF PRC-NOMBRE(IDX-POS - 1) = BUS-NOMBRE
                           SUBTRACT 1 FROM IDX-POS
                       ELSE
                           MOVE "S" TO SW-RETROCESO
                       END-IF
                   END-IF
               END-PERFORM
               MOVE "N" TO SW-AVANCE
               PERFORM UNTIL FIN-AVANCE
                   PERFORM MIRAR-CANDIDATA
                   IF IDX-POS >= TOTAL-ALTAS
                       MOVE "S" TO SW-AVANCE
                   ELSE
                       ADD 1 TO IDX-POS
                       IF PRC-NOMBRE(IDX-POS) NOT = BUS-NOMBRE
                           MOVE "S" TO SW-AVANCE
                       END-IF
                   END-IF
               END-PERFORM
               IF IDX-HALLADO > 0
                   EVALUATE TRUE
                       WHEN MARCA-DUPLICADO
                           MOVE "S" TO PRC-DUPLICADO(IDX-HALLADO)
                       WHEN MARCA-CORREGIDO
                           MOVE "S" TO PRC-CORREGIDO(IDX-HALLADO)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF.

       MIRAR-CANDIDATA.
           IF (BUS-AGENDA = SPACES
               OR PRC-AGENDA(IDX-POS) = BUS-AGENDA)
               AND PRC-FECHA(IDX-POS) <= BUS-FECHA
               MOVE IDX-POS TO IDX-HALLADO
               IF MARCA-EXCEPCION
                   MOVE "S" TO PRC-EXCEPCION(IDX-POS)
               END-IF
           END-IF.

      * CADA ALTA DEL PERIODO SE SUMA A SU CANAL Y A SU LOTE
       SUMAR-ALTAS.
           PERFORM VARYING IDX-POS FROM 1 BY 1
                   UNTIL IDX-POS > TOTAL-ALTAS
               IF PRC-FECHA(IDX-POS) >= FECHA-DESDE
                   PERFORM SUMAR-ALTA
               END-IF
           END-PERFORM.

       SUMAR-ALTA.
           MOVE 0 TO IDX-HALLADO.
           PERFORM VARYING IDX-CAN FROM 1 BY 1
                   UNTIL IDX-CAN > TOTAL-CANALES OR IDX-HALLADO > 0
               IF CAN-CANAL(IDX-CAN) = PRC-CANAL(IDX-POS)
                   MOVE IDX-CAN TO IDX-HALLADO
               END-IF
           END-PERFORM.
           IF IDX-HALLADO = 0 AND TOTAL-CANALES < 20
               ADD 1 TO TOTAL-CANALES
               MOVE TOTAL-CANALES TO IDX-HALLADO
               MOVE PRC-CANAL(IDX-POS) TO CAN-CANAL(IDX-HALLADO)
               MOVE 0 TO CAN-ALTAS(IDX-HALLADO)
               MOVE 0 TO CAN-DUPLICADOS(IDX-HALLADO)
               MOVE 0 TO CAN-CORREGIDOS(IDX-HALLADO)
               MOVE 0 TO CAN-EXCEPCIONES(IDX-HALLADO)
           END-IF.
           ADD 1 TO TOT-ALTAS.
           IF IDX-HALLADO > 0
               ADD 1 TO CAN-ALTAS(IDX-HALLADO)
           END-IF.
           MOVE PRC-LOTE(IDX-POS) TO IDX-LOT.
           IF IDX-LOT > 0
               ADD 1 TO LOT-ALTAS(IDX-LOT)
           END-IF.
           IF PRC-DUPLICADO(IDX-POS) = "S"
               ADD 1 TO TOT-DUPLICADOS
               IF IDX-HALLADO > 0
                   ADD 1 TO CAN-DUPLICADOS(IDX-HALLADO)
               END-IF
               IF IDX-LOT > 0
                   ADD 1 TO LOT-DUPLICADOS(IDX-LOT)
               END-IF
           END-IF.
           IF PRC-CORREGIDO(IDX-POS) = "S"
               ADD 1 TO TOT-CORREGIDOS
               IF IDX-HALLADO > 0
                   ADD 1 TO CAN-CORREGIDOS(IDX-HALLADO)
               END-IF
               IF IDX-LOT > 0
                   ADD 1 TO LOT-CORREGIDOS(IDX-LOT)
               END-IF
           END-IF.
           IF PRC-EXCEPCION(IDX-POS) = "S"
               ADD 1 TO TOT-EXCEPCIONES
               IF IDX-HALLADO > 0
                   ADD 1 TO CAN-EXCEPCIONES(IDX-HALLADO)
               END-IF
               IF IDX-LOT > 0
                   ADD 1 TO LOT-EXCEPCIONES(IDX-LOT)
               END-IF
           END-IF.

       ANOTAR-SIN-HUECO.
           DISPLAY "Altas que no caben en la tabla: " ALTAS-SIN-HUECO
               ", lineas de lotes sin desglose: " LOTES-SIN-HUECO.
           MOVE "PROC-SIN-HUECO" TO EXC-TIPO.
           MOVE SPACES TO EXC-DETALLE.
           STRING "ALTAS " ALTAS-SIN-HUECO " LOTES " LOTES-SIN-HUECO
               DELIMITED BY SIZE INTO EXC-DETALLE.
           MOVE "A" TO EXC-GRAVEDAD.
           PERFORM REGISTRAR-EXCEPCION.

       ESCRIBIR-INFORME.
           OPEN OUTPUT PROCINF-FILE.
           MOVE SPACES TO LINEA-PROCINF.
           STRING "CALIDAD DE LAS PROCEDENCIAS DE CONTACTOS - "
               FECHA-HOY " " HORA-HOY
               DELIMITED BY SIZE INTO LINEA-PROCINF.
           WRITE LINEA-PROCINF.
           MOVE SPACES TO LINEA-PROCINF.
           IF FECHA-DESDE > 0
               STRING "ALTAS DESDE EL " FECHA-DESDE
                   DELIMITED BY SIZE INTO LINEA-PROCINF
           ELSE
               MOVE "TODAS LAS ALTAS REGISTRADAS EN PROCEDEN"
                   TO LINEA-PROCINF
           END-IF.
           WRITE LINEA-PROCINF.
           MOVE SPACES TO LINEA-PROCINF.
           STRING "LINEAS DE PROCEDEN: " LINEAS-PROCEDEN
               "  ILEGIBLES: " LINEAS-ILEGIBLES
               "  FUSIONES: " FUSIONES-LEIDAS
               "  CAMBIOS DEL CRM: " CAMBIOS-CRM
               DELIMITED BY SIZE INTO LINEA-PROCINF.
           WRITE LINEA-PROCINF.
           MOVE SPACES TO LINEA-PROCINF.
           STRING "CORRECCIONES DE OPERADOR EN AUDITORIA: "
               CORRECCIONES-AUDITORIA
               "  LINEAS DE EXCEPCIONES: " LINEAS-EXCEPCIONES
               DELIMITED BY SIZE INTO LINEA-PROCINF.
           WRITE LINEA-PROCINF.

           MOVE SPACES TO LINEA-PROCINF.
           WRITE LINEA-PROCINF.
           MOVE "CALIDAD POR CANAL DE ENTRADA" TO LINEA-PROCINF.
           WRITE LINEA-PROCINF.
           MOVE "CANAL" TO ETIQUETA-CIFRAS.
           PERFORM ESCRIBIR-TITULO-CIFRAS.
           PERFORM VARYING IDX-CAN FROM 1 BY 1
                   UNTIL IDX-CAN > TOTAL-CANALES
               MOVE CAN-CANAL(IDX-CAN) TO ETIQUETA-CIFRAS
               MOVE CAN-ALTAS(IDX-CAN) TO CIF-ALTAS
               MOVE CAN-DUPLICADOS(IDX-CAN) TO CIF-DUPLICADOS
               MOVE CAN-CORREGIDOS(IDX-CAN) TO CIF-CORREGIDOS
               MOVE CAN-EXCEPCIONES(IDX-CAN) TO CIF-EXCEPCIONES
               PERFORM ESCRIBIR-CIFRAS
           END-PERFORM.
           MOVE "TOTAL" TO ETIQUETA-CIFRAS.
           MOVE TOT-ALTAS TO CIF-ALTAS.
           MOVE TOT-DUPLICADOS TO CIF-DUPLICADOS.
           MOVE TOT-CORREGIDOS TO CIF-CORREGIDOS.
           MOVE TOT-EXCEPCIONES TO CIF-EXCEPCIONES.
           PERFORM ESCRIBIR-CIFRAS.

           MOVE SPACES TO LINEA-PROCINF.
           WRITE LINEA-PROCINF.
           MOVE "CALIDAD POR LOTE (CANAL, ORIGEN, FECHA Y HORA)"
               TO LINEA-PROCINF.
           WRITE LINEA-PROCINF.
           MOVE SPACES TO ETIQUETA-CIFRAS.
           STRING "CANAL      ORIGEN                         "
               "FECHA    HORA"
               DELIMITED BY SIZE INTO ETIQUETA-CIFRAS.
           PERFORM ESCRIBIR-TITULO-CIFRAS.
           PERFORM VARYING IDX-LOT FROM 1 BY 1
                   UNTIL IDX-LOT > TOTAL-LOTES
               IF LOT-ALTAS(IDX-LOT) > 0
                   MOVE SPACES TO ETIQUETA-CIFRAS
                   MOVE LOT-HORA(IDX-LOT) TO HORA-LOTE-TEXTO
                   STRING LOT-CANAL(IDX-LOT) " " LOT-ORIGEN(IDX-LOT)
                       " " LOT-FECHA(IDX-LOT) " " HORA-LOTE-TEXTO
                       DELIMITED BY SIZE INTO ETIQUETA-CIFRAS
                   MOVE LOT-ALTAS(IDX-LOT) TO CIF-ALTAS
                   MOVE LOT-DUPLICADOS(IDX-LOT) TO CIF-DUPLICADOS
                   MOVE LOT-CORREGIDOS(IDX-LOT) TO CIF-CORREGIDOS
                   MOVE LOT-EXCEPCIONES(IDX-LOT) TO CIF-EXCEPCIONES
                   PERFORM ESCRIBIR-CIFRAS
               END-IF
           END-PERFORM.
           IF LOTES-SIN-HUECO > 0
               MOVE SPACES TO LINEA-PROCINF
               STRING "  ... Y " LOTES-SIN-HUECO
                   " ALTAS DE LOTES QUE NO CABEN EN EL DESGLOSE"
                   DELIMITED BY SIZE INTO LINEA-PROCINF
               WRITE LINEA-PROCINF
           END-IF.
           CLOSE PROCINF-FILE.
      * El informe queda ademas en la cola central de impresion,
      * de donde lo libera el operador con LIBERAR-COLA.
           MOVE "PROCINF" TO SPO-FICHERO.
           MOVE "PROCEDE" TO SPO-INFORME.
           MOVE "LOTE" TO SPO-OPERADOR.
           CALL "SPOSUB01" USING SPO-FICHERO SPO-INFORME SPO-OPERADOR
               SPO-ESTADO.
           DISPLAY "Calidad de procedencias generada en PROCINF ("
               TOT-ALTAS " altas, " TOTAL-CANALES " canales, "
               TOTAL-LOTES " lotes)".

      * CABECERA DE UNA SECCION: LA ETIQUETA QUE TRAE Y LAS COLUMNAS
      * DE CIFRAS, QUE EMPIEZAN EN LA 60
       ESCRIBIR-TITULO-CIFRAS.
           MOVE SPACES TO LINEA-PROCINF.
           MOVE ETIQUETA-CIFRAS TO LINEA-PROCINF(3:57).
           MOVE " ALTAS DUPLIC.     %  CORREG.     %  EXCEPC.     %"
               TO LINEA-PROCINF(60:51).
           WRITE LINEA-PROCINF.

      * UNA LINEA DE CIFRAS: ALTAS Y, PARA DUPLICADOS, CORREGIDOS Y
      * EXCEPCIONES, EL NUMERO Y EL PORCENTAJE SOBRE LAS ALTAS
       ESCRIBIR-CIFRAS.
           MOVE SPACES TO LINEA-PROCINF.
           MOVE ETIQUETA-CIFRAS TO LINEA-PROCINF(3:57).
           MOVE CIF-ALTAS TO ALTAS-TEXTO.
           MOVE ALTAS-TEXTO TO LINEA-PROCINF(60:6).
           MOVE 66 TO POS-CIFRAS.
           MOVE CIF-DUPLICADOS TO CUENTA-TASA.
           PERFORM ESCRIBIR-TASA.
           MOVE CIF-CORREGIDOS TO CUENTA-TASA.
           PERFORM ESCRIBIR-TASA.
           MOVE CIF-EXCEPCIONES TO CUENTA-TASA.
           PERFORM ESCRIBIR-TASA.
           WRITE LINEA-PROCINF.

       ESCRIBIR-TASA.
           MOVE CUENTA-TASA TO CUENTA-TEXTO.
           IF CIF-ALTAS > 0
               COMPUTE TASA-TEXTO ROUNDED =
                   CUENTA-TASA * 100 / CIF-ALTAS
           ELSE
               MOVE 0 TO TASA-TEXTO
           END-IF.
           MOVE CUENTA-TEXTO TO LINEA-PROCINF(POS-CIFRAS + 3:6).
           MOVE TASA-TEXTO TO LINEA-PROCINF(POS-CIFRAS + 10:5).
           ADD 15 TO POS-CIFRAS.

       REGISTRAR-EXCEPCION.
           OPEN EXTEND EXCEPCIONES-FILE.
           IF FS-EXCEPCIONES = "35"
               OPEN OUTPUT EXCEPCIONES-FILE
           END-IF.
           ACCEPT EXC-FECHA FROM DATE.
           ACCEPT EXC-HORA FROM TIME.
           MOVE SPACES TO LINEA-EXCEPCION.
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
               INTO LINEA-EXCEPCION.
           WRITE LINEA-EXCEPCION.
           CLOSE EXCEPCIONES-FILE.

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

       END PROGRAM INFORME-PROCEDENCIA.
