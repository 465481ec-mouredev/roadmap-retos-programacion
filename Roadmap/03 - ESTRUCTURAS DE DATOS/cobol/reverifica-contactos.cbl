     /*
      * REVERIFICACION PERIODICA DE LOS DATOS DE CONTACTO.
      * No es la solucion de ningun reto: PUNTUA-CONTACTOS dice que
      * campos faltan, pero no si el telefono o la direccion que
      * tenemos de hace cinco anos siguen siendo ciertos. Cada
      * contacto lleva la fecha de su ultima verificacion en el
      * satelite VERIFCON (la anota la opcion de verificar de
      * RETO-03, al confirmar los datos o al actualizarlos) y cada
      * CATEGORIA su plazo en meses en PLAZOVER; las dos cosas las
      * lleva la subrutina VRFSUB01. Un contacto que nunca se
      * verifico cuenta desde su alta en PROCEDEN, y sin alta
      * conocida (anterior a los satelites) vence ya.
      * Dos modos, segun la primera linea del SYSIN:
      *   SEMANAL (o en blanco): lista de trabajo VERLIST de cada
      *     operador con los contactos vencidos de las agendas que
      *     puede abrir segun ACCESOS, repartidos por turno entre
      *     los operadores activos con linea para la agenda (o, si
      *     no hay ninguno, entre los que no tienen restriccion de
      *     agendas). Va la mas urgente primero: prioridad = dias
      *     vencidos (tope 3650; 3650 el que no tiene fecha) mas 30
      *     por cada llamada al contacto en LLAMADAS en los ultimos
      *     dias de la segunda linea del SYSIN (90 en blanco), porque
      *     a quien se llama a menudo mas falta le hace el dato
      *     bueno. La lista de cada operador va a la cola central de
      *     impresion a su nombre; la de las agendas sin nadie que
      *     las pueda abrir, a LOTE.
      *   MENSUAL: informe VERINF con, por agenda, los contactos
      *     activos, los verificados dentro de plazo, los que aun no
      *     vencen porque el alta es reciente, los vencidos y los
      *     nunca verificados, y el porcentaje verificado.
      * CONTACTOS se lee de la instantanea de la noche si INSSUB01 la
      * da por buena. RC 0; 4 si algun contacto no cabe en las
      * tablas o la cola de impresion rechaza alguna lista.
      */
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVERIFICA-CONTACTOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTACTOS-FILE ASSIGN TO "CONTACTOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLAVE-REG
               ALTERNATE RECORD KEY IS TELEFONO-REG WITH DUPLICATES
               FILE STATUS IS FS-CONTACTOS.
      * Instantanea nocturna de CONTACTOS (INSTANTANEA-CONTACTOS),
      * que se lee en su lugar cuando INSSUB01 la da por buena.
           SELECT CONTINST-FILE ASSIGN TO "CONTINST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-CONTINST.
           SELECT VERIFCON-FILE ASSIGN TO "VERIFCON"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VERIFCON.
           SELECT PROCEDEN-FILE ASSIGN TO "PROCEDEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PROCEDEN.
      * El registro vivo o, si el periodo empieza en un ano ya
      * cerrado, tambien su archivo LLAMaaaa de CIERRE-ANUAL.
           SELECT LLAMADAS-FILE ASSIGN TO LLAMADAS-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LLAMADAS.
           SELECT OPERADORES-FILE ASSIGN TO "OPERADORES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OPERADORES.
           SELECT ACCESOS-FILE ASSIGN TO "ACCESOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ACCESOS.
           SELECT VERLIST-FILE ASSIGN TO "VERLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VERLIST.
           SELECT VERINF-FILE ASSIGN TO "VERINF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VERINF.
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
                   ==CATEGORIA== BY ==CATEGORIA-REG==.

       FD CONTINST-FILE.
      * Imagen fija del registro canonico completo, como las copias.
           01 REG-CONTINST PIC X(350).

       FD VERIFCON-FILE.
           01 LINEA-VERIFCON PIC X(100).

       FD PROCEDEN-FILE.
           01 LINEA-PROCEDEN PIC X(120).

       FD LLAMADAS-FILE.
           01 LINEA-LLAMADA PIC X(120).

       FD OPERADORES-FILE.
           01 LINEA-OPERADOR PIC X(50).

       FD ACCESOS-FILE.
           01 LINEA-ACCESO PIC X(30).

       FD VERLIST-FILE.
           01 LINEA-VERLIST PIC X(132).

       FD VERINF-FILE.
           01 LINEA-VERINF PIC X(132).

       FD RESUMEN-FILE.
           01 LINEA-RESUMEN PIC X(50).

       WORKING-STORAGE SECTION.
           77 FS-CONTACTOS PIC XX.
           77 FS-CONTINST PIC XX.
      * De donde se lee CONTACTOS: "I" la instantanea, "V" el vivo.
           77 INS-ORIGEN PIC X VALUE SPACE.
               88 INSTANTANEA-VALIDA VALUE "I".
           77 FS-VERIFCON PIC XX.
           77 FS-PROCEDEN PIC XX.
           77 FS-LLAMADAS PIC XX.
           77 LLAMADAS-NOMBRE PIC X(8) VALUE "LLAMADAS".
           77 FS-OPERADORES PIC XX.
           77 FS-ACCESOS PIC XX.
           77 FS-VERLIST PIC XX.
           77 FS-VERINF PIC XX.

      * Tarjetas del SYSIN: modo y dias de actividad de llamadas.
           77 TARJETA-MODO PIC X(8).
               88 MODO-MENSUAL VALUE "MENSUAL".
           77 TARJETA-DIAS PIC X(3).
           77 DIAS-LLAMADAS PIC 9(3) VALUE 0.

           01 FECHA-HOY PIC 9(8).
           01 FECHA-HOY-R REDEFINES FECHA-HOY.
               05 HOY-AAAA PIC 9(4).
               05 HOY-MMDD PIC 9(4).
           77 HORA-HOY PIC 9(8).
           01 FECHA-DESDE PIC 9(8).
           01 FECHA-DESDE-R REDEFINES FECHA-DESDE.
               05 DESDE-AAAA PIC 9(4).
               05 DESDE-MMDD PIC 9(4).
           77 FECHA-INFORME PIC X(10).

      * Lo que se sabe de cada contacto fuera del maestro: su ultima
      * verificacion (VERIFCON), su alta (primera linea A de
      * PROCEDEN) y las llamadas del periodo (LLAMADAS).
           01 TABLA-HISTORIA.
               05 FILA-HISTORIA OCCURS 3000 TIMES.
                   10 HIS-AGENDA PIC X(15).
                   10 HIS-NOMBRE PIC X(30).
                   10 HIS-VERIF-FECHA PIC 9(8).
                   10 HIS-ALTA-FECHA PIC 9(8).
                   10 HIS-LLAMADAS PIC 9(4).
           77 TOTAL-HISTORIA PIC 9(4) VALUE 0.
           77 IDX-HIS PIC 9(4).
           77 HISTORIA-SIN-HUECO PIC 9(5) VALUE 0.
           77 BUSCA-AGENDA PIC X(15).
           77 BUSCA-NOMBRE PIC X(30).
           77 SW-HISTORIA PIC X.
               88 HISTORIA-HALLADA VALUE "S".

      * Troceado de las lineas de los satelites.
           01 VERIFICACION-LEIDA.
               05 VRL-AGENDA PIC X(15).
               05 VRL-NOMBRE PIC X(30).
               05 VRL-FECHA PIC X(8).
           01 PROCEDENCIA-LEIDA.
               05 PRL-AGENDA PIC X(15).
               05 PRL-NOMBRE PIC X(30).
               05 PRL-TIPO PIC X.
               05 PRL-CANAL PIC X(10).
               05 PRL-ORIGEN PIC X(30).
               05 PRL-FECHA PIC X(8).
           77 LLA-FECHA PIC X(8).
           77 LLA-HORA PIC X(8).
           77 LLA-AGENDA PIC X(15).
           77 LLA-NOMBRE PIC X(30).
           77 LLA-FECHA-COMP PIC 9(8).

      * Operadores activos y sus accesos, con el turno de reparto.
           01 TABLA-OPERADORES.
               05 FILA-OPERADOR OCCURS 100 TIMES.
                   10 OPE-CODIGO PIC X(8).
                   10 OPE-NOMBRE PIC X(30).
                   10 OPE-ACCESOS PIC 9(3).
                   10 OPE-PENDIENTES PIC 9(5).
           77 TOTAL-OPERADORES PIC 9(3) VALUE 0.
           77 IDX-OPE PIC 9(3).
           77 OPR-CODIGO PIC X(8).
           77 OPR-NOMBRE PIC X(30).
           77 OPR-NIVEL PIC X.
           77 OPR-IDIOMA PIC XX.
           77 OPR-ESTADO PIC X.
           01 TABLA-ACCESOS.
               05 FILA-ACCESO OCCURS 500 TIMES.
                   10 ACC-OPERADOR PIC X(8).
                   10 ACC-AGENDA PIC X(15).
           77 TOTAL-ACCESOS PIC 9(3) VALUE 0.
           77 IDX-ACC PIC 9(3).
           77 ACC-OPERADOR-LIN PIC X(8).
           77 ACC-AGENDA-LIN PIC X(15).
           77 SW-CANDIDATO PIC X.
               88 ES-CANDIDATO VALUE "S".
           77 SW-CON-LINEA PIC X.
               88 AGENDA-CON-LINEA VALUE "S".
           77 CANDIDATOS PIC 9(3).
           77 TURNO-ELEGIDO PIC 9(3).
           77 COCIENTE-TURNO PIC 9(3).

      * Recuentos por agenda, y el turno de reparto de cada una.
           01 TABLA-AGENDAS.
               05 FILA-AGENDA OCCURS 50 TIMES.
                   10 AGE-NOMBRE PIC X(15).
                   10 AGE-ACTIVOS PIC 9(5).
                   10 AGE-VERIFICADOS PIC 9(5).
                   10 AGE-RECIENTES PIC 9(5).
                   10 AGE-VENCIDOS PIC 9(5).
                   10 AGE-NUNCA PIC 9(5).
                   10 AGE-TURNO PIC 9(3).
           77 TOTAL-AGENDAS PIC 9(2) VALUE 0.
           77 IDX-AGE PIC 9(2).
           77 SW-AGE PIC X.
               88 AGENDA-VISTA VALUE "S".
           01 TOTALES-GENERALES.
               05 TOT-ACTIVOS PIC 9(5) VALUE 0.
               05 TOT-VERIFICADOS PIC 9(5) VALUE 0.
               05 TOT-RECIENTES PIC 9(5) VALUE 0.
               05 TOT-VENCIDOS PIC 9(5) VALUE 0.
               05 TOT-NUNCA PIC 9(5) VALUE 0.

      * Contactos vencidos, ordenados por prioridad descendente con
      * el SORT de tabla, y el operador al que le tocan.
           01 TABLA-PENDIENTES.
               05 FILA-PENDIENTE OCCURS 1 TO 2000 TIMES
                           DEPENDING ON TOTAL-PENDIENTES
                           DESCENDING KEY IS PEN-PRIORIDAD
                           INDEXED BY IDX-PEN-BIN.
                   10 PEN-PRIORIDAD PIC 9(6).
                   10 PEN-AGENDA PIC X(15).
                   10 PEN-NOMBRE PIC X(30).
                   10 PEN-CATEGORIA PIC X(10).
                   10 PEN-TELEFONO PIC X(13).
                   10 PEN-BASE PIC 9(8).
      * V = ultima verificacion, A = alta, N = sin fecha.
                   10 PEN-TIPO-BASE PIC X.
                   10 PEN-DIAS PIC 9(4).
                   10 PEN-LLAMADAS PIC 9(4).
                   10 PEN-OPERADOR PIC X(8).
           77 TOTAL-PENDIENTES PIC 9(4) VALUE 0.
           77 IDX-PEN PIC 9(4).
           77 PENDIENTES-SIN-HUECO PIC 9(5) VALUE 0.
           77 SIN-OPERADOR PIC 9(5) VALUE 0.

      * Clasificacion del contacto en curso.
           77 FECHA-BASE PIC 9(8).
           77 TIPO-BASE PIC X.
           77 DIAS-VENCIDO PIC 9(4).
           77 LLAMADAS-CONTACTO PIC 9(4).
           77 PRIORIDAD PIC 9(6).
           77 REVISADOS PIC 9(5) VALUE 0.

      * Salidas: lista del operador en curso y su paginacion.
           77 OPERADOR-LISTA PIC X(8).
           77 NOMBRE-LISTA PIC X(30).
           77 LINEAS-POR-PAGINA PIC 9(2) VALUE 60.
           77 LINEAS-PAGINA-ACTUAL PIC 9(2) VALUE 0.
           77 PAGINA-ACTUAL PIC 9(3) VALUE 0.
           77 PAGINA-TEXTO PIC ZZ9.
           77 LINEA-GUARDADA PIC X(132).
           77 LISTAS-ENCOLADAS PIC 9(3) VALUE 0.
           77 ORDEN-LISTA PIC 9(5).
           77 ORDEN-TEXTO PIC ZZZZ9.
           77 DIAS-TEXTO PIC ZZZ9.
           77 LLAMADAS-TEXTO PIC ZZZ9.
           77 PRIORIDAD-TEXTO PIC ZZZZZ9.
           77 BASE-TEXTO PIC X(10).
           77 CUENTA-TEXTO PIC ZZZZ9.
           77 PORCENTAJE PIC 9(3)V9.
           77 PORCENTAJE-TEXTO PIC ZZ9.9.
           77 PORCENTAJE-AL-DIA PIC 9(3)V9.
           77 AL-DIA-TEXTO PIC ZZ9.9.

      * Parametros de VRFSUB01 (plazo y vencimiento por categoria).
           01 VERIFICACION.
               COPY VERIFICA.

      * Parametros de la subrutina compartida de fechas FECHASUB.
           77 FEC-OPERACION PIC X.
           77 FEC-FECHA-1 PIC 9(8).
           77 FEC-FECHA-2 PIC 9(8).
           77 FEC-DIAS PIC S9(5).
           77 FEC-RESULTADO PIC 9(8).
           77 FEC-TEXTO PIC X(10).
           77 FEC-ESTADO PIC 9.

      * Parametros de la subrutina compartida de la cola central de
      * impresion SPOSUB01.
           77 SPO-FICHERO PIC X(8).
           77 SPO-INFORME PIC X(8).
           77 SPO-OPERADOR PIC X(8).
           77 SPO-ESTADO PIC 9.

      * Registro de fin de ejecucion para el fichero RESUMEN.
           77 FS-RESUMEN PIC XX.
           01 RESUMEN-ACTUAL.
               COPY RESUMEN.

           77 CODIGO-SALIDA PIC 9 VALUE ZERO.

       PROCEDURE DIVISION.
       PRINCIPAL.
           PERFORM LEER-TARJETAS.
           PERFORM CARGAR-VERIFICACIONES.
           PERFORM CARGAR-ALTAS.
           IF NOT MODO-MENSUAL
               PERFORM CARGAR-LLAMADAS
           END-IF.
           PERFORM ABRIR-CONTACTOS.
           IF FS-CONTACTOS NOT = "00"
               DISPLAY "No existe CONTACTOS; nada que reverificar"
               MOVE 4 TO CODIGO-SALIDA
           ELSE
               PERFORM UNTIL FS-CONTACTOS = "10"
                   PERFORM LEER-CONTACTO
                   IF FS-CONTACTOS NOT = "10"
      * Los contactos ficticios de la agenda de practicas
      * ENTRENAMIENTO no salen en las salidas de produccion.
                       IF CONTACTO-ACTIVO-REG
                           AND AGENDA-NOMBRE-REG NOT =
                               "ENTRENAMIENTO"
                           ADD 1 TO REVISADOS
                           PERFORM CLASIFICAR-CONTACTO
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM CERRAR-CONTACTOS
               MOVE "F" TO FEC-OPERACION
               MOVE FECHA-HOY TO FEC-FECHA-1
               PERFORM LLAMAR-FECHASUB
               MOVE FEC-TEXTO TO FECHA-INFORME
               IF MODO-MENSUAL
                   PERFORM ESCRIBIR-INFORME-MENSUAL
               ELSE
                   PERFORM REPARTIR-PENDIENTES
                   PERFORM ESCRIBIR-LISTAS
               END-IF
               IF HISTORIA-SIN-HUECO > 0 OR PENDIENTES-SIN-HUECO > 0
                   DISPLAY "Aviso: " HISTORIA-SIN-HUECO
                       " lineas de historia y " PENDIENTES-SIN-HUECO
                       " contactos vencidos no caben en las tablas"
                   MOVE 4 TO CODIGO-SALIDA
               END-IF
           END-IF.
           IF MODO-MENSUAL
               MOVE "VERIFMES" TO RES-PROGRAMA
               MOVE REVISADOS TO RES-ENTRADAS
               MOVE TOT-VERIFICADOS TO RES-SALIDAS
               MOVE TOT-VENCIDOS TO RES-RECHAZOS
           ELSE
               MOVE "REVERIF" TO RES-PROGRAMA
               MOVE REVISADOS TO RES-ENTRADAS
               MOVE TOTAL-PENDIENTES TO RES-SALIDAS
               MOVE SIN-OPERADOR TO RES-RECHAZOS
           END-IF.
           MOVE CODIGO-SALIDA TO RES-RC.
           PERFORM GRABAR-RESUMEN.
           MOVE CODIGO-SALIDA TO RETURN-CODE.
           STOP RUN.

      *MODO (SEMANAL EN BLANCO) Y DIAS DE ACTIVIDAD DE LLAMADAS (90
      *EN BLANCO), Y EL PRIMER DIA DE ESE PERIODO
       LEER-TARJETAS.
           ACCEPT FECHA-HOY FROM DATE.
           IF FECHA-HOY < 19000101
               ADD 20000000 TO FECHA-HOY
           END-IF.
           ACCEPT HORA-HOY FROM TIME.
           MOVE SPACES TO TARJETA-MODO.
           ACCEPT TARJETA-MODO.
           MOVE FUNCTION UPPER-CASE(TARJETA-MODO) TO TARJETA-MODO.
           IF NOT MODO-MENSUAL
               MOVE SPACES TO TARJETA-DIAS
               ACCEPT TARJETA-DIAS
               IF TARJETA-DIAS(1:3) IS NUMERIC
                   MOVE TARJETA-DIAS TO DIAS-LLAMADAS
               ELSE
                   IF TARJETA-DIAS(1:2) IS NUMERIC
                       MOVE TARJETA-DIAS(1:2) TO DIAS-LLAMADAS
                   ELSE
                       IF TARJETA-DIAS(1:1) IS NUMERIC
                           MOVE TARJETA-DIAS(1:1) TO DIAS-LLAMADAS
                       END-IF
                   END-IF
               END-IF
               IF DIAS-LLAMADAS = 0
                   MOVE 90 TO DIAS-LLAMADAS
               END-IF
               MOVE "S" TO FEC-OPERACION
               MOVE FECHA-HOY TO FEC-FECHA-1
               COMPUTE FEC-DIAS = 0 - DIAS-LLAMADAS
               PERFORM LLAMAR-FECHASUB
               MOVE FEC-RESULTADO TO FECHA-DESDE
           END-IF.

      *VERIFCON VA EN ORDEN DE ANOTACION: LA ULTIMA LINEA DE CADA
      *CONTACTO ES SU ULTIMA VERIFICACION
       CARGAR-VERIFICACIONES.
           OPEN INPUT VERIFCON-FILE.
           IF FS-VERIFCON NOT = "00"
               DISPLAY "Sin VERIFCON: ningun contacto verificado aun"
           ELSE
               PERFORM UNTIL FS-VERIFCON = "10"
                   READ VERIFCON-FILE
                       AT END
                           MOVE "10" TO FS-VERIFCON
                       NOT AT END
                           MOVE SPACES TO VERIFICACION-LEIDA
                           UNSTRING LINEA-VERIFCON DELIMITED BY ";"
                               INTO VRL-AGENDA VRL-NOMBRE VRL-FECHA
                           IF VRL-FECHA IS NUMERIC
                               MOVE VRL-AGENDA TO BUSCA-AGENDA
                               MOVE VRL-NOMBRE TO BUSCA-NOMBRE
                               PERFORM BUSCAR-O-ANADIR-HISTORIA
                               IF HISTORIA-HALLADA
                                   MOVE VRL-FECHA TO
                                       HIS-VERIF-FECHA(IDX-HIS)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VERIFCON-FILE
           END-IF.

      *LA FECHA DE LA PRIMERA LINEA A DE CADA CONTACTO EN PROCEDEN
       CARGAR-ALTAS.
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
                           IF PRL-TIPO = "A" AND PRL-FECHA IS NUMERIC
                               MOVE PRL-AGENDA TO BUSCA-AGENDA
                               MOVE PRL-NOMBRE TO BUSCA-NOMBRE
                               PERFORM BUSCAR-O-ANADIR-HISTORIA
                               IF HISTORIA-HALLADA
                                   AND HIS-ALTA-FECHA(IDX-HIS) = 0
                                   MOVE PRL-FECHA TO
                                       HIS-ALTA-FECHA(IDX-HIS)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROCEDEN-FILE
           END-IF.

      *LAS LLAMADAS DEL PERIODO: DEL ARCHIVO DEL ANO ANTERIOR SI EL
      *PERIODO EMPIEZA EN EL, Y DEL REGISTRO VIVO
       CARGAR-LLAMADAS.
           IF DESDE-AAAA < HOY-AAAA
               MOVE SPACES TO LLAMADAS-NOMBRE
               STRING "LLAM" DESDE-AAAA DELIMITED BY SIZE
                   INTO LLAMADAS-NOMBRE
               PERFORM LEER-LLAMADAS
               MOVE "LLAMADAS" TO LLAMADAS-NOMBRE
           END-IF.
           PERFORM LEER-LLAMADAS.

       LEER-LLAMADAS.
           OPEN INPUT LLAMADAS-FILE.
           IF FS-LLAMADAS NOT = "00"
               DISPLAY "Sin " LLAMADAS-NOMBRE "; no hay llamadas que "
                   "contar en el"
           ELSE
               PERFORM UNTIL FS-LLAMADAS = "10"
                   READ LLAMADAS-FILE
                       AT END
                           MOVE "10" TO FS-LLAMADAS
                       NOT AT END
                           PERFORM CONTAR-LLAMADA
                   END-READ
               END-PERFORM
               CLOSE LLAMADAS-FILE
           END-IF.

      * RETO-03 ANOTA FECHA;HORA;AGENDA;NOMBRE;OPERADOR;RESULTADO;
      * COMENTARIO, CON LA FECHA TAL CUAL LA DA ACCEPT FROM DATE. SOLO
      * CUENTAN LAS LLAMADAS A CONTACTOS QUE YA ESTAN EN LA TABLA O
      * QUE CABEN EN ELLA
       CONTAR-LLAMADA.
           MOVE SPACES TO LLA-FECHA LLA-HORA LLA-AGENDA LLA-NOMBRE.
           UNSTRING LINEA-LLAMADA DELIMITED BY ";"
               INTO LLA-FECHA LLA-HORA LLA-AGENDA LLA-NOMBRE.
           IF LLA-FECHA IS NUMERIC
               MOVE LLA-FECHA TO LLA-FECHA-COMP
               IF LLA-FECHA-COMP < 19000101
                   ADD 20000000 TO LLA-FECHA-COMP
               END-IF
               IF LLA-FECHA-COMP >= FECHA-DESDE
                   AND LLA-FECHA-COMP <= FECHA-HOY
                   AND LLA-AGENDA NOT = "ENTRENAMIENTO"
                   MOVE LLA-AGENDA TO BUSCA-AGENDA
                   MOVE LLA-NOMBRE TO BUSCA-NOMBRE
                   PERFORM BUSCAR-O-ANADIR-HISTORIA
                   IF HISTORIA-HALLADA
                       AND HIS-LLAMADAS(IDX-HIS) < 9999
                       ADD 1 TO HIS-LLAMADAS(IDX-HIS)
                   END-IF
               END-IF
           END-IF.

      *DEJA EN IDX-HIS LA FILA DE BUSCA-AGENDA/BUSCA-NOMBRE, DANDOLA
      *DE ALTA SI NO ESTABA; SIN HUECO QUEDA SIN HALLAR
       BUSCAR-O-ANADIR-HISTORIA.
           PERFORM BUSCAR-HISTORIA.
           IF NOT HISTORIA-HALLADA
               IF TOTAL-HISTORIA < 3000
                   ADD 1 TO TOTAL-HISTORIA
                   MOVE TOTAL-HISTORIA TO IDX-HIS
                   MOVE BUSCA-AGENDA TO HIS-AGENDA(IDX-HIS)
                   MOVE BUSCA-NOMBRE TO HIS-NOMBRE(IDX-HIS)
                   MOVE 0 TO HIS-VERIF-FECHA(IDX-HIS)
                   MOVE 0 TO HIS-ALTA-FECHA(IDX-HIS)
                   MOVE 0 TO HIS-LLAMADAS(IDX-HIS)
                   MOVE "S" TO SW-HISTORIA
               ELSE
                   ADD 1 TO HISTORIA-SIN-HUECO
               END-IF
           END-IF.

       BUSCAR-HISTORIA.
           MOVE "N" TO SW-HISTORIA.
           PERFORM VARYING IDX-HIS FROM 1 BY 1
                   UNTIL IDX-HIS > TOTAL-HISTORIA OR HISTORIA-HALLADA
               IF HIS-AGENDA(IDX-HIS) = BUSCA-AGENDA
                   AND HIS-NOMBRE(IDX-HIS) = BUSCA-NOMBRE
                   MOVE "S" TO SW-HISTORIA
               END-IF
           END-PERFORM.
           IF HISTORIA-HALLADA
               SUBTRACT 1 FROM IDX-HIS
           END-IF.

      *FECHA DESDE LA QUE CORRE EL PLAZO (ULTIMA VERIFICACION, SI NO
      *EL ALTA), VENCIMIENTO SEGUN LA CATEGORIA, RECUENTOS DE LA
      *AGENDA Y, SI YA VENCIO, FILA EN LA LISTA DE PENDIENTES
       CLASIFICAR-CONTACTO.
           MOVE AGENDA-NOMBRE-REG TO BUSCA-AGENDA.
           MOVE NOMBRE-REG TO BUSCA-NOMBRE.
           PERFORM BUSCAR-HISTORIA.
           MOVE 0 TO FECHA-BASE.
           MOVE "N" TO TIPO-BASE.
           MOVE 0 TO LLAMADAS-CONTACTO.
           IF HISTORIA-HALLADA
               MOVE HIS-LLAMADAS(IDX-HIS) TO LLAMADAS-CONTACTO
               IF HIS-VERIF-FECHA(IDX-HIS) > 0
                   MOVE HIS-VERIF-FECHA(IDX-HIS) TO FECHA-BASE
                   MOVE "V" TO TIPO-BASE
               ELSE
                   IF HIS-ALTA-FECHA(IDX-HIS) > 0
                       MOVE HIS-ALTA-FECHA(IDX-HIS) TO FECHA-BASE
                       MOVE "A" TO TIPO-BASE
                   END-IF
               END-IF
           END-IF.
           MOVE "P" TO VRF-OPERACION.
           MOVE CATEGORIA-REG TO VRF-CATEGORIA.
           MOVE FECHA-BASE TO VRF-FECHA-BASE.
           CALL "VRFSUB01" USING VERIFICACION.
           PERFORM ACUMULAR-AGENDA.
           ADD 1 TO AGE-ACTIVOS(IDX-AGE).
           ADD 1 TO TOT-ACTIVOS.
           IF TIPO-BASE NOT = "V"
               ADD 1 TO AGE-NUNCA(IDX-AGE)
               ADD 1 TO TOT-NUNCA
           END-IF.
           IF VRF-FECHA-VENCE > FECHA-HOY
               IF TIPO-BASE = "V"
                   ADD 1 TO AGE-VERIFICADOS(IDX-AGE)
                   ADD 1 TO TOT-VERIFICADOS
               ELSE
                   ADD 1 TO AGE-RECIENTES(IDX-AGE)
                   ADD 1 TO TOT-RECIENTES
               END-IF
           ELSE
               ADD 1 TO AGE-VENCIDOS(IDX-AGE)
               ADD 1 TO TOT-VENCIDOS
               IF NOT MODO-MENSUAL
                   PERFORM ANOTAR-PENDIENTE
               END-IF
           END-IF.

      *DIAS VENCIDOS CON TOPE DE DIEZ ANOS (Y ESE TOPE SI NO HAY
      *FECHA) MAS TREINTA POR LLAMADA DEL PERIODO
       ANOTAR-PENDIENTE.
           IF VRF-FECHA-VENCE = 0
               MOVE 3650 TO DIAS-VENCIDO
           ELSE
               MOVE "E" TO FEC-OPERACION
               MOVE VRF-FECHA-VENCE TO FEC-FECHA-1
               MOVE FECHA-HOY TO FEC-FECHA-2
               PERFORM LLAMAR-FECHASUB
               IF FEC-ESTADO NOT = 0 OR FEC-DIAS > 3650
                   MOVE 3650 TO DIAS-VENCIDO
               ELSE
                   MOVE FEC-DIAS TO DIAS-VENCIDO
               END-IF
           END-IF.
           IF LLAMADAS-CONTACTO > 99
               COMPUTE PRIORIDAD = DIAS-VENCIDO + 99 * 30
           ELSE
               COMPUTE PRIORIDAD = DIAS-VENCIDO
                   + LLAMADAS-CONTACTO * 30
           END-IF.
           IF TOTAL-PENDIENTES < 2000
               ADD 1 TO TOTAL-PENDIENTES
               MOVE PRIORIDAD TO PEN-PRIORIDAD(TOTAL-PENDIENTES)
               MOVE AGENDA-NOMBRE-REG TO PEN-AGENDA(TOTAL-PENDIENTES)
               MOVE NOMBRE-REG TO PEN-NOMBRE(TOTAL-PENDIENTES)
               MOVE CATEGORIA-REG TO PEN-CATEGORIA(TOTAL-PENDIENTES)
               MOVE SPACES TO PEN-TELEFONO(TOTAL-PENDIENTES)
               STRING NUM-PAIS-REG DELIMITED BY SPACE
                   NUM-PRINCIPAL-REG DELIMITED BY SIZE
                   INTO PEN-TELEFONO(TOTAL-PENDIENTES)
               MOVE FECHA-BASE TO PEN-BASE(TOTAL-PENDIENTES)
               MOVE TIPO-BASE TO PEN-TIPO-BASE(TOTAL-PENDIENTES)
               MOVE DIAS-VENCIDO TO PEN-DIAS(TOTAL-PENDIENTES)
               MOVE LLAMADAS-CONTACTO TO
                   PEN-LLAMADAS(TOTAL-PENDIENTES)
               MOVE SPACES TO PEN-OPERADOR(TOTAL-PENDIENTES)
           ELSE
               ADD 1 TO PENDIENTES-SIN-HUECO
           END-IF.

      *DEJA EN IDX-AGE LA FILA DE LA AGENDA DEL CONTACTO; LAS
      *AGENDAS QUE NO CABEN SE CUENTAN JUNTAS EN LA ULTIMA FILA
       ACUMULAR-AGENDA.
           MOVE "N" TO SW-AGE.
           PERFORM VARYING IDX-AGE FROM 1 BY 1
                   UNTIL IDX-AGE > TOTAL-AGENDAS OR AGENDA-VISTA
               IF AGE-NOMBRE(IDX-AGE) = AGENDA-NOMBRE-REG
                   MOVE "S" TO SW-AGE
               END-IF
           END-PERFORM.
           IF AGENDA-VISTA
               SUBTRACT 1 FROM IDX-AGE
           ELSE
               IF TOTAL-AGENDAS < 49
                   ADD 1 TO TOTAL-AGENDAS
                   MOVE TOTAL-AGENDAS TO IDX-AGE
                   MOVE AGENDA-NOMBRE-REG TO AGE-NOMBRE(IDX-AGE)
                   MOVE 0 TO AGE-ACTIVOS(IDX-AGE)
                   MOVE 0 TO AGE-VERIFICADOS(IDX-AGE)
                   MOVE 0 TO AGE-RECIENTES(IDX-AGE)
                   MOVE 0 TO AGE-VENCIDOS(IDX-AGE)
                   MOVE 0 TO AGE-NUNCA(IDX-AGE)
                   MOVE 0 TO AGE-TURNO(IDX-AGE)
               ELSE
                   MOVE 50 TO IDX-AGE
                   IF TOTAL-AGENDAS < 50
                       MOVE 50 TO TOTAL-AGENDAS
                       MOVE "(OTRAS)" TO AGE-NOMBRE(IDX-AGE)
                       MOVE 0 TO AGE-ACTIVOS(IDX-AGE)
                       MOVE 0 TO AGE-VERIFICADOS(IDX-AGE)
                       MOVE 0 TO AGE-RECIENTES(IDX-AGE)
                       MOVE 0 TO AGE-VENCIDOS(IDX-AGE)
                       MOVE 0 TO AGE-NUNCA(IDX-AGE)
                       MOVE 0 TO AGE-TURNO(IDX-AGE)
                   END-IF
               END-IF
           END-IF.

      *LOS MAS URGENTES PRIMERO, REPARTIDOS POR TURNO ENTRE LOS
      *OPERADORES QUE PUEDEN ABRIR LA AGENDA
       REPARTIR-PENDIENTES.
           PERFORM CARGAR-OPERADORES.
           PERFORM CARGAR-ACCESOS.
           IF TOTAL-PENDIENTES > 1
               SORT FILA-PENDIENTE ON DESCENDING KEY PEN-PRIORIDAD
           END-IF.
           PERFORM VARYING IDX-PEN FROM 1 BY 1
                   UNTIL IDX-PEN > TOTAL-PENDIENTES
               PERFORM ASIGNAR-PENDIENTE
           END-PERFORM.

      *CANDIDATOS: LOS OPERADORES ACTIVOS CON LINEA EN ACCESOS PARA
      *LA AGENDA; SI NO HAY NINGUNO, LOS QUE NO TIENEN LINEAS (SIN
      *RESTRICCION, COMO EN MENU-PRINCIPAL). EL TURNO DE LA AGENDA
      *ELIGE UNO Y AVANZA
       ASIGNAR-PENDIENTE.
           MOVE PEN-AGENDA(IDX-PEN) TO AGENDA-NOMBRE-REG.
           PERFORM ACUMULAR-AGENDA.
           MOVE "N" TO SW-CON-LINEA.
           PERFORM CONTAR-CANDIDATOS.
           IF CANDIDATOS = 0
               MOVE "S" TO SW-CON-LINEA
               PERFORM CONTAR-CANDIDATOS
           END-IF.
           IF CANDIDATOS = 0
               ADD 1 TO SIN-OPERADOR
           ELSE
               DIVIDE AGE-TURNO(IDX-AGE) BY CANDIDATOS
                   GIVING COCIENTE-TURNO REMAINDER TURNO-ELEGIDO
               ADD 1 TO TURNO-ELEGIDO
               ADD 1 TO AGE-TURNO(IDX-AGE)
               MOVE 0 TO CANDIDATOS
               PERFORM VARYING IDX-OPE FROM 1 BY 1
                       UNTIL IDX-OPE > TOTAL-OPERADORES
                   PERFORM DECIDIR-CANDIDATO
                   IF ES-CANDIDATO
                       ADD 1 TO CANDIDATOS
                       IF CANDIDATOS = TURNO-ELEGIDO
                           MOVE OPE-CODIGO(IDX-OPE) TO
                               PEN-OPERADOR(IDX-PEN)
                           ADD 1 TO OPE-PENDIENTES(IDX-OPE)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      *SW-CON-LINEA A "N": CUENTA LOS QUE TIENEN LINEA PARA LA
      *AGENDA; A "S": LOS QUE NO TIENEN NINGUNA LINEA
       CONTAR-CANDIDATOS.
           MOVE 0 TO CANDIDATOS.
           PERFORM VARYING IDX-OPE FROM 1 BY 1
                   UNTIL IDX-OPE > TOTAL-OPERADORES
               PERFORM DECIDIR-CANDIDATO
               IF ES-CANDIDATO
                   ADD 1 TO CANDIDATOS
               END-IF
           END-PERFORM.

       DECIDIR-CANDIDATO.
           MOVE "N" TO SW-CANDIDATO.
           IF AGENDA-CON-LINEA
               IF OPE-ACCESOS(IDX-OPE) = 0
                   MOVE "S" TO SW-CANDIDATO
               END-IF
           ELSE
               PERFORM VARYING IDX-ACC FROM 1 BY 1
                       UNTIL IDX-ACC > TOTAL-ACCESOS OR ES-CANDIDATO
                   IF ACC-OPERADOR(IDX-ACC) = OPE-CODIGO(IDX-OPE)
                       AND ACC-AGENDA(IDX-ACC) = PEN-AGENDA(IDX-PEN)
                       MOVE "S" TO SW-CANDIDATO
                   END-IF
               END-PERFORM
           END-IF.

      *LOS OPERADORES ACTIVOS (LOS DE BAJA NO RECIBEN LISTA)
       CARGAR-OPERADORES.
           OPEN INPUT OPERADORES-FILE.
           IF FS-OPERADORES NOT = "00"
               DISPLAY "No hay fichero OPERADORES: toda la lista va "
                   "a LOTE"
           ELSE
               PERFORM UNTIL FS-OPERADORES = "10"
                   READ OPERADORES-FILE
                       AT END
                           MOVE "10" TO FS-OPERADORES
                       NOT AT END
                           PERFORM CARGAR-OPERADOR-LINEA
                   END-READ
               END-PERFORM
               CLOSE OPERADORES-FILE
           END-IF.

       CARGAR-OPERADOR-LINEA.
           MOVE SPACES TO OPR-CODIGO OPR-NOMBRE OPR-ESTADO.
           UNSTRING LINEA-OPERADOR DELIMITED BY ";"
               INTO OPR-CODIGO OPR-NOMBRE OPR-NIVEL OPR-IDIOMA
                   OPR-ESTADO.
           IF OPR-CODIGO NOT = SPACES AND OPR-ESTADO NOT = "B"
               IF TOTAL-OPERADORES < 100
                   ADD 1 TO TOTAL-OPERADORES
                   MOVE OPR-CODIGO TO OPE-CODIGO(TOTAL-OPERADORES)
                   MOVE OPR-NOMBRE TO OPE-NOMBRE(TOTAL-OPERADORES)
                   MOVE 0 TO OPE-ACCESOS(TOTAL-OPERADORES)
                   MOVE 0 TO OPE-PENDIENTES(TOTAL-OPERADORES)
               ELSE
                   DISPLAY "Mas de 100 operadores: " OPR-CODIGO
                       " se queda sin lista"
                   MOVE 4 TO CODIGO-SALIDA
               END-IF
           END-IF.

      *LAS LINEAS OPERADOR;AGENDA, Y CUANTAS TIENE CADA OPERADOR
       CARGAR-ACCESOS.
           OPEN INPUT ACCESOS-FILE.
           IF FS-ACCESOS = "00"
               PERFORM UNTIL FS-ACCESOS = "10"
                   READ ACCESOS-FILE
                       AT END
                           MOVE "10" TO FS-ACCESOS
                       NOT AT END
                           MOVE SPACES TO ACC-OPERADOR-LIN
                           MOVE SPACES TO ACC-AGENDA-LIN
                           UNSTRING LINEA-ACCESO DELIMITED BY ";"
                               INTO ACC-OPERADOR-LIN ACC-AGENDA-LIN
                           IF ACC-AGENDA-LIN NOT = SPACES
                               AND TOTAL-ACCESOS < 500
                               ADD 1 TO TOTAL-ACCESOS
                               MOVE ACC-OPERADOR-LIN TO
                                   ACC-OPERADOR(TOTAL-ACCESOS)
                               MOVE ACC-AGENDA-LIN TO
                                   ACC-AGENDA(TOTAL-ACCESOS)
                               PERFORM CONTAR-ACCESO-OPERADOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCESOS-FILE
           END-IF.

       CONTAR-ACCESO-OPERADOR.
           PERFORM VARYING IDX-OPE FROM 1 BY 1
                   UNTIL IDX-OPE > TOTAL-OPERADORES
               IF OPE-CODIGO(IDX-OPE) = ACC-OPERADOR-LIN
                   ADD 1 TO OPE-ACCESOS(IDX-OPE)
               END-IF
           END-PERFORM.

      *UNA LISTA POR OPERADOR CON CONTACTOS A SU NOMBRE, Y LA DE LOS
      *QUE NO TIENEN A NADIE A NOMBRE DE LOTE
       ESCRIBIR-LISTAS.
           PERFORM VARYING IDX-OPE FROM 1 BY 1
                   UNTIL IDX-OPE > TOTAL-OPERADORES
               IF OPE-PENDIENTES(IDX-OPE) > 0
                   MOVE OPE-CODIGO(IDX-OPE) TO OPERADOR-LISTA
                   MOVE OPE-NOMBRE(IDX-OPE) TO NOMBRE-LISTA
                   PERFORM ESCRIBIR-LISTA-OPERADOR
               END-IF
           END-PERFORM.
           IF SIN-OPERADOR > 0
               MOVE SPACES TO OPERADOR-LISTA
               MOVE "SIN OPERADOR CON ACCESO" TO NOMBRE-LISTA
               PERFORM ESCRIBIR-LISTA-OPERADOR
           END-IF.
           DISPLAY "Reverificacion: " TOTAL-PENDIENTES
               " contactos vencidos de " REVISADOS " en "
               LISTAS-ENCOLADAS " listas (" SIN-OPERADOR
               " sin operador)".

       ESCRIBIR-LISTA-OPERADOR.
           OPEN OUTPUT VERLIST-FILE.
           MOVE 0 TO PAGINA-ACTUAL.
           PERFORM ESCRIBIR-CABECERA-LISTA.
           MOVE 0 TO ORDEN-LISTA.
           PERFORM VARYING IDX-PEN FROM 1 BY 1
                   UNTIL IDX-PEN > TOTAL-PENDIENTES
               IF PEN-OPERADOR(IDX-PEN) = OPERADOR-LISTA
                   PERFORM ESCRIBIR-PENDIENTE
               END-IF
           END-PERFORM.
           MOVE SPACES TO LINEA-VERLIST.
           PERFORM ESCRIBIR-LINEA-LISTA.
           MOVE ORDEN-LISTA TO CUENTA-TEXTO.
           MOVE SPACES TO LINEA-VERLIST.
           STRING "CONTACTOS A REVERIFICAR: " CUENTA-TEXTO
               "  (CONFIRMAR O ACTUALIZAR CON LA OPCION 22 DE LA "
               "AGENDA)"
               DELIMITED BY SIZE INTO LINEA-VERLIST.
           PERFORM ESCRIBIR-LINEA-LISTA.
           CLOSE VERLIST-FILE.
           MOVE "VERLIST" TO SPO-FICHERO.
           MOVE "REVERIF" TO SPO-INFORME.
           IF OPERADOR-LISTA = SPACES
               MOVE "LOTE" TO SPO-OPERADOR
           ELSE
               MOVE OPERADOR-LISTA TO SPO-OPERADOR
           END-IF.
           CALL "SPOSUB01" USING SPO-FICHERO SPO-INFORME
               SPO-OPERADOR SPO-ESTADO.
           IF SPO-ESTADO NOT = 0
               DISPLAY "La cola de impresion no acepta la lista de "
                   SPO-OPERADOR
               MOVE 4 TO CODIGO-SALIDA
           ELSE
               ADD 1 TO LISTAS-ENCOLADAS
           END-IF.

       ESCRIBIR-PENDIENTE.
           ADD 1 TO ORDEN-LISTA.
           MOVE ORDEN-LISTA TO ORDEN-TEXTO.
           MOVE PEN-DIAS(IDX-PEN) TO DIAS-TEXTO.
           MOVE PEN-LLAMADAS(IDX-PEN) TO LLAMADAS-TEXTO.
           MOVE PEN-PRIORIDAD(IDX-PEN) TO PRIORIDAD-TEXTO.
           IF PEN-TIPO-BASE(IDX-PEN) = "N"
               MOVE "SIN FECHA" TO BASE-TEXTO
           ELSE
               MOVE "F" TO FEC-OPERACION
               MOVE PEN-BASE(IDX-PEN) TO FEC-FECHA-1
               PERFORM LLAMAR-FECHASUB
               MOVE FEC-TEXTO TO BASE-TEXTO
           END-IF.
           MOVE SPACES TO LINEA-VERLIST.
           STRING ORDEN-TEXTO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PEN-AGENDA(IDX-PEN) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PEN-NOMBRE(IDX-PEN) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PEN-CATEGORIA(IDX-PEN) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PEN-TELEFONO(IDX-PEN) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PEN-TIPO-BASE(IDX-PEN) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BASE-TEXTO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DIAS-TEXTO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LLAMADAS-TEXTO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PRIORIDAD-TEXTO DELIMITED BY SIZE
               INTO LINEA-VERLIST.
           PERFORM ESCRIBIR-LINEA-LISTA.

       ESCRIBIR-LINEA-LISTA.
           IF LINEAS-PAGINA-ACTUAL >= LINEAS-POR-PAGINA
               MOVE LINEA-VERLIST TO LINEA-GUARDADA
               PERFORM ESCRIBIR-CABECERA-LISTA
               MOVE LINEA-GUARDADA TO LINEA-VERLIST
           END-IF.
           WRITE LINEA-VERLIST.
           ADD 1 TO LINEAS-PAGINA-ACTUAL.

      *CABECERA DE HOJA: OPERADOR, PAGINA, FECHA Y TITULOS
       ESCRIBIR-CABECERA-LISTA.
           ADD 1 TO PAGINA-ACTUAL.
           MOVE PAGINA-ACTUAL TO PAGINA-TEXTO.
           MOVE SPACES TO LINEA-VERLIST.
           STRING "CONTACTOS A REVERIFICAR - " DELIMITED BY SIZE
               OPERADOR-LISTA DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               NOMBRE-LISTA DELIMITED BY "  "
               " - PAGINA " DELIMITED BY SIZE
               PAGINA-TEXTO DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               FECHA-INFORME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               HORA-HOY(1:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               HORA-HOY(3:2) DELIMITED BY SIZE
               INTO LINEA-VERLIST.
           WRITE LINEA-VERLIST.
           MOVE SPACES TO LINEA-VERLIST.
           STRING "    N AGENDA          CONTACTO                      "
               " CATEGORIA  TELEFONO      B DESDE      DIAS LLAM "
               "PRIOR."
               DELIMITED BY SIZE INTO LINEA-VERLIST.
           WRITE LINEA-VERLIST.
           MOVE SPACES TO LINEA-VERLIST.
           STRING "  (B: V ULTIMA VERIFICACION, A ALTA, N SIN FECHA; "
               "DIAS VENCIDO; LLAMADAS EN " DIAS-LLAMADAS " DIAS)"
               DELIMITED BY SIZE INTO LINEA-VERLIST.
           WRITE LINEA-VERLIST.
           MOVE 3 TO LINEAS-PAGINA-ACTUAL.

      *PORCENTAJE VERIFICADO POR AGENDA: VERIFICADOS DENTRO DE PLAZO
      *SOBRE ACTIVOS, Y AL DIA CONTANDO LAS ALTAS AUN EN PLAZO
       ESCRIBIR-INFORME-MENSUAL.
           OPEN OUTPUT VERINF-FILE.
           MOVE SPACES TO LINEA-VERINF.
           STRING "VERIFICACION DE DATOS DE CONTACTO POR AGENDA - "
               FECHA-INFORME " " HORA-HOY(1:2) ":" HORA-HOY(3:2)
               DELIMITED BY SIZE INTO LINEA-VERINF.
           WRITE LINEA-VERINF.
           MOVE SPACES TO LINEA-VERINF.
           WRITE LINEA-VERINF.
           MOVE SPACES TO LINEA-VERINF.
           STRING "AGENDA          ACTIVOS VERIFIC. RECIENT. VENCIDOS"
               "    NUNCA  %VERIF. %AL DIA"
               DELIMITED BY SIZE INTO LINEA-VERINF.
           WRITE LINEA-VERINF.
           PERFORM VARYING IDX-AGE FROM 1 BY 1
                   UNTIL IDX-AGE > TOTAL-AGENDAS
               PERFORM ESCRIBIR-LINEA-AGENDA
           END-PERFORM.
           MOVE SPACES TO LINEA-VERINF.
           WRITE LINEA-VERINF.
           MOVE 51 TO IDX-AGE.
           PERFORM ESCRIBIR-LINEA-AGENDA.
           MOVE SPACES TO LINEA-VERINF.
           WRITE LINEA-VERINF.
           MOVE SPACES TO LINEA-VERINF.
           STRING "VERIFIC.: VERIFICADOS DENTRO DEL PLAZO DE SU "
               "CATEGORIA (PLAZOVER). RECIENT.: SIN VERIFICAR PERO "
               "DADOS DE ALTA DENTRO DEL PLAZO."
               DELIMITED BY SIZE INTO LINEA-VERINF.
           WRITE LINEA-VERINF.
           MOVE SPACES TO LINEA-VERINF.
           STRING "NUNCA: SIN NINGUNA VERIFICACION ANOTADA (VENCIDOS "
               "O NO)."
               DELIMITED BY SIZE INTO LINEA-VERINF.
           WRITE LINEA-VERINF.
           CLOSE VERINF-FILE.
           MOVE "VERINF" TO SPO-FICHERO.
           MOVE "VERIFMES" TO SPO-INFORME.
           MOVE "LOTE" TO SPO-OPERADOR.
           CALL "SPOSUB01" USING SPO-FICHERO SPO-INFORME
               SPO-OPERADOR SPO-ESTADO.
           IF SPO-ESTADO NOT = 0
               DISPLAY "La cola de impresion no acepta VERINF"
               MOVE 4 TO CODIGO-SALIDA
           END-IF.
           DISPLAY "Verificacion mensual: " TOT-VERIFICADOS
               " verificados y " TOT-VENCIDOS " vencidos de "
               TOT-ACTIVOS " activos".

      *IDX-AGE 51 ES LA LINEA DE TOTALES
       ESCRIBIR-LINEA-AGENDA.
           MOVE SPACES TO LINEA-VERINF.
           IF IDX-AGE > 50
               MOVE "TOTAL" TO LINEA-VERINF(1:15)
               MOVE TOT-ACTIVOS TO CUENTA-TEXTO
               MOVE CUENTA-TEXTO TO LINEA-VERINF(19:5)
               MOVE TOT-VERIFICADOS TO CUENTA-TEXTO
               MOVE CUENTA-TEXTO TO LINEA-VERINF(28:5)
               MOVE TOT-RECIENTES TO CUENTA-TEXTO
               MOVE CUENTA-TEXTO TO LINEA-VERINF(37:5)
               MOVE TOT-VENCIDOS TO CUENTA-TEXTO
               MOVE CUENTA-TEXTO TO LINEA-VERINF(46:5)
               MOVE TOT-NUNCA TO CUENTA-TEXTO
               MOVE CUENTA-TEXTO TO LINEA-VERINF(55:5)
               IF TOT-ACTIVOS > 0
                   COMPUTE PORCENTAJE ROUNDED =
                       TOT-VERIFICADOS * 100 / TOT-ACTIVOS
                   COMPUTE PORCENTAJE-AL-DIA ROUNDED =
                       (TOT-VERIFICADOS + TOT-RECIENTES) * 100
                       / TOT-ACTIVOS
               ELSE
                   MOVE 0 TO PORCENTAJE PORCENTAJE-AL-DIA
               END-IF
           ELSE
               MOVE AGE-NOMBRE(IDX-AGE) TO LINEA-VERINF(1:15)
               MOVE AGE-ACTIVOS(IDX-AGE) TO CUENTA-TEXTO
               MOVE CUENTA-TEXTO TO LINEA-VERINF(19:5)
               MOVE AGE-VERIFICADOS(IDX-AGE) TO CUENTA-TEXTO
               MOVE CUENTA-TEXTO TO LINEA-VERINF(28:5)
               MOVE AGE-RECIENTES(IDX-AGE) TO CUENTA-TEXTO
               MOVE CUENTA-TEXTO TO LINEA-VERINF(37:5)
               MOVE AGE-VENCIDOS(IDX-AGE) TO CUENTA-TEXTO
               MOVE CUENTA-TEXTO TO LINEA-VERINF(46:5)
               MOVE AGE-NUNCA(IDX-AGE) TO CUENTA-TEXTO
               MOVE CUENTA-TEXTO TO LINEA-VERINF(55:5)
               IF AGE-ACTIVOS(IDX-AGE) > 0
                   COMPUTE PORCENTAJE ROUNDED =
                       AGE-VERIFICADOS(IDX-AGE) * 100
                       / AGE-ACTIVOS(IDX-AGE)
                   COMPUTE PORCENTAJE-AL-DIA ROUNDED =
                       (AGE-VERIFICADOS(IDX-AGE)
                       + AGE-RECIENTES(IDX-AGE)) * 100
                       / AGE-ACTIVOS(IDX-AGE)
               ELSE
                   MOVE 0 TO PORCENTAJE PORCENTAJE-AL-DIA
               END-IF
           END-IF.
           MOVE PORCENTAJE TO PORCENTAJE-TEXTO.
           MOVE PORCENTAJE-TEXTO TO LINEA-VERINF(62:5).
           MOVE PORCENTAJE-AL-DIA TO AL-DIA-TEXTO.
           MOVE AL-DIA-TEXTO TO LINEA-VERINF(70:5).
           WRITE LINEA-VERINF.

       LLAMAR-FECHASUB.
           CALL "FECHASUB" USING FEC-OPERACION FEC-FECHA-1
               FEC-FECHA-2 FEC-DIAS FEC-RESULTADO FEC-TEXTO
               FEC-ESTADO.

      * CONTACTOS SE LEE DE LA INSTANTANEA DE LA NOCHE CONTINST SI
      * INSSUB01 LA DA POR BUENA Y SI NO DEL FICHERO VIVO; EL RESTO
      * DEL PROGRAMA SOLO VE FS-CONTACTOS Y REG-CONTACTO. SE DECIDE
      * UNA VEZ POR EJECUCION: TODAS LAS PASADAS VEN LA MISMA FOTO
       ABRIR-CONTACTOS.
           IF INS-ORIGEN = SPACE
               CALL "INSSUB01" USING INS-ORIGEN
           END-IF.
           IF INSTANTANEA-VALIDA
               OPEN INPUT CONTINST-FILE
               MOVE FS-CONTINST TO FS-CONTACTOS
               IF FS-CONTINST NOT = "00"
                   DISPLAY "Falta CONTINST; se lee el fichero vivo"
                   MOVE "V" TO INS-ORIGEN
               END-IF
           END-IF.
           IF NOT INSTANTANEA-VALIDA
               OPEN INPUT CONTACTOS-FILE
           END-IF.

       LEER-CONTACTO.
           IF INSTANTANEA-VALIDA
               READ CONTINST-FILE INTO REG-CONTACTO
                   AT END
                       MOVE "10" TO FS-CONTACTOS
               END-READ
           ELSE
               READ CONTACTOS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-CONTACTOS
               END-READ
           END-IF.

       CERRAR-CONTACTOS.
           IF INSTANTANEA-VALIDA
               CLOSE CONTINST-FILE
           ELSE
               CLOSE CONTACTOS-FILE
           END-IF.

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

       END PROGRAM REVERIFICA-CONTACTOS.
