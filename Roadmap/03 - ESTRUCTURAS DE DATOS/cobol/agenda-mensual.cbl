     /*
      * AGENDA MENSUAL EN PAPEL DE CADA OPERADOR.
      * No es la solucion de ningun reto: es la agenda de sobremesa
      * que cada operador pide a fin de mes. Para cada operador
      * activo de OPERADORES (o solo el del SYSIN) imprime en MESINF
      * una hoja con la rejilla del mes, de lunes a domingo, con los
      * sabados, domingos y festivos de FESTIVOS sombreados. En cada
      * dia salen:
      *   - sus citas de CITAS (hora y visitante),
      *   - sus tareas de TAREAS que vencen ese dia y no estan
      *     hechas (marcadas con T),
      *   - los cumpleanos de los contactos activos de las agendas
      *     que puede abrir segun ACCESOS (todas si no tiene lineas),
      *     marcados con un asterisco.
      * Un dia con mas anotaciones de las que caben en su casilla
      * remite a una hoja de detalle que sigue a la rejilla, con
      * todas las del dia por extenso. La agenda de cada operador va
      * a la cola central de impresion a su nombre (SPOSUB01), y
      * MESINF se reescribe para el siguiente. CONTACTOS se lee de la
      * instantanea de la noche si INSSUB01 la da por buena.
      * SYSIN:
      *   linea 1: mes AAAAMM (en blanco, el mes de manana: corriendo
      *            el ultimo dia del mes, el siguiente)
      *   linea 2: operador (en blanco, todos los activos)
      * RC 0; 4 si el mes de la tarjeta no vale (se imprime el de
      * manana), si alguna anotacion no cabe en las tablas o si la
      * cola de impresion rechaza alguna agenda; 8 si no hay
      * OPERADORES o el operador pedido no existe o esta de baja.
      */
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGENDA-MENSUAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERADORES-FILE ASSIGN TO "OPERADORES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OPERADORES.
           SELECT ACCESOS-FILE ASSIGN TO "ACCESOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ACCESOS.
           SELECT FESTIVOS-FILE ASSIGN TO "FESTIVOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FESTIVOS.
           SELECT CITAS-FILE ASSIGN TO "CITAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CITAS.
           SELECT TAREAS-FILE ASSIGN TO "TAREAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TAREAS.
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
           SELECT MESINF-FILE ASSIGN TO "MESINF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MESINF.
      * Registro comun de fin de ejecucion (copybooks/RESUMEN.cpy),
      * compartido por toda la suite y resumido por RESUMEN-NOCHE.
           SELECT RESUMEN-FILE ASSIGN TO "RESUMEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RESUMEN.
       DATA DIVISION.
       FILE SECTION.
       FD OPERADORES-FILE.
           01 LINEA-OPERADOR PIC X(50).

       FD ACCESOS-FILE.
           01 LINEA-ACCESO PIC X(30).

       FD FESTIVOS-FILE.
           01 LINEA-FESTIVO PIC X(20).

       FD CITAS-FILE.
           01 LINEA-CITA PIC X(110).

       FD TAREAS-FILE.
           01 LINEA-TAREA PIC X(120).

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
                   ==FECHA-NACIMIENTO== BY ==FECHA-NACIM-REG==.

       FD CONTINST-FILE.
      * Imagen fija del registro canonico completo, como las copias.
           01 REG-CONTINST PIC X(350).

       FD MESINF-FILE.
           01 LINEA-MESINF PIC X(132).

       FD RESUMEN-FILE.
           01 LINEA-RESUMEN PIC X(50).

       WORKING-STORAGE SECTION.
           77 FS-OPERADORES PIC XX.
           77 FS-ACCESOS PIC XX.
           77 FS-FESTIVOS PIC XX.
           77 FS-CITAS PIC XX.
           77 FS-TAREAS PIC XX.
           77 FS-CONTACTOS PIC XX.
           77 FS-CONTINST PIC XX.
      * De donde se lee CONTACTOS: "I" la instantanea, "V" el vivo.
           77 INS-ORIGEN PIC X VALUE SPACE.
               88 INSTANTANEA-VALIDA VALUE "I".
           77 FS-MESINF PIC XX.

      * Tarjetas del SYSIN y mes de la agenda, con sus partes.
           77 TARJETA-MES PIC X(6).
           77 TARJETA-OPERADOR PIC X(8).
           01 MES-AGENDA PIC 9(6).
           01 MES-AGENDA-R REDEFINES MES-AGENDA.
               05 MES-AAAA PIC 9(4).
               05 MES-MM PIC 9(2).
           01 FECHA-HOY PIC 9(8).
           01 FECHA-DIA PIC 9(8).
           01 FECHA-DIA-R REDEFINES FECHA-DIA.
               05 DIA-AAAA PIC 9(4).
               05 DIA-MM PIC 9(2).
               05 DIA-DD PIC 9(2).
           77 ULTIMO-DIA PIC 9(2).
           77 COLUMNA-UNO PIC 9.

           01 MESES-VALORES.
               05 FILLER PIC X(10) VALUE "ENERO".
               05 FILLER PIC X(10) VALUE "FEBRERO".
               05 FILLER PIC X(10) VALUE "MARZO".
               05 FILLER PIC X(10) VALUE "ABRIL".
               05 FILLER PIC X(10) VALUE "MAYO".
               05 FILLER PIC X(10) VALUE "JUNIO".
               05 FILLER PIC X(10) VALUE "JULIO".
               05 FILLER PIC X(10) VALUE "AGOSTO".
               05 FILLER PIC X(10) VALUE "SEPTIEMBRE".
               05 FILLER PIC X(10) VALUE "OCTUBRE".
               05 FILLER PIC X(10) VALUE "NOVIEMBRE".
               05 FILLER PIC X(10) VALUE "DICIEMBRE".
           01 TABLA-MESES REDEFINES MESES-VALORES.
               05 NOMBRE-MES PIC X(10) OCCURS 12 TIMES.

           01 SEMANA-VALORES.
               05 FILLER PIC X(10) VALUE "LUNES".
               05 FILLER PIC X(10) VALUE "MARTES".
               05 FILLER PIC X(10) VALUE "MIERCOLES".
               05 FILLER PIC X(10) VALUE "JUEVES".
               05 FILLER PIC X(10) VALUE "VIERNES".
               05 FILLER PIC X(10) VALUE "SABADO".
               05 FILLER PIC X(10) VALUE "DOMINGO".
           01 TABLA-SEMANA REDEFINES SEMANA-VALORES.
               05 NOMBRE-DIA-SEMANA PIC X(10) OCCURS 7 TIMES.

      * Operadores a los que se imprime agenda, en el orden del
      * fichero, y su troceado.
           01 TABLA-OPERADORES.
               05 FILA-OPERADOR OCCURS 100 TIMES.
                   10 OPE-CODIGO PIC X(8).
                   10 OPE-NOMBRE PIC X(30).
           77 TOTAL-OPERADORES PIC 9(3) VALUE 0.
           77 IDX-OPE PIC 9(3).
           77 OPR-CODIGO PIC X(8).
           77 OPR-NOMBRE PIC X(30).
           77 OPR-NIVEL PIC X.
           77 OPR-IDIOMA PIC XX.
           77 OPR-ESTADO PIC X.

      * Lineas de ACCESOS (OPERADOR;AGENDA) de todos los operadores.
           01 TABLA-ACCESOS.
               05 FILA-ACCESO OCCURS 500 TIMES.
                   10 ACC-OPERADOR PIC X(8).
                   10 ACC-AGENDA PIC X(15).
           77 TOTAL-ACCESOS PIC 9(3) VALUE 0.
           77 IDX-ACC PIC 9(3).
           77 ACC-OPERADOR-LIN PIC X(8).
           77 ACC-AGENDA-LIN PIC X(15).
           77 ACCESOS-OPERADOR PIC 9(3).
           77 SW-ACCESO PIC X.
               88 AGENDA-PERMITIDA VALUE "S".

           01 TABLA-FESTIVOS.
               05 FESTIVO PIC 9(8) OCCURS 100 TIMES.
           77 TOTAL-FESTIVOS PIC 9(3) VALUE 0.
           77 IDX-FES PIC 9(3).

      * Troceado de las lineas de CITAS y de TAREAS.
           77 LIN-FECHA PIC X(8).
           77 LIN-HORA PIC X(4).
           77 LIN-OPERADOR PIC X(8).
           77 LIN-AGENDA PIC X(15).
           77 LIN-NOMBRE PIC X(30).
           77 LIN-TEXTO PIC X(40).
           77 LIN-HECHA PIC X.
           77 LIN-DIA PIC 9(2).

      * Citas, tareas pendientes y cumpleanos que caen en el mes.
           01 TABLA-CITAS-MES.
               05 FILA-CITA-MES OCCURS 2000 TIMES.
                   10 CTM-DIA PIC 9(2).
                   10 CTM-HORA PIC X(4).
                   10 CTM-OPERADOR PIC X(8).
                   10 CTM-AGENDA PIC X(15).
                   10 CTM-NOMBRE PIC X(30).
                   10 CTM-MOTIVO PIC X(40).
           77 TOTAL-CITAS-MES PIC 9(4) VALUE 0.
           77 IDX-CTM PIC 9(4).
           01 TABLA-TAREAS-MES.
               05 FILA-TAREA-MES OCCURS 2000 TIMES.
                   10 TRM-DIA PIC 9(2).
                   10 TRM-OPERADOR PIC X(8).
                   10 TRM-AGENDA PIC X(15).
                   10 TRM-NOMBRE PIC X(30).
                   10 TRM-DESCRIPCION PIC X(40).
           77 TOTAL-TAREAS-MES PIC 9(4) VALUE 0.
           77 IDX-TRM PIC 9(4).
           01 TABLA-CUMPLES-MES.
               05 FILA-CUMPLE-MES OCCURS 2000 TIMES.
                   10 CUM-DIA PIC 9(2).
                   10 CUM-AGENDA PIC X(15).
                   10 CUM-NOMBRE PIC X(30).
                   10 CUM-ANOS PIC 9(3).
           77 TOTAL-CUMPLES-MES PIC 9(4) VALUE 0.
           77 IDX-CUM PIC 9(4).

      * Vista de la fecha de nacimiento del registro en curso.
           01 FECHA-NACIM-AUX PIC 9(8).
           01 FECHA-NACIM-AUX-R REDEFINES FECHA-NACIM-AUX.
               05 NACIM-AAAA PIC 9(4).
               05 NACIM-MM PIC 9(2).
               05 NACIM-DD PIC 9(2).

      * Dias del mes: columna de la semana (1 lunes ... 7 domingo),
      * si va sombreado y si es festivo, y las anotaciones del
      * operador en curso ordenadas por clase y hora (cumpleanos,
      * citas por hora y tareas). Las que no caben se cuentan.
           01 TABLA-DIAS.
               05 FILA-DIA OCCURS 31 TIMES.
                   10 DIA-COLUMNA PIC 9.
                   10 DIA-SOMBRA PIC X.
                       88 DIA-SOMBREADO VALUE "S".
                   10 DIA-FESTIVO PIC X.
                       88 DIA-ES-FESTIVO VALUE "S".
                   10 DIA-TOTAL PIC 9(2).
                   10 DIA-SOBRANTES PIC 9(3).
                   10 DIA-ENTRADA OCCURS 25 TIMES.
                       15 ENT-ORDEN PIC X(5).
                       15 ENT-CORTO PIC X(17).
                       15 ENT-LARGO PIC X(100).
           77 IDX-DIA PIC 9(2).
           77 IDX-ENT PIC 9(2).
           77 IDX-HUECO PIC 9(2).
           77 MAXIMO-ENTRADAS PIC 9(2) VALUE 25.
      * Anotacion que se esta colocando en su dia.
           77 NUE-DIA PIC 9(2).
           77 NUE-ORDEN PIC X(5).
           77 NUE-CORTO PIC X(17).
           77 NUE-LARGO PIC X(100).
           77 HORA-TEXTO PIC X(5).
           77 ANOS-TEXTO PIC ZZ9.

      * Rejilla: siete casillas de 17 posiciones separadas por
      * barras; cada semana lleva la linea del dia y tres de
      * anotaciones. Un dia con mas de tres deja dos y remite al
      * detalle.
           01 LINEA-REJILLA.
               05 REJ-COLUMNA OCCURS 7 TIMES.
                   10 REJ-BARRA PIC X.
                   10 REJ-CELDA PIC X(17).
               05 REJ-BARRA-FIN PIC X.
           01 LINEA-SEPARADOR.
               05 SEP-COLUMNA OCCURS 7 TIMES.
                   10 SEP-ESQUINA PIC X.
                   10 SEP-RAYA PIC X(17).
               05 SEP-ESQUINA-FIN PIC X.
           77 LINEAS-CELDA PIC 9 VALUE 4.
           77 ENTRADAS-CELDA PIC 9 VALUE 3.
           77 INICIO-SEMANA PIC S9(3).
           77 DIA-CELDA PIC S9(3).
           77 IDX-COL PIC 9.
           77 IDX-LIN PIC 9.
           77 TEXTO-CELDA PIC X(17).
           77 LARGO-CELDA PIC 9(2).
           77 POS-SOMBRA PIC 9(2).
           77 DIA-TEXTO PIC Z9.
           77 MAS-TEXTO PIC 99.
           77 PENDIENTES-DIA PIC 9(3).
           77 SW-DETALLE PIC X.
               88 HAY-DETALLE VALUE "S".

      * Contadores.
           77 ANOTACIONES-MES PIC 9(5) VALUE 0.
           77 ANOTACIONES-PERDIDAS PIC 9(5) VALUE 0.
           77 AGENDAS-IMPRESAS PIC 9(5) VALUE 0.
           77 TOTAL-TEXTO PIC ZZZZ9.

      * Paginacion: la rejilla es una hoja; el detalle pagina a
      * sesenta lineas con la misma cabecera.
           77 LINEAS-POR-PAGINA PIC 9(2) VALUE 60.
           77 LINEAS-PAGINA-ACTUAL PIC 9(2) VALUE 0.
           77 PAGINA-ACTUAL PIC 9(3) VALUE 0.
           77 PAGINA-TEXTO PIC ZZ9.
           77 INFORME-HORA PIC 9(8).
           77 FECHA-INFORME PIC X(10).
           77 LINEA-GUARDADA PIC X(132).

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
           PERFORM FIJAR-MES.
           PERFORM CARGAR-OPERADORES.
           IF CODIGO-SALIDA NOT = 8
               PERFORM CARGAR-FESTIVOS
               PERFORM PREPARAR-DIAS
               PERFORM CARGAR-ACCESOS
               PERFORM CARGAR-CITAS
               PERFORM CARGAR-TAREAS
               PERFORM CARGAR-CUMPLEANOS
               ACCEPT INFORME-HORA FROM TIME
               MOVE FECHA-HOY TO FEC-FECHA-1
               MOVE "F" TO FEC-OPERACION
               PERFORM LLAMAR-FECHASUB
               MOVE FEC-TEXTO TO FECHA-INFORME
               PERFORM VARYING IDX-OPE FROM 1 BY 1
                       UNTIL IDX-OPE > TOTAL-OPERADORES
                   PERFORM AGENDA-OPERADOR
               END-PERFORM
               IF ANOTACIONES-PERDIDAS > 0
                   DISPLAY "Aviso: " ANOTACIONES-PERDIDAS
                       " anotaciones no caben en las tablas"
                   MOVE 4 TO CODIGO-SALIDA
               END-IF
               DISPLAY "Agendas del mes " MES-AGENDA
                   " en la cola de impresion: "
                   AGENDAS-IMPRESAS " (" ANOTACIONES-MES
                   " anotaciones en el mes)"
           END-IF.
           MOVE "AGEMES" TO RES-PROGRAMA.
           MOVE ANOTACIONES-MES TO RES-ENTRADAS.
           MOVE AGENDAS-IMPRESAS TO RES-SALIDAS.
           MOVE ANOTACIONES-PERDIDAS TO RES-RECHAZOS.
           MOVE CODIGO-SALIDA TO RES-RC.
           PERFORM GRABAR-RESUMEN.
           MOVE CODIGO-SALIDA TO RETURN-CODE.
           STOP RUN.

      *EL MES DE LA TARJETA (AAAAMM) SI ES BUENO; EN BLANCO O MALO,
      *EL DE MANANA. DE EL SALEN LA COLUMNA DEL DIA 1 Y EL ULTIMO
      *DIA (EL 1 DEL MES SIGUIENTE MENOS UNO)
       FIJAR-MES.
           ACCEPT FECHA-HOY FROM DATE.
           IF FECHA-HOY < 19000101
               ADD 20000000 TO FECHA-HOY
           END-IF.
           MOVE "S" TO FEC-OPERACION.
           MOVE FECHA-HOY TO FEC-FECHA-1.
           MOVE 1 TO FEC-DIAS.
           PERFORM LLAMAR-FECHASUB.
           MOVE FEC-RESULTADO(1:6) TO MES-AGENDA.
           MOVE SPACES TO TARJETA-MES.
           ACCEPT TARJETA-MES.
           IF TARJETA-MES NOT = SPACES
               IF TARJETA-MES IS NUMERIC
                   AND TARJETA-MES(5:2) >= "01"
                   AND TARJETA-MES(5:2) <= "12"
                   MOVE TARJETA-MES TO MES-AGENDA
               ELSE
                   DISPLAY "Mes " TARJETA-MES " no valido: se "-
                       "imprime " MES-AGENDA
                   MOVE 4 TO CODIGO-SALIDA
               END-IF
           END-IF.
           MOVE SPACES TO TARJETA-OPERADOR.
           ACCEPT TARJETA-OPERADOR.
           MOVE MES-AAAA TO DIA-AAAA.
           MOVE MES-MM TO DIA-MM.
           MOVE 1 TO DIA-DD.
           MOVE "D" TO FEC-OPERACION.
           MOVE FECHA-DIA TO FEC-FECHA-1.
           PERFORM LLAMAR-FECHASUB.
           MOVE FEC-DIAS TO COLUMNA-UNO.
           IF DIA-MM = 12
               ADD 1 TO DIA-AAAA
               MOVE 1 TO DIA-MM
           ELSE
               ADD 1 TO DIA-MM
           END-IF.
           MOVE "S" TO FEC-OPERACION.
           MOVE FECHA-DIA TO FEC-FECHA-1.
           MOVE -1 TO FEC-DIAS.
           PERFORM LLAMAR-FECHASUB.
           MOVE FEC-RESULTADO(7:2) TO ULTIMO-DIA.

      *LOS OPERADORES ACTIVOS (LOS DE BAJA NO RECIBEN AGENDA), O
      *SOLO EL DE LA TARJETA
       CARGAR-OPERADORES.
           OPEN INPUT OPERADORES-FILE.
           IF FS-OPERADORES NOT = "00"
               DISPLAY "No hay fichero OPERADORES: no se imprime "-
                   "ninguna agenda"
               MOVE 8 TO CODIGO-SALIDA
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
               IF TOTAL-OPERADORES = 0
                   IF TARJETA-OPERADOR NOT = SPACES
                       DISPLAY "Operador " TARJETA-OPERADOR
                           " desconocido o de baja"
                       MOVE 8 TO CODIGO-SALIDA
                   ELSE
                       DISPLAY "No hay operadores activos en "-
                           "OPERADORES"
                       MOVE 4 TO CODIGO-SALIDA
                   END-IF
               END-IF
           END-IF.

       CARGAR-OPERADOR-LINEA.
           MOVE SPACES TO OPR-CODIGO OPR-NOMBRE OPR-ESTADO.
           UNSTRING LINEA-OPERADOR DELIMITED BY ";"
               INTO OPR-CODIGO OPR-NOMBRE OPR-NIVEL OPR-IDIOMA
                   OPR-ESTADO.
           IF OPR-CODIGO NOT = SPACES AND OPR-ESTADO NOT = "B"
               AND (TARJETA-OPERADOR = SPACES
                   OR TARJETA-OPERADOR = OPR-CODIGO)
               IF TOTAL-OPERADORES < 100
                   ADD 1 TO TOTAL-OPERADORES
                   MOVE OPR-CODIGO TO OPE-CODIGO(TOTAL-OPERADORES)
                   MOVE OPR-NOMBRE TO OPE-NOMBRE(TOTAL-OPERADORES)
               ELSE
                   DISPLAY "Mas de 100 operadores: " OPR-CODIGO
                       " se queda sin agenda"
                   MOVE 4 TO CODIGO-SALIDA
               END-IF
           END-IF.

       CARGAR-FESTIVOS.
           OPEN INPUT FESTIVOS-FILE.
           IF FS-FESTIVOS = "00"
               PERFORM UNTIL FS-FESTIVOS = "10"
                   READ FESTIVOS-FILE
                       AT END
                           MOVE "10" TO FS-FESTIVOS
                       NOT AT END
                           IF TOTAL-FESTIVOS < 100
                               AND LINEA-FESTIVO(1:8) IS NUMERIC
                               ADD 1 TO TOTAL-FESTIVOS
                               MOVE LINEA-FESTIVO(1:8) TO
                                   FESTIVO(TOTAL-FESTIVOS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FESTIVOS-FILE
           END-IF.

      *COLUMNA DE CADA DIA DEL MES A PARTIR DE LA DEL DIA 1, Y
      *SOMBRA EN SABADOS, DOMINGOS Y FESTIVOS
       PREPARAR-DIAS.
           MOVE MES-AAAA TO DIA-AAAA.
           MOVE MES-MM TO DIA-MM.
           MOVE COLUMNA-UNO TO IDX-COL.
           PERFORM VARYING IDX-DIA FROM 1 BY 1
                   UNTIL IDX-DIA > ULTIMO-DIA
               MOVE IDX-COL TO DIA-COLUMNA(IDX-DIA)
               MOVE "N" TO DIA-FESTIVO(IDX-DIA)
               MOVE IDX-DIA TO DIA-DD
               PERFORM VARYING IDX-FES FROM 1 BY 1
                       UNTIL IDX-FES > TOTAL-FESTIVOS
                   IF FESTIVO(IDX-FES) = FECHA-DIA
                       MOVE "S" TO DIA-FESTIVO(IDX-DIA)
                   END-IF
               END-PERFORM
               IF IDX-COL > 5 OR DIA-ES-FESTIVO(IDX-DIA)
                   MOVE "S" TO DIA-SOMBRA(IDX-DIA)
               ELSE
                   MOVE "N" TO DIA-SOMBRA(IDX-DIA)
               END-IF
               IF IDX-COL = 7
                   MOVE 1 TO IDX-COL
               ELSE
                   ADD 1 TO IDX-COL
               END-IF
           END-PERFORM.

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
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCESOS-FILE
           END-IF.

       CARGAR-CITAS.
           OPEN INPUT CITAS-FILE.
           IF FS-CITAS = "00"
               PERFORM UNTIL FS-CITAS = "10"
                   READ CITAS-FILE
                       AT END
                           MOVE "10" TO FS-CITAS
                       NOT AT END
                           PERFORM CARGAR-CITA-LINEA
                   END-READ
               END-PERFORM
               CLOSE CITAS-FILE
           END-IF.

       CARGAR-CITA-LINEA.
           MOVE SPACES TO LIN-FECHA LIN-HORA LIN-OPERADOR LIN-AGENDA
               LIN-NOMBRE LIN-TEXTO.
           UNSTRING LINEA-CITA DELIMITED BY ";"
               INTO LIN-FECHA LIN-HORA LIN-OPERADOR LIN-AGENDA
                   LIN-NOMBRE LIN-TEXTO.
           PERFORM COMPROBAR-DIA-LINEA.
           IF LIN-DIA > 0
               ADD 1 TO ANOTACIONES-MES
               IF TOTAL-CITAS-MES < 2000
                   ADD 1 TO TOTAL-CITAS-MES
                   MOVE LIN-DIA TO CTM-DIA(TOTAL-CITAS-MES)
                   MOVE LIN-HORA TO CTM-HORA(TOTAL-CITAS-MES)
                   MOVE LIN-OPERADOR TO CTM-OPERADOR(TOTAL-CITAS-MES)
                   MOVE LIN-AGENDA TO CTM-AGENDA(TOTAL-CITAS-MES)
                   MOVE LIN-NOMBRE TO CTM-NOMBRE(TOTAL-CITAS-MES)
                   MOVE LIN-TEXTO TO CTM-MOTIVO(TOTAL-CITAS-MES)
               ELSE
                   ADD 1 TO ANOTACIONES-PERDIDAS
               END-IF
           END-IF.

       CARGAR-TAREAS.
           OPEN INPUT TAREAS-FILE.
           IF FS-TAREAS = "00"
               PERFORM UNTIL FS-TAREAS = "10"
                   READ TAREAS-FILE
                       AT END
                           MOVE "10" TO FS-TAREAS
                       NOT AT END
                           PERFORM CARGAR-TAREA-LINEA
                   END-READ
               END-PERFORM
               CLOSE TAREAS-FILE
           END-IF.

      * LAS TAREAS YA HECHAS NO SALEN
       CARGAR-TAREA-LINEA.
           MOVE SPACES TO LIN-AGENDA LIN-NOMBRE LIN-FECHA LIN-OPERADOR
               LIN-HECHA LIN-TEXTO.
           UNSTRING LINEA-TAREA DELIMITED BY ";"
               INTO LIN-AGENDA LIN-NOMBRE LIN-FECHA LIN-OPERADOR
                   LIN-HECHA LIN-TEXTO.
           PERFORM COMPROBAR-DIA-LINEA.
           IF LIN-DIA > 0 AND LIN-HECHA NOT = "S"
               ADD 1 TO ANOTACIONES-MES
               IF TOTAL-TAREAS-MES < 2000
                   ADD 1 TO TOTAL-TAREAS-MES
                   MOVE LIN-DIA TO TRM-DIA(TOTAL-TAREAS-MES)
                   MOVE LIN-OPERADOR TO TRM-OPERADOR(TOTAL-TAREAS-MES)
                   MOVE LIN-AGENDA TO TRM-AGENDA(TOTAL-TAREAS-MES)
                   MOVE LIN-NOMBRE TO TRM-NOMBRE(TOTAL-TAREAS-MES)
                   MOVE LIN-TEXTO TO
                       TRM-DESCRIPCION(TOTAL-TAREAS-MES)
               ELSE
                   ADD 1 TO ANOTACIONES-PERDIDAS
               END-IF
           END-IF.

      * DIA DEL MES DE LA LINEA EN LIN-DIA; CERO SI LA FECHA NO ES
      * DEL MES DE LA AGENDA O NO ES VALIDA
       COMPROBAR-DIA-LINEA.
           MOVE 0 TO LIN-DIA.
           IF LIN-FECHA IS NUMERIC
               IF LIN-FECHA(1:6) = MES-AGENDA
                   MOVE LIN-FECHA(7:2) TO LIN-DIA
                   IF LIN-DIA > ULTIMO-DIA
                       MOVE 0 TO LIN-DIA
                   END-IF
               END-IF
           END-IF.

      * CUMPLEANOS DEL MES DE LOS CONTACTOS ACTIVOS CON FECHA DE
      * NACIMIENTO; EL 29 DE FEBRERO CAE EL 28 EN ANOS NO BISIESTOS
      * (EL ULTIMO DIA DE ESE FEBRERO)
       CARGAR-CUMPLEANOS.
           PERFORM ABRIR-CONTACTOS.
           IF FS-CONTACTOS NOT = "00"
               DISPLAY "No existe CONTACTOS; las agendas salen sin "-
                   "cumpleanos"
           ELSE
               PERFORM UNTIL FS-CONTACTOS = "10"
                   PERFORM LEER-CONTACTO
                   IF FS-CONTACTOS NOT = "10"
      * Los contactos ficticios de la agenda de practicas
      * ENTRENAMIENTO no salen en las salidas de produccion.
                       IF CONTACTO-ACTIVO-REG
                           AND AGENDA-NOMBRE-REG NOT =
                               "ENTRENAMIENTO"
                           AND FECHA-NACIM-REG IS NUMERIC
                           AND FECHA-NACIM-REG NOT = 0
                           PERFORM COMPROBAR-CUMPLE-MES
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM CERRAR-CONTACTOS
           END-IF.

       COMPROBAR-CUMPLE-MES.
           MOVE FECHA-NACIM-REG TO FECHA-NACIM-AUX.
           IF NACIM-MM = MES-MM AND NACIM-DD > 0
               ADD 1 TO ANOTACIONES-MES
               IF TOTAL-CUMPLES-MES < 2000
                   ADD 1 TO TOTAL-CUMPLES-MES
                   IF NACIM-DD > ULTIMO-DIA
                       MOVE ULTIMO-DIA TO CUM-DIA(TOTAL-CUMPLES-MES)
                   ELSE
                       MOVE NACIM-DD TO CUM-DIA(TOTAL-CUMPLES-MES)
                   END-IF
                   MOVE AGENDA-NOMBRE-REG TO
                       CUM-AGENDA(TOTAL-CUMPLES-MES)
                   MOVE NOMBRE-REG TO CUM-NOMBRE(TOTAL-CUMPLES-MES)
                   IF NACIM-AAAA > 0 AND NACIM-AAAA < MES-AAAA
                       COMPUTE CUM-ANOS(TOTAL-CUMPLES-MES) =
                           MES-AAAA - NACIM-AAAA
                   ELSE
                       MOVE 0 TO CUM-ANOS(TOTAL-CUMPLES-MES)
                   END-IF
               ELSE
                   ADD 1 TO ANOTACIONES-PERDIDAS
               END-IF
           END-IF.

      *AGENDA DE UN OPERADOR: SE REPARTEN SUS ANOTACIONES POR DIAS,
      *SE IMPRIME Y SE MANDA A LA COLA A SU NOMBRE
       AGENDA-OPERADOR.
           PERFORM VARYING IDX-DIA FROM 1 BY 1
                   UNTIL IDX-DIA > ULTIMO-DIA
               MOVE 0 TO DIA-TOTAL(IDX-DIA)
               MOVE 0 TO DIA-SOBRANTES(IDX-DIA)
           END-PERFORM.
           MOVE 0 TO ACCESOS-OPERADOR.
           PERFORM VARYING IDX-ACC FROM 1 BY 1
                   UNTIL IDX-ACC > TOTAL-ACCESOS
               IF ACC-OPERADOR(IDX-ACC) = OPE-CODIGO(IDX-OPE)
                   ADD 1 TO ACCESOS-OPERADOR
               END-IF
           END-PERFORM.
           PERFORM VARYING IDX-CUM FROM 1 BY 1
                   UNTIL IDX-CUM > TOTAL-CUMPLES-MES
               PERFORM VALIDAR-ACCESO-AGENDA
               IF AGENDA-PERMITIDA
                   PERFORM ANOTAR-CUMPLE
               END-IF
           END-PERFORM.
           PERFORM VARYING IDX-CTM FROM 1 BY 1
                   UNTIL IDX-CTM > TOTAL-CITAS-MES
               IF CTM-OPERADOR(IDX-CTM) = OPE-CODIGO(IDX-OPE)
                   PERFORM ANOTAR-CITA
               END-IF
           END-PERFORM.
           PERFORM VARYING IDX-TRM FROM 1 BY 1
                   UNTIL IDX-TRM > TOTAL-TAREAS-MES
               IF TRM-OPERADOR(IDX-TRM) = OPE-CODIGO(IDX-OPE)
                   PERFORM ANOTAR-TAREA
               END-IF
           END-PERFORM.
           PERFORM ESCRIBIR-AGENDA.
           MOVE "MESINF" TO SPO-FICHERO.
           MOVE "MESINF" TO SPO-INFORME.
           MOVE OPE-CODIGO(IDX-OPE) TO SPO-OPERADOR.
           CALL "SPOSUB01" USING SPO-FICHERO SPO-INFORME SPO-OPERADOR
               SPO-ESTADO.
           IF SPO-ESTADO = 0
               ADD 1 TO AGENDAS-IMPRESAS
           ELSE
               DISPLAY "La cola de impresion no admite la agenda de "
                   OPE-CODIGO(IDX-OPE) " (estado " SPO-ESTADO ")"
               MOVE 4 TO CODIGO-SALIDA
           END-IF.

      * UN OPERADOR SIN LINEAS EN ACCESOS NO TIENE RESTRICCION, COMO
      * EN LA AGENDA
       VALIDAR-ACCESO-AGENDA.
           MOVE "S" TO SW-ACCESO.
           IF ACCESOS-OPERADOR > 0
               MOVE "N" TO SW-ACCESO
               PERFORM VARYING IDX-ACC FROM 1 BY 1
                       UNTIL IDX-ACC > TOTAL-ACCESOS
                   IF ACC-OPERADOR(IDX-ACC) = OPE-CODIGO(IDX-OPE)
                       AND ACC-AGENDA(IDX-ACC) = CUM-AGENDA(IDX-CUM)
                       MOVE "S" TO SW-ACCESO
                   END-IF
               END-PERFORM
           END-IF.

       ANOTAR-CUMPLE.
           MOVE CUM-DIA(IDX-CUM) TO NUE-DIA.
           MOVE "A" TO NUE-ORDEN.
           MOVE SPACES TO NUE-CORTO.
           STRING "* " DELIMITED BY SIZE
               CUM-NOMBRE(IDX-CUM) DELIMITED BY SIZE
               INTO NUE-CORTO.
           MOVE SPACES TO NUE-LARGO.
           IF CUM-ANOS(IDX-CUM) > 0
               MOVE CUM-ANOS(IDX-CUM) TO ANOS-TEXTO
               STRING "       CUMPLEANOS " DELIMITED BY SIZE
                   CUM-NOMBRE(IDX-CUM) DELIMITED BY "  "
                   " (" DELIMITED BY SIZE
                   CUM-AGENDA(IDX-CUM) DELIMITED BY "  "
                   "), CUMPLE" DELIMITED BY SIZE
                   ANOS-TEXTO DELIMITED BY SIZE
                   INTO NUE-LARGO
           ELSE
               STRING "       CUMPLEANOS " DELIMITED BY SIZE
                   CUM-NOMBRE(IDX-CUM) DELIMITED BY "  "
                   " (" DELIMITED BY SIZE
                   CUM-AGENDA(IDX-CUM) DELIMITED BY "  "
                   ")" DELIMITED BY SIZE
                   INTO NUE-LARGO
           END-IF.
           PERFORM ANOTAR-ENTRADA.

       ANOTAR-CITA.
           MOVE CTM-DIA(IDX-CTM) TO NUE-DIA.
           MOVE SPACES TO NUE-ORDEN.
           STRING "C" DELIMITED BY SIZE
               CTM-HORA(IDX-CTM) DELIMITED BY SIZE
               INTO NUE-ORDEN.
           MOVE SPACES TO HORA-TEXTO.
           STRING CTM-HORA(IDX-CTM)(1:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               CTM-HORA(IDX-CTM)(3:2) DELIMITED BY SIZE
               INTO HORA-TEXTO.
           MOVE SPACES TO NUE-CORTO.
           STRING HORA-TEXTO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CTM-NOMBRE(IDX-CTM) DELIMITED BY SIZE
               INTO NUE-CORTO.
           MOVE SPACES TO NUE-LARGO.
           STRING HORA-TEXTO DELIMITED BY SIZE
               "  CITA       " DELIMITED BY SIZE
               CTM-NOMBRE(IDX-CTM) DELIMITED BY "  "
               " (" DELIMITED BY SIZE
               CTM-AGENDA(IDX-CTM) DELIMITED BY "  "
               ") " DELIMITED BY SIZE
               CTM-MOTIVO(IDX-CTM) DELIMITED BY "  "
               INTO NUE-LARGO.
           PERFORM ANOTAR-ENTRADA.

       ANOTAR-TAREA.
           MOVE TRM-DIA(IDX-TRM) TO NUE-DIA.
           MOVE "T" TO NUE-ORDEN.
           MOVE SPACES TO NUE-CORTO.
           STRING "T " DELIMITED BY SIZE
               TRM-DESCRIPCION(IDX-TRM) DELIMITED BY SIZE
               INTO NUE-CORTO.
           MOVE SPACES TO NUE-LARGO.
           STRING "       TAREA      " DELIMITED BY SIZE
               TRM-DESCRIPCION(IDX-TRM) DELIMITED BY "  "
               " - " DELIMITED BY SIZE
               TRM-NOMBRE(IDX-TRM) DELIMITED BY "  "
               " (" DELIMITED BY SIZE
               TRM-AGENDA(IDX-TRM) DELIMITED BY "  "
               ")" DELIMITED BY SIZE
               INTO NUE-LARGO.
           PERFORM ANOTAR-ENTRADA.

      * METE LA ANOTACION EN SU DIA EN EL SITIO QUE LE TOCA POR SU
      * ORDEN, CORRIENDO UN PUESTO LAS QUE VAN DETRAS; CON EL DIA
      * LLENO SOLO SE CUENTA
       ANOTAR-ENTRADA.
           IF DIA-TOTAL(NUE-DIA) < MAXIMO-ENTRADAS
               PERFORM VARYING IDX-ENT FROM 1 BY 1
                       UNTIL IDX-ENT > DIA-TOTAL(NUE-DIA)
                       OR ENT-ORDEN(NUE-DIA IDX-ENT) > NUE-ORDEN
                   CONTINUE
               END-PERFORM
               PERFORM VARYING IDX-HUECO FROM DIA-TOTAL(NUE-DIA)
                       BY -1 UNTIL IDX-HUECO < IDX-ENT
                   MOVE DIA-ENTRADA(NUE-DIA IDX-HUECO) TO
                       DIA-ENTRADA(NUE-DIA IDX-HUECO + 1)
               END-PERFORM
               ADD 1 TO DIA-TOTAL(NUE-DIA)
               MOVE NUE-ORDEN TO ENT-ORDEN(NUE-DIA IDX-ENT)
               MOVE NUE-CORTO TO ENT-CORTO(NUE-DIA IDX-ENT)
               MOVE NUE-LARGO TO ENT-LARGO(NUE-DIA IDX-ENT)
           ELSE
               ADD 1 TO DIA-SOBRANTES(NUE-DIA)
               ADD 1 TO ANOTACIONES-PERDIDAS
           END-IF.

      *LA HOJA DEL MES Y, SI ALGUN DIA NO CABE EN SU CASILLA, LA
      *HOJA DE DETALLE DE ESOS DIAS
       ESCRIBIR-AGENDA.
           OPEN OUTPUT MESINF-FILE.
           MOVE 0 TO PAGINA-ACTUAL.
           PERFORM ESCRIBIR-CABECERA-PAGINA.
           PERFORM ESCRIBIR-SEPARADOR.
           MOVE SPACES TO LINEA-REJILLA.
           PERFORM VARYING IDX-COL FROM 1 BY 1 UNTIL IDX-COL > 7
               MOVE "|" TO REJ-BARRA(IDX-COL)
               MOVE NOMBRE-DIA-SEMANA(IDX-COL) TO REJ-CELDA(IDX-COL)
           END-PERFORM.
           MOVE "|" TO REJ-BARRA-FIN.
           MOVE LINEA-REJILLA TO LINEA-MESINF.
           WRITE LINEA-MESINF.
           PERFORM ESCRIBIR-SEPARADOR.
           COMPUTE INICIO-SEMANA = 2 - COLUMNA-UNO.
           PERFORM ESCRIBIR-SEMANA UNTIL INICIO-SEMANA > ULTIMO-DIA.
           MOVE SPACES TO LINEA-MESINF.
           STRING "/// SABADO, DOMINGO O FESTIVO    * CUMPLEANOS"
               DELIMITED BY SIZE
               "    T TAREA PENDIENTE    (+N) MAS EN LA HOJA DE "
               DELIMITED BY SIZE
               "DETALLE" DELIMITED BY SIZE
               INTO LINEA-MESINF.
           WRITE LINEA-MESINF.
           MOVE "N" TO SW-DETALLE.
           PERFORM VARYING IDX-DIA FROM 1 BY 1
                   UNTIL IDX-DIA > ULTIMO-DIA
               IF DIA-TOTAL(IDX-DIA) > ENTRADAS-CELDA
                   MOVE "S" TO SW-DETALLE
               END-IF
           END-PERFORM.
           IF HAY-DETALLE
               PERFORM ESCRIBIR-DETALLE
           END-IF.
           CLOSE MESINF-FILE.

      *UNA SEMANA DE LA REJILLA: LA LINEA DEL DIA Y LAS DE
      *ANOTACIONES DE LAS SIETE CASILLAS, Y EL SEPARADOR
       ESCRIBIR-SEMANA.
           PERFORM VARYING IDX-LIN FROM 1 BY 1
                   UNTIL IDX-LIN > LINEAS-CELDA
               MOVE SPACES TO LINEA-REJILLA
               PERFORM VARYING IDX-COL FROM 1 BY 1 UNTIL IDX-COL > 7
                   COMPUTE DIA-CELDA = INICIO-SEMANA + IDX-COL - 1
                   PERFORM MONTAR-CELDA
                   MOVE "|" TO REJ-BARRA(IDX-COL)
                   MOVE TEXTO-CELDA TO REJ-CELDA(IDX-COL)
               END-PERFORM
               MOVE "|" TO REJ-BARRA-FIN
               MOVE LINEA-REJILLA TO LINEA-MESINF
               WRITE LINEA-MESINF
           END-PERFORM.
           PERFORM ESCRIBIR-SEPARADOR.
           ADD 7 TO INICIO-SEMANA.

      * TEXTO DE UNA CASILLA EN LA LINEA IDX-LIN: EL NUMERO DEL DIA
      * (Y FESTIVO) EN LA PRIMERA Y UNA ANOTACION EN CADA UNA DE LAS
      * OTRAS; EN UN DIA CON MAS DE LAS QUE CABEN, LA ULTIMA LINEA
      * DICE CUANTAS QUEDAN PARA EL DETALLE
       MONTAR-CELDA.
           MOVE SPACES TO TEXTO-CELDA.
           IF DIA-CELDA > 0 AND DIA-CELDA NOT > ULTIMO-DIA
               MOVE DIA-CELDA TO IDX-DIA
               IF IDX-LIN = 1
                   MOVE IDX-DIA TO DIA-TEXTO
                   IF DIA-ES-FESTIVO(IDX-DIA)
                       STRING DIA-TEXTO DELIMITED BY SIZE
                           " FESTIVO" DELIMITED BY SIZE
                           INTO TEXTO-CELDA
                   ELSE
                       MOVE DIA-TEXTO TO TEXTO-CELDA
                   END-IF
               ELSE
                   COMPUTE IDX-ENT = IDX-LIN - 1
                   IF IDX-ENT = ENTRADAS-CELDA
                       AND DIA-TOTAL(IDX-DIA) > ENTRADAS-CELDA
                       COMPUTE PENDIENTES-DIA = DIA-TOTAL(IDX-DIA)
                           + DIA-SOBRANTES(IDX-DIA) - IDX-ENT + 1
                       IF PENDIENTES-DIA > 99
                           MOVE 99 TO MAS-TEXTO
                       ELSE
                           MOVE PENDIENTES-DIA TO MAS-TEXTO
                       END-IF
                       STRING "(+" DELIMITED BY SIZE
                           MAS-TEXTO DELIMITED BY SIZE
                           ") VER DETALLE" DELIMITED BY SIZE
                           INTO TEXTO-CELDA
                   ELSE
                       IF IDX-ENT NOT > DIA-TOTAL(IDX-DIA)
                           MOVE ENT-CORTO(IDX-DIA IDX-ENT) TO
                               TEXTO-CELDA
                       END-IF
                   END-IF
               END-IF
               IF DIA-SOMBREADO(IDX-DIA)
                   PERFORM SOMBREAR-CELDA
               END-IF
           END-IF.

      * RELLENA DE BARRAS LO QUE QUEDA LIBRE DE LA CASILLA, DEJANDO
      * UN BLANCO DETRAS DEL TEXTO
       SOMBREAR-CELDA.
           PERFORM VARYING LARGO-CELDA FROM 17 BY -1
                   UNTIL LARGO-CELDA = 0
                   OR TEXTO-CELDA(LARGO-CELDA:1) NOT = SPACE
               CONTINUE
           END-PERFORM.
           IF LARGO-CELDA = 0
               MOVE ALL "/" TO TEXTO-CELDA
           ELSE
               IF LARGO-CELDA < 16
                   COMPUTE POS-SOMBRA = LARGO-CELDA + 2
                   MOVE ALL "/" TO TEXTO-CELDA(POS-SOMBRA:)
               END-IF
           END-IF.

       ESCRIBIR-SEPARADOR.
           PERFORM VARYING IDX-COL FROM 1 BY 1 UNTIL IDX-COL > 7
               MOVE "+" TO SEP-ESQUINA(IDX-COL)
               MOVE ALL "-" TO SEP-RAYA(IDX-COL)
           END-PERFORM.
           MOVE "+" TO SEP-ESQUINA-FIN.
           MOVE LINEA-SEPARADOR TO LINEA-MESINF.
           WRITE LINEA-MESINF.

      *HOJA DE DETALLE: LOS DIAS QUE NO CABEN EN SU CASILLA, CON
      *TODAS SUS ANOTACIONES POR EXTENSO
       ESCRIBIR-DETALLE.
           PERFORM ESCRIBIR-CABECERA-PAGINA.
           MOVE "----- DETALLE DE LOS DIAS CON MAS ANOTACIONES DE LAS "-
               "QUE CABEN EN LA HOJA -----" TO LINEA-MESINF.
           PERFORM ESCRIBIR-LINEA-DETALLE.
           PERFORM VARYING IDX-DIA FROM 1 BY 1
                   UNTIL IDX-DIA > ULTIMO-DIA
               IF DIA-TOTAL(IDX-DIA) > ENTRADAS-CELDA
                   PERFORM ESCRIBIR-DETALLE-DIA
               END-IF
           END-PERFORM.

       ESCRIBIR-DETALLE-DIA.
           MOVE SPACES TO LINEA-MESINF.
           PERFORM ESCRIBIR-LINEA-DETALLE.
           MOVE MES-AAAA TO DIA-AAAA.
           MOVE MES-MM TO DIA-MM.
           MOVE IDX-DIA TO DIA-DD.
           MOVE "F" TO FEC-OPERACION.
           MOVE FECHA-DIA TO FEC-FECHA-1.
           PERFORM LLAMAR-FECHASUB.
           MOVE DIA-COLUMNA(IDX-DIA) TO IDX-COL.
           MOVE SPACES TO LINEA-MESINF.
           STRING NOMBRE-DIA-SEMANA(IDX-COL) DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               FEC-TEXTO DELIMITED BY SIZE
               INTO LINEA-MESINF.
           IF DIA-ES-FESTIVO(IDX-DIA)
               MOVE "(FESTIVO)" TO LINEA-MESINF(22:9)
           END-IF.
           PERFORM ESCRIBIR-LINEA-DETALLE.
           PERFORM VARYING IDX-ENT FROM 1 BY 1
                   UNTIL IDX-ENT > DIA-TOTAL(IDX-DIA)
               MOVE SPACES TO LINEA-MESINF
               MOVE ENT-LARGO(IDX-DIA IDX-ENT) TO LINEA-MESINF(3:100)
               PERFORM ESCRIBIR-LINEA-DETALLE
           END-PERFORM.
           IF DIA-SOBRANTES(IDX-DIA) > 0
               MOVE DIA-SOBRANTES(IDX-DIA) TO TOTAL-TEXTO
               MOVE SPACES TO LINEA-MESINF
               STRING "         Y " DELIMITED BY SIZE
                   TOTAL-TEXTO DELIMITED BY SIZE
                   " ANOTACIONES MAS QUE NO CABEN EN ESTA AGENDA"
                   DELIMITED BY SIZE
                   INTO LINEA-MESINF
               PERFORM ESCRIBIR-LINEA-DETALLE
           END-IF.

       ESCRIBIR-LINEA-DETALLE.
           IF LINEAS-PAGINA-ACTUAL >= LINEAS-POR-PAGINA
               MOVE LINEA-MESINF TO LINEA-GUARDADA
               PERFORM ESCRIBIR-CABECERA-PAGINA
               MOVE LINEA-GUARDADA TO LINEA-MESINF
           END-IF.
           WRITE LINEA-MESINF.
           ADD 1 TO LINEAS-PAGINA-ACTUAL.

      *CABECERA DE HOJA: MES, OPERADOR, PAGINA Y FECHA DE EMISION
       ESCRIBIR-CABECERA-PAGINA.
           ADD 1 TO PAGINA-ACTUAL.
           MOVE PAGINA-ACTUAL TO PAGINA-TEXTO.
           MOVE SPACES TO LINEA-MESINF.
           STRING "AGENDA DE " DELIMITED BY SIZE
               NOMBRE-MES(MES-MM) DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               MES-AAAA DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               OPE-CODIGO(IDX-OPE) DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               OPE-NOMBRE(IDX-OPE) DELIMITED BY "  "
               " - PAGINA " DELIMITED BY SIZE
               PAGINA-TEXTO DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               FECHA-INFORME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               INFORME-HORA(1:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               INFORME-HORA(3:2) DELIMITED BY SIZE
               INTO LINEA-MESINF.
           WRITE LINEA-MESINF.
           MOVE 0 TO LINEAS-PAGINA-ACTUAL.

       LLAMAR-FECHASUB.
           CALL "FECHASUB" USING FEC-OPERACION FEC-FECHA-1
               FEC-FECHA-2 FEC-DIAS FEC-RESULTADO FEC-TEXTO
               FEC-ESTADO.

      * CONTACTOS SE LEE DE LA INSTANTANEA DE LA NOCHE CONTINST SI
      * INSSUB01 LA DA POR BUENA Y SI NO DEL FICHERO VIVO; EL RESTO
      * DEL PROGRAMA SOLO VE FS-CONTACTOS Y REG-CONTACTO
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

       END PROGRAM AGENDA-MENSUAL.
