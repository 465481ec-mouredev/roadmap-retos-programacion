     /*
      * VISOR EN PANTALLA DE LOS INFORMES ENCOLADOS Y GUARDADOS.
      * No es la solucion de ningun reto: para saber que decia un
      * informe habia que imprimirlo. Este visor abre cualquier
      * entrada de la cola COLAIMP o cualquiera de las generaciones
      * INFORME1..5 que conserva el indice INFINDEX, y la recorre en
      * pantalla por paginas de LINEAS-POR-PAGINA lineas: adelante,
      * atras, salto a una pagina, busqueda de texto y reimpresion en
      * IMPRESORA solo de las paginas elegidas.
      * Acceso segun ACCESOS, como la agenda: un operador con agendas
      * asignadas solo ve las generaciones de esas agendas y, de la
      * cola, las entradas que pidio o que le fueron repartidas; sin
      * lineas en ACCESOS (operador sin restriccion) lo ve todo.
      * Se llama desde LIBERAR-COLA con el operador de la sesion.
      */
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VISOR-INFORMES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COLAIMP-FILE ASSIGN TO "COLAIMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-COLAIMP.
           SELECT INFINDEX-FILE ASSIGN TO "INFINDEX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-INFINDEX.
      * La generacion elegida se abre por su nombre logico, como en
      * el propio INFORME de la agenda.
           SELECT GENERACION-FILE ASSIGN TO GENERACION-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-GENERACION.
           SELECT ACCESOS-FILE ASSIGN TO "ACCESOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ACCESOS.
           SELECT IMPRESORA-FILE ASSIGN TO "IMPRESORA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-IMPRESORA.
       DATA DIVISION.
       FILE SECTION.
       FD COLAIMP-FILE.
           01 LINEA-COLAIMP PIC X(140).

       FD INFINDEX-FILE.
           01 LINEA-INFINDEX PIC X(70).

       FD GENERACION-FILE.
           01 LINEA-GENERACION PIC X(132).

       FD ACCESOS-FILE.
           01 LINEA-ACCESO PIC X(30).

       FD IMPRESORA-FILE.
           01 LINEA-IMPRESORA PIC X(132).

       WORKING-STORAGE SECTION.
           77 FS-COLAIMP PIC XX.
           77 FS-INFINDEX PIC XX.
           77 FS-GENERACION PIC XX.
           77 FS-ACCESOS PIC XX.
           77 FS-IMPRESORA PIC XX.
           77 GENERACION-NOMBRE PIC X(8).

      * Agendas que el operador puede abrir, cargadas de ACCESOS.
      * Con la tabla vacia no se restringe nada.
           01 TABLA-ACCESOS.
               05 ACCESO-AGENDA PIC X(15) OCCURS 50 TIMES.
           77 TOTAL-ACCESOS PIC 9(2) VALUE 0.
           77 IDX-ACC PIC 9(2).
           77 ACC-OPERADOR-LIN PIC X(8).
           77 ACC-AGENDA-LIN PIC X(15).
           77 AGENDA-A-VALIDAR PIC X(15).
           77 SW-ACCESO-OK PIC X.
               88 ACCESO-PERMITIDO VALUE "S".

      * Cabeceras de la cola, en el orden del fichero; el numero de
      * entrada es el mismo que muestra LIBERAR-COLA.
           01 TABLA-ENTRADAS.
               05 FILA-ENTRADA OCCURS 50 TIMES.
                   10 ENT-INFORME PIC X(8).
                   10 ENT-OPERADOR PIC X(8).
                   10 ENT-FECHA PIC X(8).
                   10 ENT-HORA PIC X(8).
                   10 ENT-PAGINAS PIC X(4).
                   10 ENT-DESTINO PIC X(8).
                   10 ENT-ESTADO PIC X.
                   10 ENT-VISIBLE PIC X.
           77 TOTAL-ENTRADAS PIC 9(2) VALUE 0.
           77 IDX-ENT PIC 9(2).
           77 COLA-RESTO PIC X(136).
           77 CAMPO-SEPTIMO PIC X(8).
           77 CAMPOS-CABECERA PIC 9(2).

      * Generaciones del informe de la agenda segun INFINDEX: de cada
      * nombre vale la ultima linea, que es la generacion que hoy
      * ocupa ese fichero.
           01 TABLA-GENERACIONES.
               05 FILA-GENERACION OCCURS 9 TIMES.
                   10 GEN-NOMBRE PIC X(8).
                   10 GEN-FECHA PIC X(8).
                   10 GEN-HORA PIC X(8).
                   10 GEN-PAGINAS PIC X(3).
                   10 GEN-AGENDA PIC X(15).
                   10 GEN-VISIBLE PIC X.
           77 TOTAL-GENERACIONES PIC 9 VALUE 0.
           77 IDX-GEN PIC 9.
           77 IND-NOMBRE PIC X(8).
           77 IND-FECHA PIC X(8).
           77 IND-HORA PIC X(8).
           77 IND-PAGINAS PIC X(3).
           77 IND-AGENDA PIC X(15).
           77 SW-GEN PIC X.
               88 GENERACION-VISTA VALUE "S".

      * Informe abierto en el visor, linea a linea.
           01 TABLA-VISTA.
               05 VIS-LINEA PIC X(132) OCCURS 1000 TIMES.
           77 TOTAL-VISTA PIC 9(4) VALUE 0.
           77 IDX-VIS PIC 9(4).
           77 VIS-TITULO PIC X(40).
           77 SW-TRUNCADO PIC X.
               88 VISTA-TRUNCADA VALUE "S".
           77 ENTRADA-EN-CURSO PIC 9(2).
           77 SW-DENTRO PIC X.
               88 DENTRO-DE-ENTRADA VALUE "S".

      * Paginacion de la pantalla.
           77 LINEAS-POR-PAGINA PIC 9(2) VALUE 20.
           77 PAGINA-VISTA PIC 9(3).
           77 TOTAL-PAGINAS-VISTA PIC 9(3).
           77 PRIMERA-LINEA PIC 9(4).
           77 ULTIMA-LINEA PIC 9(4).

      * Busqueda de texto: se compara en mayusculas.
           77 TEXTO-BUSCA PIC X(30).
           77 LARGO-BUSCA PIC 9(2).
           77 LINEA-MAYUS PIC X(132).
           77 APARICIONES PIC 9(3).
           77 LINEA-HALLADA PIC 9(4).
           77 IDX-BUSCA PIC 9(4).
           77 VUELTAS PIC 9(4).

      * Reimpresion de un rango de paginas.
           77 PAGINA-DESDE PIC 9(3).
           77 PAGINA-HASTA PIC 9(3).
           77 LINEAS-IMPRESAS PIC 9(4).

           01 OPCION-VISOR PIC X.
               88 VISOR-COLA VALUE "C" "c".
               88 VISOR-GENERACION VALUE "G" "g".
               88 VISOR-SALIR VALUE "S" "s".
           01 ORDEN-PAGINA PIC X.
               88 PAGINA-SIGUIENTE VALUE "S" "s" " ".
               88 PAGINA-ANTERIOR VALUE "A" "a".
               88 PAGINA-SALTO VALUE "P" "p".
               88 PAGINA-BUSCAR VALUE "B" "b".
               88 PAGINA-IMPRIMIR VALUE "I" "i".
               88 PAGINA-FIN VALUE "F" "f".

      * Parametros de la subrutina compartida de validacion de
      * entradas numericas VALSUB01.
           77 VAL-TEXTO PIC X(60).
           77 VAL-MINIMO PIC 9(3).
           77 VAL-MAXIMO PIC 9(3).
           77 VAL-DEFECTO PIC 9(3).
           77 VAL-INTENTOS PIC 9 VALUE 3.
           77 VAL-RESULTADO PIC 9(3).
           77 VAL-ESTADO PIC 9.

       LINKAGE SECTION.
      *OPERADOR DE LA SESION, PARA FILTRAR SEGUN ACCESOS
           77 V-OPERADOR PIC X(8).

       PROCEDURE DIVISION USING V-OPERADOR.
       PRINCIPAL.
           PERFORM CARGAR-ACCESOS.
           MOVE SPACES TO OPCION-VISOR.
           PERFORM MENU-VISOR UNTIL VISOR-SALIR.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       MENU-VISOR.
           DISPLAY SPACES.
           DISPLAY "--- VISOR DE INFORMES ---".
           DISPLAY "C - Ver una entrada de la cola de impresion".
           DISPLAY "G - Ver una generacion del informe de la agenda".
           DISPLAY "S - Salir".
           ACCEPT OPCION-VISOR.
           EVALUATE TRUE
               WHEN VISOR-COLA
                   PERFORM ELEGIR-ENTRADA-COLA
               WHEN VISOR-GENERACION
                   PERFORM ELEGIR-GENERACION
               WHEN VISOR-SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcion invalida"
           END-EVALUATE.

      * LAS AGENDAS PERMITIDAS DEL OPERADOR (OPERADOR;AGENDA), COMO
      * LAS CARGA LA AGENDA AL ARRANCAR
       CARGAR-ACCESOS.
           MOVE 0 TO TOTAL-ACCESOS.
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
                           IF ACC-OPERADOR-LIN = V-OPERADOR
                               AND ACC-AGENDA-LIN NOT = SPACES
                               AND TOTAL-ACCESOS < 50
                               ADD 1 TO TOTAL-ACCESOS
                               MOVE ACC-AGENDA-LIN TO
                                   ACCESO-AGENDA(TOTAL-ACCESOS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCESOS-FILE
           END-IF.

       VALIDAR-ACCESO-AGENDA.
           MOVE "S" TO SW-ACCESO-OK.
           IF TOTAL-ACCESOS > 0
               MOVE "N" TO SW-ACCESO-OK
               PERFORM VARYING IDX-ACC FROM 1 BY 1
                       UNTIL IDX-ACC > TOTAL-ACCESOS
                   IF ACCESO-AGENDA(IDX-ACC) = AGENDA-A-VALIDAR
                       MOVE "S" TO SW-ACCESO-OK
                   END-IF
               END-PERFORM
           END-IF.

      * LA COLA: SE LISTAN LAS ENTRADAS QUE EL OPERADOR PUEDE VER Y
      * SE CARGA LA ELEGIDA (SOLO SUS LINEAS LIN)
       ELEGIR-ENTRADA-COLA.
           PERFORM CARGAR-CABECERAS.
           MOVE 0 TO VAL-MAXIMO.
           DISPLAY "NUM INFORME  PARA     FECHA    PAGS ESTADO".
           PERFORM VARYING IDX-ENT FROM 1 BY 1
                   UNTIL IDX-ENT > TOTAL-ENTRADAS
               IF ENT-VISIBLE(IDX-ENT) = "S"
                   MOVE IDX-ENT TO VAL-MAXIMO
                   DISPLAY IDX-ENT "  " ENT-INFORME(IDX-ENT) " "
                       ENT-DESTINO(IDX-ENT) " " ENT-FECHA(IDX-ENT)
                       " " ENT-PAGINAS(IDX-ENT) "   "
                       ENT-ESTADO(IDX-ENT)
               END-IF
           END-PERFORM.
           IF VAL-MAXIMO = 0
               DISPLAY "No hay entradas en la cola que pueda ver"
           ELSE
               MOVE "Numero de entrada (0 = ninguna):" TO VAL-TEXTO
               MOVE 0 TO VAL-MINIMO
               MOVE 0 TO VAL-DEFECTO
               CALL "VALSUB01" USING VAL-TEXTO VAL-MINIMO VAL-MAXIMO
                   VAL-DEFECTO VAL-INTENTOS VAL-RESULTADO VAL-ESTADO
               IF VAL-RESULTADO > 0
                   MOVE VAL-RESULTADO TO IDX-ENT
                   IF ENT-VISIBLE(IDX-ENT) NOT = "S"
                       DISPLAY "Entrada no autorizada para este "-
                           "operador"
                   ELSE
                       PERFORM CARGAR-LINEAS-COLA
                       MOVE SPACES TO VIS-TITULO
                       STRING "COLA " IDX-ENT " " ENT-INFORME(IDX-ENT)
                           " PARA " ENT-DESTINO(IDX-ENT)
                           DELIMITED BY SIZE INTO VIS-TITULO
                       PERFORM RECORRER-INFORME
                   END-IF
               END-IF
           END-IF.

      * MISMO TROCEADO DE CABECERA QUE LIBERAR-COLA; VISIBLE SI EL
      * OPERADOR NO TIENE RESTRICCION O SI LA ENTRADA ES SUYA
       CARGAR-CABECERAS.
           MOVE 0 TO TOTAL-ENTRADAS.
           OPEN INPUT COLAIMP-FILE.
           IF FS-COLAIMP = "00"
               PERFORM UNTIL FS-COLAIMP = "10"
                   READ COLAIMP-FILE
                       AT END
                           MOVE "10" TO FS-COLAIMP
                       NOT AT END
                           IF LINEA-COLAIMP(1:4) = "CAB;"
                               AND TOTAL-ENTRADAS < 50
                               PERFORM ANOTAR-CABECERA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COLAIMP-FILE
           END-IF.

       ANOTAR-CABECERA.
           ADD 1 TO TOTAL-ENTRADAS.
           MOVE SPACES TO FILA-ENTRADA(TOTAL-ENTRADAS).
           MOVE LINEA-COLAIMP(5:) TO COLA-RESTO.
           MOVE SPACES TO CAMPO-SEPTIMO.
           MOVE 0 TO CAMPOS-CABECERA.
           UNSTRING COLA-RESTO DELIMITED BY ";"
               INTO ENT-INFORME(TOTAL-ENTRADAS)
                   ENT-OPERADOR(TOTAL-ENTRADAS)
                   ENT-FECHA(TOTAL-ENTRADAS)
                   ENT-HORA(TOTAL-ENTRADAS)
                   ENT-PAGINAS(TOTAL-ENTRADAS)
                   CAMPO-SEPTIMO
                   ENT-ESTADO(TOTAL-ENTRADAS)
               TALLYING IN CAMPOS-CABECERA
           END-UNSTRING.
           IF CAMPOS-CABECERA < 7
               MOVE CAMPO-SEPTIMO(1:1) TO ENT-ESTADO(TOTAL-ENTRADAS)
               MOVE ENT-OPERADOR(TOTAL-ENTRADAS) TO
                   ENT-DESTINO(TOTAL-ENTRADAS)
           ELSE
               MOVE CAMPO-SEPTIMO TO ENT-DESTINO(TOTAL-ENTRADAS)
           END-IF.
           IF TOTAL-ACCESOS = 0
               OR ENT-DESTINO(TOTAL-ENTRADAS) = V-OPERADOR
               OR ENT-OPERADOR(TOTAL-ENTRADAS) = V-OPERADOR
               MOVE "S" TO ENT-VISIBLE(TOTAL-ENTRADAS)
           ELSE
               MOVE "N" TO ENT-VISIBLE(TOTAL-ENTRADAS)
           END-IF.

       CARGAR-LINEAS-COLA.
           MOVE 0 TO TOTAL-VISTA.
           MOVE "N" TO SW-TRUNCADO.
           MOVE 0 TO ENTRADA-EN-CURSO.
           MOVE "N" TO SW-DENTRO.
           OPEN INPUT COLAIMP-FILE.
           IF FS-COLAIMP = "00"
               PERFORM UNTIL FS-COLAIMP = "10"
                   READ COLAIMP-FILE
                       AT END
                           MOVE "10" TO FS-COLAIMP
                       NOT AT END
                           IF LINEA-COLAIMP(1:4) = "CAB;"
                               ADD 1 TO ENTRADA-EN-CURSO
                               IF ENTRADA-EN-CURSO = IDX-ENT
                                   MOVE "S" TO SW-DENTRO
                               ELSE
                                   MOVE "N" TO SW-DENTRO
                               END-IF
                           END-IF
                           IF DENTRO-DE-ENTRADA
                               AND LINEA-COLAIMP(1:4) = "LIN;"
                               MOVE LINEA-COLAIMP(5:132) TO
                                   LINEA-GENERACION
                               PERFORM ANOTAR-LINEA-VISTA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COLAIMP-FILE
           END-IF.

       ANOTAR-LINEA-VISTA.
           IF TOTAL-VISTA < 1000
               ADD 1 TO TOTAL-VISTA
               MOVE LINEA-GENERACION TO VIS-LINEA(TOTAL-VISTA)
           ELSE
               MOVE "S" TO SW-TRUNCADO
           END-IF.

      * LAS GENERACIONES DEL INFORME DE LA AGENDA: SOLO LAS DE
      * AGENDAS PERMITIDAS AL OPERADOR
       ELEGIR-GENERACION.
           PERFORM CARGAR-INDICE.
           MOVE 0 TO VAL-MAXIMO.
           DISPLAY "NUM FICHERO  FECHA    HORA     PAGS AGENDA".
           PERFORM VARYING IDX-GEN FROM 1 BY 1
                   UNTIL IDX-GEN > TOTAL-GENERACIONES
               IF GEN-VISIBLE(IDX-GEN) = "S"
                   MOVE IDX-GEN TO VAL-MAXIMO
                   DISPLAY IDX-GEN "   " GEN-NOMBRE(IDX-GEN) " "
                       GEN-FECHA(IDX-GEN) " " GEN-HORA(IDX-GEN) " "
                       GEN-PAGINAS(IDX-GEN) "  " GEN-AGENDA(IDX-GEN)
               END-IF
           END-PERFORM.
           IF VAL-MAXIMO = 0
               DISPLAY "No hay generaciones del informe que pueda ver"
           ELSE
               MOVE "Numero de generacion (0 = ninguna):" TO
                   VAL-TEXTO
               MOVE 0 TO VAL-MINIMO
               MOVE 0 TO VAL-DEFECTO
               CALL "VALSUB01" USING VAL-TEXTO VAL-MINIMO VAL-MAXIMO
                   VAL-DEFECTO VAL-INTENTOS VAL-RESULTADO VAL-ESTADO
               IF VAL-RESULTADO > 0
                   MOVE VAL-RESULTADO TO IDX-GEN
                   IF GEN-VISIBLE(IDX-GEN) NOT = "S"
                       DISPLAY "Generacion no autorizada para este "-
                           "operador"
                   ELSE
                       PERFORM CARGAR-LINEAS-GENERACION
                       MOVE SPACES TO VIS-TITULO
                       STRING GEN-NOMBRE(IDX-GEN) " AGENDA "
                           GEN-AGENDA(IDX-GEN)
                           DELIMITED BY SIZE INTO VIS-TITULO
                       PERFORM RECORRER-INFORME
                   END-IF
               END-IF
           END-IF.

      * INFINDEX: NOMBRE;FECHA;HORA;PAGINAS;AGENDA, UNA LINEA POR
      * GENERACION ESCRITA; LA ULTIMA DE CADA NOMBRE ES LA VIGENTE
       CARGAR-INDICE.
           MOVE 0 TO TOTAL-GENERACIONES.
           OPEN INPUT INFINDEX-FILE.
           IF FS-INFINDEX = "00"
               PERFORM UNTIL FS-INFINDEX = "10"
                   READ INFINDEX-FILE
                       AT END
                           MOVE "10" TO FS-INFINDEX
                       NOT AT END
                           PERFORM ANOTAR-GENERACION
                   END-READ
               END-PERFORM
               CLOSE INFINDEX-FILE
           END-IF.

       ANOTAR-GENERACION.
           MOVE SPACES TO IND-NOMBRE IND-FECHA IND-HORA IND-PAGINAS
               IND-AGENDA.
           UNSTRING LINEA-INFINDEX DELIMITED BY ";"
               INTO IND-NOMBRE IND-FECHA IND-HORA IND-PAGINAS
                   IND-AGENDA.
           IF IND-NOMBRE(1:7) = "INFORME"
               MOVE "N" TO SW-GEN
               PERFORM VARYING IDX-GEN FROM 1 BY 1
                       UNTIL IDX-GEN > TOTAL-GENERACIONES
                           OR GENERACION-VISTA
                   IF GEN-NOMBRE(IDX-GEN) = IND-NOMBRE
                       MOVE "S" TO SW-GEN
                   END-IF
               END-PERFORM
               IF GENERACION-VISTA
                   SUBTRACT 1 FROM IDX-GEN
               ELSE
                   IF TOTAL-GENERACIONES < 9
                       ADD 1 TO TOTAL-GENERACIONES
                       MOVE TOTAL-GENERACIONES TO IDX-GEN
                   ELSE
                       MOVE 0 TO IDX-GEN
                   END-IF
               END-IF
               IF IDX-GEN > 0
                   MOVE IND-NOMBRE TO GEN-NOMBRE(IDX-GEN)
                   MOVE IND-FECHA TO GEN-FECHA(IDX-GEN)
                   MOVE IND-HORA TO GEN-HORA(IDX-GEN)
                   MOVE IND-PAGINAS TO GEN-PAGINAS(IDX-GEN)
                   MOVE IND-AGENDA TO GEN-AGENDA(IDX-GEN)
                   MOVE IND-AGENDA TO AGENDA-A-VALIDAR
                   PERFORM VALIDAR-ACCESO-AGENDA
                   IF ACCESO-PERMITIDO
                       MOVE "S" TO GEN-VISIBLE(IDX-GEN)
                   ELSE
                       MOVE "N" TO GEN-VISIBLE(IDX-GEN)
                   END-IF
               END-IF
           END-IF.

       CARGAR-LINEAS-GENERACION.
           MOVE 0 TO TOTAL-VISTA.
           MOVE "N" TO SW-TRUNCADO.
           MOVE GEN-NOMBRE(IDX-GEN) TO GENERACION-NOMBRE.
           OPEN INPUT GENERACION-FILE.
           IF FS-GENERACION = "00"
               PERFORM UNTIL FS-GENERACION = "10"
                   READ GENERACION-FILE
                       AT END
                           MOVE "10" TO FS-GENERACION
                       NOT AT END
                           PERFORM ANOTAR-LINEA-VISTA
                   END-READ
               END-PERFORM
               CLOSE GENERACION-FILE
           ELSE
               DISPLAY "No se pudo abrir " GENERACION-NOMBRE ": "
                   FS-GENERACION
           END-IF.

      * NAVEGACION POR EL INFORME CARGADO, PAGINA A PAGINA, HASTA
      * QUE EL OPERADOR LO CIERRA
       RECORRER-INFORME.
           IF TOTAL-VISTA = 0
               DISPLAY "El informe no tiene lineas"
           ELSE
               IF VISTA-TRUNCADA
                   DISPLAY "Aviso: solo se muestran las primeras "
                       "1000 lineas"
               END-IF
               COMPUTE TOTAL-PAGINAS-VISTA =
                   (TOTAL-VISTA + LINEAS-POR-PAGINA - 1)
                   / LINEAS-POR-PAGINA
               MOVE 1 TO PAGINA-VISTA
               MOVE SPACES TO ORDEN-PAGINA
               PERFORM MOSTRAR-PAGINA
               PERFORM ATENDER-ORDEN UNTIL PAGINA-FIN
           END-IF.

       MOSTRAR-PAGINA.
           COMPUTE PRIMERA-LINEA =
               (PAGINA-VISTA - 1) * LINEAS-POR-PAGINA + 1.
           COMPUTE ULTIMA-LINEA =
               PRIMERA-LINEA + LINEAS-POR-PAGINA - 1.
           IF ULTIMA-LINEA > TOTAL-VISTA
               MOVE TOTAL-VISTA TO ULTIMA-LINEA
           END-IF.
           DISPLAY SPACES.
           DISPLAY "=== " VIS-TITULO " - PAGINA " PAGINA-VISTA
               " DE " TOTAL-PAGINAS-VISTA " ===".
           PERFORM VARYING IDX-VIS FROM PRIMERA-LINEA BY 1
                   UNTIL IDX-VIS > ULTIMA-LINEA
               DISPLAY VIS-LINEA(IDX-VIS)
           END-PERFORM.

       ATENDER-ORDEN.
           DISPLAY "S/ENTER siguiente, A anterior, P ir a pagina, "-
               "B buscar, I imprimir paginas, F fin:".
           MOVE SPACES TO ORDEN-PAGINA.
           ACCEPT ORDEN-PAGINA.
           EVALUATE TRUE
               WHEN PAGINA-SIGUIENTE
                   IF PAGINA-VISTA < TOTAL-PAGINAS-VISTA
                       ADD 1 TO PAGINA-VISTA
                       PERFORM MOSTRAR-PAGINA
                   ELSE
                       DISPLAY "Ya esta en la ultima pagina"
                   END-IF
               WHEN PAGINA-ANTERIOR
                   IF PAGINA-VISTA > 1
                       SUBTRACT 1 FROM PAGINA-VISTA
                       PERFORM MOSTRAR-PAGINA
                   ELSE
                       DISPLAY "Ya esta en la primera pagina"
                   END-IF
               WHEN PAGINA-SALTO
                   MOVE "Pagina a mostrar:" TO VAL-TEXTO
                   MOVE 1 TO VAL-MINIMO
                   MOVE TOTAL-PAGINAS-VISTA TO VAL-MAXIMO
                   MOVE PAGINA-VISTA TO VAL-DEFECTO
                   CALL "VALSUB01" USING VAL-TEXTO VAL-MINIMO
                       VAL-MAXIMO VAL-DEFECTO VAL-INTENTOS
                       VAL-RESULTADO VAL-ESTADO
                   MOVE VAL-RESULTADO TO PAGINA-VISTA
                   PERFORM MOSTRAR-PAGINA
               WHEN PAGINA-BUSCAR
                   PERFORM BUSCAR-TEXTO
               WHEN PAGINA-IMPRIMIR
                   PERFORM IMPRIMIR-PAGINAS
               WHEN PAGINA-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Orden invalida"
           END-EVALUATE.

      * BUSCA EL TEXTO (SIN DISTINGUIR MAYUSCULAS) DESDE LA PAGINA
      * SIGUIENTE A LA ACTUAL, DANDO LA VUELTA AL PRINCIPIO, Y MUESTRA
      * LA PAGINA DE LA PRIMERA LINEA QUE LO CONTIENE
       BUSCAR-TEXTO.
           DISPLAY "Texto a buscar:".
           MOVE SPACES TO TEXTO-BUSCA.
           ACCEPT TEXTO-BUSCA.
           MOVE FUNCTION UPPER-CASE(TEXTO-BUSCA) TO TEXTO-BUSCA.
           PERFORM VARYING LARGO-BUSCA FROM 30 BY -1
                   UNTIL LARGO-BUSCA = 0
                       OR TEXTO-BUSCA(LARGO-BUSCA:1) NOT = SPACE
               CONTINUE
           END-PERFORM.
           IF LARGO-BUSCA = 0
               DISPLAY "No se ha indicado texto"
           ELSE
               MOVE 0 TO LINEA-HALLADA
               COMPUTE IDX-BUSCA = PAGINA-VISTA * LINEAS-POR-PAGINA
               PERFORM VARYING VUELTAS FROM 1 BY 1
                       UNTIL VUELTAS > TOTAL-VISTA
                           OR LINEA-HALLADA > 0
                   ADD 1 TO IDX-BUSCA
                   IF IDX-BUSCA > TOTAL-VISTA
                       MOVE 1 TO IDX-BUSCA
                   END-IF
                   MOVE FUNCTION UPPER-CASE(VIS-LINEA(IDX-BUSCA)) TO
                       LINEA-MAYUS
                   MOVE 0 TO APARICIONES
                   INSPECT LINEA-MAYUS TALLYING APARICIONES
                       FOR ALL TEXTO-BUSCA(1:LARGO-BUSCA)
                   IF APARICIONES > 0
                       MOVE IDX-BUSCA TO LINEA-HALLADA
                   END-IF
               END-PERFORM
               IF LINEA-HALLADA = 0
                   DISPLAY "Texto no encontrado en el informe"
               ELSE
                   COMPUTE PAGINA-VISTA =
                       (LINEA-HALLADA - 1) / LINEAS-POR-PAGINA + 1
                   PERFORM MOSTRAR-PAGINA
                   DISPLAY "Encontrado en la linea " LINEA-HALLADA
               END-IF
           END-IF.

      * REIMPRIME EN IMPRESORA SOLO EL RANGO DE PAGINAS ELEGIDO, EN
      * LUGAR DE TODO EL INFORME
       IMPRIMIR-PAGINAS.
           MOVE "Imprimir desde la pagina:" TO VAL-TEXTO.
           MOVE 1 TO VAL-MINIMO.
           MOVE TOTAL-PAGINAS-VISTA TO VAL-MAXIMO.
           MOVE PAGINA-VISTA TO VAL-DEFECTO.
           CALL "VALSUB01" USING VAL-TEXTO VAL-MINIMO VAL-MAXIMO
               VAL-DEFECTO VAL-INTENTOS VAL-RESULTADO VAL-ESTADO.
           MOVE VAL-RESULTADO TO PAGINA-DESDE.
           MOVE "Hasta la pagina:" TO VAL-TEXTO.
           MOVE PAGINA-DESDE TO VAL-MINIMO.
           MOVE PAGINA-DESDE TO VAL-DEFECTO.
           CALL "VALSUB01" USING VAL-TEXTO VAL-MINIMO VAL-MAXIMO
               VAL-DEFECTO VAL-INTENTOS VAL-RESULTADO VAL-ESTADO.
           MOVE VAL-RESULTADO TO PAGINA-HASTA.
           COMPUTE PRIMERA-LINEA =
               (PAGINA-DESDE - 1) * LINEAS-POR-PAGINA + 1.
           COMPUTE ULTIMA-LINEA = PAGINA-HASTA * LINEAS-POR-PAGINA.
           IF ULTIMA-LINEA > TOTAL-VISTA
               MOVE TOTAL-VISTA TO ULTIMA-LINEA
           END-IF.
           OPEN EXTEND IMPRESORA-FILE.
           IF FS-IMPRESORA = "35"
               OPEN OUTPUT IMPRESORA-FILE
           END-IF.
           MOVE 0 TO LINEAS-IMPRESAS.
           PERFORM VARYING IDX-VIS FROM PRIMERA-LINEA BY 1
                   UNTIL IDX-VIS > ULTIMA-LINEA
               MOVE VIS-LINEA(IDX-VIS) TO LINEA-IMPRESORA
               WRITE LINEA-IMPRESORA
               ADD 1 TO LINEAS-IMPRESAS
           END-PERFORM.
           CLOSE IMPRESORA-FILE.
           DISPLAY "Paginas " PAGINA-DESDE " a " PAGINA-HASTA
               " enviadas a IMPRESORA (" LINEAS-IMPRESAS " lineas)".

       END PROGRAM VISOR-INFORMES.
