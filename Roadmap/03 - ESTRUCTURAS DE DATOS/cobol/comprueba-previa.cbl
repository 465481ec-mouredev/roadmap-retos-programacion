     /*
      * COMPROBACION PREVIA DE LOS FICHEROS DE ENTRADA DEL LOTE.
      * No es la solucion de ningun reto: es el paso que corre en
      * LOTE00 justo detras de la puerta de calendario, antes de que
      * ningun paso toque nada, para que una noche no se caiga a las
      * tres de la madrugada por algo que ya se veia a las nueve de
      * la noche: un PREFIJOS o un CODPOST que falta, un MOVIMIENTOS
      * vacio o sin cabecera, un PLANEXEC mal escrito, un fichero de
      * delegacion que no ha llegado o un CONTROLAG que ya no cuadra
      * con CONTACTOS.
      * Lo que se comprueba lo dice el manifiesto PREVIAS, una linea
      * por fichero
      *   FICHERO;PRESENCIA;MINIMO;MAXIMO;FORMATO;GRAVEDAD
      * PRESENCIA: O obligatorio (que falte es un fallo), P puede
      * faltar (si esta, se comprueba igual). MINIMO y MAXIMO: lineas
      * admitidas, en blanco sin limite. GRAVEDAD: G bloquea la noche,
      * A solo avisa. FORMATO, lo que se mira de las lineas:
      *   LINEAS     nada, solo el recuento
      *   CABECERA   cabecera CABECERA;DELEGACION;FECHA;SECUENCIA;
      *              TOTAL de MANTENIMIENTO-LOTE, con TOTAL igual a
      *              las lineas que la siguen y, si viene cifrado, la
      *              clave de su version en CLAVECIF (CIFSUB01)
      *   PAQREF     cabecera VERSION (con su clave, si cifrado) y
      *              cola FIN de CARGA-REFERENCIA
      *   PREFIJOS   +prefijo;pais
      *   CODPOST    5 cifras;poblacion;provincia
      *   FESTIVOS   fecha AAAAMMDD de verdad (FECHASUB)
      *   PLANEXEC   PASO;FRECUENCIA;DIA con las reglas de
      *              DISPATCH-PLAN
      *   DOMINIOS   dominio;B o M (EMLSUB01)
      *   MENSAJES   CODIGO;IDIOMA;TEXTO (MSGSUB01)
      *   PLAZOVER   CATEGORIA;MESES (VRFSUB01)
      *   CLAVECIF   VERSION;DESDE;CLAVE y una clave vigente hoy
      *              (CIFSUB01, operacion A)
      *   CTLDELEG   lineas CONTROL y CLAVE de CONCILIA-DELEG
      *   CONTROLAG  TOTAL;HASH igual al recuento de CONTACTOS, con
      *              la suma de control de CTLSUB01
      * Sin fichero PREVIAS rige el manifiesto de fabrica de
      * CARGAR-MANIFIESTO. Cada fallo deja su linea en RUNLOG, con el
      * motivo entero, y su excepcion en EXCEPCIONES (tipo PREVIA,
      * grave o de aviso segun el manifiesto). Con algun fallo grave
      * el paso termina con RETURN-CODE 8 y la cadena COND=(0,NE)
      * no corre; los avisos dejan RC 0, como en MONITOR-CAPACIDAD,
      * para no cortar la noche por ellos.
      */
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPRUEBA-PREVIA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PREVIAS-FILE ASSIGN TO "PREVIAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PREVIAS.
      * Los ficheros del manifiesto se leen todos con el mismo lector,
      * abierto por el nombre logico que toque.
           SELECT LINEAS-FILE ASSIGN TO LINEAS-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LINEAS.
           SELECT CONTACTOS-FILE ASSIGN TO "CONTACTOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLAVE-REG
               ALTERNATE RECORD KEY IS TELEFONO-REG WITH DUPLICATES
               FILE STATUS IS FS-CONTACTOS.
           SELECT RUNLOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RUNLOG.
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
       FD PREVIAS-FILE.
           01 LINEA-PREVIA PIC X(60).

       FD LINEAS-FILE.
           01 LINEA-LEIDA PIC X(250).

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
                   ==CONTACTO-BORRADO== BY ==CONTACTO-BORRADO-REG==.

       FD RUNLOG-FILE.
           01 LINEA-RUNLOG PIC X(80).

       FD EXCEPCIONES-FILE.
           01 LINEA-EXCEPCION PIC X(90).

       FD RESUMEN-FILE.
           01 LINEA-RESUMEN PIC X(50).

       WORKING-STORAGE SECTION.
           77 FS-PREVIAS PIC XX.
           77 FS-LINEAS PIC XX.
           77 FS-CONTACTOS PIC XX.
           77 FS-RUNLOG PIC XX.
           77 FS-EXCEPCIONES PIC XX.
      * Doce posiciones: MOVIMIENTOS y EXCEPCIONES no caben en ocho.
           77 LINEAS-NOMBRE PIC X(12).

      * El manifiesto: un fichero por fila, de PREVIAS o de fabrica.
           01 TABLA-MANIFIESTO.
               05 FILA-MANIFIESTO OCCURS 40 TIMES.
                   10 MAN-FICHERO PIC X(12).
                   10 MAN-PRESENCIA PIC X.
                       88 MAN-OBLIGATORIO VALUE "O".
                   10 MAN-MINIMO PIC 9(6).
                   10 MAN-MAXIMO PIC 9(6).
                   10 MAN-FORMATO PIC X(10).
                       88 FORMATO-CONOCIDO VALUE "LINEAS" "CABECERA"
                           "PAQREF" "PREFIJOS" "CODPOST" "FESTIVOS"
                           "PLANEXEC" "DOMINIOS" "MENSAJES" "PLAZOVER"
                           "CLAVECIF" "CTLDELEG" "CONTROLAG".
                   10 MAN-GRAVEDAD PIC X.
                       88 MAN-BLOQUEA VALUE "G".
           77 TOTAL-MANIFIESTO PIC 9(2) VALUE 0.
           77 IDX-MAN PIC 9(2).
           77 SW-PREVIAS PIC X VALUE "N".
               88 HAY-PREVIAS VALUE "S".

      * Campos de una linea del manifiesto, antes de pasar a la tabla.
           77 PRV-FICHERO PIC X(12).
           77 PRV-PRESENCIA PIC X(2).
           77 PRV-MINIMO PIC X(6).
           77 PRV-MAXIMO PIC X(6).
           77 PRV-FORMATO PIC X(10).
           77 PRV-GRAVEDAD PIC X(2).
      * Paso de los limites tecleados (cifras a la izquierda, como
      * los deja UNSTRING) a numero, como en MONITOR-CAPACIDAD.
           77 UMB-TEXTO PIC X(6).
           77 UMB-NUMERO PIC 9(6).
           77 UMB-LARGO PIC 9.
           77 SW-UMB PIC X.
               88 UMBRAL-VALIDO VALUE "S".

      * Campos de la linea leida, partida por sus puntos y comas.
           01 CAMPOS-LINEA.
               05 CAMPO-LINEA OCCURS 8 TIMES.
                   10 CAMPO-TEXTO PIC X(40).
                   10 CAMPO-LARGO PIC 9(3).
           77 IDX-CAMPO PIC 9.
           77 SW-LINEA PIC X.
               88 LINEA-BUENA VALUE "S".

      * Recuentos del fichero en curso.
           77 TOTAL-LINEAS PIC 9(6).
           77 LINEAS-MALAS PIC 9(6).
           77 PRIMERA-MALA PIC 9(6).
           77 LINEAS-CONTROL PIC 9(6).
           77 SW-CABECERA PIC X.
               88 CABECERA-BUENA VALUE "S".
           77 CAB-TOTAL PIC 9(6).
           77 SW-COLA PIC X.
               88 COLA-BUENA VALUE "S".
           77 PRIMER-CAMPO PIC X(10).

      * Cabecera cifrada: version, semilla y testigo para CIFSUB01.
           77 SW-CIFRADO PIC X.
               88 FICHERO-CIFRADO VALUE "S".
           77 CAB-CLAVE-LIN PIC X(3).
           77 CAB-SEMILLA PIC X(16).
           77 CAB-TESTIGO PIC X(10).
      * Parametros de la subrutina compartida de cifrado CIFSUB01.
           77 CIF-OPERACION PIC X.
           77 CIF-VERSION PIC 9(3).
           77 CIF-SEMILLA PIC X(16).
           77 CIF-TESTIGO PIC X(10).
           77 CIF-NUMERO PIC 9(7).
           77 CIF-LINEA PIC X(250).
           77 CIF-LARGO PIC 9(3).
           77 CIF-ESTADO PIC 9.

      * Parametros de la subrutina compartida de fechas FECHASUB.
           77 FEC-OPERACION PIC X.
           77 FEC-FECHA-1 PIC 9(8).
           77 FEC-FECHA-2 PIC 9(8).
           77 FEC-DIAS PIC S9(5).
           77 FEC-RESULTADO PIC 9(8).
           77 FEC-TEXTO PIC X(10).
           77 FEC-ESTADO PIC 9.

      * Recuento y suma de control de CONTACTOS, con el mismo calculo
      * que CTLSUB01 (suma de codigos de caracter de las 45 posiciones
      * de la clave), como INSTANTANEA-CONTACTOS.
           77 CTRL-TOTAL PIC 9(3) VALUE 0.
           77 CTRL-HASH PIC 9(12) VALUE 0.
           77 CTRL-BYTE PIC 9(2).
           77 CTRL-TOTAL-FICH PIC X(3).
           77 CTRL-HASH-FICH PIC X(12).

      * Motivo del fallo en curso: entero en RUNLOG, recortado en la
      * excepcion.
           77 MOTIVO-FALLO PIC X(40).
           77 NUM-EDITADO PIC 9(6).
           77 NUM-EDITADO-2 PIC 9(6).

           77 FECHA-HOY PIC 9(8).
           77 HORA-HOY PIC 9(8).
           77 TOTAL-COMPROBADOS PIC 9(2) VALUE 0.
           77 TOTAL-AVISOS PIC 9(2) VALUE 0.
           77 TOTAL-BLOQUEOS PIC 9(2) VALUE 0.

      * Dato de la excepcion en curso, como en los demas programas.
           01 EXCEPCION-ACTUAL.
               COPY EXCEPCION.

      * Registro de fin de ejecucion para el fichero RESUMEN.
           77 FS-RESUMEN PIC XX.
           01 RESUMEN-ACTUAL.
               COPY RESUMEN.

           77 CODIGO-SALIDA PIC 9 VALUE ZERO.

       PROCEDURE DIVISION.
       PRINCIPAL.
           PERFORM INICIO.
           PERFORM CARGAR-MANIFIESTO.
           PERFORM VARYING IDX-MAN FROM 1 BY 1
                   UNTIL IDX-MAN > TOTAL-MANIFIESTO
               PERFORM COMPROBAR-FICHERO
           END-PERFORM.
           CLOSE EXCEPCIONES-FILE.
           PERFORM ANOTAR-FINAL.
           DISPLAY "Comprobacion previa: " TOTAL-COMPROBADOS
               " ficheros, " TOTAL-AVISOS " avisos, " TOTAL-BLOQUEOS
               " bloqueos".
           MOVE "PREVIA" TO RES-PROGRAMA.
           MOVE TOTAL-COMPROBADOS TO RES-ENTRADAS.
           MOVE TOTAL-AVISOS TO RES-SALIDAS.
           MOVE TOTAL-BLOQUEOS TO RES-RECHAZOS.
           MOVE CODIGO-SALIDA TO RES-RC.
           PERFORM GRABAR-RESUMEN.
           MOVE CODIGO-SALIDA TO RETURN-CODE.
           STOP RUN.

       INICIO.
           ACCEPT FECHA-HOY FROM DATE.
           ACCEPT HORA-HOY FROM TIME.
           MOVE "PREVIA" TO EXC-PROGRAMA.
           MOVE "LOTE" TO EXC-OPERADOR.
           OPEN EXTEND EXCEPCIONES-FILE.
           IF FS-EXCEPCIONES = "35"
               OPEN OUTPUT EXCEPCIONES-FILE
           END-IF.

      * EL MANIFIESTO PREVIAS, SI ESTA, SUSTITUYE ENTERO AL DE
      * FABRICA; UNA LINEA SIN NOMBRE DE FICHERO O QUE EMPIEZA POR *
      * SE IGNORA, Y UNA PRESENCIA O GRAVEDAD QUE NO SE ENTIENDE SE
      * TOMA POR LA MAS PRUDENTE (OBLIGATORIO Y GRAVE)
       CARGAR-MANIFIESTO.
           OPEN INPUT PREVIAS-FILE.
           IF FS-PREVIAS = "00"
               MOVE "S" TO SW-PREVIAS
               PERFORM UNTIL FS-PREVIAS = "10"
                   READ PREVIAS-FILE
                       AT END
                           MOVE "10" TO FS-PREVIAS
                       NOT AT END
                           PERFORM TOMAR-LINEA-MANIFIESTO
                   END-READ
               END-PERFORM
               CLOSE PREVIAS-FILE
           END-IF.
           IF NOT HAY-PREVIAS
               MOVE "PREFIJOS;O;1;;PREFIJOS;G" TO LINEA-PREVIA
               PERFORM TOMAR-LINEA-MANIFIESTO
               MOVE "CODPOST;O;1;;CODPOST;G" TO LINEA-PREVIA
               PERFORM TOMAR-LINEA-MANIFIESTO
               MOVE "PLANEXEC;P;;;PLANEXEC;G" TO LINEA-PREVIA
               PERFORM TOMAR-LINEA-MANIFIESTO
               MOVE "MOVIMIENTOS;P;;;CABECERA;G" TO LINEA-PREVIA
               PERFORM TOMAR-LINEA-MANIFIESTO
               MOVE "CONTROLAG;P;;;CONTROLAG;G" TO LINEA-PREVIA
               PERFORM TOMAR-LINEA-MANIFIESTO
               MOVE "CLAVECIF;P;;;CLAVECIF;G" TO LINEA-PREVIA
               PERFORM TOMAR-LINEA-MANIFIESTO
               MOVE "FESTIVOS;P;;;FESTIVOS;A" TO LINEA-PREVIA
               PERFORM TOMAR-LINEA-MANIFIESTO
               MOVE "DOMINIOS;P;;;DOMINIOS;A" TO LINEA-PREVIA
               PERFORM TOMAR-LINEA-MANIFIESTO
               MOVE "MENSAJES;P;;;MENSAJES;A" TO LINEA-PREVIA
               PERFORM TOMAR-LINEA-MANIFIESTO
               MOVE "PLAZOVER;P;;;PLAZOVER;A" TO LINEA-PREVIA
               PERFORM TOMAR-LINEA-MANIFIESTO
           END-IF.

       TOMAR-LINEA-MANIFIESTO.
           MOVE SPACES TO PRV-FICHERO.
           MOVE SPACES TO PRV-PRESENCIA.
           MOVE SPACES TO PRV-MINIMO.
           MOVE SPACES TO PRV-MAXIMO.
           MOVE SPACES TO PRV-FORMATO.
           MOVE SPACES TO PRV-GRAVEDAD.
           UNSTRING LINEA-PREVIA DELIMITED BY ";"
               INTO PRV-FICHERO PRV-PRESENCIA PRV-MINIMO PRV-MAXIMO
                   PRV-FORMATO PRV-GRAVEDAD.
           IF PRV-FICHERO NOT = SPACES AND PRV-FICHERO(1:1) NOT = "*"
               IF TOTAL-MANIFIESTO < 40
                   ADD 1 TO TOTAL-MANIFIESTO
                   MOVE PRV-FICHERO TO MAN-FICHERO(TOTAL-MANIFIESTO)
                   IF PRV-PRESENCIA = "P"
                       MOVE "P" TO MAN-PRESENCIA(TOTAL-MANIFIESTO)
                   ELSE
                       MOVE "O" TO MAN-PRESENCIA(TOTAL-MANIFIESTO)
                   END-IF
                   MOVE PRV-MINIMO TO UMB-TEXTO
                   PERFORM CONVERTIR-UMBRAL
                   IF UMBRAL-VALIDO
                       MOVE UMB-NUMERO TO MAN-MINIMO(TOTAL-MANIFIESTO)
                   ELSE
                       MOVE 0 TO MAN-MINIMO(TOTAL-MANIFIESTO)
                   END-IF
                   MOVE PRV-MAXIMO TO UMB-TEXTO
                   PERFORM CONVERTIR-UMBRAL
                   IF UMBRAL-VALIDO
                       MOVE UMB-NUMERO TO MAN-MAXIMO(TOTAL-MANIFIESTO)
                   ELSE
                       MOVE 0 TO MAN-MAXIMO(TOTAL-MANIFIESTO)
                   END-IF
                   IF PRV-FORMATO = SPACES
                       MOVE "LINEAS" TO MAN-FORMATO(TOTAL-MANIFIESTO)
                   ELSE
                       MOVE PRV-FORMATO TO
                           MAN-FORMATO(TOTAL-MANIFIESTO)
                   END-IF
                   IF PRV-GRAVEDAD = "A"
                       MOVE "A" TO MAN-GRAVEDAD(TOTAL-MANIFIESTO)
                   ELSE
                       MOVE "G" TO MAN-GRAVEDAD(TOTAL-MANIFIESTO)
                   END-IF
               ELSE
                   DISPLAY "PREVIAS: mas de 40 ficheros, se ignora "
                       PRV-FICHERO
               END-IF
           END-IF.

      * CIFRAS A LA IZQUIERDA (COMO LAS DEJA UNSTRING) A NUMERO; UN
      * CAMPO VACIO O CON LETRAS DEJA EL LIMITE SIN PONER
       CONVERTIR-UMBRAL.
           MOVE "N" TO SW-UMB.
           MOVE 0 TO UMB-LARGO.
           INSPECT UMB-TEXTO TALLYING UMB-LARGO
               FOR CHARACTERS BEFORE INITIAL " ".
           IF UMB-LARGO > 0
               AND UMB-TEXTO(1:UMB-LARGO) IS NUMERIC
               MOVE UMB-TEXTO(1:UMB-LARGO) TO UMB-NUMERO
               MOVE "S" TO SW-UMB
           END-IF.

      * UN FICHERO DEL MANIFIESTO: PRESENCIA, LINEA A LINEA SEGUN SU
      * FORMATO, Y AL CERRAR EL RECUENTO, LA CABECERA Y LA COLA
       COMPROBAR-FICHERO.
           ADD 1 TO TOTAL-COMPROBADOS.
           MOVE MAN-FICHERO(IDX-MAN) TO LINEAS-NOMBRE.
           MOVE 0 TO TOTAL-LINEAS.
           MOVE 0 TO LINEAS-MALAS.
           MOVE 0 TO PRIMERA-MALA.
           MOVE 0 TO LINEAS-CONTROL.
           MOVE 0 TO CAB-TOTAL.
           MOVE "N" TO SW-CABECERA.
           MOVE "N" TO SW-COLA.
           MOVE "N" TO SW-CIFRADO.
           IF NOT FORMATO-CONOCIDO(IDX-MAN)
               MOVE SPACES TO MOTIVO-FALLO
               STRING "FORMATO " DELIMITED BY SIZE
                   MAN-FORMATO(IDX-MAN) DELIMITED BY " "
                   " DESCONOCIDO EN PREVIAS" DELIMITED BY SIZE
                   INTO MOTIVO-FALLO
               PERFORM ANOTAR-FALLO
               MOVE "LINEAS" TO MAN-FORMATO(IDX-MAN)
           END-IF.
           OPEN INPUT LINEAS-FILE.
           IF FS-LINEAS NOT = "00"
               IF MAN-OBLIGATORIO(IDX-MAN)
                   MOVE "NO ESTA (FICHERO OBLIGATORIO)" TO MOTIVO-FALLO
                   PERFORM ANOTAR-FALLO
               ELSE
                   DISPLAY MAN-FICHERO(IDX-MAN) ": no esta (puede "-
                       "faltar)"
               END-IF
           ELSE
               PERFORM UNTIL FS-LINEAS = "10"
                   READ LINEAS-FILE
                       AT END
                           MOVE "10" TO FS-LINEAS
                       NOT AT END
                           ADD 1 TO TOTAL-LINEAS
                           PERFORM COMPROBAR-LINEA
                   END-READ
               END-PERFORM
               CLOSE LINEAS-FILE
               DISPLAY MAN-FICHERO(IDX-MAN) ": " TOTAL-LINEAS
                   " lineas, formato " MAN-FORMATO(IDX-MAN)
               PERFORM COMPROBAR-RECUENTO
               PERFORM COMPROBAR-CIERRE
               IF LINEAS-MALAS > 0
                   MOVE PRIMERA-MALA TO NUM-EDITADO
                   MOVE LINEAS-MALAS TO NUM-EDITADO-2
                   MOVE SPACES TO MOTIVO-FALLO
                   STRING "LINEA " NUM-EDITADO " MAL FORMADA, "
                       NUM-EDITADO-2 " MALAS"
                       DELIMITED BY SIZE INTO MOTIVO-FALLO
                   PERFORM ANOTAR-FALLO
               END-IF
           END-IF.

       COMPROBAR-RECUENTO.
           IF TOTAL-LINEAS < MAN-MINIMO(IDX-MAN)
               MOVE TOTAL-LINEAS TO NUM-EDITADO
               MOVE MAN-MINIMO(IDX-MAN) TO NUM-EDITADO-2
               MOVE SPACES TO MOTIVO-FALLO
               STRING NUM-EDITADO " LINEAS, MINIMO " NUM-EDITADO-2
                   DELIMITED BY SIZE INTO MOTIVO-FALLO
               PERFORM ANOTAR-FALLO
           END-IF.
           IF MAN-MAXIMO(IDX-MAN) > 0
               AND TOTAL-LINEAS > MAN-MAXIMO(IDX-MAN)
               MOVE TOTAL-LINEAS TO NUM-EDITADO
               MOVE MAN-MAXIMO(IDX-MAN) TO NUM-EDITADO-2
               MOVE SPACES TO MOTIVO-FALLO
               STRING NUM-EDITADO " LINEAS, MAXIMO " NUM-EDITADO-2
                   DELIMITED BY SIZE INTO MOTIVO-FALLO
               PERFORM ANOTAR-FALLO
           END-IF.

      * CADA LINEA SE PARTE POR SUS PUNTOS Y COMAS Y SE MIRA CON LAS
      * MISMAS REGLAS QUE APLICA EL PROGRAMA O LA SUBRUTINA QUE LA
      * CARGA; LA PRIMERA MAL FORMADA QUEDA ANOTADA PARA EL MOTIVO
       COMPROBAR-LINEA.
           MOVE SPACES TO CAMPOS-LINEA.
           UNSTRING LINEA-LEIDA DELIMITED BY ";"
               INTO CAMPO-TEXTO(1) CAMPO-TEXTO(2) CAMPO-TEXTO(3)
                   CAMPO-TEXTO(4) CAMPO-TEXTO(5) CAMPO-TEXTO(6)
                   CAMPO-TEXTO(7) CAMPO-TEXTO(8).
      * El largo de cada campo hasta su primer blanco: el ultimo
      * campo de la linea llega con el relleno del registro detras.
           PERFORM VARYING IDX-CAMPO FROM 1 BY 1 UNTIL IDX-CAMPO > 8
               MOVE 0 TO CAMPO-LARGO(IDX-CAMPO)
               INSPECT CAMPO-TEXTO(IDX-CAMPO) TALLYING
                   CAMPO-LARGO(IDX-CAMPO)
                   FOR CHARACTERS BEFORE INITIAL " "
           END-PERFORM.
           MOVE CAMPO-TEXTO(1) TO PRIMER-CAMPO.
           MOVE "S" TO SW-LINEA.
           EVALUATE MAN-FORMATO(IDX-MAN)
               WHEN "LINEAS"
                   CONTINUE
               WHEN "CABECERA"
                   IF TOTAL-LINEAS = 1
                       PERFORM MIRAR-CABECERA-LOTE
                   END-IF
               WHEN "PAQREF"
                   IF TOTAL-LINEAS = 1
                       PERFORM MIRAR-CABECERA-PAQUETE
                   END-IF
      * La cola FIN es la ultima linea: se recuerda si la que se
      * acaba de leer lo es.
                   IF PRIMER-CAMPO = "FIN"
                       MOVE "S" TO SW-COLA
                   ELSE
                       MOVE "N" TO SW-COLA
                   END-IF
               WHEN "PREFIJOS"
                   PERFORM MIRAR-PREFIJO
               WHEN "CODPOST"
                   PERFORM MIRAR-CODPOST
               WHEN "FESTIVOS"
                   PERFORM MIRAR-FESTIVO
               WHEN "PLANEXEC"
                   PERFORM MIRAR-PLANEXEC
               WHEN "DOMINIOS"
                   IF CAMPO-LARGO(1) = 0
                       OR (CAMPO-TEXTO(2) NOT = "B"
                           AND CAMPO-TEXTO(2) NOT = "M")
                       MOVE "N" TO SW-LINEA
                   END-IF
               WHEN "MENSAJES"
                   IF CAMPO-LARGO(1) = 0 OR CAMPO-LARGO(2) = 0
                       OR CAMPO-LARGO(3) = 0
                       MOVE "N" TO SW-LINEA
                   END-IF
               WHEN "PLAZOVER"
                   IF CAMPO-LARGO(1) = 0 OR CAMPO-LARGO(2) = 0
                       OR CAMPO-LARGO(2) > 3
                       MOVE "N" TO SW-LINEA
                   ELSE
                       IF CAMPO-TEXTO(2)(1:CAMPO-LARGO(2))
                           IS NOT NUMERIC
                           MOVE "N" TO SW-LINEA
                       END-IF
                   END-IF
               WHEN "CLAVECIF"
                   IF CAMPO-LARGO(1) NOT = 3 OR CAMPO-LARGO(2) NOT = 8
                       OR CAMPO-LARGO(3) = 0
                       MOVE "N" TO SW-LINEA
                   ELSE
                       IF CAMPO-TEXTO(1)(1:3) IS NOT NUMERIC
                           OR CAMPO-TEXTO(2)(1:8) IS NOT NUMERIC
                           MOVE "N" TO SW-LINEA
                       END-IF
                   END-IF
               WHEN "CTLDELEG"
                   EVALUATE PRIMER-CAMPO
                       WHEN "CONTROL"
                           ADD 1 TO LINEAS-CONTROL
                       WHEN "CLAVE"
                           CONTINUE
                       WHEN OTHER
                           MOVE "N" TO SW-LINEA
                   END-EVALUATE
               WHEN "CONTROLAG"
                   IF TOTAL-LINEAS = 1
                       MOVE CAMPO-TEXTO(1) TO CTRL-TOTAL-FICH
                       MOVE CAMPO-TEXTO(2) TO CTRL-HASH-FICH
                   END-IF
           END-EVALUATE.
           IF NOT LINEA-BUENA
               ADD 1 TO LINEAS-MALAS
               IF PRIMERA-MALA = 0
                   MOVE TOTAL-LINEAS TO PRIMERA-MALA
               END-IF
           END-IF.

      * CABECERA DE MANTENIMIENTO-LOTE: PALABRA CABECERA, SECUENCIA
      * NUMERICA Y TOTAL CON LAS CIFRAS QUE USE EL EMISOR; SI TRAE
      * VERSION DE CLAVE, SE DEJA LISTA PARA CIFSUB01
       MIRAR-CABECERA-LOTE.
           IF PRIMER-CAMPO = "CABECERA"
               AND CAMPO-LARGO(4) > 0 AND CAMPO-LARGO(4) < 7
               AND CAMPO-LARGO(5) > 0 AND CAMPO-LARGO(5) < 7
               IF CAMPO-TEXTO(4)(1:CAMPO-LARGO(4)) IS NUMERIC
                   AND CAMPO-TEXTO(5)(1:CAMPO-LARGO(5)) IS NUMERIC
                   MOVE "S" TO SW-CABECERA
                   MOVE CAMPO-TEXTO(5)(1:CAMPO-LARGO(5)) TO CAB-TOTAL
                   MOVE CAMPO-TEXTO(6) TO CAB-CLAVE-LIN
                   MOVE CAMPO-TEXTO(7) TO CAB-SEMILLA
                   MOVE CAMPO-TEXTO(8) TO CAB-TESTIGO
                   IF CAB-CLAVE-LIN IS NUMERIC
                       MOVE "S" TO SW-CIFRADO
                   END-IF
               END-IF
           END-IF.

      * CABECERA DE CARGA-REFERENCIA: VERSION;n;FECHA;SUMA;LINEAS Y,
      * SI VIENE CIFRADO, CLAVE;SEMILLA;TESTIGO
       MIRAR-CABECERA-PAQUETE.
           IF PRIMER-CAMPO = "VERSION" AND CAMPO-LARGO(2) > 0
               MOVE "S" TO SW-CABECERA
               MOVE CAMPO-TEXTO(6) TO CAB-CLAVE-LIN
               MOVE CAMPO-TEXTO(7) TO CAB-SEMILLA
               MOVE CAMPO-TEXTO(8) TO CAB-TESTIGO
               IF CAB-CLAVE-LIN IS NUMERIC
                   MOVE "S" TO SW-CIFRADO
               END-IF
           END-IF.

      * +PREFIJO;PAIS, COMO LOS VALIDA MANTENER-PREFIJOS
       MIRAR-PREFIJO.
           IF CAMPO-TEXTO(1)(1:1) NOT = "+"
               OR CAMPO-LARGO(1) < 2 OR CAMPO-LARGO(1) > 5
               OR CAMPO-LARGO(2) = 0
               MOVE "N" TO SW-LINEA
           ELSE
               IF CAMPO-TEXTO(1)(2:CAMPO-LARGO(1) - 1) IS NOT NUMERIC
                   MOVE "N" TO SW-LINEA
               END-IF
           END-IF.

      * CODIGO;POBLACION;PROVINCIA, COMO LOS VALIDA MANTENER-CODPOST
       MIRAR-CODPOST.
           IF CAMPO-LARGO(1) NOT = 5 OR CAMPO-LARGO(2) = 0
               OR CAMPO-LARGO(3) = 0
               MOVE "N" TO SW-LINEA
           ELSE
               IF CAMPO-TEXTO(1)(1:5) IS NOT NUMERIC
                   MOVE "N" TO SW-LINEA
               END-IF
           END-IF.

      * LA FECHA EN LAS OCHO PRIMERAS POSICIONES, COMO LA LEE
      * COMPRUEBA-CALENDARIO, Y QUE EXISTA DE VERDAD
       MIRAR-FESTIVO.
           IF LINEA-LEIDA(1:8) IS NOT NUMERIC
               MOVE "N" TO SW-LINEA
           ELSE
               MOVE "V" TO FEC-OPERACION
               MOVE LINEA-LEIDA(1:8) TO FEC-FECHA-1
               CALL "FECHASUB" USING FEC-OPERACION FEC-FECHA-1
                   FEC-FECHA-2 FEC-DIAS FEC-RESULTADO FEC-TEXTO
                   FEC-ESTADO
               IF FEC-ESTADO NOT = 0
                   MOVE "N" TO SW-LINEA
               END-IF
           END-IF.

      * PASO;FRECUENCIA;DIA CON LAS REGLAS DE DISPATCH-PLAN: D SIN
      * DIA, S CON EL DIA DE LA SEMANA (1 A 7), M Y T CON EL DIA DEL
      * MES O UL. UNA LINEA QUE EL DESPACHADOR NO ENTIENDE DEJA SU
      * PASO SIN CORRER, QUE ES LO QUE AQUI SE QUIERE VER ANTES
       MIRAR-PLANEXEC.
           IF CAMPO-LARGO(1) = 0 OR CAMPO-LARGO(2) NOT = 1
               MOVE "N" TO SW-LINEA
           ELSE
               EVALUATE CAMPO-TEXTO(2)(1:1)
                   WHEN "D"
                       CONTINUE
                   WHEN "S"
                       IF CAMPO-LARGO(3) NOT = 1
                           OR CAMPO-TEXTO(3)(1:1) < "1"
                           OR CAMPO-TEXTO(3)(1:1) > "7"
                           MOVE "N" TO SW-LINEA
                       END-IF
                   WHEN "M"
                   WHEN "T"
                       IF CAMPO-TEXTO(3)(1:2) NOT = "UL"
                           IF CAMPO-LARGO(3) NOT = 2
                               OR CAMPO-TEXTO(3)(1:2) IS NOT NUMERIC
                               MOVE "N" TO SW-LINEA
                           ELSE
                               IF CAMPO-TEXTO(3)(1:2) < "01"
                                   OR CAMPO-TEXTO(3)(1:2) > "31"
                                   MOVE "N" TO SW-LINEA
                               END-IF
                           END-IF
                       END-IF
                   WHEN OTHER
                       MOVE "N" TO SW-LINEA
               END-EVALUATE
           END-IF.

      * LO QUE SOLO SE SABE CON EL FICHERO ENTERO LEIDO: CABECERA Y
      * RECUENTO DECLARADO, COLA, CLAVES Y CUADRE CON CONTACTOS
       COMPROBAR-CIERRE.
           EVALUATE MAN-FORMATO(IDX-MAN)
               WHEN "CABECERA"
                   IF TOTAL-LINEAS = 0
                       MOVE "VACIO Y SIN CABECERA DE LOTE"
                           TO MOTIVO-FALLO
                       PERFORM ANOTAR-FALLO
                   ELSE
                       IF NOT CABECERA-BUENA
                           MOVE "SIN CABECERA DE LOTE VALIDA"
                               TO MOTIVO-FALLO
                           PERFORM ANOTAR-FALLO
                       ELSE
                           IF CAB-TOTAL NOT = TOTAL-LINEAS - 1
                               MOVE CAB-TOTAL TO NUM-EDITADO
                               COMPUTE NUM-EDITADO-2 =
                                   TOTAL-LINEAS - 1
                               MOVE SPACES TO MOTIVO-FALLO
                               STRING "CABECERA DECLARA " NUM-EDITADO
                                   " Y TRAE " NUM-EDITADO-2
                                   DELIMITED BY SIZE INTO MOTIVO-FALLO
                               PERFORM ANOTAR-FALLO
                           END-IF
                           PERFORM COMPROBAR-CLAVE-ENVIO
                       END-IF
                   END-IF
               WHEN "PAQREF"
                   IF NOT CABECERA-BUENA
                       MOVE "SIN CABECERA VERSION" TO MOTIVO-FALLO
                       PERFORM ANOTAR-FALLO
                   ELSE
                       PERFORM COMPROBAR-CLAVE-ENVIO
                   END-IF
                   IF NOT COLA-BUENA
                       MOVE "SIN COLA FIN (PAQUETE TRUNCADO)"
                           TO MOTIVO-FALLO
                       PERFORM ANOTAR-FALLO
                   END-IF
               WHEN "CTLDELEG"
                   IF TOTAL-LINEAS > 0 AND LINEAS-CONTROL = 0
                       MOVE "NINGUNA LINEA CONTROL" TO MOTIVO-FALLO
                       PERFORM ANOTAR-FALLO
                   END-IF
               WHEN "CLAVECIF"
                   PERFORM COMPROBAR-CLAVE-VIGENTE
               WHEN "CONTROLAG"
                   PERFORM COMPROBAR-CONTROLAG
           END-EVALUATE.

      * UN ENVIO CIFRADO SE ABRE COMO LO ABRIRA SU RECEPTOR: LA
      * VERSION DE SU CABECERA TIENE QUE ESTAR EN CLAVECIF Y EL
      * TESTIGO TIENE QUE CUADRAR
       COMPROBAR-CLAVE-ENVIO.
           IF FICHERO-CIFRADO
               MOVE "V" TO CIF-OPERACION
               MOVE CAB-CLAVE-LIN TO CIF-VERSION
               MOVE CAB-SEMILLA TO CIF-SEMILLA
               MOVE CAB-TESTIGO TO CIF-TESTIGO
               CALL "CIFSUB01" USING CIF-OPERACION CIF-VERSION
                   CIF-SEMILLA CIF-TESTIGO CIF-NUMERO CIF-LINEA
                   CIF-LARGO CIF-ESTADO
               IF CIF-ESTADO = 1
                   MOVE SPACES TO MOTIVO-FALLO
                   STRING "CIFRADO CON LA VERSION " CAB-CLAVE-LIN
                       ", QUE NO ESTA EN CLAVECIF"
                       DELIMITED BY SIZE INTO MOTIVO-FALLO
                   PERFORM ANOTAR-FALLO
               END-IF
               IF CIF-ESTADO = 2
                   MOVE "EL TESTIGO NO CUADRA CON CLAVECIF"
                       TO MOTIVO-FALLO
                   PERFORM ANOTAR-FALLO
               END-IF
           END-IF.

      * LA CLAVE CON LA QUE CIFRARAN ESTA NOCHE LOS PRODUCTORES
       COMPROBAR-CLAVE-VIGENTE.
           MOVE "A" TO CIF-OPERACION.
           MOVE FECHA-HOY TO CIF-SEMILLA(1:8).
           MOVE HORA-HOY TO CIF-SEMILLA(9:8).
           CALL "CIFSUB01" USING CIF-OPERACION CIF-VERSION
               CIF-SEMILLA CIF-TESTIGO CIF-NUMERO CIF-LINEA
               CIF-LARGO CIF-ESTADO.
           IF CIF-ESTADO NOT = 0
               MOVE "NINGUNA CLAVE VIGENTE HOY" TO MOTIVO-FALLO
               PERFORM ANOTAR-FALLO
           END-IF.

      * CONTROLAG TIENE QUE CUADRAR YA CON CONTACTOS ANTES DE EMPEZAR:
      * SE RECUENTA Y SE SUMA COMO INSTANTANEA-CONTACTOS
       COMPROBAR-CONTROLAG.
           MOVE 0 TO CTRL-TOTAL.
           MOVE 0 TO CTRL-HASH.
           OPEN INPUT CONTACTOS-FILE.
           IF FS-CONTACTOS = "00"
               PERFORM UNTIL FS-CONTACTOS = "10"
                   READ CONTACTOS-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO FS-CONTACTOS
                       NOT AT END
                           ADD 1 TO CTRL-TOTAL
                           PERFORM VARYING CTRL-BYTE FROM 1 BY 1
                                   UNTIL CTRL-BYTE > 45
                               COMPUTE CTRL-HASH = CTRL-HASH
                                   + FUNCTION ORD
                                   (CLAVE-REG(CTRL-BYTE:1))
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE CONTACTOS-FILE
           END-IF.
           IF TOTAL-LINEAS = 0
               MOVE "VACIO, SIN TOTAL;HASH" TO MOTIVO-FALLO
               PERFORM ANOTAR-FALLO
           ELSE
               IF CTRL-TOTAL-FICH NOT = CTRL-TOTAL
                   MOVE SPACES TO MOTIVO-FALLO
                   STRING "DICE " CTRL-TOTAL-FICH
                       " REGISTROS Y CONTACTOS TIENE " CTRL-TOTAL
                       DELIMITED BY SIZE INTO MOTIVO-FALLO
                   PERFORM ANOTAR-FALLO
               ELSE
                   IF CTRL-HASH-FICH NOT = CTRL-HASH
                       MOVE "SUMA DE CONTROL DISTINTA DE CONTACTOS"
                           TO MOTIVO-FALLO
                       PERFORM ANOTAR-FALLO
                   END-IF
               END-IF
           END-IF.

      * CADA FALLO, CON SU MOTIVO ENTERO EN RUNLOG Y RECORTADO EN
      * EXCEPCIONES; LA GRAVEDAD LA DA EL MANIFIESTO
       ANOTAR-FALLO.
           DISPLAY MAN-FICHERO(IDX-MAN) ": " MOTIVO-FALLO.
           MOVE "PREVIA" TO EXC-TIPO.
           MOVE SPACES TO EXC-DETALLE.
           STRING MAN-FICHERO(IDX-MAN) DELIMITED BY " "
               " " DELIMITED BY SIZE
               MOTIVO-FALLO DELIMITED BY SIZE
               INTO EXC-DETALLE.
           IF MAN-BLOQUEA(IDX-MAN)
               ADD 1 TO TOTAL-BLOQUEOS
               MOVE 8 TO CODIGO-SALIDA
               MOVE "G" TO EXC-GRAVEDAD
           ELSE
               ADD 1 TO TOTAL-AVISOS
               MOVE "A" TO EXC-GRAVEDAD
           END-IF.
           PERFORM REGISTRAR-EXCEPCION.
           MOVE SPACES TO LINEA-RUNLOG.
           STRING FECHA-HOY " " HORA-HOY " PREVIA "
               DELIMITED BY SIZE
               MAN-FICHERO(IDX-MAN) DELIMITED BY " "
               " " EXC-GRAVEDAD " " MOTIVO-FALLO
               DELIMITED BY SIZE INTO LINEA-RUNLOG.
           PERFORM ESCRIBIR-RUNLOG.

      * LA LINEA FINAL DE RUNLOG DICE SI LA NOCHE SIGUE O NO
       ANOTAR-FINAL.
           MOVE SPACES TO LINEA-RUNLOG.
           IF CODIGO-SALIDA = 8
               STRING FECHA-HOY " " HORA-HOY " LOTE00 NO CORRE: "
                   TOTAL-BLOQUEOS " FALLOS GRAVES EN LA COMPROBACION "
                   "PREVIA" DELIMITED BY SIZE INTO LINEA-RUNLOG
           ELSE
               STRING FECHA-HOY " " HORA-HOY " PREVIA CORRECTA: "
                   TOTAL-COMPROBADOS " FICHEROS, " TOTAL-AVISOS
                   " AVISOS" DELIMITED BY SIZE INTO LINEA-RUNLOG
           END-IF.
           PERFORM ESCRIBIR-RUNLOG.

       ESCRIBIR-RUNLOG.
           OPEN EXTEND RUNLOG-FILE.
           IF FS-RUNLOG = "35"
               OPEN OUTPUT RUNLOG-FILE
           END-IF.
           WRITE LINEA-RUNLOG.
           CLOSE RUNLOG-FILE.

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

       END PROGRAM COMPRUEBA-PREVIA.
