     /*
      * BARRIDO NOCTURNO DE COHERENCIA ENTRE CAMPOS DE CONTACTOS.
      * No es la solucion de ningun reto: cada campo se valida por su
      * lado al teclearlo (prefijo contra PREFIJOS, correo contra
      * DOMINIOS, CP contra CODPOST), pero nadie comprobaba que los
      * campos cuadren entre si ni que los registros antiguos sigan
      * pasando. Este paso recorre CONTACTOS en solo lectura y aplica
      * las reglas cruzadas siguientes:
      *   PAIS-CP         prefijo igual al PARAMETRO (+34) y un CP
      *                   informado que no es espanol (cinco cifras
      *                   con provincia 01 a 52)
      *   NACIM-FUTURA    FECHA-NACIMIENTO posterior a hoy
      *   NACIM-ANTIGUA   FECHA-NACIMIENTO de hace mas de PARAMETRO
      *                   anos (110)
      *   BAJA-ACTIVO     FECHA-BAJA informada en un contacto activo
      *   BAJA-SIN-FECHA  contacto de baja sin FECHA-BAJA
      *   ORG-RETIRADA    ORGANIZACION que ya no esta en ORGANIZA
      *   DOMINIO-ORG     dominio del EMAIL distinto del DOMINIO que
      *                   el maestro ORGANIZA da a su organizacion
      * El fichero de reglas REGLASCX (CODIGO;ACTIVA;GRAVEDAD;
      * PARAMETRO, una linea por regla) enciende o apaga cada regla
      * y ajusta su gravedad (I/A/G) y su parametro; una regla que no
      * aparece conserva sus valores de la tabla de abajo, y sin
      * fichero se aplican todas asi. Cada incumplimiento deja una
      * excepcion con el codigo de la regla como tipo y el nombre del
      * contacto como detalle, y una linea en la lista de trabajo
      * CONSINF, agrupada por agenda para repartirla entre los
      * operadores.
      */
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSISTENCIA-CONTACTOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTACTOS-FILE ASSIGN TO "CONTACTOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLAVE-REG
               ALTERNATE RECORD KEY IS TELEFONO-REG WITH DUPLICATES
               FILE STATUS IS FS-CONTACTOS.
           SELECT REGLASCX-FILE ASSIGN TO "REGLASCX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REGLASCX.
           SELECT ORGANIZA-FILE ASSIGN TO "ORGANIZA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ORGANIZA.
           SELECT CONSINF-FILE ASSIGN TO "CONSINF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONSINF.
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
                   ==EMAIL== BY ==EMAIL-REG==
                   ==DIRECCION== BY ==DIRECCION-REG==
                   ==DIR-CALLE== BY ==DIR-CALLE-REG==
                   ==DIR-CIUDAD== BY ==DIR-CIUDAD-REG==
                   ==DIR-CP== BY ==DIR-CP-REG==
                   ==FECHA-NACIMIENTO== BY ==FECHA-NACIM-REG==
                   ==FECHA-BAJA== BY ==FECHA-BAJA-REG==
                   ==ORGANIZACION== BY ==ORGANIZACION-REG==.

       FD REGLASCX-FILE.
           01 LINEA-REGLASCX PIC X(80).

       FD ORGANIZA-FILE.
           01 LINEA-ORGANIZA PIC X(150).

       FD CONSINF-FILE.
           01 LINEA-CONSINF PIC X(120).

       FD EXCEPCIONES-FILE.
           01 LINEA-EXCEPCION PIC X(90).

       FD RESUMEN-FILE.
           01 LINEA-RESUMEN PIC X(50).

       WORKING-STORAGE SECTION.
           77 FS-CONTACTOS PIC XX.
           77 FS-REGLASCX PIC XX.
           77 FS-ORGANIZA PIC XX.
           77 FS-CONSINF PIC XX.
           77 FS-EXCEPCIONES PIC XX.

           01 FECHA-HOY PIC 9(8).
           01 FECHA-HOY-R REDEFINES FECHA-HOY.
               05 HOY-AAAA PIC 9(4).
               05 HOY-MMDD PIC 9(4).
           77 HORA-HOY PIC 9(8).
           77 FECHA-MINIMA PIC 9(8).

      * Reglas con sus valores por defecto: codigo, activa, gravedad
      * y parametro. REGLASCX los pisa regla a regla.
           01 REGLAS-DEFECTO.
               05 FILLER PIC X(27) VALUE "PAIS-CP        SA+34       ".
               05 FILLER PIC X(27) VALUE "NACIM-FUTURA   SA          ".
               05 FILLER PIC X(27) VALUE "NACIM-ANTIGUA  SA110       ".
               05 FILLER PIC X(27) VALUE "BAJA-ACTIVO    SA          ".
               05 FILLER PIC X(27) VALUE "BAJA-SIN-FECHA SI          ".
               05 FILLER PIC X(27) VALUE "ORG-RETIRADA   SA          ".
               05 FILLER PIC X(27) VALUE "DOMINIO-ORG    SI          ".
           01 TABLA-REGLAS REDEFINES REGLAS-DEFECTO.
               05 FILA-REGLA OCCURS 7 TIMES.
                   10 RGL-CODIGO PIC X(15).
                   10 RGL-ACTIVA PIC X.
                   10 RGL-GRAVEDAD PIC X.
                   10 RGL-PARAMETRO PIC X(10).
           77 TOTAL-REGLAS PIC 9 VALUE 7.
           77 IDX-RGL PIC 9.
           01 CUENTAS-REGLAS.
               05 RGL-CUENTA PIC 9(5) OCCURS 7 TIMES.

      * Troceado de la linea de REGLASCX.
           77 RCX-CODIGO PIC X(15).
           77 RCX-ACTIVA PIC X.
           77 RCX-GRAVEDAD PIC X.
           77 RCX-PARAMETRO PIC X(10).
           77 SW-REGLA PIC X.
               88 REGLA-HALLADA VALUE "S".

      * Parametro numerico de NACIM-ANTIGUA, con el mismo recuento de
      * cifras que usa MONITOR-CAPACIDAD para sus umbrales.
           77 ANOS-MAXIMO PIC 9(3).
           77 LARGO-PARAMETRO PIC 9(2).

      * Copia en memoria del maestro de organizaciones.
           01 TABLA-ORGANIZA.
               05 FILA-ORGANIZA OCCURS 100 TIMES.
                   10 ORG-CODIGO PIC X(8).
                   10 ORG-NOMBRE PIC X(30).
                   10 ORG-TELEFONO PIC X(13).
                   10 ORG-DIRECCION PIC X(40).
                   10 ORG-DOMINIO PIC X(30).
           77 TOTAL-ORGANIZA PIC 9(3) VALUE 0.
           77 IDX-ORG PIC 9(3).
           77 SW-ORG PIC X.
               88 CODIGO-HALLADO VALUE "S".

      * Dominio del correo en curso.
           77 CORREO-USUARIO PIC X(40).
           77 CORREO-DOMINIO PIC X(40).

      * Regla incumplida en curso y su explicacion para la lista.
           77 DETALLE-REGLA PIC X(50).
           77 AGENDA-CORTE PIC X(15).
           77 FALLOS-AGENDA PIC 9(5) VALUE 0.

           77 REVISADOS PIC 9(5) VALUE 0.
           77 INCUMPLIMIENTOS PIC 9(5) VALUE 0.

      * Dato de la excepcion en curso, como en los demas programas.
           01 EXCEPCION-ACTUAL.
               COPY EXCEPCION.

      * Parametros de la subrutina compartida de la cola central de
      * impresion SPOSUB01, a la que se entrega la lista CONSINF.
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
           MOVE "CONSIST" TO EXC-PROGRAMA.
           MOVE "LOTE" TO EXC-OPERADOR.
           ACCEPT FECHA-HOY FROM DATE.
           IF FECHA-HOY < 19000101
               ADD 20000000 TO FECHA-HOY
           END-IF.
           ACCEPT HORA-HOY FROM TIME.
           PERFORM CARGAR-REGLAS.
           PERFORM CARGAR-ORGANIZA.
           OPEN INPUT CONTACTOS-FILE.
           IF FS-CONTACTOS NOT = "00"
               DISPLAY "No existe CONTACTOS; no hay nada que revisar"
               MOVE 4 TO CODIGO-SALIDA
           ELSE
               OPEN EXTEND EXCEPCIONES-FILE
               IF FS-EXCEPCIONES = "35"
                   OPEN OUTPUT EXCEPCIONES-FILE
               END-IF
               OPEN OUTPUT CONSINF-FILE
               MOVE SPACES TO LINEA-CONSINF
               STRING "COHERENCIA ENTRE CAMPOS DE CONTACTOS - "
                   FECHA-HOY " " HORA-HOY
                   DELIMITED BY SIZE INTO LINEA-CONSINF
               WRITE LINEA-CONSINF
               MOVE SPACES TO AGENDA-CORTE
               PERFORM UNTIL FS-CONTACTOS = "10"
                   READ CONTACTOS-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO FS-CONTACTOS
                       NOT AT END
                           ADD 1 TO REVISADOS
                           PERFORM REVISAR-CONTACTO
                   END-READ
               END-PERFORM
               IF AGENDA-CORTE NOT = SPACES
                   PERFORM ESCRIBIR-TOTAL-AGENDA
               END-IF
               PERFORM ESCRIBIR-TOTALES
               CLOSE CONTACTOS-FILE
               CLOSE EXCEPCIONES-FILE
               CLOSE CONSINF-FILE
      * La lista queda ademas en la cola central de impresion, de
      * donde la libera el operador con LIBERAR-COLA.
               MOVE "CONSINF" TO SPO-FICHERO
               MOVE "CONSIST" TO SPO-INFORME
               MOVE "LOTE" TO SPO-OPERADOR
               CALL "SPOSUB01" USING SPO-FICHERO SPO-INFORME
                   SPO-OPERADOR SPO-ESTADO
      * Los incumplimientos son datos que corregir y no un fallo
      * del paso: no suben el RC, para no detener la cadena de la
      * noche antes del resumen de excepciones.
               DISPLAY "Barrido de coherencia: " INCUMPLIMIENTOS
                   " incumplimientos en " REVISADOS " contactos"
           END-IF.
           MOVE "CONSIST" TO RES-PROGRAMA.
           MOVE REVISADOS TO RES-ENTRADAS.
           MOVE 0 TO RES-SALIDAS.
           MOVE INCUMPLIMIENTOS TO RES-RECHAZOS.
           MOVE CODIGO-SALIDA TO RES-RC.
           PERFORM GRABAR-RESUMEN.
           MOVE CODIGO-SALIDA TO RETURN-CODE.
           STOP RUN.

      * REGLASCX PISA LOS VALORES POR DEFECTO DE CADA REGLA QUE NOMBRA
       CARGAR-REGLAS.
           MOVE ZEROS TO CUENTAS-REGLAS.
           OPEN INPUT REGLASCX-FILE.
           IF FS-REGLASCX NOT = "00"
               DISPLAY "Sin REGLASCX: se aplican todas las reglas con "
                   "sus valores por defecto"
           ELSE
               PERFORM UNTIL FS-REGLASCX = "10"
                   READ REGLASCX-FILE
                       AT END
                           MOVE "10" TO FS-REGLASCX
                       NOT AT END
                           IF LINEA-REGLASCX NOT = SPACES
                               AND LINEA-REGLASCX(1:1) NOT = "*"
                               PERFORM TRATAR-LINEA-REGLA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGLASCX-FILE
           END-IF.
      * Parametro de NACIM-ANTIGUA: anos, 110 si no es un numero.
           MOVE 0 TO LARGO-PARAMETRO.
           INSPECT RGL-PARAMETRO(3) TALLYING LARGO-PARAMETRO
               FOR CHARACTERS BEFORE INITIAL " ".
           IF LARGO-PARAMETRO > 0 AND LARGO-PARAMETRO < 4
               AND RGL-PARAMETRO(3)(1:LARGO-PARAMETRO) IS NUMERIC
               MOVE RGL-PARAMETRO(3)(1:LARGO-PARAMETRO) TO ANOS-MAXIMO
           ELSE
               MOVE 110 TO ANOS-MAXIMO
           END-IF.
           IF ANOS-MAXIMO >= HOY-AAAA
               MOVE 0 TO FECHA-MINIMA
           ELSE
               COMPUTE FECHA-MINIMA = (HOY-AAAA - ANOS-MAXIMO) * 10000
                   + HOY-MMDD
           END-IF.

       TRATAR-LINEA-REGLA.
           MOVE SPACES TO RCX-CODIGO.
           MOVE SPACES TO RCX-ACTIVA.
           MOVE SPACES TO RCX-GRAVEDAD.
           MOVE SPACES TO RCX-PARAMETRO.
           UNSTRING LINEA-REGLASCX DELIMITED BY ";"
               INTO RCX-CODIGO RCX-ACTIVA RCX-GRAVEDAD RCX-PARAMETRO.
           MOVE FUNCTION UPPER-CASE(RCX-CODIGO) TO RCX-CODIGO.
           MOVE FUNCTION UPPER-CASE(RCX-ACTIVA) TO RCX-ACTIVA.
           MOVE FUNCTION UPPER-CASE(RCX-GRAVEDAD) TO RCX-GRAVEDAD.
           MOVE "N" TO SW-REGLA.
           PERFORM VARYING IDX-RGL FROM 1 BY 1
                   UNTIL IDX-RGL > TOTAL-REGLAS OR REGLA-HALLADA
               IF RGL-CODIGO(IDX-RGL) = RCX-CODIGO
                   MOVE "S" TO SW-REGLA
                   IF RCX-ACTIVA = "S" OR RCX-ACTIVA = "N"
                       MOVE RCX-ACTIVA TO RGL-ACTIVA(IDX-RGL)
                   END-IF
                   IF RCX-GRAVEDAD = "I" OR RCX-GRAVEDAD = "A"
                       OR RCX-GRAVEDAD = "G"
                       MOVE RCX-GRAVEDAD TO RGL-GRAVEDAD(IDX-RGL)
                   END-IF
                   IF RCX-PARAMETRO NOT = SPACES
                       MOVE RCX-PARAMETRO TO RGL-PARAMETRO(IDX-RGL)
                   END-IF
               END-IF
           END-PERFORM.
           IF NOT REGLA-HALLADA
               DISPLAY "REGLASCX: regla desconocida " RCX-CODIGO
                   " (se ignora)"
           END-IF.

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
                               MOVE FUNCTION UPPER-CASE
                                   (ORG-DOMINIO(TOTAL-ORGANIZA))
                                   TO ORG-DOMINIO(TOTAL-ORGANIZA)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORGANIZA-FILE
           END-IF.

      * APLICA AL CONTACTO EN CURSO CADA REGLA ACTIVA
       REVISAR-CONTACTO.
      * Regla 1: PAIS-CP.
           IF RGL-ACTIVA(1) = "S" AND CONTACTO-ACTIVO-REG
               AND NUM-PAIS-REG = RGL-PARAMETRO(1)(1:4)
               AND DIR-CP-REG NOT = SPACES
               IF DIR-CP-REG(1:5) IS NOT NUMERIC
                   OR DIR-CP-REG(6:3) NOT = SPACES
                   OR DIR-CP-REG(1:2) < "01"
                   OR DIR-CP-REG(1:2) > "52"
                   MOVE 1 TO IDX-RGL
                   MOVE SPACES TO DETALLE-REGLA
                   STRING "PREFIJO " NUM-PAIS-REG " Y CP " DIR-CP-REG
                       DELIMITED BY SIZE INTO DETALLE-REGLA
                   PERFORM ANOTAR-INCUMPLIMIENTO
               END-IF
           END-IF.
      * Reglas 2 y 3: fecha de nacimiento futura o demasiado antigua.
           IF CONTACTO-ACTIVO-REG AND FECHA-NACIM-REG IS NUMERIC
               AND FECHA-NACIM-REG NOT = 0
               IF RGL-ACTIVA(2) = "S" AND FECHA-NACIM-REG > FECHA-HOY
                   MOVE 2 TO IDX-RGL
                   MOVE SPACES TO DETALLE-REGLA
                   STRING "NACIMIENTO " FECHA-NACIM-REG
                       DELIMITED BY SIZE INTO DETALLE-REGLA
                   PERFORM ANOTAR-INCUMPLIMIENTO
               END-IF
               IF RGL-ACTIVA(3) = "S"
                   AND FECHA-NACIM-REG < FECHA-MINIMA
                   MOVE 3 TO IDX-RGL
                   MOVE SPACES TO DETALLE-REGLA
                   STRING "NACIMIENTO " FECHA-NACIM-REG
                       " (MAS DE " ANOS-MAXIMO " ANOS)"
                       DELIMITED BY SIZE INTO DETALLE-REGLA
                   PERFORM ANOTAR-INCUMPLIMIENTO
               END-IF
           END-IF.
      * Reglas 4 y 5: fecha de baja y estado que no casan.
           IF RGL-ACTIVA(4) = "S" AND CONTACTO-ACTIVO-REG
               AND FECHA-BAJA-REG IS NUMERIC
               AND FECHA-BAJA-REG NOT = 0
               MOVE 4 TO IDX-RGL
               MOVE SPACES TO DETALLE-REGLA
               STRING "ACTIVO CON FECHA DE BAJA " FECHA-BAJA-REG
                   DELIMITED BY SIZE INTO DETALLE-REGLA
               PERFORM ANOTAR-INCUMPLIMIENTO
           END-IF.
           IF RGL-ACTIVA(5) = "S" AND CONTACTO-BORRADO-REG
               AND (FECHA-BAJA-REG IS NOT NUMERIC
                   OR FECHA-BAJA-REG = 0)
               MOVE 5 TO IDX-RGL
               MOVE "DE BAJA SIN FECHA DE BAJA" TO DETALLE-REGLA
               PERFORM ANOTAR-INCUMPLIMIENTO
           END-IF.
      * Reglas 6 y 7: organizacion retirada y dominio del correo.
           IF CONTACTO-ACTIVO-REG AND ORGANIZACION-REG NOT = SPACES
               PERFORM BUSCAR-ORGANIZA
               IF RGL-ACTIVA(6) = "S" AND NOT CODIGO-HALLADO
                   MOVE 6 TO IDX-RGL
                   MOVE SPACES TO DETALLE-REGLA
                   STRING "ORGANIZACION " ORGANIZACION-REG
                       " NO ESTA EN ORGANIZA"
                       DELIMITED BY SIZE INTO DETALLE-REGLA
                   PERFORM ANOTAR-INCUMPLIMIENTO
               END-IF
               IF RGL-ACTIVA(7) = "S" AND CODIGO-HALLADO
                   AND ORG-DOMINIO(IDX-ORG) NOT = SPACES
                   AND EMAIL-REG NOT = SPACES
                   PERFORM COMPROBAR-DOMINIO
               END-IF
           END-IF.

       COMPROBAR-DOMINIO.
           MOVE SPACES TO CORREO-USUARIO.
           MOVE SPACES TO CORREO-DOMINIO.
           UNSTRING EMAIL-REG DELIMITED BY "@"
               INTO CORREO-USUARIO CORREO-DOMINIO.
           MOVE FUNCTION UPPER-CASE(CORREO-DOMINIO) TO CORREO-DOMINIO.
           IF CORREO-DOMINIO NOT = ORG-DOMINIO(IDX-ORG)
               MOVE 7 TO IDX-RGL
               MOVE SPACES TO DETALLE-REGLA
               STRING "CORREO EN " DELIMITED BY SIZE
                   CORREO-DOMINIO DELIMITED BY SPACE
                   " Y " DELIMITED BY SIZE
                   ORGANIZACION-REG DELIMITED BY SPACE
                   " USA " DELIMITED BY SIZE
                   ORG-DOMINIO(IDX-ORG) DELIMITED BY SPACE
                   INTO DETALLE-REGLA
               PERFORM ANOTAR-INCUMPLIMIENTO
           END-IF.

      * DEJA EN IDX-ORG LA POSICION DE LA ORGANIZACION DEL CONTACTO
       BUSCAR-ORGANIZA.
           MOVE "N" TO SW-ORG.
           PERFORM VARYING IDX-ORG FROM 1 BY 1
                   UNTIL IDX-ORG > TOTAL-ORGANIZA
                       OR CODIGO-HALLADO
               IF ORG-CODIGO(IDX-ORG) = ORGANIZACION-REG
                   MOVE "S" TO SW-ORG
               END-IF
           END-PERFORM.
           IF CODIGO-HALLADO
               SUBTRACT 1 FROM IDX-ORG
           END-IF.

      * LA REGLA IDX-RGL NO SE CUMPLE: EXCEPCION Y LINEA EN LA LISTA
      * DE TRABAJO, CON CABECERA CADA VEZ QUE CAMBIA LA AGENDA
       ANOTAR-INCUMPLIMIENTO.
           ADD 1 TO INCUMPLIMIENTOS.
           ADD 1 TO RGL-CUENTA(IDX-RGL).
           MOVE RGL-CODIGO(IDX-RGL) TO EXC-TIPO.
           MOVE RGL-GRAVEDAD(IDX-RGL) TO EXC-GRAVEDAD.
           MOVE NOMBRE-REG TO EXC-DETALLE.
           PERFORM REGISTRAR-EXCEPCION.
           IF AGENDA-NOMBRE-REG NOT = AGENDA-CORTE
               IF AGENDA-CORTE NOT = SPACES
                   PERFORM ESCRIBIR-TOTAL-AGENDA
               END-IF
               MOVE AGENDA-NOMBRE-REG TO AGENDA-CORTE
               MOVE 0 TO FALLOS-AGENDA
               MOVE SPACES TO LINEA-CONSINF
               WRITE LINEA-CONSINF
               MOVE SPACES TO LINEA-CONSINF
               STRING "----- AGENDA " AGENDA-CORTE " -----"
                   DELIMITED BY SIZE INTO LINEA-CONSINF
               WRITE LINEA-CONSINF
           END-IF.
           ADD 1 TO FALLOS-AGENDA.
           MOVE SPACES TO LINEA-CONSINF.
           STRING "  " NOMBRE-REG " " RGL-CODIGO(IDX-RGL) " "
               RGL-GRAVEDAD(IDX-RGL) " " DETALLE-REGLA
               DELIMITED BY SIZE INTO LINEA-CONSINF.
           WRITE LINEA-CONSINF.

       ESCRIBIR-TOTAL-AGENDA.
           MOVE SPACES TO LINEA-CONSINF.
           STRING "  INCUMPLIMIENTOS EN " AGENDA-CORTE ": "
               FALLOS-AGENDA
               DELIMITED BY SIZE INTO LINEA-CONSINF.
           WRITE LINEA-CONSINF.

       ESCRIBIR-TOTALES.
           MOVE SPACES TO LINEA-CONSINF.
           WRITE LINEA-CONSINF.
           MOVE "TOTALES POR REGLA:" TO LINEA-CONSINF.
           WRITE LINEA-CONSINF.
           PERFORM VARYING IDX-RGL FROM 1 BY 1
                   UNTIL IDX-RGL > TOTAL-REGLAS
               MOVE SPACES TO LINEA-CONSINF
               IF RGL-ACTIVA(IDX-RGL) = "S"
                   STRING "  " RGL-CODIGO(IDX-RGL) " "
                       RGL-GRAVEDAD(IDX-RGL) " " RGL-CUENTA(IDX-RGL)
                       DELIMITED BY SIZE INTO LINEA-CONSINF
               ELSE
                   STRING "  " RGL-CODIGO(IDX-RGL) " (APAGADA)"
                       DELIMITED BY SIZE INTO LINEA-CONSINF
               END-IF
               WRITE LINEA-CONSINF
           END-PERFORM.
           MOVE SPACES TO LINEA-CONSINF.
           STRING "CONTACTOS REVISADOS: " REVISADOS
               "  INCUMPLIMIENTOS: " INCUMPLIMIENTOS
               DELIMITED BY SIZE INTO LINEA-CONSINF.
           WRITE LINEA-CONSINF.

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

       END PROGRAM CONSISTENCIA-CONTACTOS.
