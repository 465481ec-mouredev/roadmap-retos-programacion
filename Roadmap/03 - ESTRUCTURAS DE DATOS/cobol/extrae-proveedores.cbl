     /*
      * INTERFAZ NOCTURNA DE PROVEEDORES HACIA CONTABILIDAD.
      * No es la solucion de ningun reto: contabilidad lleva su
      * propio fichero de proveedores y volvia a teclear cada empresa
      * que MANTENER-ORGANIZA daba de alta, con lo que nombres,
      * direcciones y telefonos acababan sin cuadrar. Este paso saca
      * cada noche del maestro ORGANIZA las organizaciones nuevas y
      * las que han cambiado desde el ultimo envio, con su contacto
      * principal de CONTACTOS, al fichero PROVFEED en el formato
      * fijo de proveedores de contabilidad:
      *   - cabecera "CAB" con la fecha/hora de generacion, el
      *     sistema origen y los datos de cifrado, como CRMFEED
      *   - un detalle "DET" por organizacion, con el movimiento (A
      *     alta, M modificacion), el codigo de ORGANIZA, el numero
      *     de proveedor de contabilidad si ya lo tiene, razon
      *     social, NIF, telefono y direccion, y el nombre, telefono
      *     y correo de su contacto principal
      *   - una cola "FIN" con el total de detalles, cuantos son
      *     altas y cuantos modificaciones, y la suma de control de
      *     los telefonos de los contactos (modulo 10**12, como la de
      *     CRMFEED)
      * El contacto principal es el primer contacto activo de la
      * organizacion en el orden de la clave (agenda y nombre), sin
      * contar los de la agenda ENTRENAMIENTO; una organizacion sin
      * gente viaja con esos campos en blanco.
      * Lo enviado se guarda en PROVENV (CODIGO;imagen del detalle,
      * sin el movimiento ni el numero de proveedor) y es contra lo
      * que se compara la noche siguiente: lo que no esta es alta y
      * lo que difiere es modificacion. PROVENV solo se reescribe
      * cuando PROVFEED sale entero, asi que una noche fallida vuelve
      * a mandar lo mismo la siguiente. La organizacion que se borra
      * del maestro no se comunica: contabilidad la da de baja en su
      * lado.
      * Los detalles salen cifrados con la clave vigente de CLAVECIF
      * (subrutina CIFSUB01); sin clave vigente no se genera nada
      * (grave en EXCEPCIONES y el paso termina con 8).
      * Lo que contabilidad devuelve (numeros de proveedor y
      * rechazos) lo recoge RETORNO-PROVEEDORES.
      */
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTRAE-PROVEEDORES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORGANIZA-FILE ASSIGN TO "ORGANIZA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ORGANIZA.
           SELECT PROVENV-FILE ASSIGN TO "PROVENV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PROVENV.
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
           SELECT PROVFEED-FILE ASSIGN TO "PROVFEED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PROVFEED.
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
       FD ORGANIZA-FILE.
           01 LINEA-ORGANIZA PIC X(150).

       FD PROVENV-FILE.
           01 LINEA-PROVENV.
               05 ENV-CODIGO PIC X(8).
               05 FILLER PIC X.
               05 ENV-IMAGEN PIC X(184).

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
                   ==CATEGORIA== BY ==CATEGORIA-REG==
                   ==EMAIL== BY ==EMAIL-REG==
                   ==DIRECCION== BY ==DIRECCION-REG==
                   ==DIR-CALLE== BY ==DIR-CALLE-REG==
                   ==DIR-CIUDAD== BY ==DIR-CIUDAD-REG==
                   ==DIR-CP== BY ==DIR-CP-REG==
                   ==NOTAS== BY ==NOTAS-REG==
                   ==FECHA-NACIMIENTO== BY ==FECHA-NACIM-REG==
                   ==ORGANIZACION== BY ==ORGANIZACION-REG==.

       FD CONTINST-FILE.
      * Imagen fija del registro canonico completo, como las copias.
           01 REG-CONTINST PIC X(350).

       FD PROVFEED-FILE.
      * Registros de intercambio en posiciones fijas. El detalle es
      * el mas ancho y fija el tamano de la linea.
           01 REG-PROVFEED PIC X(210).

       FD EXCEPCIONES-FILE.
           01 LINEA-EXCEPCION PIC X(90).

       FD RESUMEN-FILE.
           01 LINEA-RESUMEN PIC X(50).

       WORKING-STORAGE SECTION.
           77 FS-ORGANIZA PIC XX.
           77 FS-PROVENV PIC XX.
           77 FS-CONTACTOS PIC XX.
           77 FS-CONTINST PIC XX.
      * De donde se lee CONTACTOS: "I" la instantanea, "V" el vivo.
           77 INS-ORIGEN PIC X VALUE SPACE.
               88 INSTANTANEA-VALIDA VALUE "I".
           77 FS-PROVFEED PIC XX.
           77 FS-EXCEPCIONES PIC XX.

      * Copia en memoria del maestro, como en MANTENER-ORGANIZA, con
      * el contacto principal de cada organizacion al lado.
           01 TABLA-ORGANIZA.
               05 FILA-ORGANIZA OCCURS 100 TIMES.
                   10 ORG-CODIGO PIC X(8).
                   10 ORG-NOMBRE PIC X(30).
                   10 ORG-TELEFONO PIC X(13).
                   10 ORG-DIRECCION PIC X(40).
                   10 ORG-DOMINIO PIC X(30).
                   10 ORG-NIF PIC X(9).
                   10 ORG-PROVEEDOR PIC X(10).
                   10 ORG-SW-CONTACTO PIC X.
                       88 ORG-CON-CONTACTO VALUE "S".
                   10 ORG-CON-NOMBRE PIC X(30).
                   10 ORG-CON-PAIS PIC X(4).
                   10 ORG-CON-NUMERO PIC 9(9).
                   10 ORG-CON-EXT PIC X(6).
                   10 ORG-CON-EMAIL PIC X(40).
           77 TOTAL-ORGANIZA PIC 9(3) VALUE 0.
           77 IDX-ORG PIC 9(3).

      * Lo que se envio la ultima vez (PROVENV).
           01 TABLA-ENVIADOS.
               05 FILA-ENVIADO OCCURS 100 TIMES.
                   10 ENV-TAB-CODIGO PIC X(8).
                   10 ENV-TAB-IMAGEN PIC X(184).
           77 TOTAL-ENVIADOS PIC 9(3) VALUE 0.
           77 IDX-ENV PIC 9(3).
           77 SW-ENVIADO PIC X.
               88 YA-ENVIADO VALUE "S".

      * Cabecera: tipo, fecha, hora, sistema origen y los datos de
      * cifrado del cuerpo (version de la clave y testigo).
           01 CAB-PROVFEED.
               05 FILLER PIC X(3) VALUE "CAB".
               05 CAB-SEMILLA.
                   10 CAB-FECHA PIC 9(8).
                   10 CAB-HORA PIC 9(8).
               05 FILLER PIC X(10) VALUE "AGENDA-COB".
               05 CAB-CLAVE-VERSION PIC 9(3).
               05 CAB-TESTIGO PIC X(10).

      * Detalle: la organizacion y su contacto principal en
      * posiciones fijas. DET-IMAGEN es lo que se compara con el
      * envio anterior.
           01 DET-PROVFEED.
               05 FILLER PIC X(3) VALUE "DET".
               05 DET-MOVIMIENTO PIC X.
               05 DET-ORGANIZA PIC X(8).
               05 DET-PROVEEDOR PIC X(10).
               05 DET-IMAGEN.
                   10 DET-RAZON PIC X(30).
                   10 DET-NIF PIC X(9).
                   10 DET-TELEFONO PIC X(13).
                   10 DET-DIRECCION PIC X(40).
                   10 DET-CONTACTO PIC X(30).
                   10 DET-CON-PAIS PIC X(4).
                   10 DET-CON-NUMERO PIC 9(9).
                   10 DET-CON-EXT PIC X(6).
                   10 DET-CON-EMAIL PIC X(40).

      * Cola: totales de detalles y suma de control de los numeros
      * de los contactos.
           01 FIN-PROVFEED.
               05 FILLER PIC X(3) VALUE "FIN".
               05 FIN-TOTAL PIC 9(7).
               05 FIN-ALTAS PIC 9(7).
               05 FIN-MODIFICACIONES PIC 9(7).
               05 FIN-HASH PIC 9(12).

           77 TOTAL-DETALLES PIC 9(7) VALUE 0.
           77 TOTAL-ALTAS PIC 9(7) VALUE 0.
           77 TOTAL-MODIFICACIONES PIC 9(7) VALUE 0.
           77 HASH-TELEFONOS PIC 9(12) VALUE 0.

      * Parametros de la subrutina compartida de cifrado CIFSUB01.
           77 CIF-OPERACION PIC X.
           77 CIF-VERSION PIC 9(3).
           77 CIF-SEMILLA PIC X(16).
           77 CIF-TESTIGO PIC X(10).
           77 CIF-NUMERO PIC 9(7).
           77 CIF-LINEA PIC X(250).
           77 CIF-LARGO PIC 9(3).
           77 CIF-ESTADO PIC 9.

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
           MOVE "EXTPRV" TO EXC-PROGRAMA.
           MOVE "LOTE" TO EXC-OPERADOR.
           PERFORM CARGAR-ORGANIZA.
           IF FS-ORGANIZA = "35"
               DISPLAY "No existe ORGANIZA; no hay nada que enviar"
               MOVE 4 TO CODIGO-SALIDA
           ELSE
               PERFORM CARGAR-ENVIADOS
               PERFORM BUSCAR-CONTACTOS
               PERFORM ABRIR-CIFRADO
           END-IF.
           IF FS-ORGANIZA NOT = "35" AND CODIGO-SALIDA NOT = 8
               OPEN OUTPUT PROVFEED-FILE
               PERFORM ESCRIBIR-CABECERA
               PERFORM TRATAR-ORGANIZACION VARYING IDX-ORG FROM 1
                   BY 1 UNTIL IDX-ORG > TOTAL-ORGANIZA
               PERFORM ESCRIBIR-COLA
               CLOSE PROVFEED-FILE
               PERFORM GRABAR-ENVIADOS
               DISPLAY "Proveedores para contabilidad en PROVFEED ("
                   TOTAL-ALTAS " altas, " TOTAL-MODIFICACIONES
                   " modificaciones)"
           END-IF.
           MOVE "EXTPRV" TO RES-PROGRAMA.
           MOVE TOTAL-ORGANIZA TO RES-ENTRADAS.
           MOVE TOTAL-DETALLES TO RES-SALIDAS.
           MOVE 0 TO RES-RECHAZOS.
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
                               AND LINEA-ORGANIZA NOT = SPACES
                               ADD 1 TO TOTAL-ORGANIZA
                               MOVE SPACES TO
                                   FILA-ORGANIZA(TOTAL-ORGANIZA)
                               MOVE 0 TO
                                   ORG-CON-NUMERO(TOTAL-ORGANIZA)
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

       CARGAR-ENVIADOS.
           OPEN INPUT PROVENV-FILE.
           IF FS-PROVENV = "00"
               PERFORM UNTIL FS-PROVENV = "10"
                   READ PROVENV-FILE
                       AT END
                           MOVE "10" TO FS-PROVENV
                       NOT AT END
                           IF TOTAL-ENVIADOS < 100
                               ADD 1 TO TOTAL-ENVIADOS
                               MOVE ENV-CODIGO TO
                                   ENV-TAB-CODIGO(TOTAL-ENVIADOS)
                               MOVE ENV-IMAGEN TO
                                   ENV-TAB-IMAGEN(TOTAL-ENVIADOS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROVENV-FILE
           END-IF.

      * UNA SOLA PASADA POR CONTACTOS: EL PRIMER ACTIVO DE CADA
      * ORGANIZACION EN EL ORDEN DE LA CLAVE QUEDA COMO SU CONTACTO
      * PRINCIPAL
       BUSCAR-CONTACTOS.
           PERFORM ABRIR-CONTACTOS.
           IF FS-CONTACTOS = "00"
               PERFORM UNTIL FS-CONTACTOS = "10"
                   PERFORM LEER-CONTACTO
                   IF FS-CONTACTOS NOT = "10"
                       IF CONTACTO-ACTIVO-REG
                           AND ORGANIZACION-REG NOT = SPACES
                           AND AGENDA-NOMBRE-REG NOT =
                               "ENTRENAMIENTO"
                           PERFORM ANOTAR-CONTACTO-PRINCIPAL
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM CERRAR-CONTACTOS
           END-IF.

       ANOTAR-CONTACTO-PRINCIPAL.
           PERFORM VARYING IDX-ORG FROM 1 BY 1
                   UNTIL IDX-ORG > TOTAL-ORGANIZA
               IF ORG-CODIGO(IDX-ORG) = ORGANIZACION-REG
                   AND NOT ORG-CON-CONTACTO(IDX-ORG)
                   MOVE "S" TO ORG-SW-CONTACTO(IDX-ORG)
                   MOVE NOMBRE-REG TO ORG-CON-NOMBRE(IDX-ORG)
                   MOVE NUM-PAIS-REG TO ORG-CON-PAIS(IDX-ORG)
                   IF NUM-PRINCIPAL-REG IS NUMERIC
                       MOVE NUM-PRINCIPAL-REG TO
                           ORG-CON-NUMERO(IDX-ORG)
                   END-IF
                   MOVE NUM-EXT-REG TO ORG-CON-EXT(IDX-ORG)
                   MOVE EMAIL-REG TO ORG-CON-EMAIL(IDX-ORG)
               END-IF
           END-PERFORM.

      * CLAVE VIGENTE Y TESTIGO PARA ESTE ENVIO; SIN CLAVE EL
      * FICHERO NO SE GENERA, QUE NO SALE NADA EN CLARO
       ABRIR-CIFRADO.
           ACCEPT CAB-FECHA FROM DATE.
           ACCEPT CAB-HORA FROM TIME.
           MOVE CAB-SEMILLA TO CIF-SEMILLA.
           MOVE "A" TO CIF-OPERACION.
           CALL "CIFSUB01" USING CIF-OPERACION CIF-VERSION CIF-SEMILLA
               CIF-TESTIGO CIF-NUMERO CIF-LINEA CIF-LARGO CIF-ESTADO.
           IF CIF-ESTADO NOT = 0
               DISPLAY "Sin clave vigente en CLAVECIF: no se genera "-
                   "PROVFEED"
               MOVE "CLAVE-CIFRADO" TO EXC-TIPO
               MOVE "PROVFEED SIN CLAVE VIGENTE" TO EXC-DETALLE
               MOVE "G" TO EXC-GRAVEDAD
               PERFORM REGISTRAR-EXCEPCION
               MOVE 8 TO CODIGO-SALIDA
           ELSE
               MOVE CIF-VERSION TO CAB-CLAVE-VERSION
               MOVE CIF-TESTIGO TO CAB-TESTIGO
           END-IF.

       ESCRIBIR-CABECERA.
           MOVE SPACES TO REG-PROVFEED.
           MOVE CAB-PROVFEED TO REG-PROVFEED.
           WRITE REG-PROVFEED.

      * MONTA EL DETALLE DE LA ORGANIZACION Y LO ENVIA SI ES NUEVA O
      * SI NO SE PARECE A LO QUE SE ENVIO LA ULTIMA VEZ
       TRATAR-ORGANIZACION.
           MOVE ORG-CODIGO(IDX-ORG) TO DET-ORGANIZA.
           MOVE ORG-PROVEEDOR(IDX-ORG) TO DET-PROVEEDOR.
           MOVE ORG-NOMBRE(IDX-ORG) TO DET-RAZON.
           MOVE ORG-NIF(IDX-ORG) TO DET-NIF.
           MOVE ORG-TELEFONO(IDX-ORG) TO DET-TELEFONO.
           MOVE ORG-DIRECCION(IDX-ORG) TO DET-DIRECCION.
           MOVE ORG-CON-NOMBRE(IDX-ORG) TO DET-CONTACTO.
           MOVE ORG-CON-PAIS(IDX-ORG) TO DET-CON-PAIS.
           MOVE ORG-CON-NUMERO(IDX-ORG) TO DET-CON-NUMERO.
           MOVE ORG-CON-EXT(IDX-ORG) TO DET-CON-EXT.
           MOVE ORG-CON-EMAIL(IDX-ORG) TO DET-CON-EMAIL.
           MOVE "N" TO SW-ENVIADO.
           PERFORM VARYING IDX-ENV FROM 1 BY 1
                   UNTIL IDX-ENV > TOTAL-ENVIADOS OR YA-ENVIADO
               IF ENV-TAB-CODIGO(IDX-ENV) = ORG-CODIGO(IDX-ORG)
                   MOVE "S" TO SW-ENVIADO
               END-IF
           END-PERFORM.
           IF YA-ENVIADO
               SUBTRACT 1 FROM IDX-ENV
               IF ENV-TAB-IMAGEN(IDX-ENV) NOT = DET-IMAGEN
                   MOVE "M" TO DET-MOVIMIENTO
                   ADD 1 TO TOTAL-MODIFICACIONES
                   PERFORM ESCRIBIR-DETALLE
               END-IF
           ELSE
               MOVE "A" TO DET-MOVIMIENTO
               ADD 1 TO TOTAL-ALTAS
               PERFORM ESCRIBIR-DETALLE
           END-IF.

       ESCRIBIR-DETALLE.
           MOVE SPACES TO CIF-LINEA.
           MOVE DET-PROVFEED TO CIF-LINEA.
           COMPUTE CIF-NUMERO = TOTAL-DETALLES + 1.
           MOVE 210 TO CIF-LARGO.
           MOVE "C" TO CIF-OPERACION.
           CALL "CIFSUB01" USING CIF-OPERACION CIF-VERSION CIF-SEMILLA
               CIF-TESTIGO CIF-NUMERO CIF-LINEA CIF-LARGO CIF-ESTADO.
           MOVE CIF-LINEA TO REG-PROVFEED.
           WRITE REG-PROVFEED.
           ADD 1 TO TOTAL-DETALLES.
           ADD DET-CON-NUMERO TO HASH-TELEFONOS
               ON SIZE ERROR
      * El desbordamiento se descarta a proposito: la suma de
      * control trabaja modulo 10**12.
                   CONTINUE
           END-ADD.

       ESCRIBIR-COLA.
           MOVE TOTAL-DETALLES TO FIN-TOTAL.
           MOVE TOTAL-ALTAS TO FIN-ALTAS.
           MOVE TOTAL-MODIFICACIONES TO FIN-MODIFICACIONES.
           MOVE HASH-TELEFONOS TO FIN-HASH.
           MOVE SPACES TO REG-PROVFEED.
           MOVE FIN-PROVFEED TO REG-PROVFEED.
           WRITE REG-PROVFEED.

      * CON PROVFEED YA CERRADO, LO ENVIADO PASA A SER LA FOTO DE
      * TODO EL MAESTRO DE HOY
       GRABAR-ENVIADOS.
           OPEN OUTPUT PROVENV-FILE.
           PERFORM VARYING IDX-ORG FROM 1 BY 1
                   UNTIL IDX-ORG > TOTAL-ORGANIZA
               MOVE ORG-NOMBRE(IDX-ORG) TO DET-RAZON
               MOVE ORG-NIF(IDX-ORG) TO DET-NIF
               MOVE ORG-TELEFONO(IDX-ORG) TO DET-TELEFONO
               MOVE ORG-DIRECCION(IDX-ORG) TO DET-DIRECCION
               MOVE ORG-CON-NOMBRE(IDX-ORG) TO DET-CONTACTO
               MOVE ORG-CON-PAIS(IDX-ORG) TO DET-CON-PAIS
               MOVE ORG-CON-NUMERO(IDX-ORG) TO DET-CON-NUMERO
               MOVE ORG-CON-EXT(IDX-ORG) TO DET-CON-EXT
               MOVE ORG-CON-EMAIL(IDX-ORG) TO DET-CON-EMAIL
               MOVE SPACES TO LINEA-PROVENV
               MOVE ORG-CODIGO(IDX-ORG) TO ENV-CODIGO
               MOVE ";" TO LINEA-PROVENV(9:1)
               MOVE DET-IMAGEN TO ENV-IMAGEN
               WRITE LINEA-PROVENV
           END-PERFORM.
           CLOSE PROVENV-FILE.

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

       END PROGRAM EXTRAE-PROVEEDORES.
