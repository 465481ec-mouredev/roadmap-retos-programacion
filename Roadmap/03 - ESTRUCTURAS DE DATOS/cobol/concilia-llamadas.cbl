     /*
      * CONCILIACION DE LA FACTURA DETALLADA DE LA OPERADORA.
      * No es la solucion de ningun reto: es el cruce que nadie hacia
      * entre el detalle mensual de llamadas que manda la operadora
      * telefonica y el registro LLAMADAS que alimenta la agenda
      * RETO-03. Lee el fichero de la operadora DETOPER, una linea
      * por llamada facturada:
      *   FECHA;HORA;EXTENSION;NUMERO;DURACION;COSTE
      * (fecha AAAAMMDD, hora HHMMSS, extension interna de salida,
      * numero marcado tal cual, con o sin prefijo de pais, duracion
      * en segundos y coste en euros con hasta cuatro decimales,
      * separados por coma o por punto), y para cada llamada:
      *   - pone nombre al numero marcado: primero por la clave
      *     alternativa TELEFONO-REG de CONTACTOS (con su prefijo y
      *     con el prefijo en blanco, como CARGA-ROBINSON) y si no,
      *     entre los numeros adicionales NUM-ADIC de los contactos
      *   - pone operador a la extension con el fichero de
      *     referencia EXTENSIONES (EXTENSION;OPERADOR), que mantiene
      *     centralita; una extension sin operador se anota una vez
      *     en EXCEPCIONES
      *   - la casa con el apunte de LLAMADAS del mismo dia y del
      *     mismo operador mas cercano en hora dentro del margen,
      *     prefiriendo el que es del mismo contacto
      * El informe CONCINF, que va a la cola central de impresion,
      * lista las llamadas facturadas sin apunte, los apuntes que la
      * operadora no factura, las llamadas a numeros que no estan en
      * ninguna agenda y el coste por agenda, por organizacion y por
      * operador para el reparto interno del gasto.
      * SYSIN:
      *   linea 1: mes AAAAMM de la factura (en blanco, el anterior
      *            al de hoy)
      *   linea 2: margen en minutos entre la hora facturada y la
      *            del apunte (en blanco, 5)
      * Si el mes es de un ano ya cerrado, los apuntes se buscan
      * tambien en su archivo LLAMaaaa de CIERRE-ANUAL.
      * RC 0; 4 si hay lineas ilegibles en DETOPER, extensiones sin
      * operador, listas que no caben o falta DETOPER; 8 si no se
      * puede abrir CONTACTOS (sin maestro el reparto saldria mal).
      */
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCILIA-LLAMADAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DETOPER-FILE ASSIGN TO "DETOPER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DETOPER.
           SELECT EXTENSIONES-FILE ASSIGN TO "EXTENSIONES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXTENSIONES.
      * El registro vivo o, para un ano cerrado, tambien su archivo.
           SELECT LLAMADAS-FILE ASSIGN TO LLAMADAS-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LLAMADAS.
           SELECT CONTACTOS-FILE ASSIGN TO "CONTACTOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLAVE-REG
               ALTERNATE RECORD KEY IS TELEFONO-REG WITH DUPLICATES
               FILE STATUS IS FS-CONTACTOS.
           SELECT CONCINF-FILE ASSIGN TO "CONCINF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONCINF.
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
       FD DETOPER-FILE.
           01 LINEA-DETOPER PIC X(80).

       FD EXTENSIONES-FILE.
           01 LINEA-EXTENSION PIC X(30).

       FD LLAMADAS-FILE.
           01 LINEA-LLAMADA PIC X(120).

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

       FD CONCINF-FILE.
           01 LINEA-CONCINF PIC X(120).

       FD EXCEPCIONES-FILE.
           01 LINEA-EXCEPCION PIC X(90).

       FD RESUMEN-FILE.
           01 LINEA-RESUMEN PIC X(50).

       WORKING-STORAGE SECTION.
           77 FS-DETOPER PIC XX.
           77 FS-EXTENSIONES PIC XX.
           77 FS-LLAMADAS PIC XX.
           77 FS-CONTACTOS PIC XX.
           77 FS-CONCINF PIC XX.
           77 FS-EXCEPCIONES PIC XX.
           77 LLAMADAS-NOMBRE PIC X(8) VALUE "LLAMADAS".

           01 FECHA-HOY PIC 9(8).
           01 FECHA-HOY-R REDEFINES FECHA-HOY.
               05 HOY-AAAA PIC 9(4).
               05 HOY-MM PIC 9(2).
               05 HOY-DD PIC 9(2).
           77 HORA-HOY PIC 9(8).

      * Mes de la factura y margen de hora, de SYSIN.
           77 MES-TEXTO PIC X(6).
           01 MES-CONCILIA PIC 9(6).
           01 MES-CONCILIA-R REDEFINES MES-CONCILIA.
               05 MES-AAAA PIC 9(4).
               05 MES-MM PIC 9(2).
           77 MARGEN-TEXTO PIC X(3) JUSTIFIED RIGHT.
           77 MARGEN-MINUTOS PIC 9(3) VALUE 5.
           77 MARGEN-SEGUNDOS PIC 9(5).

      * Linea de la operadora troceada. Las cifras se reciben
      * ajustadas a la derecha para rellenarlas con ceros.
           77 DET-FECHA PIC X(8).
           77 DET-HORA PIC X(6).
           77 DET-EXTENSION PIC X(6).
           77 DET-NUMERO PIC X(20).
           77 DET-DURACION PIC X(6) JUSTIFIED RIGHT.
           77 DET-COSTE PIC X(12).
           77 COSTE-ENTERO PIC X(6) JUSTIFIED RIGHT.
           77 COSTE-DECIMAL PIC X(4).
           77 COSTE-ENTERO-NUM PIC 9(6).
           77 COSTE-DECIMAL-NUM PIC 9(4).
           77 DET-FECHA-NUM PIC 9(8).
           77 DET-MES PIC 9(6).
           77 DET-SEGUNDOS PIC 9(5).
           77 DURACION-LLAMADA PIC 9(6).
           77 COSTE-LLAMADA PIC 9(6)V9(4).
           77 SW-LEGIBLE PIC X.
               88 LINEA-LEGIBLE VALUE "S".

      * Hora HHMMSS pasada a segundos del dia.
           01 HORA-TRABAJO PIC X(6).
           01 HORA-TRABAJO-R REDEFINES HORA-TRABAJO.
               05 HT-HH PIC 9(2).
               05 HT-MM PIC 9(2).
               05 HT-SS PIC 9(2).
           77 SEGUNDOS-TRABAJO PIC 9(5).

      * Numero marcado reducido a cifras y partido en prefijo y
      * numero de nueve cifras, como lo guarda la agenda.
           77 NUMERO-LIMPIO PIC X(20).
           77 NUMERO-DESPLAZADO PIC X(20).
           77 LARGO-NUMERO PIC 9(2).
           77 IDX-CAR PIC 9(2).
           77 LARGO-PAIS PIC 9(2).
           01 TELEFONO-BUSCADO.
               05 PAIS-BUSCADO PIC X(4).
               05 NUMERO-BUSCADO PIC 9(9).
           77 SW-NUMERO PIC X.
               88 NUMERO-COMPLETO VALUE "S".

      * Contacto al que corresponde la llamada.
           77 SW-CONTACTO PIC X.
               88 CONTACTO-HALLADO VALUE "S".
           77 CON-AGENDA PIC X(15).
           77 CON-NOMBRE PIC X(30).
           77 CON-ORGANIZACION PIC X(8).

      * Numeros adicionales de los contactos, que no tienen clave.
           01 TABLA-ADICIONALES.
               05 FILA-ADICIONAL OCCURS 1000 TIMES.
                   10 ADI-PAIS PIC X(4).
                   10 ADI-NUMERO PIC 9(9).
                   10 ADI-AGENDA PIC X(15).
                   10 ADI-NOMBRE PIC X(30).
                   10 ADI-ORGANIZACION PIC X(8).
           77 TOTAL-ADICIONALES PIC 9(4) VALUE 0.
           77 IDX-ADI PIC 9(4).
           77 IDX-NUM PIC 9.

      * Extensiones de centralita y su operador. Una extension que
      * no esta en EXTENSIONES se da de alta sin operador para no
      * anotarla mas de una vez.
           01 TABLA-EXTENSIONES.
               05 FILA-EXTENSION OCCURS 200 TIMES.
                   10 EXT-EXTENSION PIC X(6).
                   10 EXT-OPERADOR PIC X(8).
           77 TOTAL-EXTENSIONES PIC 9(3) VALUE 0.
           77 IDX-EXT PIC 9(3).
           77 OPERADOR-LLAMADA PIC X(8).

      * Apuntes de LLAMADAS del mes, con la marca de los ya casados.
           77 LLA-FECHA PIC X(8).
           77 LLA-HORA PIC X(8).
           77 LLA-AGENDA PIC X(15).
           77 LLA-NOMBRE PIC X(30).
           77 LLA-OPERADOR PIC X(8).
           77 LLA-RESULTADO PIC X(8).
           77 LLA-FECHA-COMP PIC 9(8).
           77 LLA-MES PIC 9(6).
           01 TABLA-APUNTES.
               05 FILA-APUNTE OCCURS 3000 TIMES.
                   10 APU-FECHA PIC 9(8).
                   10 APU-HORA PIC X(6).
                   10 APU-SEGUNDOS PIC 9(5).
                   10 APU-OPERADOR PIC X(8).
                   10 APU-AGENDA PIC X(15).
                   10 APU-NOMBRE PIC X(30).
                   10 APU-RESULTADO PIC X(8).
                   10 APU-CASADO PIC X.
           77 TOTAL-APUNTES PIC 9(4) VALUE 0.
           77 IDX-APU PIC 9(4).

      * Mejor apunte para la llamada en curso.
           77 IDX-MEJOR PIC 9(4).
           77 DIFERENCIA PIC S9(6).
           77 DIFERENCIA-MEJOR PIC 9(6).
           77 SW-MISMO PIC X.
               88 MISMO-CONTACTO VALUE "S".
           77 SW-MEJOR-MISMO PIC X.
               88 MEJOR-MISMO-CONTACTO VALUE "S".

      * Listas del informe que se escriben al final, ya formadas.
           01 TABLA-SIN-APUNTE.
               05 LIN-SIN-APUNTE PIC X(120) OCCURS 500 TIMES.
           77 TOTAL-SIN-APUNTE PIC 9(5) VALUE 0.
           01 TABLA-FUERA-AGENDA.
               05 LIN-FUERA-AGENDA PIC X(120) OCCURS 500 TIMES.
           77 TOTAL-FUERA-AGENDA PIC 9(5) VALUE 0.
           77 IDX-LIN PIC 9(5).
           77 LINEA-DETALLE PIC X(120).

      * Reparto del coste.
           01 TABLA-COSTE-AGENDAS.
               05 FILA-COSTE-AGENDA OCCURS 100 TIMES.
                   10 CAG-AGENDA PIC X(15).
                   10 CAG-LLAMADAS PIC 9(5).
                   10 CAG-SEGUNDOS PIC 9(7).
                   10 CAG-COSTE PIC 9(7)V9(4).
           77 TOTAL-COSTE-AGENDAS PIC 9(3) VALUE 0.
           77 IDX-CAG PIC 9(3).
           01 TABLA-COSTE-ORGANIZA.
               05 FILA-COSTE-ORGANIZA OCCURS 200 TIMES.
                   10 COR-ORGANIZACION PIC X(15).
                   10 COR-LLAMADAS PIC 9(5).
                   10 COR-SEGUNDOS PIC 9(7).
                   10 COR-COSTE PIC 9(7)V9(4).
           77 TOTAL-COSTE-ORGANIZA PIC 9(3) VALUE 0.
           77 IDX-COR PIC 9(3).
           01 TABLA-COSTE-OPERADORES.
               05 FILA-COSTE-OPERADOR OCCURS 100 TIMES.
                   10 COP-OPERADOR PIC X(8).
                   10 COP-LLAMADAS PIC 9(5).
                   10 COP-SEGUNDOS PIC 9(7).
                   10 COP-COSTE PIC 9(7)V9(4).
           77 TOTAL-COSTE-OPERADORES PIC 9(3) VALUE 0.
           77 IDX-COP PIC 9(3).
           77 ETIQUETA-REPARTO PIC X(15).

      * Linea de reparto comun a las tres secciones.
           77 ETIQUETA-COSTE PIC X(30).
           77 LLAMADAS-COSTE PIC 9(5).
           77 SEGUNDOS-COSTE PIC 9(7).
           77 IMPORTE-COSTE PIC 9(7)V9(4).
           77 LLAMADAS-TEXTO PIC Z(4)9.
           77 MINUTOS-TEXTO PIC Z(6)9.
           77 IMPORTE-TEXTO PIC Z(6)9.99.
           77 DURACION-TEXTO PIC Z(5)9.
           77 COSTE-TEXTO PIC Z(5)9.9999.

      * Parametros de la subrutina de la cola central de
      * impresion SPOSUB01.
           77 SPO-FICHERO PIC X(8).
           77 SPO-INFORME PIC X(8).
           77 SPO-OPERADOR PIC X(8).
           77 SPO-ESTADO PIC 9.

           77 LINEAS-LEIDAS PIC 9(5) VALUE 0.
           77 LINEAS-ILEGIBLES PIC 9(5) VALUE 0.
           77 FUERA-DEL-MES PIC 9(5) VALUE 0.
           77 LLAMADAS-FACTURADAS PIC 9(5) VALUE 0.
           77 LLAMADAS-CASADAS PIC 9(5) VALUE 0.
           77 LLAMADAS-SIN-APUNTE PIC 9(5) VALUE 0.
           77 LLAMADAS-FUERA-AGENDA PIC 9(5) VALUE 0.
           77 APUNTES-SIN-FACTURA PIC 9(5) VALUE 0.
           77 EXTENSIONES-SIN-OPERADOR PIC 9(3) VALUE 0.
           77 SIN-HUECO PIC 9(5) VALUE 0.
           77 NO-LISTADAS PIC 9(5).
           77 SEGUNDOS-TOTAL PIC 9(7) VALUE 0.
           77 COSTE-TOTAL PIC 9(7)V9(4) VALUE 0.

           01 EXCEPCION-ACTUAL.
               COPY EXCEPCION.

      * Registro de fin de ejecucion para el fichero RESUMEN.
           77 FS-RESUMEN PIC XX.
           01 RESUMEN-ACTUAL.
               COPY RESUMEN.

           77 CODIGO-SALIDA PIC 9 VALUE ZERO.

       PROCEDURE DIVISION.
       PRINCIPAL.
           MOVE "CONLLAM" TO EXC-PROGRAMA.
           MOVE "LOTE" TO EXC-OPERADOR.
           PERFORM LEER-PARAMETROS.
           OPEN INPUT DETOPER-FILE.
           IF FS-DETOPER NOT = "00"
               DISPLAY "Sin fichero DETOPER de la operadora: no hay "-
                   "factura que conciliar"
               MOVE 4 TO CODIGO-SALIDA
           ELSE
               OPEN INPUT CONTACTOS-FILE
               IF FS-CONTACTOS NOT = "00"
                   CLOSE DETOPER-FILE
                   PERFORM RECHAZAR-SIN-MAESTRO
               ELSE
                   PERFORM CARGAR-EXTENSIONES
                   PERFORM CARGAR-APUNTES
                   PERFORM CARGAR-ADICIONALES
                   PERFORM UNTIL FS-DETOPER = "10"
                       READ DETOPER-FILE
                           AT END
                               MOVE "10" TO FS-DETOPER
                           NOT AT END
                               PERFORM TRATAR-FACTURADA
                       END-READ
                   END-PERFORM
                   CLOSE DETOPER-FILE
                   CLOSE CONTACTOS-FILE
                   PERFORM ESCRIBIR-INFORME
                   IF LINEAS-ILEGIBLES > 0 OR SIN-HUECO > 0
                       OR EXTENSIONES-SIN-OPERADOR > 0
                       MOVE 4 TO CODIGO-SALIDA
                   END-IF
               END-IF
           END-IF.
           MOVE "CONLLAM" TO RES-PROGRAMA.
           MOVE LINEAS-LEIDAS TO RES-ENTRADAS.
           MOVE LLAMADAS-CASADAS TO RES-SALIDAS.
           MOVE LINEAS-ILEGIBLES TO RES-RECHAZOS.
           MOVE CODIGO-SALIDA TO RES-RC.
           PERFORM GRABAR-RESUMEN.
           MOVE CODIGO-SALIDA TO RETURN-CODE.
           STOP RUN.

      * MES DE LA FACTURA (EN BLANCO O ILEGIBLE, EL ANTERIOR AL DE
      * HOY) Y MARGEN EN MINUTOS ENTRE FACTURA Y APUNTE
       LEER-PARAMETROS.
           ACCEPT FECHA-HOY FROM DATE.
           IF FECHA-HOY < 19000101
               ADD 20000000 TO FECHA-HOY
           END-IF.
           ACCEPT HORA-HOY FROM TIME.
           MOVE SPACES TO MES-TEXTO.
           ACCEPT MES-TEXTO.
           IF MES-TEXTO IS NUMERIC
               MOVE MES-TEXTO TO MES-CONCILIA
           ELSE
               MOVE 0 TO MES-CONCILIA
           END-IF.
           IF MES-MM < 1 OR MES-MM > 12 OR MES-AAAA < 1900
               IF HOY-MM = 1
                   COMPUTE MES-AAAA = HOY-AAAA - 1
                   MOVE 12 TO MES-MM
               ELSE
                   MOVE HOY-AAAA TO MES-AAAA
                   COMPUTE MES-MM = HOY-MM - 1
               END-IF
           END-IF.
           MOVE SPACES TO MARGEN-TEXTO.
           ACCEPT MARGEN-TEXTO.
           INSPECT MARGEN-TEXTO REPLACING LEADING SPACE BY "0".
           IF MARGEN-TEXTO IS NUMERIC AND MARGEN-TEXTO NOT = "000"
               MOVE MARGEN-TEXTO TO MARGEN-MINUTOS
           END-IF.
           COMPUTE MARGEN-SEGUNDOS = MARGEN-MINUTOS * 60.
           DISPLAY "Conciliacion de la factura del mes " MES-CONCILIA
               " con margen de " MARGEN-MINUTOS " minutos".

       RECHAZAR-SIN-MAESTRO.
           DISPLAY "No se puede abrir CONTACTOS: sin maestro no hay "-
               "reparto del coste".
           MOVE "CONC-SIN-MAEST" TO EXC-TIPO.
           MOVE MES-CONCILIA TO EXC-DETALLE.
           MOVE "G" TO EXC-GRAVEDAD.
           PERFORM REGISTRAR-EXCEPCION.
           MOVE 8 TO CODIGO-SALIDA.

      * EXTENSIONES: EXTENSION;OPERADOR, UNA POR LINEA
       CARGAR-EXTENSIONES.
           OPEN INPUT EXTENSIONES-FILE.
           IF FS-EXTENSIONES NOT = "00"
               DISPLAY "Sin fichero EXTENSIONES: ninguna llamada "-
                   "tendra operador"
           ELSE
               PERFORM UNTIL FS-EXTENSIONES = "10"
                   READ EXTENSIONES-FILE
                       AT END
                           MOVE "10" TO FS-EXTENSIONES
                       NOT AT END
                           IF LINEA-EXTENSION NOT = SPACES
                               AND TOTAL-EXTENSIONES < 200
                               ADD 1 TO TOTAL-EXTENSIONES
                               UNSTRING LINEA-EXTENSION
                                   DELIMITED BY ";"
                                   INTO
                                   EXT-EXTENSION(TOTAL-EXTENSIONES)
                                   EXT-OPERADOR(TOTAL-EXTENSIONES)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXTENSIONES-FILE
           END-IF.

      * LOS APUNTES DEL MES: DEL ARCHIVO DEL ANO SI EL ANO YA SE
      * CERRO, Y DEL REGISTRO VIVO
       CARGAR-APUNTES.
           IF MES-AAAA < HOY-AAAA
               MOVE SPACES TO LLAMADAS-NOMBRE
               STRING "LLAM" MES-AAAA DELIMITED BY SIZE
                   INTO LLAMADAS-NOMBRE
               PERFORM LEER-LLAMADAS
               MOVE "LLAMADAS" TO LLAMADAS-NOMBRE
           END-IF.
           PERFORM LEER-LLAMADAS.

       LEER-LLAMADAS.
           OPEN INPUT LLAMADAS-FILE.
           IF FS-LLAMADAS NOT = "00"
               DISPLAY "Sin " LLAMADAS-NOMBRE "; no hay apuntes que "-
                   "leer en el"
           ELSE
               PERFORM UNTIL FS-LLAMADAS = "10"
                   READ LLAMADAS-FILE
                       AT END
                           MOVE "10" TO FS-LLAMADAS
                       NOT AT END
                           PERFORM TRATAR-APUNTE
                   END-READ
               END-PERFORM
               CLOSE LLAMADAS-FILE
           END-IF.

      * RETO-03 ANOTA FECHA;HORA;AGENDA;NOMBRE;OPERADOR;RESULTADO;
      * COMENTARIO, CON LA FECHA TAL CUAL LA DA ACCEPT FROM DATE Y LA
      * HORA EN HHMMSSCC. LA AGENDA DE PRACTICAS NO LLAMA DE VERDAD
       TRATAR-APUNTE.
           MOVE SPACES TO LLA-FECHA.
           MOVE SPACES TO LLA-HORA.
           MOVE SPACES TO LLA-AGENDA.
           MOVE SPACES TO LLA-NOMBRE.
           MOVE SPACES TO LLA-OPERADOR.
           MOVE SPACES TO LLA-RESULTADO.
           UNSTRING LINEA-LLAMADA DELIMITED BY ";"
               INTO LLA-FECHA LLA-HORA LLA-AGENDA LLA-NOMBRE
                   LLA-OPERADOR LLA-RESULTADO.
           IF LLA-FECHA IS NUMERIC AND LLA-HORA(1:6) IS NUMERIC
               MOVE LLA-FECHA TO LLA-FECHA-COMP
               IF LLA-FECHA-COMP < 19000101
                   ADD 20000000 TO LLA-FECHA-COMP
               END-IF
               COMPUTE LLA-MES = LLA-FECHA-COMP / 100
               IF LLA-MES = MES-CONCILIA
                   AND LLA-AGENDA NOT = "ENTRENAMIENTO"
                   IF TOTAL-APUNTES < 3000
                       ADD 1 TO TOTAL-APUNTES
                       MOVE LLA-HORA(1:6) TO HORA-TRABAJO
                       PERFORM CALCULAR-SEGUNDOS
                       MOVE LLA-FECHA-COMP TO APU-FECHA(TOTAL-APUNTES)
                       MOVE HORA-TRABAJO TO APU-HORA(TOTAL-APUNTES)
                       MOVE SEGUNDOS-TRABAJO
                           TO APU-SEGUNDOS(TOTAL-APUNTES)
                       MOVE LLA-OPERADOR TO APU-OPERADOR(TOTAL-APUNTES)
                       MOVE LLA-AGENDA TO APU-AGENDA(TOTAL-APUNTES)
                       MOVE LLA-NOMBRE TO APU-NOMBRE(TOTAL-APUNTES)
                       MOVE LLA-RESULTADO
                           TO APU-RESULTADO(TOTAL-APUNTES)
                       MOVE "N" TO APU-CASADO(TOTAL-APUNTES)
                   ELSE
                       ADD 1 TO SIN-HUECO
                   END-IF
               END-IF
           END-IF.

      * UNA PASADA AL MAESTRO PARA LOS NUMEROS ADICIONALES, QUE NO
      * TIENEN CLAVE ALTERNATIVA
       CARGAR-ADICIONALES.
           MOVE LOW-VALUES TO CLAVE-REG.
           START CONTACTOS-FILE KEY IS NOT LESS THAN CLAVE-REG
               INVALID KEY
                   MOVE "10" TO FS-CONTACTOS
           END-START.
           PERFORM UNTIL FS-CONTACTOS = "10"
               READ CONTACTOS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-CONTACTOS
                   NOT AT END
                       PERFORM VARYING IDX-NUM FROM 1 BY 1
                               UNTIL IDX-NUM > NUM-ADIC-TOTAL
                                   OR IDX-NUM > 2
                           PERFORM ANOTAR-ADICIONAL
                       END-PERFORM
               END-READ
           END-PERFORM.
           MOVE "00" TO FS-CONTACTOS.

       ANOTAR-ADICIONAL.
           IF TOTAL-ADICIONALES < 1000
               ADD 1 TO TOTAL-ADICIONALES
               MOVE NUM-ADIC-PAIS(IDX-NUM)
                   TO ADI-PAIS(TOTAL-ADICIONALES)
               MOVE NUM-ADIC-PRINCIPAL(IDX-NUM)
                   TO ADI-NUMERO(TOTAL-ADICIONALES)
               MOVE AGENDA-NOMBRE-REG TO ADI-AGENDA(TOTAL-ADICIONALES)
               MOVE NOMBRE-REG TO ADI-NOMBRE(TOTAL-ADICIONALES)
               MOVE ORGANIZACION-REG
                   TO ADI-ORGANIZACION(TOTAL-ADICIONALES)
           ELSE
               ADD 1 TO SIN-HUECO
           END-IF.

      * UNA LLAMADA FACTURADA: SE TROCEA, SE LE PONE CONTACTO Y
      * OPERADOR, SE CASA CON SU APUNTE Y SE REPARTE SU COSTE
       TRATAR-FACTURADA.
           ADD 1 TO LINEAS-LEIDAS.
           PERFORM TROCEAR-FACTURADA.
           IF NOT LINEA-LEGIBLE
               ADD 1 TO LINEAS-ILEGIBLES
               MOVE "CONC-ILEGIBLE" TO EXC-TIPO
               MOVE LINEA-DETOPER TO EXC-DETALLE
               MOVE "A" TO EXC-GRAVEDAD
               PERFORM REGISTRAR-EXCEPCION
           ELSE
               COMPUTE DET-MES = DET-FECHA-NUM / 100
               IF DET-MES NOT = MES-CONCILIA
                   ADD 1 TO FUERA-DEL-MES
               ELSE
                   ADD 1 TO LLAMADAS-FACTURADAS
                   ADD DURACION-LLAMADA TO SEGUNDOS-TOTAL
                   ADD COSTE-LLAMADA TO COSTE-TOTAL
                   PERFORM BUSCAR-CONTACTO
                   PERFORM BUSCAR-OPERADOR
                   PERFORM CASAR-APUNTE
                   PERFORM REPARTIR-COSTE
               END-IF
           END-IF.

       TROCEAR-FACTURADA.
           MOVE SPACES TO DET-FECHA.
           MOVE SPACES TO DET-HORA.
           MOVE SPACES TO DET-EXTENSION.
           MOVE SPACES TO DET-NUMERO.
           MOVE SPACES TO DET-DURACION.
           MOVE SPACES TO DET-COSTE.
           UNSTRING LINEA-DETOPER DELIMITED BY ";"
               INTO DET-FECHA DET-HORA DET-EXTENSION DET-NUMERO
                   DET-DURACION DET-COSTE.
           INSPECT DET-DURACION REPLACING LEADING SPACE BY "0".
           MOVE SPACES TO COSTE-ENTERO.
           MOVE SPACES TO COSTE-DECIMAL.
           UNSTRING DET-COSTE DELIMITED BY "," OR "." OR SPACE
               INTO COSTE-ENTERO COSTE-DECIMAL.
           INSPECT COSTE-ENTERO REPLACING LEADING SPACE BY "0".
           INSPECT COSTE-DECIMAL REPLACING ALL SPACE BY "0".
           MOVE "N" TO SW-LEGIBLE.
           IF DET-FECHA IS NUMERIC AND DET-HORA IS NUMERIC
               AND DET-DURACION IS NUMERIC
               AND COSTE-ENTERO IS NUMERIC
               AND COSTE-DECIMAL IS NUMERIC
               AND DET-NUMERO NOT = SPACES
               MOVE "S" TO SW-LEGIBLE
               MOVE DET-FECHA TO DET-FECHA-NUM
               MOVE DET-HORA TO HORA-TRABAJO
               PERFORM CALCULAR-SEGUNDOS
               MOVE SEGUNDOS-TRABAJO TO DET-SEGUNDOS
               MOVE DET-DURACION TO DURACION-LLAMADA
               MOVE COSTE-ENTERO TO COSTE-ENTERO-NUM
               MOVE COSTE-DECIMAL TO COSTE-DECIMAL-NUM
               COMPUTE COSTE-LLAMADA = COSTE-ENTERO-NUM
                   + COSTE-DECIMAL-NUM / 10000
           END-IF.

       CALCULAR-SEGUNDOS.
           IF HORA-TRABAJO IS NUMERIC
               COMPUTE SEGUNDOS-TRABAJO = HT-HH * 3600 + HT-MM * 60
                   + HT-SS
           ELSE
               MOVE 0 TO SEGUNDOS-TRABAJO
           END-IF.

      * EL NUMERO MARCADO SE QUEDA EN CIFRAS, SIN EL 00 DE SALIDA
      * INTERNACIONAL; NUEVE CIFRAS SON UN NUMERO NACIONAL (+34) Y
      * LO QUE SOBRA DE NUEVE POR DELANTE ES EL PREFIJO DE PAIS
       BUSCAR-CONTACTO.
           MOVE "N" TO SW-CONTACTO.
           MOVE SPACES TO CON-AGENDA.
           MOVE SPACES TO CON-NOMBRE.
           MOVE SPACES TO CON-ORGANIZACION.
           PERFORM LIMPIAR-NUMERO.
           IF NUMERO-COMPLETO
               MOVE TELEFONO-BUSCADO TO TELEFONO-REG
               PERFORM BUSCAR-PRINCIPAL
               IF NOT CONTACTO-HALLADO
                   MOVE SPACES TO TELEFONO-REG(1:4)
                   PERFORM BUSCAR-PRINCIPAL
               END-IF
               IF NOT CONTACTO-HALLADO
                   PERFORM BUSCAR-ADICIONAL
               END-IF
           END-IF.

       LIMPIAR-NUMERO.
           MOVE SPACES TO NUMERO-LIMPIO.
           MOVE 0 TO LARGO-NUMERO.
           PERFORM VARYING IDX-CAR FROM 1 BY 1 UNTIL IDX-CAR > 20
               IF DET-NUMERO(IDX-CAR:1) IS NUMERIC
                   ADD 1 TO LARGO-NUMERO
                   MOVE DET-NUMERO(IDX-CAR:1)
                       TO NUMERO-LIMPIO(LARGO-NUMERO:1)
               END-IF
           END-PERFORM.
           IF LARGO-NUMERO > 2 AND NUMERO-LIMPIO(1:2) = "00"
               MOVE NUMERO-LIMPIO(3:) TO NUMERO-DESPLAZADO
               MOVE NUMERO-DESPLAZADO TO NUMERO-LIMPIO
               SUBTRACT 2 FROM LARGO-NUMERO
           END-IF.
           MOVE "N" TO SW-NUMERO.
           MOVE SPACES TO PAIS-BUSCADO.
           MOVE 0 TO NUMERO-BUSCADO.
           IF LARGO-NUMERO = 9
               MOVE "S" TO SW-NUMERO
               MOVE "+34" TO PAIS-BUSCADO
               MOVE NUMERO-LIMPIO(1:9) TO NUMERO-BUSCADO
           END-IF.
           IF LARGO-NUMERO > 9 AND LARGO-NUMERO < 13
               MOVE "S" TO SW-NUMERO
               COMPUTE LARGO-PAIS = LARGO-NUMERO - 9
               STRING "+" NUMERO-LIMPIO(1:LARGO-PAIS)
                   DELIMITED BY SIZE INTO PAIS-BUSCADO
               MOVE NUMERO-LIMPIO(LARGO-PAIS + 1:9) TO NUMERO-BUSCADO
           END-IF.

      * EL PRIMER CONTACTO CON ESE TELEFONO PRINCIPAL POR LA CLAVE
      * ALTERNATIVA, AUNQUE ESTE DE BAJA: LA LLAMADA SE HIZO
       BUSCAR-PRINCIPAL.
           READ CONTACTOS-FILE KEY IS TELEFONO-REG
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO SW-CONTACTO
                   MOVE AGENDA-NOMBRE-REG TO CON-AGENDA
                   MOVE NOMBRE-REG TO CON-NOMBRE
                   MOVE ORGANIZACION-REG TO CON-ORGANIZACION
           END-READ.
           MOVE "00" TO FS-CONTACTOS.

       BUSCAR-ADICIONAL.
           PERFORM VARYING IDX-ADI FROM 1 BY 1
                   UNTIL IDX-ADI > TOTAL-ADICIONALES
                       OR CONTACTO-HALLADO
               IF ADI-NUMERO(IDX-ADI) = NUMERO-BUSCADO
                   AND (ADI-PAIS(IDX-ADI) = PAIS-BUSCADO
                       OR ADI-PAIS(IDX-ADI) = SPACES)
                   MOVE "S" TO SW-CONTACTO
                   MOVE ADI-AGENDA(IDX-ADI) TO CON-AGENDA
                   MOVE ADI-NOMBRE(IDX-ADI) TO CON-NOMBRE
                   MOVE ADI-ORGANIZACION(IDX-ADI) TO CON-ORGANIZACION
               END-IF
           END-PERFORM.

      * UNA EXTENSION QUE NO ESTA EN EXTENSIONES SE ANOTA UNA SOLA
      * VEZ Y SUS LLAMADAS VAN AL REPARTO COMO "EXT" Y LA EXTENSION
       BUSCAR-OPERADOR.
           PERFORM VARYING IDX-EXT FROM 1 BY 1
                   UNTIL IDX-EXT > TOTAL-EXTENSIONES
                       OR EXT-EXTENSION(IDX-EXT) = DET-EXTENSION
               CONTINUE
           END-PERFORM.
           IF IDX-EXT > TOTAL-EXTENSIONES
               ADD 1 TO EXTENSIONES-SIN-OPERADOR
               MOVE "CONC-EXTENSION" TO EXC-TIPO
               MOVE DET-EXTENSION TO EXC-DETALLE
               MOVE "A" TO EXC-GRAVEDAD
               PERFORM REGISTRAR-EXCEPCION
               IF TOTAL-EXTENSIONES < 200
                   ADD 1 TO TOTAL-EXTENSIONES
                   MOVE DET-EXTENSION TO EXT-EXTENSION(IDX-EXT)
                   MOVE SPACES TO EXT-OPERADOR(IDX-EXT)
               END-IF
           END-IF.
           MOVE SPACES TO OPERADOR-LLAMADA.
           IF IDX-EXT <= TOTAL-EXTENSIONES
               MOVE EXT-OPERADOR(IDX-EXT) TO OPERADOR-LLAMADA
           END-IF.
           IF OPERADOR-LLAMADA = SPACES
               STRING "EXT" DET-EXTENSION DELIMITED BY SIZE
                   INTO OPERADOR-LLAMADA
           END-IF.

      * EL APUNTE DEL MISMO DIA Y OPERADOR MAS CERCANO EN HORA
      * DENTRO DEL MARGEN, MEJOR SI ES DEL MISMO CONTACTO; LA
      * LLAMADA QUE NO CASA VA A LA LISTA DE SIN APUNTE
       CASAR-APUNTE.
           MOVE 0 TO IDX-MEJOR.
           MOVE "N" TO SW-MEJOR-MISMO.
           MOVE 999999 TO DIFERENCIA-MEJOR.
           PERFORM VARYING IDX-APU FROM 1 BY 1
                   UNTIL IDX-APU > TOTAL-APUNTES
               IF APU-CASADO(IDX-APU) = "N"
                   AND APU-FECHA(IDX-APU) = DET-FECHA-NUM
                   AND APU-OPERADOR(IDX-APU) = OPERADOR-LLAMADA
                   PERFORM EVALUAR-APUNTE
               END-IF
           END-PERFORM.
           IF IDX-MEJOR > 0
               MOVE "S" TO APU-CASADO(IDX-MEJOR)
               ADD 1 TO LLAMADAS-CASADAS
           ELSE
               ADD 1 TO LLAMADAS-SIN-APUNTE
               PERFORM FORMAR-DETALLE
               IF TOTAL-SIN-APUNTE < 500
                   ADD 1 TO TOTAL-SIN-APUNTE
                   MOVE LINEA-DETALLE
                       TO LIN-SIN-APUNTE(TOTAL-SIN-APUNTE)
               ELSE
                   ADD 1 TO SIN-HUECO
               END-IF
           END-IF.
           IF NOT CONTACTO-HALLADO
               ADD 1 TO LLAMADAS-FUERA-AGENDA
               PERFORM FORMAR-DETALLE
               IF TOTAL-FUERA-AGENDA < 500
                   ADD 1 TO TOTAL-FUERA-AGENDA
                   MOVE LINEA-DETALLE
                       TO LIN-FUERA-AGENDA(TOTAL-FUERA-AGENDA)
               ELSE
                   ADD 1 TO SIN-HUECO
               END-IF
           END-IF.

       EVALUAR-APUNTE.
           COMPUTE DIFERENCIA = APU-SEGUNDOS(IDX-APU) - DET-SEGUNDOS.
           IF DIFERENCIA < 0
               COMPUTE DIFERENCIA = 0 - DIFERENCIA
           END-IF.
           MOVE "N" TO SW-MISMO.
           IF CONTACTO-HALLADO
               AND APU-AGENDA(IDX-APU) = CON-AGENDA
               AND APU-NOMBRE(IDX-APU) = CON-NOMBRE
               MOVE "S" TO SW-MISMO
           END-IF.
           IF DIFERENCIA <= MARGEN-SEGUNDOS
               IF (MISMO-CONTACTO AND NOT MEJOR-MISMO-CONTACTO)
                   OR (SW-MISMO = SW-MEJOR-MISMO
                       AND DIFERENCIA < DIFERENCIA-MEJOR)
                   MOVE IDX-APU TO IDX-MEJOR
                   MOVE DIFERENCIA TO DIFERENCIA-MEJOR
                   MOVE SW-MISMO TO SW-MEJOR-MISMO
               END-IF
           END-IF.

      * LINEA DE UNA LLAMADA FACTURADA PARA LAS LISTAS DEL INFORME
       FORMAR-DETALLE.
           MOVE DURACION-LLAMADA TO DURACION-TEXTO.
           MOVE COSTE-LLAMADA TO COSTE-TEXTO.
           MOVE SPACES TO LINEA-DETALLE.
           STRING "  " DET-FECHA " " DET-HORA " " DET-EXTENSION
               " " OPERADOR-LLAMADA " " DET-NUMERO(1:15) " "
               DURACION-TEXTO " " COSTE-TEXTO " " CON-AGENDA " "
               CON-NOMBRE
               DELIMITED BY SIZE INTO LINEA-DETALLE.

      * EL COSTE DE LA LLAMADA A SU AGENDA, A SU ORGANIZACION Y A SU
      * OPERADOR; LO QUE NO ES DE NINGUNA AGENDA VA APARTE
       REPARTIR-COSTE.
           IF CONTACTO-HALLADO
               MOVE CON-AGENDA TO ETIQUETA-REPARTO
           ELSE
               MOVE "(FUERA AGENDA)" TO ETIQUETA-REPARTO
           END-IF.
           PERFORM VARYING IDX-CAG FROM 1 BY 1
                   UNTIL IDX-CAG > TOTAL-COSTE-AGENDAS
                       OR CAG-AGENDA(IDX-CAG) = ETIQUETA-REPARTO
               CONTINUE
           END-PERFORM.
           IF IDX-CAG > TOTAL-COSTE-AGENDAS
               IF TOTAL-COSTE-AGENDAS < 100
                   ADD 1 TO TOTAL-COSTE-AGENDAS
                   MOVE ETIQUETA-REPARTO TO CAG-AGENDA(IDX-CAG)
                   MOVE 0 TO CAG-LLAMADAS(IDX-CAG)
                   MOVE 0 TO CAG-SEGUNDOS(IDX-CAG)
                   MOVE 0 TO CAG-COSTE(IDX-CAG)
               ELSE
                   ADD 1 TO SIN-HUECO
                   MOVE 0 TO IDX-CAG
               END-IF
           END-IF.
           IF IDX-CAG > 0
               ADD 1 TO CAG-LLAMADAS(IDX-CAG)
               ADD DURACION-LLAMADA TO CAG-SEGUNDOS(IDX-CAG)
               ADD COSTE-LLAMADA TO CAG-COSTE(IDX-CAG)
           END-IF.
           IF NOT CONTACTO-HALLADO
               MOVE "(FUERA AGENDA)" TO ETIQUETA-REPARTO
           ELSE
               IF CON-ORGANIZACION = SPACES
                   MOVE "(SIN ORGANIZ.)" TO ETIQUETA-REPARTO
               ELSE
                   MOVE CON-ORGANIZACION TO ETIQUETA-REPARTO
               END-IF
           END-IF.
           PERFORM VARYING IDX-COR FROM 1 BY 1
                   UNTIL IDX-COR > TOTAL-COSTE-ORGANIZA
                       OR COR-ORGANIZACION(IDX-COR) = ETIQUETA-REPARTO
               CONTINUE
           END-PERFORM.
           IF IDX-COR > TOTAL-COSTE-ORGANIZA
               IF TOTAL-COSTE-ORGANIZA < 200
                   ADD 1 TO TOTAL-COSTE-ORGANIZA
                   MOVE ETIQUETA-REPARTO TO COR-ORGANIZACION(IDX-COR)
                   MOVE 0 TO COR-LLAMADAS(IDX-COR)
                   MOVE 0 TO COR-SEGUNDOS(IDX-COR)
                   MOVE 0 TO COR-COSTE(IDX-COR)
               ELSE
                   ADD 1 TO SIN-HUECO
                   MOVE 0 TO IDX-COR
               END-IF
           END-IF.
           IF IDX-COR > 0
               ADD 1 TO COR-LLAMADAS(IDX-COR)
               ADD DURACION-LLAMADA TO COR-SEGUNDOS(IDX-COR)
               ADD COSTE-LLAMADA TO COR-COSTE(IDX-COR)
           END-IF.
           PERFORM VARYING IDX-COP FROM 1 BY 1
                   UNTIL IDX-COP > TOTAL-COSTE-OPERADORES
                       OR COP-OPERADOR(IDX-COP) = OPERADOR-LLAMADA
               CONTINUE
           END-PERFORM.
           IF IDX-COP > TOTAL-COSTE-OPERADORES
               IF TOTAL-COSTE-OPERADORES < 100
                   ADD 1 TO TOTAL-COSTE-OPERADORES
                   MOVE OPERADOR-LLAMADA TO COP-OPERADOR(IDX-COP)
                   MOVE 0 TO COP-LLAMADAS(IDX-COP)
                   MOVE 0 TO COP-SEGUNDOS(IDX-COP)
                   MOVE 0 TO COP-COSTE(IDX-COP)
               ELSE
                   ADD 1 TO SIN-HUECO
                   MOVE 0 TO IDX-COP
               END-IF
           END-IF.
           IF IDX-COP > 0
               ADD 1 TO COP-LLAMADAS(IDX-COP)
               ADD DURACION-LLAMADA TO COP-SEGUNDOS(IDX-COP)
               ADD COSTE-LLAMADA TO COP-COSTE(IDX-COP)
           END-IF.

       ESCRIBIR-INFORME.
           OPEN OUTPUT CONCINF-FILE.
           MOVE SPACES TO LINEA-CONCINF.
           STRING "CONCILIACION DE LA FACTURA TELEFONICA - MES "
               MES-CONCILIA " - " FECHA-HOY " " HORA-HOY
               DELIMITED BY SIZE INTO LINEA-CONCINF.
           WRITE LINEA-CONCINF.
           MOVE SPACES TO LINEA-CONCINF.
           STRING "LINEAS DE LA OPERADORA: " LINEAS-LEIDAS
               "  ILEGIBLES: " LINEAS-ILEGIBLES
               "  DE OTRO MES: " FUERA-DEL-MES
               DELIMITED BY SIZE INTO LINEA-CONCINF.
           WRITE LINEA-CONCINF.
           MOVE SPACES TO LINEA-CONCINF.
           STRING "LLAMADAS FACTURADAS: " LLAMADAS-FACTURADAS
               "  CON APUNTE: " LLAMADAS-CASADAS
               "  SIN APUNTE: " LLAMADAS-SIN-APUNTE
               "  FUERA DE AGENDA: " LLAMADAS-FUERA-AGENDA
               DELIMITED BY SIZE INTO LINEA-CONCINF.
           WRITE LINEA-CONCINF.
           PERFORM VARYING IDX-APU FROM 1 BY 1
                   UNTIL IDX-APU > TOTAL-APUNTES
               IF APU-CASADO(IDX-APU) = "N"
                   ADD 1 TO APUNTES-SIN-FACTURA
               END-IF
           END-PERFORM.
           MOVE SPACES TO LINEA-CONCINF.
           STRING "APUNTES DE LLAMADAS DEL MES: " TOTAL-APUNTES
               "  SIN FACTURAR: " APUNTES-SIN-FACTURA
               DELIMITED BY SIZE INTO LINEA-CONCINF.
           WRITE LINEA-CONCINF.
           PERFORM ESCRIBIR-TITULO-COSTE.
           MOVE "IMPORTE DE LA FACTURA" TO LINEA-CONCINF(1:30).
           WRITE LINEA-CONCINF.
           MOVE "TOTAL FACTURADO" TO ETIQUETA-COSTE.
           MOVE LLAMADAS-FACTURADAS TO LLAMADAS-COSTE.
           MOVE SEGUNDOS-TOTAL TO SEGUNDOS-COSTE.
           MOVE COSTE-TOTAL TO IMPORTE-COSTE.
           PERFORM ESCRIBIR-COSTE.

           MOVE SPACES TO LINEA-CONCINF.
           WRITE LINEA-CONCINF.
           MOVE "LLAMADAS FACTURADAS SIN APUNTE EN LLAMADAS"
               TO LINEA-CONCINF.
           WRITE LINEA-CONCINF.
           PERFORM ESCRIBIR-TITULO-LISTA.
           PERFORM VARYING IDX-LIN FROM 1 BY 1
                   UNTIL IDX-LIN > TOTAL-SIN-APUNTE
               MOVE LIN-SIN-APUNTE(IDX-LIN) TO LINEA-CONCINF
               WRITE LINEA-CONCINF
           END-PERFORM.
           IF LLAMADAS-SIN-APUNTE > TOTAL-SIN-APUNTE
               COMPUTE NO-LISTADAS = LLAMADAS-SIN-APUNTE
                   - TOTAL-SIN-APUNTE
               MOVE SPACES TO LINEA-CONCINF
               STRING "  ... Y OTRAS " NO-LISTADAS
                   " QUE NO CABEN EN LA LISTA"
                   DELIMITED BY SIZE INTO LINEA-CONCINF
               WRITE LINEA-CONCINF
           END-IF.

           MOVE SPACES TO LINEA-CONCINF.
           WRITE LINEA-CONCINF.
           MOVE "APUNTES DE LLAMADAS QUE LA OPERADORA NO FACTURA"
               TO LINEA-CONCINF.
           WRITE LINEA-CONCINF.
           MOVE "  FECHA    HORA   OPERADOR RESULT.  CONTACTO"
               TO LINEA-CONCINF.
           WRITE LINEA-CONCINF.
           PERFORM VARYING IDX-APU FROM 1 BY 1
                   UNTIL IDX-APU > TOTAL-APUNTES
               IF APU-CASADO(IDX-APU) = "N"
                   MOVE SPACES TO LINEA-CONCINF
                   STRING "  " APU-FECHA(IDX-APU) " "
                       APU-HORA(IDX-APU) " " APU-OPERADOR(IDX-APU)
                       " " APU-RESULTADO(IDX-APU) " "
                       APU-AGENDA(IDX-APU) " " APU-NOMBRE(IDX-APU)
                       DELIMITED BY SIZE INTO LINEA-CONCINF
                   WRITE LINEA-CONCINF
               END-IF
           END-PERFORM.

           MOVE SPACES TO LINEA-CONCINF.
           WRITE LINEA-CONCINF.
           MOVE "LLAMADAS A NUMEROS QUE NO ESTAN EN NINGUNA AGENDA"
               TO LINEA-CONCINF.
           WRITE LINEA-CONCINF.
           PERFORM ESCRIBIR-TITULO-LISTA.
           PERFORM VARYING IDX-LIN FROM 1 BY 1
                   UNTIL IDX-LIN > TOTAL-FUERA-AGENDA
               MOVE LIN-FUERA-AGENDA(IDX-LIN) TO LINEA-CONCINF
               WRITE LINEA-CONCINF
           END-PERFORM.
           IF LLAMADAS-FUERA-AGENDA > TOTAL-FUERA-AGENDA
               COMPUTE NO-LISTADAS = LLAMADAS-FUERA-AGENDA
                   - TOTAL-FUERA-AGENDA
               MOVE SPACES TO LINEA-CONCINF
               STRING "  ... Y OTRAS " NO-LISTADAS
                   " QUE NO CABEN EN LA LISTA"
                   DELIMITED BY SIZE INTO LINEA-CONCINF
               WRITE LINEA-CONCINF
           END-IF.

           PERFORM ESCRIBIR-TITULO-COSTE.
           MOVE "COSTE POR AGENDA" TO LINEA-CONCINF(1:30).
           WRITE LINEA-CONCINF.
           PERFORM VARYING IDX-CAG FROM 1 BY 1
                   UNTIL IDX-CAG > TOTAL-COSTE-AGENDAS
               MOVE CAG-AGENDA(IDX-CAG) TO ETIQUETA-COSTE
               MOVE CAG-LLAMADAS(IDX-CAG) TO LLAMADAS-COSTE
               MOVE CAG-SEGUNDOS(IDX-CAG) TO SEGUNDOS-COSTE
               MOVE CAG-COSTE(IDX-CAG) TO IMPORTE-COSTE
               PERFORM ESCRIBIR-COSTE
           END-PERFORM.

           PERFORM ESCRIBIR-TITULO-COSTE.
           MOVE "COSTE POR ORGANIZACION" TO LINEA-CONCINF(1:30).
           WRITE LINEA-CONCINF.
           PERFORM VARYING IDX-COR FROM 1 BY 1
                   UNTIL IDX-COR > TOTAL-COSTE-ORGANIZA
               MOVE COR-ORGANIZACION(IDX-COR) TO ETIQUETA-COSTE
               MOVE COR-LLAMADAS(IDX-COR) TO LLAMADAS-COSTE
               MOVE COR-SEGUNDOS(IDX-COR) TO SEGUNDOS-COSTE
               MOVE COR-COSTE(IDX-COR) TO IMPORTE-COSTE
               PERFORM ESCRIBIR-COSTE
           END-PERFORM.

           PERFORM ESCRIBIR-TITULO-COSTE.
           MOVE "COSTE POR OPERADOR" TO LINEA-CONCINF(1:30).
           WRITE LINEA-CONCINF.
           PERFORM VARYING IDX-COP FROM 1 BY 1
                   UNTIL IDX-COP > TOTAL-COSTE-OPERADORES
               MOVE COP-OPERADOR(IDX-COP) TO ETIQUETA-COSTE
               MOVE COP-LLAMADAS(IDX-COP) TO LLAMADAS-COSTE
               MOVE COP-SEGUNDOS(IDX-COP) TO SEGUNDOS-COSTE
               MOVE COP-COSTE(IDX-COP) TO IMPORTE-COSTE
               PERFORM ESCRIBIR-COSTE
           END-PERFORM.
           CLOSE CONCINF-FILE.
      * El informe queda ademas en la cola central de impresion,
      * de donde lo libera el operador con LIBERAR-COLA.
           MOVE "CONCINF" TO SPO-FICHERO.
           MOVE "CONLLAM" TO SPO-INFORME.
           MOVE "LOTE" TO SPO-OPERADOR.
           CALL "SPOSUB01" USING SPO-FICHERO SPO-INFORME SPO-OPERADOR
               SPO-ESTADO.
           DISPLAY "Conciliacion generada en CONCINF ("
               LLAMADAS-FACTURADAS " llamadas facturadas, "
               LLAMADAS-SIN-APUNTE " sin apunte, "
               APUNTES-SIN-FACTURA " apuntes sin facturar)".

       ESCRIBIR-TITULO-LISTA.
           MOVE SPACES TO LINEA-CONCINF.
           STRING "  FECHA    HORA   EXT.   OPERADOR NUMERO        "
               "SEGUNDOS       COSTE CONTACTO"
               DELIMITED BY SIZE INTO LINEA-CONCINF.
           WRITE LINEA-CONCINF.
           MOVE SPACES TO LINEA-CONCINF.

       ESCRIBIR-TITULO-COSTE.
           MOVE SPACES TO LINEA-CONCINF.
           WRITE LINEA-CONCINF.
           MOVE SPACES TO LINEA-CONCINF.
           MOVE "LLAMADAS  MINUTOS       EUROS" TO LINEA-CONCINF(36:29).

      * UNA LINEA DE REPARTO: LLAMADAS, MINUTOS (REDONDEADOS) E
      * IMPORTE EN EUROS CON DOS DECIMALES
       ESCRIBIR-COSTE.
           MOVE LLAMADAS-COSTE TO LLAMADAS-TEXTO.
           COMPUTE MINUTOS-TEXTO ROUNDED = SEGUNDOS-COSTE / 60.
           COMPUTE IMPORTE-TEXTO ROUNDED = IMPORTE-COSTE.
           MOVE SPACES TO LINEA-CONCINF.
           STRING "  " ETIQUETA-COSTE "      " LLAMADAS-TEXTO
               "  " MINUTOS-TEXTO "  " IMPORTE-TEXTO
               DELIMITED BY SIZE INTO LINEA-CONCINF.
           WRITE LINEA-CONCINF.

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

       END PROGRAM CONCILIA-LLAMADAS.
