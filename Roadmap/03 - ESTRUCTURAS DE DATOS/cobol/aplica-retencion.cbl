     /*
      * POLITICA DE RETENCION DE LOS REGISTROS OPERATIVOS.
      * No es la solucion de ningun reto: DEPURA-TRAZAS ya se ocupa
      * de AUDITORIA y EXCEPCIONES y ARCHIVA-CONTACTOS de las bajas,
      * pero el resto de registros que la suite abre en EXTEND no
      * se depuraba nunca y MONITOR-CAPACIDAD no dejaba de avisar.
      * Cada mes este paso aplica la politica de retencion a:
      *   LLAMADAS NOTASJRN SESIONES CALCLOG CADLOG MOVIMHAN RUNLOG
      *   TAREAS (solo las hechas)  CITAS (las pasadas)
      *   COLAIMP (solo las entradas ya impresas, con sus lineas)
      * La politica de fabrica va en la tabla de abajo y el fichero
      * POLRETEN la puede pisar fichero a fichero, como UMBRALES en
      * MONITOR-CAPACIDAD, con lineas
      *   FICHERO;DIAS;ACCION;CAMPO-FECHA
      * DIAS es el periodo de retencion; ACCION es A (archivar: lo
      * vencido se anade al archivo historico del fichero) o B
      * (borrar); CAMPO-FECHA es el numero del campo con la fecha
      * que manda (campos separados por ";" o por blancos, segun el
      * fichero), en AAAAMMDD o con el ano en dos cifras. CADLOG y
      * MOVIMHAN no llevan fecha (CAMPO-FECHA 0): en ellos DIAS es
      * el numero de lineas, las mas recientes, que se conservan.
      * Las lineas de un contacto bajo retencion legal (RETSUB01) no
      * se tocan, sea cual sea su fecha. El certificado CERTRET dice
      * por fichero cuantos registros se han conservado, archivado y
      * borrado, y cuantos se han quedado por retencion legal; queda
      * en la cola central de impresion y sus cifras se anaden al
      * historico RETHIST, que no se depura.
      */
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APLICA-RETENCION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Los ficheros de la politica se abren todos con el mismo
      * lector por su nombre logico, como en MONITOR-CAPACIDAD, y
      * cada uno con su archivo historico.
           SELECT REGISTRO-FILE ASSIGN TO REGISTRO-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REGISTRO.
           SELECT ARCHIVO-FILE ASSIGN TO ARCHIVO-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ARCHIVO.
           SELECT RETENTMP-FILE ASSIGN TO "RETENTMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RETENTMP.
           SELECT POLRETEN-FILE ASSIGN TO "POLRETEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-POLRETEN.
           SELECT CERTRET-FILE ASSIGN TO "CERTRET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CERTRET.
           SELECT RETHIST-FILE ASSIGN TO "RETHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RETHIST.
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
       FD REGISTRO-FILE.
           01 LINEA-REGISTRO PIC X(200).

       FD ARCHIVO-FILE.
           01 LINEA-ARCHIVO PIC X(200).

       FD RETENTMP-FILE.
           01 LINEA-RETENTMP PIC X(200).

       FD POLRETEN-FILE.
           01 LINEA-POLRETEN PIC X(40).

       FD CERTRET-FILE.
           01 LINEA-CERTRET PIC X(132).

       FD RETHIST-FILE.
           01 LINEA-RETHIST PIC X(80).

       FD EXCEPCIONES-FILE.
           01 LINEA-EXCEPCION PIC X(90).

       FD RESUMEN-FILE.
           01 LINEA-RESUMEN PIC X(50).

       WORKING-STORAGE SECTION.
           77 FS-REGISTRO PIC XX.
           77 FS-ARCHIVO PIC XX.
           77 FS-RETENTMP PIC XX.
           77 FS-POLRETEN PIC XX.
           77 FS-CERTRET PIC XX.
           77 FS-RETHIST PIC XX.
           77 FS-EXCEPCIONES PIC XX.
           77 REGISTRO-NOMBRE PIC X(8).
           77 ARCHIVO-NOMBRE PIC X(8).

      * Politica de fabrica: fichero, dias, accion (A/B), archivo
      * historico, separador de campos, numero de los campos fecha,
      * agenda y nombre (0 = no tiene), campo y valor del filtro de
      * lo que se puede depurar (9 = el ultimo campo) y prefijo de
      * las lineas de cabecera (en COLAIMP la entrada entera sigue
      * a su cabecera CAB;).
           01 POLITICA-VALORES.
               05 FILLER PIC X(32)
                   VALUE "LLAMADAS00730ALLAMAARC;1340     ".
               05 FILLER PIC X(32)
                   VALUE "NOTASJRN01825ANOTASARC;1340     ".
               05 FILLER PIC X(32)
                   VALUE "SESIONES00365ASESIOARC 3000     ".
               05 FILLER PIC X(32)
                   VALUE "CALCLOG 00180BCALCLARC 1000     ".
               05 FILLER PIC X(32)
                   VALUE "CADLOG  05000BCADLOARC 0000     ".
               05 FILLER PIC X(32)
                   VALUE "MOVIMHAN01000BMOVIMARC 0000     ".
               05 FILLER PIC X(32)
                   VALUE "RUNLOG  00365ARUNLOARC 1000     ".
               05 FILLER PIC X(32)
                   VALUE "TAREAS  00365ATAREAARC;3125S    ".
               05 FILLER PIC X(32)
                   VALUE "CITAS   00365ACITASARC;1450     ".
               05 FILLER PIC X(32)
                   VALUE "COLAIMP 00090BCOLAIARC;4009ICAB;".
           01 TABLA-POLITICA REDEFINES POLITICA-VALORES.
               05 POLITICA OCCURS 10 TIMES.
                   10 POL-FICHERO PIC X(8).
                   10 POL-DIAS PIC 9(5).
                   10 POL-ACCION PIC X.
                       88 POL-ARCHIVAR VALUE "A".
                   10 POL-ARCHIVO PIC X(8).
                   10 POL-SEPARADOR PIC X.
                   10 POL-CAMPO-FECHA PIC 9.
                   10 POL-CAMPO-AGENDA PIC 9.
                   10 POL-CAMPO-NOMBRE PIC 9.
                   10 POL-CAMPO-FILTRO PIC 9.
                   10 POL-VALOR-FILTRO PIC X.
                   10 POL-CABECERA PIC X(4).
           77 TOTAL-POLITICAS PIC 9(2) VALUE 10.
           77 IDX-POL PIC 9(2).
           01 CUENTAS-POLITICA.
               05 CUENTA-POLITICA OCCURS 10 TIMES.
                   10 POL-EXISTE PIC X.
                   10 POL-LEIDAS PIC 9(6).
                   10 POL-CONSERVADAS PIC 9(6).
                   10 POL-ARCHIVADAS PIC 9(6).
                   10 POL-BORRADAS PIC 9(6).
                   10 POL-RETENIDAS PIC 9(6).

      * Troceado de la linea de POLRETEN y paso de las cifras a
      * numero, como en MONITOR-CAPACIDAD.
           77 PRT-FICHERO PIC X(8).
           77 PRT-DIAS PIC X(6).
           77 PRT-ACCION PIC X.
           77 PRT-CAMPO PIC X(6).
           77 SW-POL PIC X.
               88 POLITICA-CONOCIDA VALUE "S".
           77 UMB-TEXTO PIC X(6).
           77 UMB-NUMERO PIC 9(6).
           77 UMB-LARGO PIC 9.
           77 SW-UMB PIC X.
               88 NUMERO-VALIDO VALUE "S".

      * Campos de la linea en curso.
           01 CAMPOS-LEIDOS.
               05 CAMPO-LEIDO PIC X(40) OCCURS 8 TIMES.
           77 TOTAL-CAMPOS PIC 9.
           77 IDX-CAMPO PIC 9.

           77 FECHA-HOY PIC 9(8).
           77 FECHA-CORTE PIC 9(8).
           77 FECHA-LINEA PIC 9(8).
           77 TEXTO-FECHA PIC X(8).
           77 LINEAS-FICHERO PIC 9(6).
           77 LINEA-ACTUAL PIC 9(6).
           77 PRIMERA-CONSERVADA PIC 9(6).
      * Decision de la linea (o de la entrada, con cabecera): se
      * conserva, vence o se conserva por retencion legal.
           77 SW-DECISION PIC X.
               88 LINEA-CONSERVADA VALUE "C".
               88 LINEA-VENCIDA VALUE "V".
               88 LINEA-RETENIDA VALUE "R".

      * Parametros de la subrutina compartida de retenciones
      * legales RETSUB01.
           77 RET-AGENDA PIC X(15).
           77 RET-NOMBRE PIC X(30).
           77 RET-RETENIDO PIC 9.

      * Parametros de FECHASUB para la fecha de corte.
           77 FEC-OPERACION PIC X.
           77 FEC-FECHA-1 PIC 9(8).
           77 FEC-FECHA-2 PIC 9(8).
           77 FEC-DIAS PIC S9(5).
           77 FEC-RESULTADO PIC 9(8).
           77 FEC-TEXTO PIC X(10).
           77 FEC-ESTADO PIC 9.

      * Totales del certificado.
           77 TOTAL-LEIDAS PIC 9(7) VALUE 0.
           77 TOTAL-CONSERVADAS PIC 9(7) VALUE 0.
           77 TOTAL-ARCHIVADAS PIC 9(7) VALUE 0.
           77 TOTAL-BORRADAS PIC 9(7) VALUE 0.
           77 TOTAL-RETENIDAS PIC 9(7) VALUE 0.
           77 TEXTO-PERIODO PIC X(12).
           77 TEXTO-ACCION PIC X(8).

      * Dato de la excepcion en curso, como en los demas programas.
           01 EXCEPCION-ACTUAL.
               COPY EXCEPCION.

      * Parametros de la subrutina compartida de la cola central de
      * impresion SPOSUB01, a la que se entrega el certificado.
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
           MOVE "APLRET" TO EXC-PROGRAMA.
           MOVE "LOTE" TO EXC-OPERADOR.
           ACCEPT FECHA-HOY FROM DATE.
           IF FECHA-HOY < 19000101
               ADD 20000000 TO FECHA-HOY
           END-IF.
           OPEN EXTEND EXCEPCIONES-FILE.
           IF FS-EXCEPCIONES = "35"
               OPEN OUTPUT EXCEPCIONES-FILE
           END-IF.
           MOVE SPACES TO CUENTAS-POLITICA.
           PERFORM CARGAR-POLITICA.
           PERFORM VARYING IDX-POL FROM 1 BY 1
                   UNTIL IDX-POL > TOTAL-POLITICAS
               PERFORM APLICAR-POLITICA
           END-PERFORM.
           PERFORM ESCRIBIR-CERTIFICADO.
           PERFORM ANOTAR-HISTORICO.
           CLOSE EXCEPCIONES-FILE.
           DISPLAY "Retencion: " TOTAL-LEIDAS " leidas, "
               TOTAL-CONSERVADAS " conservadas, " TOTAL-ARCHIVADAS
               " archivadas, " TOTAL-BORRADAS " borradas ("
               TOTAL-RETENIDAS " por retencion legal)".
           MOVE "APLRET" TO RES-PROGRAMA.
           MOVE TOTAL-LEIDAS TO RES-ENTRADAS.
           MOVE TOTAL-CONSERVADAS TO RES-SALIDAS.
           COMPUTE RES-RECHAZOS = TOTAL-ARCHIVADAS + TOTAL-BORRADAS.
           MOVE CODIGO-SALIDA TO RES-RC.
           PERFORM GRABAR-RESUMEN.
           MOVE CODIGO-SALIDA TO RETURN-CODE.
           STOP RUN.

      * LA POLITICA DE FABRICA SE PISA CON LA DE POLRETEN, FICHERO A
      * FICHERO; UN CAMPO VACIO O INVALIDO NO PISA NADA Y UNA LINEA
      * DE UN FICHERO QUE NO ESTA EN LA TABLA SE AVISA
       CARGAR-POLITICA.
           OPEN INPUT POLRETEN-FILE.
           IF FS-POLRETEN = "00"
               PERFORM UNTIL FS-POLRETEN = "10"
                   READ POLRETEN-FILE
                       AT END
                           MOVE "10" TO FS-POLRETEN
                       NOT AT END
                           IF LINEA-POLRETEN NOT = SPACES
                               PERFORM PISAR-POLITICA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POLRETEN-FILE
           END-IF.

       PISAR-POLITICA.
           MOVE SPACES TO PRT-FICHERO PRT-DIAS PRT-ACCION PRT-CAMPO.
           UNSTRING LINEA-POLRETEN DELIMITED BY ";"
               INTO PRT-FICHERO PRT-DIAS PRT-ACCION PRT-CAMPO.
           MOVE "N" TO SW-POL.
           PERFORM VARYING IDX-POL FROM 1 BY 1
                   UNTIL IDX-POL > TOTAL-POLITICAS
               IF POL-FICHERO(IDX-POL) = PRT-FICHERO
                   MOVE "S" TO SW-POL
                   MOVE PRT-DIAS TO UMB-TEXTO
                   PERFORM CONVERTIR-NUMERO
                   IF NUMERO-VALIDO AND UMB-NUMERO > 0
                       AND UMB-NUMERO < 100000
                       MOVE UMB-NUMERO TO POL-DIAS(IDX-POL)
                   END-IF
                   IF PRT-ACCION = "A" OR PRT-ACCION = "B"
                       MOVE PRT-ACCION TO POL-ACCION(IDX-POL)
                   END-IF
                   MOVE PRT-CAMPO TO UMB-TEXTO
                   PERFORM CONVERTIR-NUMERO
                   IF NUMERO-VALIDO AND UMB-NUMERO < 9
                       MOVE UMB-NUMERO TO POL-CAMPO-FECHA(IDX-POL)
                   END-IF
               END-IF
           END-PERFORM.
           IF NOT POLITICA-CONOCIDA
               MOVE "POLRETEN" TO EXC-TIPO
               MOVE "A" TO EXC-GRAVEDAD
               MOVE SPACES TO EXC-DETALLE
               STRING "FICHERO SIN POLITICA: " PRT-FICHERO
                   DELIMITED BY SIZE INTO EXC-DETALLE
               PERFORM REGISTRAR-EXCEPCION
           END-IF.

      * CIFRAS A LA IZQUIERDA (COMO LAS DEJA UNSTRING) A NUMERO
       CONVERTIR-NUMERO.
           MOVE "N" TO SW-UMB.
           MOVE 0 TO UMB-LARGO.
           INSPECT UMB-TEXTO TALLYING UMB-LARGO
               FOR CHARACTERS BEFORE INITIAL " ".
           IF UMB-LARGO > 0
               AND UMB-TEXTO(1:UMB-LARGO) IS NUMERIC
               MOVE UMB-TEXTO(1:UMB-LARGO) TO UMB-NUMERO
               MOVE "S" TO SW-UMB
           END-IF.

      * PASADA 1 (SOLO SIN FECHA): CUENTA LAS LINEAS; PASADA 2:
      * REPARTE CADA LINEA ENTRE EL FICHERO DE TRABAJO Y EL ARCHIVO
      * HISTORICO; PASADA 3: EL FICHERO DE TRABAJO VUELVE A SER EL
      * FICHERO VIVO
       APLICAR-POLITICA.
           MOVE 0 TO POL-LEIDAS(IDX-POL) POL-CONSERVADAS(IDX-POL)
               POL-ARCHIVADAS(IDX-POL) POL-BORRADAS(IDX-POL)
               POL-RETENIDAS(IDX-POL).
           MOVE POL-FICHERO(IDX-POL) TO REGISTRO-NOMBRE.
           MOVE POL-ARCHIVO(IDX-POL) TO ARCHIVO-NOMBRE.
           OPEN INPUT REGISTRO-FILE.
           IF FS-REGISTRO NOT = "00"
               MOVE "N" TO POL-EXISTE(IDX-POL)
           ELSE
               MOVE "S" TO POL-EXISTE(IDX-POL)
               IF POL-CAMPO-FECHA(IDX-POL) = 0
                   PERFORM CONTAR-LINEAS
               ELSE
                   MOVE "S" TO FEC-OPERACION
                   MOVE FECHA-HOY TO FEC-FECHA-1
                   COMPUTE FEC-DIAS = 0 - POL-DIAS(IDX-POL)
                   CALL "FECHASUB" USING FEC-OPERACION FEC-FECHA-1
                       FEC-FECHA-2 FEC-DIAS FEC-RESULTADO FEC-TEXTO
                       FEC-ESTADO
                   MOVE FEC-RESULTADO TO FECHA-CORTE
               END-IF
               IF POL-ARCHIVAR(IDX-POL)
                   OPEN EXTEND ARCHIVO-FILE
                   IF FS-ARCHIVO = "35"
                       OPEN OUTPUT ARCHIVO-FILE
                   END-IF
               END-IF
               OPEN OUTPUT RETENTMP-FILE
               MOVE 0 TO LINEA-ACTUAL
               MOVE "C" TO SW-DECISION
               PERFORM UNTIL FS-REGISTRO = "10"
                   READ REGISTRO-FILE
                       AT END
                           MOVE "10" TO FS-REGISTRO
                       NOT AT END
                           PERFORM TRATAR-LINEA
                   END-READ
               END-PERFORM
               CLOSE REGISTRO-FILE
               CLOSE RETENTMP-FILE
               IF POL-ARCHIVAR(IDX-POL)
                   CLOSE ARCHIVO-FILE
               END-IF
               IF POL-ARCHIVADAS(IDX-POL) > 0
                   OR POL-BORRADAS(IDX-POL) > 0
                   PERFORM REESCRIBIR-REGISTRO
               END-IF
           END-IF.
           ADD POL-LEIDAS(IDX-POL) TO TOTAL-LEIDAS.
           ADD POL-CONSERVADAS(IDX-POL) TO TOTAL-CONSERVADAS.
           ADD POL-ARCHIVADAS(IDX-POL) TO TOTAL-ARCHIVADAS.
           ADD POL-BORRADAS(IDX-POL) TO TOTAL-BORRADAS.
           ADD POL-RETENIDAS(IDX-POL) TO TOTAL-RETENIDAS.

      * SIN FECHA SE CONSERVAN LAS DIAS ULTIMAS LINEAS
       CONTAR-LINEAS.
           MOVE 0 TO LINEAS-FICHERO.
           PERFORM UNTIL FS-REGISTRO = "10"
               READ REGISTRO-FILE
                   AT END
                       MOVE "10" TO FS-REGISTRO
                   NOT AT END
                       ADD 1 TO LINEAS-FICHERO
               END-READ
           END-PERFORM.
           CLOSE REGISTRO-FILE.
           OPEN INPUT REGISTRO-FILE.
           MOVE 1 TO PRIMERA-CONSERVADA.
           IF LINEAS-FICHERO > POL-DIAS(IDX-POL)
               COMPUTE PRIMERA-CONSERVADA =
                   LINEAS-FICHERO - POL-DIAS(IDX-POL) + 1
           END-IF.

       TRATAR-LINEA.
           ADD 1 TO LINEA-ACTUAL.
           ADD 1 TO POL-LEIDAS(IDX-POL).
      * Con cabecera, las lineas de la entrada siguen su suerte.
           IF POL-CABECERA(IDX-POL) = SPACES
               OR LINEA-REGISTRO(1:4) = POL-CABECERA(IDX-POL)
               PERFORM DECIDIR-LINEA
           END-IF.
           EVALUATE TRUE
               WHEN LINEA-VENCIDA
                   IF POL-ARCHIVAR(IDX-POL)
                       MOVE LINEA-REGISTRO TO LINEA-ARCHIVO
                       WRITE LINEA-ARCHIVO
                       ADD 1 TO POL-ARCHIVADAS(IDX-POL)
                   ELSE
                       ADD 1 TO POL-BORRADAS(IDX-POL)
                   END-IF
               WHEN OTHER
                   IF LINEA-RETENIDA
                       ADD 1 TO POL-RETENIDAS(IDX-POL)
                   END-IF
                   MOVE LINEA-REGISTRO TO LINEA-RETENTMP
                   WRITE LINEA-RETENTMP
                   ADD 1 TO POL-CONSERVADAS(IDX-POL)
           END-EVALUATE.

      * VENCE LA LINEA CON LA FECHA ANTERIOR AL CORTE (O FUERA DE LAS
      * ULTIMAS, SIN FECHA) QUE PASA EL FILTRO; SI ES DE UN CONTACTO
      * RETENIDO SE QUEDA. UNA FECHA ILEGIBLE NO VENCE NUNCA
       DECIDIR-LINEA.
           MOVE "C" TO SW-DECISION.
           MOVE SPACES TO CAMPOS-LEIDOS.
           MOVE 0 TO TOTAL-CAMPOS.
           IF POL-SEPARADOR(IDX-POL) = ";"
               UNSTRING LINEA-REGISTRO DELIMITED BY ";"
                   INTO CAMPO-LEIDO(1) CAMPO-LEIDO(2) CAMPO-LEIDO(3)
                       CAMPO-LEIDO(4) CAMPO-LEIDO(5) CAMPO-LEIDO(6)
                       CAMPO-LEIDO(7) CAMPO-LEIDO(8)
                   TALLYING IN TOTAL-CAMPOS
               END-UNSTRING
           ELSE
               UNSTRING LINEA-REGISTRO DELIMITED BY ALL " "
                   INTO CAMPO-LEIDO(1) CAMPO-LEIDO(2) CAMPO-LEIDO(3)
                       CAMPO-LEIDO(4) CAMPO-LEIDO(5) CAMPO-LEIDO(6)
                       CAMPO-LEIDO(7) CAMPO-LEIDO(8)
                   TALLYING IN TOTAL-CAMPOS
               END-UNSTRING
           END-IF.
           IF POL-CAMPO-FECHA(IDX-POL) = 0
               IF LINEA-ACTUAL < PRIMERA-CONSERVADA
                   MOVE "V" TO SW-DECISION
               END-IF
           ELSE
               MOVE POL-CAMPO-FECHA(IDX-POL) TO IDX-CAMPO
               MOVE CAMPO-LEIDO(IDX-CAMPO) TO TEXTO-FECHA
               IF TEXTO-FECHA IS NUMERIC
                   MOVE TEXTO-FECHA TO FECHA-LINEA
                   IF FECHA-LINEA < 19000101
                       ADD 20000000 TO FECHA-LINEA
                   END-IF
                   IF FECHA-LINEA < FECHA-CORTE
                       MOVE "V" TO SW-DECISION
                   END-IF
               END-IF
           END-IF.
           IF LINEA-VENCIDA AND POL-CAMPO-FILTRO(IDX-POL) > 0
               IF POL-CAMPO-FILTRO(IDX-POL) = 9
                   MOVE TOTAL-CAMPOS TO IDX-CAMPO
               ELSE
                   MOVE POL-CAMPO-FILTRO(IDX-POL) TO IDX-CAMPO
               END-IF
               IF IDX-CAMPO = 0
                   OR CAMPO-LEIDO(IDX-CAMPO)(1:1) NOT =
                       POL-VALOR-FILTRO(IDX-POL)
                   MOVE "C" TO SW-DECISION
               END-IF
           END-IF.
           IF LINEA-VENCIDA AND POL-CAMPO-NOMBRE(IDX-POL) > 0
               MOVE POL-CAMPO-AGENDA(IDX-POL) TO IDX-CAMPO
               MOVE CAMPO-LEIDO(IDX-CAMPO) TO RET-AGENDA
               IF RET-AGENDA = SPACES
                   MOVE "PRINCIPAL" TO RET-AGENDA
               END-IF
               MOVE POL-CAMPO-NOMBRE(IDX-POL) TO IDX-CAMPO
               MOVE CAMPO-LEIDO(IDX-CAMPO) TO RET-NOMBRE
               IF RET-NOMBRE NOT = SPACES
                   CALL "RETSUB01" USING RET-AGENDA RET-NOMBRE
                       RET-RETENIDO
                   IF RET-RETENIDO = 1
                       MOVE "R" TO SW-DECISION
                   END-IF
               END-IF
           END-IF.

       REESCRIBIR-REGISTRO.
           OPEN INPUT RETENTMP-FILE.
           OPEN OUTPUT REGISTRO-FILE.
           PERFORM UNTIL FS-RETENTMP = "10"
               READ RETENTMP-FILE
                   AT END
                       MOVE "10" TO FS-RETENTMP
                   NOT AT END
                       MOVE LINEA-RETENTMP TO LINEA-REGISTRO
                       WRITE LINEA-REGISTRO
               END-READ
           END-PERFORM.
           CLOSE RETENTMP-FILE.
           CLOSE REGISTRO-FILE.

      * EL CERTIFICADO: LA POLITICA APLICADA Y LAS CIFRAS DE CADA
      * FICHERO
       ESCRIBIR-CERTIFICADO.
           OPEN OUTPUT CERTRET-FILE.
           MOVE SPACES TO LINEA-CERTRET.
           STRING "===== CERTIFICADO DE RETENCION DE REGISTROS "
               "OPERATIVOS - " FECHA-HOY " ====="
               DELIMITED BY SIZE INTO LINEA-CERTRET.
           WRITE LINEA-CERTRET.
           MOVE "Politica de fabrica, pisada por POLRETEN donde la "-
               "hay. Los registros de contactos bajo retencion legal "-
               "no se tocan." TO LINEA-CERTRET.
           WRITE LINEA-CERTRET.
           MOVE SPACES TO LINEA-CERTRET.
           WRITE LINEA-CERTRET.
           MOVE "FICHERO  RETENCION    ACCION   ARCHIVO  LEIDAS"-
               "   CONSERV. ARCHIV.  BORRADAS RET.LEGAL"
               TO LINEA-CERTRET.
           WRITE LINEA-CERTRET.
           PERFORM VARYING IDX-POL FROM 1 BY 1
                   UNTIL IDX-POL > TOTAL-POLITICAS
               PERFORM ESCRIBIR-LINEA-CERTIFICADO
           END-PERFORM.
           MOVE SPACES TO LINEA-CERTRET.
           STRING "TOTAL                                  "
               TOTAL-LEIDAS "  " TOTAL-CONSERVADAS "  "
               TOTAL-ARCHIVADAS "  " TOTAL-BORRADAS "  "
               TOTAL-RETENIDAS
               DELIMITED BY SIZE INTO LINEA-CERTRET.
           WRITE LINEA-CERTRET.
           CLOSE CERTRET-FILE.
      * El certificado queda ademas en la cola central de impresion,
      * de donde lo libera el operador con LIBERAR-COLA.
           MOVE "CERTRET" TO SPO-FICHERO.
           MOVE "CERTRET" TO SPO-INFORME.
           MOVE "LOTE" TO SPO-OPERADOR.
           CALL "SPOSUB01" USING SPO-FICHERO SPO-INFORME SPO-OPERADOR
               SPO-ESTADO.

       ESCRIBIR-LINEA-CERTIFICADO.
           MOVE SPACES TO TEXTO-PERIODO.
           IF POL-CAMPO-FECHA(IDX-POL) = 0
               STRING "ULT." POL-DIAS(IDX-POL) " L"
                   DELIMITED BY SIZE INTO TEXTO-PERIODO
           ELSE
               STRING POL-DIAS(IDX-POL) " DIAS"
                   DELIMITED BY SIZE INTO TEXTO-PERIODO
           END-IF.
           IF POL-ARCHIVAR(IDX-POL)
               MOVE "ARCHIVAR" TO TEXTO-ACCION
           ELSE
               MOVE "BORRAR" TO TEXTO-ACCION
           END-IF.
           MOVE SPACES TO LINEA-CERTRET.
           IF POL-EXISTE(IDX-POL) = "S"
               STRING POL-FICHERO(IDX-POL) " " TEXTO-PERIODO " "
                   TEXTO-ACCION " " POL-ARCHIVO(IDX-POL) " "
                   POL-LEIDAS(IDX-POL) "   " POL-CONSERVADAS(IDX-POL)
                   "   " POL-ARCHIVADAS(IDX-POL) "   "
                   POL-BORRADAS(IDX-POL) "   "
                   POL-RETENIDAS(IDX-POL)
                   DELIMITED BY SIZE INTO LINEA-CERTRET
           ELSE
               STRING POL-FICHERO(IDX-POL) " " TEXTO-PERIODO " "
                   TEXTO-ACCION " " POL-ARCHIVO(IDX-POL)
                   " (no existe: nada que depurar)"
                   DELIMITED BY SIZE INTO LINEA-CERTRET
           END-IF.
           WRITE LINEA-CERTRET.

      * LAS CIFRAS DE CADA FICHERO SE GUARDAN EN RETHIST
      * (FECHA;FICHERO;LEIDAS;CONSERVADAS;ARCHIVADAS;BORRADAS;
      * RETENIDAS), QUE NINGUNA POLITICA DEPURA
       ANOTAR-HISTORICO.
           OPEN EXTEND RETHIST-FILE.
           IF FS-RETHIST = "35"
               OPEN OUTPUT RETHIST-FILE
           END-IF.
           PERFORM VARYING IDX-POL FROM 1 BY 1
                   UNTIL IDX-POL > TOTAL-POLITICAS
               IF POL-EXISTE(IDX-POL) = "S"
                   MOVE SPACES TO LINEA-RETHIST
                   STRING FECHA-HOY ";" POL-FICHERO(IDX-POL) ";"
                       POL-LEIDAS(IDX-POL) ";"
                       POL-CONSERVADAS(IDX-POL) ";"
                       POL-ARCHIVADAS(IDX-POL) ";"
                       POL-BORRADAS(IDX-POL) ";"
                       POL-RETENIDAS(IDX-POL)
                       DELIMITED BY SIZE INTO LINEA-RETHIST
                   WRITE LINEA-RETHIST
               END-IF
           END-PERFORM.
           CLOSE RETHIST-FILE.

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

       END PROGRAM APLICA-RETENCION.
