     /*
      * INSTANTANEA NOCTURNA DEL FICHERO INDEXADO CONTACTOS.
      * No es la solucion de ningun reto: es el paso temprano del
      * lote que descarga CONTACTOS UNA sola vez en el fichero plano
      * CONTINST (imagenes completas en orden de clave, como la
      * descarga de REORGANIZA-CONTACTOS), para que los pasos que
      * solo leen la agenda de punta a punta (cumpleanos,
      * felicitaciones, extraccion al CRM, puntuacion, indice,
      * listas y los informes semanales y mensuales) lean esa
      * instantanea en vez de recorrer cada uno el fichero vivo.
      * Ademas todas las salidas de la noche salen asi del mismo
      * momento de la agenda.
      * La descarga se cuenta y se suma como hace CTLSUB01 y se
      * verifica contra CONTROLAG; el resultado queda en el registro
      * de control de la instantanea INSTCTL, una sola linea:
      *   FECHA;HORA;TOTAL;SUMA;ESTADO
      * y solo con ESTADO VALIDA la usan los lectores (la decision
      * la toma por ellos la subrutina INSSUB01). La tarjeta de
      * SYSIN hace de interruptor de la noche:
      *   DESCARGA (o en blanco) descarga y verifica
      *   VIVO      no descarga y deja INSTCTL en VIVO: los
      *             lectores vuelven al fichero vivo
      *   CADUCA    ultimo paso del lote: deja la instantanea en
      *             CADUCADA para que lo que se lance de dia lea el
      *             fichero vivo y no la foto de la noche
      * Una tarjeta que no sea ninguna de las tres se trata como
      * VIVO, que es lo seguro. Si la descarga no cuadra con
      * CONTROLAG la instantanea queda en DESCUADRE, los lectores
      * leen el fichero vivo y la noche sigue (RC 0, con el
      * descuadre contado como rechazo en RESUMEN).
      */
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSTANTANEA-CONTACTOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTACTOS-FILE ASSIGN TO "CONTACTOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLAVE-REG
               ALTERNATE RECORD KEY IS TELEFONO-REG WITH DUPLICATES
               FILE STATUS IS FS-CONTACTOS.
           SELECT CONTINST-FILE ASSIGN TO "CONTINST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-CONTINST.
           SELECT CONTROL-FILE ASSIGN TO "CONTROLAG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTROL.
           SELECT INSTCTL-FILE ASSIGN TO "INSTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-INSTCTL.
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
                   ==CONTACTO-BORRADO== BY ==CONTACTO-BORRADO-REG==.

       FD CONTINST-FILE.
      * Imagen fija del registro canonico completo, como las copias.
           01 REG-CONTINST PIC X(350).

       FD CONTROL-FILE.
           01 LINEA-CONTROL PIC X(20).

       FD INSTCTL-FILE.
           01 LINEA-INSTCTL PIC X(60).

       FD RESUMEN-FILE.
           01 LINEA-RESUMEN PIC X(50).

       WORKING-STORAGE SECTION.
           77 FS-CONTACTOS PIC XX.
           77 FS-CONTINST PIC XX.
           77 FS-CONTROL PIC XX.
           77 FS-INSTCTL PIC XX.

      * Tarjeta de SYSIN: DESCARGA, VIVO o CADUCA.
           77 TARJETA-MODO PIC X(8).
               88 MODO-DESCARGA VALUE "DESCARGA" SPACES.
               88 MODO-VIVO VALUE "VIVO".
               88 MODO-CADUCA VALUE "CADUCA".

      * Recuento y suma de control de la descarga, con el mismo
      * calculo que CTLSUB01 (suma de codigos de caracter de las 45
      * posiciones de la clave).
           77 INST-TOTAL PIC 9(3) VALUE 0.
           77 INST-HASH PIC 9(12) VALUE 0.
           77 CTRL-BYTE PIC 9(2).
           77 CTRL-TOTAL-FICH PIC X(3).
           77 CTRL-HASH-FICH PIC X(12).

      * Registro de control de la instantanea (linea de INSTCTL).
           01 CONTROL-INSTANTANEA.
               05 INS-FECHA PIC 9(8).
               05 INS-HORA PIC 9(8).
               05 INS-TOTAL PIC X(3).
               05 INS-HASH PIC X(12).
               05 INS-ESTADO PIC X(10).

           77 CODIGO-SALIDA PIC 9 VALUE ZERO.

      * Registro de fin de ejecucion para el fichero RESUMEN.
           77 FS-RESUMEN PIC XX.
           01 RESUMEN-ACTUAL.
               COPY RESUMEN.

       PROCEDURE DIVISION.
       PRINCIPAL.
           MOVE 0 TO RES-RECHAZOS.
           MOVE SPACES TO TARJETA-MODO.
           ACCEPT TARJETA-MODO.
           INSPECT TARJETA-MODO CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           EVALUATE TRUE
               WHEN MODO-DESCARGA
                   PERFORM DESCARGAR
                   IF INS-ESTADO = "VALIDA"
                       PERFORM VERIFICAR-CONTRA-CONTROL
                   END-IF
               WHEN MODO-CADUCA
                   PERFORM CADUCAR
               WHEN MODO-VIVO
                   MOVE "VIVO" TO INS-ESTADO
                   DISPLAY "Interruptor VIVO: esta noche los pasos "-
                       "leen el fichero vivo CONTACTOS"
               WHEN OTHER
                   MOVE "VIVO" TO INS-ESTADO
                   DISPLAY "Tarjeta no reconocida (" TARJETA-MODO
                       "); se deja la instantanea en VIVO"
           END-EVALUATE.
           IF NOT MODO-CADUCA
               ACCEPT INS-FECHA FROM DATE
               IF INS-FECHA < 19000101
                   ADD 20000000 TO INS-FECHA
               END-IF
               ACCEPT INS-HORA FROM TIME
               MOVE INST-TOTAL TO INS-TOTAL
               MOVE INST-HASH TO INS-HASH
           END-IF.
           PERFORM GRABAR-CONTROL-INSTANTANEA.
           MOVE "INSTAN" TO RES-PROGRAMA.
           MOVE INST-TOTAL TO RES-ENTRADAS.
           IF INS-ESTADO = "VALIDA"
               MOVE INST-TOTAL TO RES-SALIDAS
           ELSE
               MOVE 0 TO RES-SALIDAS
           END-IF.
           MOVE CODIGO-SALIDA TO RES-RC.
           PERFORM GRABAR-RESUMEN.
           MOVE CODIGO-SALIDA TO RETURN-CODE.
           STOP RUN.

      * DESCARGA EN ORDEN DE CLAVE, CONTANDO Y SUMANDO. SIN FICHERO
      * VIVO NO HAY INSTANTANEA: LOS LECTORES SE ENCONTRARAN LO
      * MISMO QUE HOY AL ABRIR CONTACTOS
       DESCARGAR.
           MOVE "VALIDA" TO INS-ESTADO.
           OPEN INPUT CONTACTOS-FILE.
           IF FS-CONTACTOS NOT = "00"
               DISPLAY "No existe CONTACTOS; no hay instantanea "-
                   "que tomar"
               MOVE "SINFICHERO" TO INS-ESTADO
           ELSE
               OPEN OUTPUT CONTINST-FILE
               PERFORM UNTIL FS-CONTACTOS = "10"
                   READ CONTACTOS-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO FS-CONTACTOS
                       NOT AT END
                           ADD 1 TO INST-TOTAL
                           PERFORM VARYING CTRL-BYTE FROM 1 BY 1
                                   UNTIL CTRL-BYTE > 45
                               COMPUTE INST-HASH = INST-HASH
                                   + FUNCTION ORD
                                   (CLAVE-REG(CTRL-BYTE:1))
                           END-PERFORM
                           MOVE SPACES TO REG-CONTINST
                           MOVE REG-CONTACTO TO REG-CONTINST
                           WRITE REG-CONTINST
                   END-READ
               END-PERFORM
               CLOSE CONTACTOS-FILE
               CLOSE CONTINST-FILE
           END-IF.

      * LA DESCARGA DEBE CUADRAR CON EL REGISTRO DE CONTROL VIGENTE.
      * SIN CONTROLAG (AGENDAS DE ANTES DE EXISTIR) SE DA POR BUENA,
      * COMO EN LA CARGA Y EN LA REORGANIZACION
       VERIFICAR-CONTRA-CONTROL.
           OPEN INPUT CONTROL-FILE.
           IF FS-CONTROL = "00"
               MOVE SPACES TO CTRL-TOTAL-FICH
               MOVE SPACES TO CTRL-HASH-FICH
               READ CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       UNSTRING LINEA-CONTROL DELIMITED BY ";"
                           INTO CTRL-TOTAL-FICH CTRL-HASH-FICH
               END-READ
               CLOSE CONTROL-FILE
               IF CTRL-TOTAL-FICH NOT = INST-TOTAL
                   OR CTRL-HASH-FICH NOT = INST-HASH
                   DISPLAY "La instantanea no cuadra con CONTROLAG "-
                       "(" CTRL-TOTAL-FICH " registros); esta noche "-
                       "los pasos leen el fichero vivo"
                   MOVE "DESCUADRE" TO INS-ESTADO
                   MOVE 1 TO RES-RECHAZOS
               END-IF
           END-IF.
           IF INS-ESTADO = "VALIDA"
               DISPLAY "Instantanea de CONTACTOS tomada: " INST-TOTAL
                   " registros"
           END-IF.

      * FIN DE LA NOCHE: SE CONSERVAN FECHA, HORA Y CUENTAS DE LA
      * ULTIMA INSTANTANEA Y SOLO CAMBIA EL ESTADO
       CADUCAR.
           MOVE SPACES TO CONTROL-INSTANTANEA.
           MOVE 0 TO INS-FECHA.
           MOVE 0 TO INS-HORA.
           OPEN INPUT INSTCTL-FILE.
           IF FS-INSTCTL = "00"
               READ INSTCTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       UNSTRING LINEA-INSTCTL DELIMITED BY ";"
                           INTO INS-FECHA INS-HORA INS-TOTAL INS-HASH
                               INS-ESTADO
               END-READ
               CLOSE INSTCTL-FILE
           END-IF.
           MOVE "CADUCADA" TO INS-ESTADO.
           DISPLAY "Instantanea de CONTACTOS caducada; los pasos "-
               "leen de nuevo el fichero vivo".

       GRABAR-CONTROL-INSTANTANEA.
           OPEN OUTPUT INSTCTL-FILE.
           MOVE SPACES TO LINEA-INSTCTL.
           STRING INS-FECHA DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               INS-HORA DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               INS-TOTAL DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               INS-HASH DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               INS-ESTADO DELIMITED BY SIZE
               INTO LINEA-INSTCTL.
           WRITE LINEA-INSTCTL.
           CLOSE INSTCTL-FILE.


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

       END PROGRAM INSTANTANEA-CONTACTOS.
