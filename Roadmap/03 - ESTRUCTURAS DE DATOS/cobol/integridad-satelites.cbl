     /*
      * BARRIDO SEMANAL DE INTEGRIDAD REFERENCIAL DE LOS SATELITES.
      * No es la solucion de ningun reto: TAREAS, CITAS, LISTDIST,
      * RELACION, NOTASJRN, LLAMADAS, RETENLEG, TITULOS, NIFCONT,
      * ETAPAS, VIGILA, PROCEDEN, VERIFCON, CONSENT, EMAILMAL,
      * CAMPMIEM y CAMPRESP
      * guardan la clave AGENDA;NOMBRE de un contacto, pero
      * ARCHIVA-CONTACTOS, BORRADO-LEGAL y la fusion de
      * DEPURA-DUPLICADOS quitan o cambian registros del maestro sin
      * mirarlos. Este paso lee
      * cada fichero satelite, busca cada clave en CONTACTOS por su
      * clave compuesta y clasifica las que no apuntan a un contacto
      * activo:
      *   INEXISTENTE  la clave no esta en CONTACTOS ni en ARCHICON
      *   DE BAJA      apunta a un contacto con baja logica
      *   ARCHIVADO    ya no esta en CONTACTOS pero si en el archivo
      *                historico ARCHICON (lo purgo ARCHIVA-CONTACTOS)
      * En RELACION se revisan los dos extremos; en CITAS la clave es
      * opcional y las citas sin contacto no se revisan. El informe
      * INTEGINF lista los huerfanos fichero a fichero, con sus
      * recuentos, y va a la cola de impresion.
      * Con la tarjeta REPARAR en SYSIN, ademas:
      *   - las tareas pendientes huerfanas se cierran (HECHA = S)
      *   - las citas huerfanas de hoy en adelante se anulan
      *   - los miembros huerfanos de las listas se retiran
      * cada accion con su linea en AUDITORIA (CIERRATAR, ANULACITA,
      * QUITALISTA). Solo se repara lo INEXISTENTE o ARCHIVADO: un
      * contacto DE BAJA aun se puede recuperar desde la agenda y sus
      * satelites se dejan como estan. DESTINAT no lleva la clave
      * (LISTA;EMAIL) y lo rehace cada noche EXPANDE-LISTAS desde
      * LISTDIST, asi que queda cubierto por LISTDIST.
      */
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGRIDAD-SATELITES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTACTOS-FILE ASSIGN TO "CONTACTOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLAVE-REG
               ALTERNATE RECORD KEY IS TELEFONO-REG WITH DUPLICATES
               FILE STATUS IS FS-CONTACTOS.
      * Archivo historico de bajas purgadas (ARCHIVA-CONTACTOS).
           SELECT ARCHIVO-FILE ASSIGN TO "ARCHICON"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-ARCHIVO.
      * Cada satelite se abre por su nombre logico, tomado de la
      * tabla de satelites, y se reescribe a traves del fichero de
      * trabajo INTEGTMP cuando hay reparaciones.
           SELECT SATELITE-FILE ASSIGN TO SATELITE-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SATELITE.
           SELECT INTEGTMP-FILE ASSIGN TO "INTEGTMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-INTEGTMP.
           SELECT INTEGINF-FILE ASSIGN TO "INTEGINF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-INTEGINF.
           SELECT AUDITORIA-FILE ASSIGN TO "AUDITORIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITORIA.
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

       FD ARCHIVO-FILE.
           01 REG-ARCHIVO.
               05 ARQ-FECHA-ARCHIVO PIC 9(8).
               05 ARQ-IMAGEN PIC X(350).

       FD SATELITE-FILE.
           01 LINEA-SATELITE PIC X(200).

       FD INTEGTMP-FILE.
           01 LINEA-INTEGTMP PIC X(200).

       FD INTEGINF-FILE.
           01 LINEA-INTEGINF PIC X(120).

       FD AUDITORIA-FILE.
           01 LINEA-AUDITORIA PIC X(120).

       FD RESUMEN-FILE.
           01 LINEA-RESUMEN PIC X(50).

       WORKING-STORAGE SECTION.
           77 FS-CONTACTOS PIC XX.
           77 FS-ARCHIVO PIC XX.
           77 FS-SATELITE PIC XX.
           77 FS-INTEGTMP PIC XX.
           77 FS-INTEGINF PIC XX.
           77 FS-AUDITORIA PIC XX.
           77 SATELITE-NOMBRE PIC X(8).

           01 FECHA-HOY PIC 9(8).
           77 HORA-HOY PIC 9(8).

      * Tarjeta de SYSIN: REPARAR, o en blanco para solo informar.
           77 TARJETA-MODO PIC X(10).
           77 SW-REPARAR PIC X VALUE "N".
               88 MODO-REPARACION VALUE "S".

      * Satelites revisados, en el orden del informe: nombre logico,
      * posicion (1-6) de los campos agenda y nombre, del segundo
      * extremo (solo RELACION, 0 en el resto) y reparacion que
      * admite (T cerrar tarea, C anular cita, L retirar de la
      * lista, N ninguna).
           01 SATELITES-VALORES.
               05 FILLER PIC X(13) VALUE "TAREAS  1200T".
               05 FILLER PIC X(13) VALUE "CITAS   4500C".
               05 FILLER PIC X(13) VALUE "LISTDIST2300L".
               05 FILLER PIC X(13) VALUE "RELACION1234N".
               05 FILLER PIC X(13) VALUE "NOTASJRN3400N".
               05 FILLER PIC X(13) VALUE "LLAMADAS3400N".
               05 FILLER PIC X(13) VALUE "RETENLEG1200N".
               05 FILLER PIC X(13) VALUE "TITULOS 1200N".
               05 FILLER PIC X(13) VALUE "NIFCONT 1200N".
               05 FILLER PIC X(13) VALUE "ETAPAS  1200N".
               05 FILLER PIC X(13) VALUE "VIGILA  1200N".
               05 FILLER PIC X(13) VALUE "PROCEDEN1200N".
               05 FILLER PIC X(13) VALUE "VERIFCON1200N".
               05 FILLER PIC X(13) VALUE "CONSENT 1200N".
               05 FILLER PIC X(13) VALUE "EMAILMAL1200N".
               05 FILLER PIC X(13) VALUE "CAMPMIEM2300N".
               05 FILLER PIC X(13) VALUE "CAMPRESP2300N".
           01 TABLA-SATELITES REDEFINES SATELITES-VALORES.
               05 SATELITE OCCURS 17 TIMES.
                   10 SAT-NOMBRE PIC X(8).
                   10 SAT-CAMPO-AGENDA PIC 9.
                   10 SAT-CAMPO-NOMBRE PIC 9.
                   10 SAT-CAMPO-AGENDA-2 PIC 9.
                   10 SAT-CAMPO-NOMBRE-2 PIC 9.
                   10 SAT-REPARACION PIC X.
                       88 REPARA-TAREA VALUE "T".
                       88 REPARA-CITA VALUE "C".
                       88 REPARA-LISTA VALUE "L".
           77 TOTAL-SATELITES PIC 9(2) VALUE 17.
           77 IDX-SAT PIC 9(2).
      * Recuentos por satelite para el informe.
           01 CUENTAS-SATELITES.
               05 CUENTA-SATELITE OCCURS 17 TIMES.
                   10 SAT-LEIDAS PIC 9(5).
                   10 SAT-INEXISTENTES PIC 9(5).
                   10 SAT-DE-BAJA PIC 9(5).
                   10 SAT-ARCHIVADOS PIC 9(5).
                   10 SAT-REPARADAS PIC 9(5).

      * Campos ";" de la linea en curso.
           01 CAMPOS-LEIDOS.
               05 CAMPO-LEIDO PIC X(40) OCCURS 6 TIMES.
           77 IDX-CAMPO-AGENDA PIC 9.
           77 IDX-CAMPO-NOMBRE PIC 9.
           77 AGENDA-REVISADA PIC X(15).
           77 NOMBRE-REVISADO PIC X(30).

      * Resultado de clasificar una clave.
           77 CLASE-CLAVE PIC X(11).
               88 CLAVE-CORRECTA VALUE SPACES.
               88 CLAVE-INEXISTENTE VALUE "INEXISTENTE".
               88 CLAVE-DE-BAJA VALUE "DE BAJA".
               88 CLAVE-ARCHIVADA VALUE "ARCHIVADO".
           77 ACCION-TOMADA PIC X(20).
      * Que hacer con la linea al copiarla al fichero de trabajo.
           77 SW-LINEA PIC X.
               88 LINEA-SE-QUEDA VALUE "Q".
               88 LINEA-SE-QUITA VALUE "X".
           77 SW-CAMBIOS PIC X.
               88 HAY-CAMBIOS VALUE "S".

      * Claves del archivo historico ARCHICON en memoria.
           01 TABLA-ARCHIVADOS.
               05 ARQ-CLAVE PIC X(45) OCCURS 2000 TIMES.
           77 TOTAL-ARCHIVADOS PIC 9(4) VALUE 0.
           77 IDX-ARQ PIC 9(4).
           77 SW-ARQ PIC X.
               88 ESTA-ARCHIVADO VALUE "S".
           77 CLAVE-BUSCADA PIC X(45).

      * Linea de AUDITORIA de cada reparacion, en las columnas de
      * siempre (fecha sin ventanar, como la graba la agenda).
           77 AUDIT-FECHA PIC 9(8).
           77 AUDIT-HORA PIC 9(8).
           77 AUDIT-OPERACION PIC X(10).
           77 AUDIT-TELEFONO PIC X(19) VALUE SPACES.
           77 AUDIT-OPERADOR PIC X(8) VALUE "LOTE".

           77 TOTAL-LEIDAS PIC 9(6) VALUE 0.
           77 TOTAL-HUERFANOS PIC 9(5) VALUE 0.
           77 TOTAL-REPARADAS PIC 9(5) VALUE 0.

      * Parametros de la subrutina compartida de la cola central de
      * impresion SPOSUB01, a la que se entrega el informe INTEGINF.
           77 SPO-FICHERO PIC X(8).
           77 SPO-INFORME PIC X(8).
           77 SPO-OPERADOR PIC X(8).
           77 SPO-ESTADO PIC 9.

      * Registro de fin de ejecucion para el fichero RESUMEN.
           77 FS-RESUMEN PIC XX.
           01 RESUMEN-ACTUAL.
               COPY RESUMEN.

      * Eslabon de la cadena de AUDITORIA, que sella AUDSUB01 justo
      * antes de cada WRITE.
           01 SELLO-AUDITORIA.
               COPY SELLO.

           77 CODIGO-SALIDA PIC 9 VALUE ZERO.

       PROCEDURE DIVISION.
       PRINCIPAL.
           ACCEPT FECHA-HOY FROM DATE.
           IF FECHA-HOY < 19000101
               ADD 20000000 TO FECHA-HOY
           END-IF.
           ACCEPT HORA-HOY FROM TIME.
           MOVE SPACES TO TARJETA-MODO.
           ACCEPT TARJETA-MODO.
           IF FUNCTION UPPER-CASE(TARJETA-MODO) = "REPARAR"
               MOVE "S" TO SW-REPARAR
           END-IF.
           MOVE ZEROS TO CUENTAS-SATELITES.
           OPEN INPUT CONTACTOS-FILE.
           IF FS-CONTACTOS NOT = "00"
      * Sin maestro todo saldria huerfano y la reparacion lo cerraria
      * todo: no se sigue.
               DISPLAY "No existe CONTACTOS; no se revisan los "-
                   "satelites"
               MOVE 4 TO CODIGO-SALIDA
           ELSE
               PERFORM CARGAR-ARCHIVADOS
               OPEN OUTPUT INTEGINF-FILE
               MOVE SPACES TO LINEA-INTEGINF
               STRING "INTEGRIDAD DE LOS SATELITES DE CONTACTOS - "
                   FECHA-HOY " " HORA-HOY
                   DELIMITED BY SIZE INTO LINEA-INTEGINF
               WRITE LINEA-INTEGINF
               IF MODO-REPARACION
                   MOVE "MODO REPARACION: SE CIERRAN TAREAS, SE "-
                       "ANULAN CITAS Y SE RETIRAN MIEMBROS HUERFANOS" TO
                       LINEA-INTEGINF
               ELSE
                   MOVE "SOLO INFORME: NO SE TOCA NINGUN FICHERO" TO
                       LINEA-INTEGINF
               END-IF
               WRITE LINEA-INTEGINF
               IF MODO-REPARACION
                   OPEN EXTEND AUDITORIA-FILE
                   IF FS-AUDITORIA = "35"
                       OPEN OUTPUT AUDITORIA-FILE
                   END-IF
               END-IF
               PERFORM REVISAR-SATELITE
                   VARYING IDX-SAT FROM 1 BY 1
                   UNTIL IDX-SAT > TOTAL-SATELITES
               PERFORM ESCRIBIR-TOTALES
               IF MODO-REPARACION
                   CLOSE AUDITORIA-FILE
               END-IF
               CLOSE CONTACTOS-FILE
               CLOSE INTEGINF-FILE
      * El informe queda ademas en la cola central de impresion, de
      * donde lo libera el operador con LIBERAR-COLA.
               MOVE "INTEGINF" TO SPO-FICHERO
               MOVE "INTEGR" TO SPO-INFORME
               MOVE "LOTE" TO SPO-OPERADOR
               CALL "SPOSUB01" USING SPO-FICHERO SPO-INFORME
                   SPO-OPERADOR SPO-ESTADO
               DISPLAY "Integridad de satelites: " TOTAL-HUERFANOS
                   " huerfanos en " TOTAL-LEIDAS " lineas, "
                   TOTAL-REPARADAS " reparadas"
           END-IF.
           MOVE "INTEGR" TO RES-PROGRAMA.
           MOVE TOTAL-LEIDAS TO RES-ENTRADAS.
           MOVE TOTAL-REPARADAS TO RES-SALIDAS.
           MOVE TOTAL-HUERFANOS TO RES-RECHAZOS.
           MOVE CODIGO-SALIDA TO RES-RC.
           PERFORM GRABAR-RESUMEN.
           MOVE CODIGO-SALIDA TO RETURN-CODE.
           STOP RUN.

      *CLAVES (AGENDA + NOMBRE) DE LAS IMAGENES DE ARCHICON, SIN
      *REPETIR, PARA DISTINGUIR LO ARCHIVADO DE LO INEXISTENTE
       CARGAR-ARCHIVADOS.
           OPEN INPUT ARCHIVO-FILE.
           IF FS-ARCHIVO = "00"
               PERFORM UNTIL FS-ARCHIVO = "10"
                   READ ARCHIVO-FILE
                       AT END
                           MOVE "10" TO FS-ARCHIVO
                       NOT AT END
                           MOVE ARQ-IMAGEN(1:45) TO CLAVE-BUSCADA
                           PERFORM BUSCAR-ARCHIVADO
                           IF NOT ESTA-ARCHIVADO
                               IF TOTAL-ARCHIVADOS < 2000
                                   ADD 1 TO TOTAL-ARCHIVADOS
                                   MOVE CLAVE-BUSCADA TO
                                       ARQ-CLAVE(TOTAL-ARCHIVADOS)
                               ELSE
                                   DISPLAY "ARCHICON con mas de 2000 "-
                                       "claves: el resto se da por "-
                                       "INEXISTENTE"
                                   MOVE "10" TO FS-ARCHIVO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-FILE
           END-IF.

       BUSCAR-ARCHIVADO.
           MOVE "N" TO SW-ARQ.
           PERFORM VARYING IDX-ARQ FROM 1 BY 1
                   UNTIL IDX-ARQ > TOTAL-ARCHIVADOS OR ESTA-ARCHIVADO
               IF ARQ-CLAVE(IDX-ARQ) = CLAVE-BUSCADA
                   MOVE "S" TO SW-ARQ
               END-IF
           END-PERFORM.

      *UN SATELITE: CADA LINEA SE CLASIFICA Y, EN MODO REPARACION Y
      *SI EL FICHERO LO ADMITE, SE COPIA (CAMBIADA O NO) AL FICHERO
      *DE TRABAJO, QUE AL FINAL VUELVE A SER EL SATELITE
       REVISAR-SATELITE.
           MOVE SAT-NOMBRE(IDX-SAT) TO SATELITE-NOMBRE.
           MOVE "N" TO SW-CAMBIOS.
           MOVE SPACES TO LINEA-INTEGINF.
           WRITE LINEA-INTEGINF.
           MOVE SPACES TO LINEA-INTEGINF.
           STRING "FICHERO " SATELITE-NOMBRE
               DELIMITED BY SIZE INTO LINEA-INTEGINF.
           WRITE LINEA-INTEGINF.
           OPEN INPUT SATELITE-FILE.
           IF FS-SATELITE NOT = "00"
               MOVE "  (NO EXISTE; NADA QUE REVISAR)" TO LINEA-INTEGINF
               WRITE LINEA-INTEGINF
           ELSE
               IF MODO-REPARACION
                   AND SAT-REPARACION(IDX-SAT) NOT = "N"
                   OPEN OUTPUT INTEGTMP-FILE
               END-IF
               PERFORM UNTIL FS-SATELITE = "10"
                   READ SATELITE-FILE
                       AT END
                           MOVE "10" TO FS-SATELITE
                       NOT AT END
                           IF LINEA-SATELITE NOT = SPACES
                               PERFORM REVISAR-LINEA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SATELITE-FILE
               IF MODO-REPARACION
                   AND SAT-REPARACION(IDX-SAT) NOT = "N"
                   CLOSE INTEGTMP-FILE
                   IF HAY-CAMBIOS
                       PERFORM DEVOLVER-SATELITE
                   END-IF
               END-IF
               PERFORM ESCRIBIR-TOTAL-SATELITE
           END-IF.

       REVISAR-LINEA.
           ADD 1 TO SAT-LEIDAS(IDX-SAT).
           ADD 1 TO TOTAL-LEIDAS.
           MOVE "Q" TO SW-LINEA.
           MOVE SPACES TO CAMPOS-LEIDOS.
           UNSTRING LINEA-SATELITE DELIMITED BY ";"
               INTO CAMPO-LEIDO(1) CAMPO-LEIDO(2) CAMPO-LEIDO(3)
                   CAMPO-LEIDO(4) CAMPO-LEIDO(5) CAMPO-LEIDO(6)
           END-UNSTRING.
           MOVE SAT-CAMPO-AGENDA(IDX-SAT) TO IDX-CAMPO-AGENDA.
           MOVE SAT-CAMPO-NOMBRE(IDX-SAT) TO IDX-CAMPO-NOMBRE.
           PERFORM REVISAR-EXTREMO.
           IF SAT-CAMPO-AGENDA-2(IDX-SAT) > 0
               MOVE SAT-CAMPO-AGENDA-2(IDX-SAT) TO IDX-CAMPO-AGENDA
               MOVE SAT-CAMPO-NOMBRE-2(IDX-SAT) TO IDX-CAMPO-NOMBRE
               PERFORM REVISAR-EXTREMO
           END-IF.
           IF MODO-REPARACION
               AND SAT-REPARACION(IDX-SAT) NOT = "N"
               IF LINEA-SE-QUEDA
                   MOVE LINEA-SATELITE TO LINEA-INTEGTMP
                   WRITE LINEA-INTEGTMP
               END-IF
           END-IF.

      *UNA CLAVE DE LA LINEA (LOS CAMPOS QUE MARCAN IDX-CAMPO-AGENDA
      *E IDX-CAMPO-NOMBRE): SE CLASIFICA Y, SI ES HUERFANA, SE
      *INFORMA Y SE REPARA SI TOCA
       REVISAR-EXTREMO.
           MOVE CAMPO-LEIDO(IDX-CAMPO-AGENDA) TO AGENDA-REVISADA.
           MOVE CAMPO-LEIDO(IDX-CAMPO-NOMBRE) TO NOMBRE-REVISADO.
      * Cita sin contacto asociado: la clave es opcional.
           IF NOMBRE-REVISADO NOT = SPACES
               PERFORM CLASIFICAR-CLAVE
               IF NOT CLAVE-CORRECTA
                   ADD 1 TO TOTAL-HUERFANOS
                   EVALUATE TRUE
                       WHEN CLAVE-INEXISTENTE
                           ADD 1 TO SAT-INEXISTENTES(IDX-SAT)
                       WHEN CLAVE-DE-BAJA
                           ADD 1 TO SAT-DE-BAJA(IDX-SAT)
                       WHEN OTHER
                           ADD 1 TO SAT-ARCHIVADOS(IDX-SAT)
                   END-EVALUATE
                   MOVE SPACES TO ACCION-TOMADA
                   IF MODO-REPARACION AND NOT CLAVE-DE-BAJA
                       PERFORM REPARAR-LINEA
                   END-IF
                   MOVE SPACES TO LINEA-INTEGINF
                   STRING "  " CLASE-CLAVE " " AGENDA-REVISADA " "
                       NOMBRE-REVISADO " " ACCION-TOMADA
                       DELIMITED BY SIZE INTO LINEA-INTEGINF
                   WRITE LINEA-INTEGINF
               END-IF
           END-IF.

       CLASIFICAR-CLAVE.
           MOVE SPACES TO CLASE-CLAVE.
           MOVE AGENDA-REVISADA TO AGENDA-NOMBRE-REG.
           MOVE NOMBRE-REVISADO TO NOMBRE-REG.
           READ CONTACTOS-FILE
               INVALID KEY
                   MOVE CLAVE-REG TO CLAVE-BUSCADA
                   PERFORM BUSCAR-ARCHIVADO
                   IF ESTA-ARCHIVADO
                       MOVE "ARCHIVADO" TO CLASE-CLAVE
                   ELSE
                       MOVE "INEXISTENTE" TO CLASE-CLAVE
                   END-IF
               NOT INVALID KEY
                   IF CONTACTO-BORRADO-REG
                       MOVE "DE BAJA" TO CLASE-CLAVE
                   END-IF
           END-READ.

      *REPARACION SEGUN EL SATELITE. LAS TAREAS YA HECHAS Y LAS CITAS
      *PASADAS SON HISTORIA Y NO SE TOCAN
       REPARAR-LINEA.
           EVALUATE TRUE
               WHEN REPARA-TAREA(IDX-SAT)
                   IF CAMPO-LEIDO(5)(1:1) NOT = "S"
                       PERFORM CERRAR-TAREA
                   END-IF
               WHEN REPARA-CITA(IDX-SAT)
                   IF CAMPO-LEIDO(1)(1:8) IS NUMERIC
                       AND CAMPO-LEIDO(1)(1:8) >= FECHA-HOY
                       MOVE "X" TO SW-LINEA
                       MOVE "CITA ANULADA" TO ACCION-TOMADA
                       MOVE "ANULACITA" TO AUDIT-OPERACION
                       PERFORM ANOTAR-REPARACION
                   END-IF
               WHEN REPARA-LISTA(IDX-SAT)
                   MOVE "X" TO SW-LINEA
                   MOVE "RETIRADO DE LA LISTA" TO ACCION-TOMADA
                   MOVE "QUITALISTA" TO AUDIT-OPERACION
                   PERFORM ANOTAR-REPARACION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *LA TAREA SE REESCRIBE CON EL FORMATO DE MANTENER-TAREAS Y LA
      *MARCA DE HECHA A "S"
       CERRAR-TAREA.
           MOVE SPACES TO LINEA-SATELITE.
           STRING CAMPO-LEIDO(1)(1:15) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               CAMPO-LEIDO(2)(1:30) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               CAMPO-LEIDO(3)(1:8) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               CAMPO-LEIDO(4)(1:8) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               "S" DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               CAMPO-LEIDO(6) DELIMITED BY SIZE
               INTO LINEA-SATELITE.
           MOVE "TAREA CERRADA" TO ACCION-TOMADA.
           MOVE "CIERRATAR" TO AUDIT-OPERACION.
           PERFORM ANOTAR-REPARACION.

       ANOTAR-REPARACION.
           MOVE "S" TO SW-CAMBIOS.
           ADD 1 TO SAT-REPARADAS(IDX-SAT).
           ADD 1 TO TOTAL-REPARADAS.
           ACCEPT AUDIT-FECHA FROM DATE.
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE SPACES TO LINEA-AUDITORIA.
           STRING AUDIT-FECHA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AUDIT-HORA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AUDIT-OPERACION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NOMBRE-REVISADO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AGENDA-REVISADA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AUDIT-TELEFONO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AUDIT-OPERADOR DELIMITED BY SIZE
               INTO LINEA-AUDITORIA.
           SET SEL-NUEVA TO TRUE.
           CALL "AUDSUB01" USING SELLO-AUDITORIA LINEA-AUDITORIA.
           WRITE LINEA-AUDITORIA.

      *EL FICHERO DE TRABAJO VUELVE A SER EL SATELITE, COMO HACE
      *BORRADO-LEGAL CON SUS HISTORICOS
       DEVOLVER-SATELITE.
           OPEN INPUT INTEGTMP-FILE.
           OPEN OUTPUT SATELITE-FILE.
           PERFORM UNTIL FS-INTEGTMP = "10"
               READ INTEGTMP-FILE
                   AT END
                       MOVE "10" TO FS-INTEGTMP
                   NOT AT END
                       MOVE LINEA-INTEGTMP TO LINEA-SATELITE
                       WRITE LINEA-SATELITE
               END-READ
           END-PERFORM.
           CLOSE INTEGTMP-FILE.
           CLOSE SATELITE-FILE.

       ESCRIBIR-TOTAL-SATELITE.
           MOVE SPACES TO LINEA-INTEGINF.
           STRING "  " SATELITE-NOMBRE ": " SAT-LEIDAS(IDX-SAT)
               " LINEAS, " SAT-INEXISTENTES(IDX-SAT) " INEXISTENTES, "
               SAT-DE-BAJA(IDX-SAT) " DE BAJA, "
               SAT-ARCHIVADOS(IDX-SAT) " ARCHIVADOS, "
               SAT-REPARADAS(IDX-SAT) " REPARADAS"
               DELIMITED BY SIZE INTO LINEA-INTEGINF.
           WRITE LINEA-INTEGINF.

       ESCRIBIR-TOTALES.
           MOVE SPACES TO LINEA-INTEGINF.
           WRITE LINEA-INTEGINF.
           MOVE SPACES TO LINEA-INTEGINF.
           STRING "LINEAS REVISADAS: " TOTAL-LEIDAS
               "  CLAVES HUERFANAS: " TOTAL-HUERFANOS
               "  REPARADAS: " TOTAL-REPARADAS
               DELIMITED BY SIZE INTO LINEA-INTEGINF.
           WRITE LINEA-INTEGINF.

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

       END PROGRAM INTEGRIDAD-SATELITES.
