     /*
      * TRATAMIENTO DEL FICHERO DE RECHAZOS DEL CRM.
      * No es la solucion de ningun reto: EXTRAE-CRM y EXTRAE-DELTA
      * mandan CRMFEED/CRMDELTA con sus totales de control, pero
      * cuando el CRM rechaza registros sueltos (correo malo, campo
      * obligatorio vacio, duplicado en su lado) nos enterabamos por
      * telefono semanas despues. Este paso lee cada noche el fichero
      * de rechazos que devuelve el CRM, CRMRECH, una linea
      *   AGENDA;NOMBRE;MOTIVO;TEXTO
      * por registro rechazado, y:
      *   - anota cada rechazo en EXCEPCIONES con la gravedad de su
      *     motivo (DUPLICADO es informativo: el arreglo suele estar
      *     en el CRM; el resto, EMAIL, OBLIGATORIO, FORMATO o un
      *     motivo que no conozcamos, es aviso)
      *   - lo guarda en el registro de pendientes CRMPEND (copybooks
      *     RECHCRM.cpy); un rechazo repetido de una clave ya
      *     pendiente no reinicia su plazo
      *   - da por corregido el pendiente cuyo contacto tiene en
      *     AUDITORIA un ALTA, MODIFICAR o REACTIVAR posterior al
      *     rechazo; EXTRAE-DELTA lo reenvia en el delta siguiente y
      *     lo marca reenviado, y la pasada siguiente de este paso lo
      *     retira del registro (si el CRM lo vuelve a rechazar,
      *     llegara otra vez por CRMRECH)
      *   - retira tambien los pendientes cuyo contacto ya no esta o
      *     esta de baja: no hay nada que corregir ni que reenviar
      *   - escala los que llevan mas de N dias sin corregir (N por
      *     SYSIN; en blanco, 10): aviso en EXCEPCIONES, estado E en
      *     CRMPEND y RESUMEN-NOCHE los destaca en el compendio
      *   - deja la lista de trabajo CRMCORR, agrupada por agenda,
      *     en la cola central de impresion con sus claves de
      *     reparto en CLAVEREP, para que DISTRIB mande a cada agenda
      *     solo sus correcciones.
      */
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECHAZOS-CRM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CRMRECH-FILE ASSIGN TO "CRMRECH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CRMRECH.
           SELECT CRMPEND-FILE ASSIGN TO "CRMPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CRMPEND.
           SELECT AUDITORIA-FILE ASSIGN TO "AUDITORIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITORIA.
           SELECT CONTACTOS-FILE ASSIGN TO "CONTACTOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLAVE-REG
               ALTERNATE RECORD KEY IS TELEFONO-REG WITH DUPLICATES
               FILE STATUS IS FS-CONTACTOS.
           SELECT CRMCORR-FILE ASSIGN TO "CRMCORR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CRMCORR.
      * Claves de reparto de CRMCORR (copybooks/REPARTO.cpy), para
      * que SPOSUB01 trocee la lista por agenda segun DISTRIB.
           SELECT CLAVEREP-FILE ASSIGN TO "CLAVEREP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CLAVEREP.
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
       FD CRMRECH-FILE.
           01 LINEA-CRMRECH PIC X(130).

      * Una linea por pendiente, con el formato de copybooks/
      * RECHCRM.cpy, que se usa en la tabla de pendientes.
       FD CRMPEND-FILE.
           01 REG-CRMPEND PIC X(134).

       FD AUDITORIA-FILE.
           01 LINEA-AUDITORIA PIC X(120).

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

       FD CRMCORR-FILE.
           01 LINEA-CRMCORR PIC X(132).

       FD CLAVEREP-FILE.
           01 REG-REPARTO.
               COPY REPARTO.

       FD EXCEPCIONES-FILE.
           01 LINEA-EXCEPCION PIC X(90).

       FD RESUMEN-FILE.
           01 LINEA-RESUMEN PIC X(50).

       WORKING-STORAGE SECTION.
           77 FS-CRMRECH PIC XX.
           77 FS-CRMPEND PIC XX.
           77 FS-AUDITORIA PIC XX.
           77 FS-CONTACTOS PIC XX.
           77 FS-CRMCORR PIC XX.
           77 FS-CLAVEREP PIC XX.
           77 FS-EXCEPCIONES PIC XX.

      * Plazo de correccion en dias, por SYSIN.
           77 PLAZO-LIN PIC X(3).
           77 DIAS-PLAZO PIC 9(3) VALUE 10.

           77 FECHA-HOY PIC 9(8).
           77 HORA-HOY PIC 9(8).

      * Registro de pendientes en memoria: se lee entero, se
      * actualiza y se reescribe al final.
           01 TABLA-PENDIENTES.
               05 FILA-PENDIENTE OCCURS 500 TIMES.
                   COPY RECHCRM REPLACING ==05== BY ==10==.
                   10 PEN-RETIRADO PIC X.
           77 TOTAL-PENDIENTES PIC 9(3) VALUE 0.
           77 IDX-PEN PIC 9(3).
           77 SW-PEN PIC X.
               88 PENDIENTE-HALLADO VALUE "S".

      * Troceado de la linea de rechazo del CRM.
           77 RCH-AGENDA PIC X(15).
           77 RCH-NOMBRE PIC X(30).
           77 RCH-MOTIVO PIC X(12).
           77 RCH-TEXTO PIC X(60).

      * Troceado de la linea de auditoria, en las columnas fijas de
      * siempre, con la fecha ventanada al siglo.
           77 AUD-FECHA PIC X(8).
           77 AUD-HORA PIC X(8).
           77 AUD-OPERACION PIC X(10).
           77 AUD-NOMBRE PIC X(30).
           77 AUD-AGENDA PIC X(15).
           77 AUD-FECHA-COMP PIC 9(8).
           77 AUD-HORA-COMP PIC 9(8).

      * Agendas con pendientes, en orden de aparicion, para la lista.
           01 TABLA-AGENDAS.
               05 LIS-AGENDA PIC X(15) OCCURS 100 TIMES.
           77 TOTAL-AGENDAS PIC 9(3) VALUE 0.
           77 IDX-AGE PIC 9(3).
           77 SW-AGE PIC X.
               88 AGENDA-HALLADA VALUE "S".
           77 PEN-AGENDA-CUENTA PIC 9(3).
           77 DIAS-TEXTO PIC ZZZ9.
           77 MARCA-ESCALADO PIC X(9).

      * Parametros de la subrutina compartida de fechas FECHASUB.
           77 FEC-OPERACION PIC X.
           77 FEC-FECHA-1 PIC 9(8).
           77 FEC-FECHA-2 PIC 9(8).
           77 FEC-DIAS PIC S9(5).
           77 FEC-RESULTADO PIC 9(8).
           77 FEC-TEXTO PIC X(10).
           77 FEC-ESTADO PIC 9.
           77 DIAS-PENDIENTE PIC 9(4).

      * Parametros de la subrutina de la cola central de
      * impresion SPOSUB01.
           77 SPO-FICHERO PIC X(8).
           77 SPO-INFORME PIC X(8).
           77 SPO-OPERADOR PIC X(8).
           77 SPO-ESTADO PIC 9.

           77 RECHAZOS-LEIDOS PIC 9(5) VALUE 0.
           77 CORREGIDOS PIC 9(5) VALUE 0.
           77 RETIRADOS PIC 9(5) VALUE 0.
           77 ESCALADOS-HOY PIC 9(5) VALUE 0.
           77 ESCALADOS PIC 9(5) VALUE 0.
           77 SIN-CABIDA PIC 9(5) VALUE 0.

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
           ACCEPT PLAZO-LIN.
           IF PLAZO-LIN IS NUMERIC
               MOVE PLAZO-LIN TO DIAS-PLAZO
           END-IF.
           ACCEPT FECHA-HOY FROM DATE.
           IF FECHA-HOY < 19000101
               ADD 20000000 TO FECHA-HOY
           END-IF.
           ACCEPT HORA-HOY FROM TIME.
           MOVE "RECCRM" TO EXC-PROGRAMA.
           MOVE "LOTE" TO EXC-OPERADOR.
           PERFORM CARGAR-PENDIENTES.
           PERFORM LEER-RECHAZOS.
           PERFORM REVISAR-CORRECCIONES.
           PERFORM REVISAR-CONTACTOS.
           PERFORM REVISAR-PLAZOS.
           PERFORM GRABAR-PENDIENTES.
           PERFORM ESCRIBIR-LISTA.
           DISPLAY "Rechazos del CRM: " RECHAZOS-LEIDOS " recibidos, "
               CORREGIDOS " corregidos, " RETIRADOS " retirados, "
               ESCALADOS " fuera de plazo (" ESCALADOS-HOY " hoy)".
           MOVE "RECCRM" TO RES-PROGRAMA.
           MOVE RECHAZOS-LEIDOS TO RES-ENTRADAS.
           MOVE CORREGIDOS TO RES-SALIDAS.
           MOVE ESCALADOS TO RES-RECHAZOS.
           MOVE CODIGO-SALIDA TO RES-RC.
           PERFORM GRABAR-RESUMEN.
           MOVE CODIGO-SALIDA TO RETURN-CODE.
           STOP RUN.

      * REGISTRO DE PENDIENTES DE NOCHES ANTERIORES; LOS YA
      * REENVIADOS POR EXTRAE-DELTA SE RETIRAN AQUI
       CARGAR-PENDIENTES.
           OPEN INPUT CRMPEND-FILE.
           IF FS-CRMPEND = "00"
               PERFORM UNTIL FS-CRMPEND = "10"
                   READ CRMPEND-FILE
                       AT END
                           MOVE "10" TO FS-CRMPEND
                       NOT AT END
                           PERFORM GUARDAR-PENDIENTE
                   END-READ
               END-PERFORM
               CLOSE CRMPEND-FILE
           END-IF.

       GUARDAR-PENDIENTE.
           IF TOTAL-PENDIENTES < 500
               ADD 1 TO TOTAL-PENDIENTES
               MOVE REG-CRMPEND TO FILA-PENDIENTE(TOTAL-PENDIENTES)
               MOVE "N" TO PEN-RETIRADO(TOTAL-PENDIENTES)
               IF PEN-REENVIADO(TOTAL-PENDIENTES)
                   SUBTRACT 1 FROM TOTAL-PENDIENTES
                   ADD 1 TO RETIRADOS
               END-IF
           ELSE
               ADD 1 TO SIN-CABIDA
           END-IF.

      * RECHAZOS DE LA NOCHE: CADA UNO A EXCEPCIONES Y A LA TABLA
       LEER-RECHAZOS.
           OPEN INPUT CRMRECH-FILE.
           IF FS-CRMRECH NOT = "00"
               DISPLAY "Sin fichero CRMRECH: el CRM no ha devuelto "-
                   "rechazos"
           ELSE
               PERFORM UNTIL FS-CRMRECH = "10"
                   READ CRMRECH-FILE
                       AT END
                           MOVE "10" TO FS-CRMRECH
                       NOT AT END
                           IF LINEA-CRMRECH NOT = SPACES
                               PERFORM TRATAR-RECHAZO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CRMRECH-FILE
           END-IF.

       TRATAR-RECHAZO.
           ADD 1 TO RECHAZOS-LEIDOS.
           MOVE SPACES TO RCH-AGENDA RCH-NOMBRE RCH-MOTIVO RCH-TEXTO.
           UNSTRING LINEA-CRMRECH DELIMITED BY ";"
               INTO RCH-AGENDA RCH-NOMBRE RCH-MOTIVO RCH-TEXTO.
           MOVE FUNCTION UPPER-CASE(RCH-MOTIVO) TO RCH-MOTIVO.
           IF RCH-AGENDA = SPACES
               MOVE "PRINCIPAL" TO RCH-AGENDA
           END-IF.
           MOVE SPACES TO EXC-TIPO.
           STRING "CRM-" DELIMITED BY SIZE
               RCH-MOTIVO DELIMITED BY SPACE
               INTO EXC-TIPO.
           MOVE RCH-NOMBRE TO EXC-DETALLE.
           IF RCH-MOTIVO = "DUPLICADO"
               MOVE "I" TO EXC-GRAVEDAD
           ELSE
               MOVE "A" TO EXC-GRAVEDAD
           END-IF.
           IF RCH-NOMBRE = SPACES
      * Sin clave no hay contacto que corregir: queda solo la
      * excepcion, con el texto del CRM para localizarlo a mano.
               MOVE RCH-TEXTO TO EXC-DETALLE
               MOVE "A" TO EXC-GRAVEDAD
               PERFORM REGISTRAR-EXCEPCION
           ELSE
               PERFORM REGISTRAR-EXCEPCION
               PERFORM ANOTAR-RECHAZO
           END-IF.

      * UN RECHAZO DE UNA CLAVE YA PENDIENTE ACTUALIZA SU MOTIVO Y
      * SU TEXTO SIN REINICIAR EL PLAZO; SI YA SE HABIA CORREGIDO,
      * EL CRM LO HA VUELTO A RECHAZAR Y EL PLAZO EMPIEZA DE NUEVO
       ANOTAR-RECHAZO.
           MOVE "N" TO SW-PEN.
           PERFORM VARYING IDX-PEN FROM 1 BY 1
                   UNTIL IDX-PEN > TOTAL-PENDIENTES
                       OR PENDIENTE-HALLADO
               IF PEN-AGENDA(IDX-PEN) = RCH-AGENDA
                   AND PEN-NOMBRE(IDX-PEN) = RCH-NOMBRE
                   MOVE "S" TO SW-PEN
                   SUBTRACT 1 FROM IDX-PEN
               END-IF
           END-PERFORM.
           IF PENDIENTE-HALLADO
               MOVE RCH-MOTIVO TO PEN-MOTIVO(IDX-PEN)
               MOVE RCH-TEXTO TO PEN-TEXTO(IDX-PEN)
               IF PEN-CORREGIDO(IDX-PEN)
                   MOVE "P" TO PEN-ESTADO(IDX-PEN)
                   MOVE FECHA-HOY TO PEN-FECHA(IDX-PEN)
                   MOVE HORA-HOY TO PEN-HORA(IDX-PEN)
               END-IF
           ELSE
               IF TOTAL-PENDIENTES < 500
                   ADD 1 TO TOTAL-PENDIENTES
                   MOVE RCH-AGENDA TO PEN-AGENDA(TOTAL-PENDIENTES)
                   MOVE RCH-NOMBRE TO PEN-NOMBRE(TOTAL-PENDIENTES)
                   MOVE RCH-MOTIVO TO PEN-MOTIVO(TOTAL-PENDIENTES)
                   MOVE FECHA-HOY TO PEN-FECHA(TOTAL-PENDIENTES)
                   MOVE HORA-HOY TO PEN-HORA(TOTAL-PENDIENTES)
                   MOVE "P" TO PEN-ESTADO(TOTAL-PENDIENTES)
                   MOVE RCH-TEXTO TO PEN-TEXTO(TOTAL-PENDIENTES)
                   MOVE "N" TO PEN-RETIRADO(TOTAL-PENDIENTES)
               ELSE
                   ADD 1 TO SIN-CABIDA
               END-IF
           END-IF.

      * UN ALTA, MODIFICAR O REACTIVAR DEL CONTACTO POSTERIOR AL
      * RECHAZO LO DA POR CORREGIDO, LISTO PARA EL DELTA SIGUIENTE
       REVISAR-CORRECCIONES.
           OPEN INPUT AUDITORIA-FILE.
           IF FS-AUDITORIA = "00"
               PERFORM UNTIL FS-AUDITORIA = "10"
                   READ AUDITORIA-FILE
                       AT END
                           MOVE "10" TO FS-AUDITORIA
                       NOT AT END
                           PERFORM TRATAR-LINEA-AUDITORIA
                   END-READ
               END-PERFORM
               CLOSE AUDITORIA-FILE
           END-IF.

       TRATAR-LINEA-AUDITORIA.
           MOVE LINEA-AUDITORIA(1:8) TO AUD-FECHA.
           MOVE LINEA-AUDITORIA(10:8) TO AUD-HORA.
           MOVE LINEA-AUDITORIA(19:10) TO AUD-OPERACION.
           MOVE LINEA-AUDITORIA(30:30) TO AUD-NOMBRE.
           MOVE LINEA-AUDITORIA(61:15) TO AUD-AGENDA.
           IF AUD-OPERACION = "ALTA" OR "MODIFICAR" OR "REACTIVAR"
               IF AUD-FECHA IS NUMERIC
                   MOVE AUD-FECHA TO AUD-FECHA-COMP
               ELSE
                   MOVE 0 TO AUD-FECHA-COMP
               END-IF
               IF AUD-FECHA-COMP > 0 AND AUD-FECHA-COMP < 19000101
                   ADD 20000000 TO AUD-FECHA-COMP
               END-IF
               IF AUD-HORA IS NUMERIC
                   MOVE AUD-HORA TO AUD-HORA-COMP
               ELSE
                   MOVE 0 TO AUD-HORA-COMP
               END-IF
               IF AUD-AGENDA = SPACES
                   MOVE "PRINCIPAL" TO AUD-AGENDA
               END-IF
               PERFORM VARYING IDX-PEN FROM 1 BY 1
                       UNTIL IDX-PEN > TOTAL-PENDIENTES
                   IF PEN-AGENDA(IDX-PEN) = AUD-AGENDA
                       AND PEN-NOMBRE(IDX-PEN) = AUD-NOMBRE
                       AND (PEN-PENDIENTE(IDX-PEN)
                           OR PEN-ESCALADO(IDX-PEN))
                       AND (AUD-FECHA-COMP > PEN-FECHA(IDX-PEN)
                           OR (AUD-FECHA-COMP = PEN-FECHA(IDX-PEN)
                               AND AUD-HORA-COMP > PEN-HORA(IDX-PEN)))
                       MOVE "C" TO PEN-ESTADO(IDX-PEN)
                       ADD 1 TO CORREGIDOS
                   END-IF
               END-PERFORM
           END-IF.

      * PENDIENTES CUYO CONTACTO YA NO ESTA O ESTA DE BAJA: NO HAY
      * NADA QUE CORREGIR NI QUE REENVIAR
       REVISAR-CONTACTOS.
           OPEN INPUT CONTACTOS-FILE.
           IF FS-CONTACTOS = "00"
               PERFORM VARYING IDX-PEN FROM 1 BY 1
                       UNTIL IDX-PEN > TOTAL-PENDIENTES
                   MOVE PEN-AGENDA(IDX-PEN) TO AGENDA-NOMBRE-REG
                   MOVE PEN-NOMBRE(IDX-PEN) TO NOMBRE-REG
                   READ CONTACTOS-FILE
                       INVALID KEY
                           MOVE "S" TO PEN-RETIRADO(IDX-PEN)
                       NOT INVALID KEY
                           IF CONTACTO-BORRADO-REG
                               MOVE "S" TO PEN-RETIRADO(IDX-PEN)
                           END-IF
                   END-READ
                   IF PEN-RETIRADO(IDX-PEN) = "S"
                       ADD 1 TO RETIRADOS
                   END-IF
               END-PERFORM
               CLOSE CONTACTOS-FILE
           END-IF.

      * LOS PENDIENTES QUE PASAN EL PLAZO SE ESCALAN UNA SOLA VEZ;
      * DESPUES SIGUEN EN LA LISTA Y EN EL COMPENDIO HASTA CORREGIRSE
       REVISAR-PLAZOS.
           PERFORM VARYING IDX-PEN FROM 1 BY 1
                   UNTIL IDX-PEN > TOTAL-PENDIENTES
               IF PEN-RETIRADO(IDX-PEN) = "N"
                   PERFORM CALCULAR-DIAS-PENDIENTE
                   IF PEN-PENDIENTE(IDX-PEN)
                       AND DIAS-PENDIENTE > DIAS-PLAZO
                       MOVE "E" TO PEN-ESTADO(IDX-PEN)
                       ADD 1 TO ESCALADOS-HOY
                       MOVE "CRM-SIN-CORREG" TO EXC-TIPO
                       MOVE SPACES TO EXC-DETALLE
                       STRING PEN-AGENDA(IDX-PEN) DELIMITED BY SPACE
                           " " DELIMITED BY SIZE
                           PEN-NOMBRE(IDX-PEN) DELIMITED BY SIZE
                           INTO EXC-DETALLE
                       MOVE "A" TO EXC-GRAVEDAD
      * Un rechazo escalado es un dato que corregir y no un fallo
      * del paso: no sube el RC.
                       PERFORM REGISTRAR-EXCEPCION
                   END-IF
                   IF PEN-ESCALADO(IDX-PEN)
                       ADD 1 TO ESCALADOS
                   END-IF
               END-IF
           END-PERFORM.

       CALCULAR-DIAS-PENDIENTE.
           MOVE "E" TO FEC-OPERACION.
           MOVE PEN-FECHA(IDX-PEN) TO FEC-FECHA-1.
           MOVE FECHA-HOY TO FEC-FECHA-2.
           CALL "FECHASUB" USING FEC-OPERACION FEC-FECHA-1
               FEC-FECHA-2 FEC-DIAS FEC-RESULTADO FEC-TEXTO
               FEC-ESTADO.
           IF FEC-ESTADO = 0 AND FEC-DIAS > 0
               MOVE FEC-DIAS TO DIAS-PENDIENTE
           ELSE
               MOVE 0 TO DIAS-PENDIENTE
           END-IF.

      * SE REESCRIBE EL REGISTRO SIN LOS RETIRADOS. SI ALGUN RECHAZO
      * NO CUPO EN LA TABLA SE AVISA: VOLVERA CON EL CRM
       GRABAR-PENDIENTES.
           OPEN OUTPUT CRMPEND-FILE.
           PERFORM VARYING IDX-PEN FROM 1 BY 1
                   UNTIL IDX-PEN > TOTAL-PENDIENTES
               IF PEN-RETIRADO(IDX-PEN) = "N"
                   MOVE SPACES TO REG-CRMPEND
                   MOVE FILA-PENDIENTE(IDX-PEN) TO REG-CRMPEND
                   WRITE REG-CRMPEND
               END-IF
           END-PERFORM.
           CLOSE CRMPEND-FILE.
           IF SIN-CABIDA > 0
               MOVE "CRMPEND-LLENO" TO EXC-TIPO
               MOVE SPACES TO EXC-DETALLE
               STRING SIN-CABIDA DELIMITED BY SIZE
                   " RECHAZOS SIN ANOTAR" DELIMITED BY SIZE
                   INTO EXC-DETALLE
               MOVE "A" TO EXC-GRAVEDAD
               PERFORM REGISTRAR-EXCEPCION
               MOVE 4 TO CODIGO-SALIDA
           END-IF.

      * LISTA DE TRABAJO POR AGENDA: UN BLOQUE POR AGENDA CON SUS
      * PENDIENTES, CADA LINEA CON SU AGENDA EN CLAVEREP
       ESCRIBIR-LISTA.
           MOVE 0 TO TOTAL-AGENDAS.
           PERFORM VARYING IDX-PEN FROM 1 BY 1
                   UNTIL IDX-PEN > TOTAL-PENDIENTES
               IF PEN-RETIRADO(IDX-PEN) = "N"
                   AND NOT PEN-CORREGIDO(IDX-PEN)
                   PERFORM ANOTAR-AGENDA-LISTA
               END-IF
           END-PERFORM.
           OPEN OUTPUT CRMCORR-FILE.
           OPEN OUTPUT CLAVEREP-FILE.
           MOVE SPACES TO REG-REPARTO.
           MOVE "CAB" TO REP-TIPO.
           MOVE "CRMCORR" TO REP-FICHERO.
           WRITE REG-REPARTO.
           MOVE SPACES TO LINEA-CRMCORR.
           STRING "RECHAZOS DEL CRM PENDIENTES DE CORREGIR - "
               DELIMITED BY SIZE
               FECHA-HOY DELIMITED BY SIZE
               " - PLAZO " DELIMITED BY SIZE
               DIAS-PLAZO DELIMITED BY SIZE
               " DIAS" DELIMITED BY SIZE
               INTO LINEA-CRMCORR.
           PERFORM ESCRIBIR-LINEA-COMUN.
           PERFORM VARYING IDX-AGE FROM 1 BY 1
                   UNTIL IDX-AGE > TOTAL-AGENDAS
               PERFORM ESCRIBIR-BLOQUE-AGENDA
           END-PERFORM.
           MOVE SPACES TO LINEA-CRMCORR.
           PERFORM ESCRIBIR-LINEA-COMUN.
           MOVE SPACES TO LINEA-CRMCORR.
           STRING "TOTAL: " DELIMITED BY SIZE
               TOTAL-AGENDAS DELIMITED BY SIZE
               " AGENDAS CON RECHAZOS, " DELIMITED BY SIZE
               ESCALADOS DELIMITED BY SIZE
               " FUERA DE PLAZO" DELIMITED BY SIZE
               INTO LINEA-CRMCORR.
           PERFORM ESCRIBIR-LINEA-COMUN.
           CLOSE CRMCORR-FILE.
           CLOSE CLAVEREP-FILE.
      * La lista queda en la cola central de impresion, troceada por
      * agenda segun DISTRIB, de donde la libera LIBERAR-COLA.
           MOVE "CRMCORR" TO SPO-FICHERO.
           MOVE "CRMCORR" TO SPO-INFORME.
           MOVE "LOTE" TO SPO-OPERADOR.
           CALL "SPOSUB01" USING SPO-FICHERO SPO-INFORME SPO-OPERADOR
               SPO-ESTADO.

       ANOTAR-AGENDA-LISTA.
           MOVE "N" TO SW-AGE.
           PERFORM VARYING IDX-AGE FROM 1 BY 1
                   UNTIL IDX-AGE > TOTAL-AGENDAS OR AGENDA-HALLADA
               IF LIS-AGENDA(IDX-AGE) = PEN-AGENDA(IDX-PEN)
                   MOVE "S" TO SW-AGE
               END-IF
           END-PERFORM.
           IF NOT AGENDA-HALLADA AND TOTAL-AGENDAS < 100
               ADD 1 TO TOTAL-AGENDAS
               MOVE PEN-AGENDA(IDX-PEN) TO LIS-AGENDA(TOTAL-AGENDAS)
           END-IF.

       ESCRIBIR-BLOQUE-AGENDA.
           MOVE 0 TO PEN-AGENDA-CUENTA.
           PERFORM VARYING IDX-PEN FROM 1 BY 1
                   UNTIL IDX-PEN > TOTAL-PENDIENTES
               IF PEN-AGENDA(IDX-PEN) = LIS-AGENDA(IDX-AGE)
                   AND PEN-RETIRADO(IDX-PEN) = "N"
                   AND NOT PEN-CORREGIDO(IDX-PEN)
                   ADD 1 TO PEN-AGENDA-CUENTA
               END-IF
           END-PERFORM.
           MOVE SPACES TO LINEA-CRMCORR.
           PERFORM ESCRIBIR-LINEA-AGENDA.
           MOVE SPACES TO LINEA-CRMCORR.
           STRING "AGENDA " DELIMITED BY SIZE
               LIS-AGENDA(IDX-AGE) DELIMITED BY SPACE
               ": " DELIMITED BY SIZE
               PEN-AGENDA-CUENTA DELIMITED BY SIZE
               " RECHAZOS POR CORREGIR" DELIMITED BY SIZE
               INTO LINEA-CRMCORR.
           PERFORM ESCRIBIR-LINEA-AGENDA.
           MOVE "  CONTACTO                       MOTIVO       DIAS "-
               "          TEXTO DEL CRM" TO LINEA-CRMCORR.
           PERFORM ESCRIBIR-LINEA-AGENDA.
           PERFORM VARYING IDX-PEN FROM 1 BY 1
                   UNTIL IDX-PEN > TOTAL-PENDIENTES
               IF PEN-AGENDA(IDX-PEN) = LIS-AGENDA(IDX-AGE)
                   AND PEN-RETIRADO(IDX-PEN) = "N"
                   AND NOT PEN-CORREGIDO(IDX-PEN)
                   PERFORM ESCRIBIR-LINEA-PENDIENTE
               END-IF
           END-PERFORM.

       ESCRIBIR-LINEA-PENDIENTE.
           PERFORM CALCULAR-DIAS-PENDIENTE.
           MOVE DIAS-PENDIENTE TO DIAS-TEXTO.
           IF PEN-ESCALADO(IDX-PEN)
               MOVE "ESCALADO" TO MARCA-ESCALADO
           ELSE
               MOVE SPACES TO MARCA-ESCALADO
           END-IF.
           MOVE SPACES TO LINEA-CRMCORR.
           STRING "  " DELIMITED BY SIZE
               PEN-NOMBRE(IDX-PEN) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PEN-MOTIVO(IDX-PEN) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DIAS-TEXTO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MARCA-ESCALADO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PEN-TEXTO(IDX-PEN) DELIMITED BY SIZE
               INTO LINEA-CRMCORR.
           PERFORM ESCRIBIR-LINEA-AGENDA.

       ESCRIBIR-LINEA-COMUN.
           WRITE LINEA-CRMCORR.
           MOVE SPACES TO REG-REPARTO.
           MOVE "LIN" TO REP-TIPO.
           WRITE REG-REPARTO.

       ESCRIBIR-LINEA-AGENDA.
           WRITE LINEA-CRMCORR.
           MOVE SPACES TO REG-REPARTO.
           MOVE "LIN" TO REP-TIPO.
           MOVE LIS-AGENDA(IDX-AGE) TO REP-AGENDA.
           WRITE REG-REPARTO.

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

       END PROGRAM RECHAZOS-CRM.
