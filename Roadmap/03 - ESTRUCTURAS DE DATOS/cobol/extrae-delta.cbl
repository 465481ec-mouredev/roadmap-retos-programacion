      * el delta no sabe expresar contacto a contacto, dejan un aviso
      * en EXCEPCIONES para que ese dia se valore un reenvio completo
      * con EXTRAE-CRM.
      * Los detalles salen cifrados con la clave vigente de CLAVECIF
      * (subrutina CIFSUB01), como en EXTRAE-CRM: la cabecera lleva
      * en claro la version de la clave y su testigo, y sin clave
      * vigente no se extrae nada (grave en EXCEPCIONES, paso a 8 y
      * el corte sin apuntar).
      * Los rechazos del CRM que RECHAZOS-CRM da por corregidos
      * (estado C en CRMPEND) se reenvian en este delta como
      * modificacion con el maestro completo aunque su cambio sea
      * anterior al corte, y quedan marcados reenviados (R) al
      * apuntar el corte.
      * Como en EXTRAE-CRM, de cada contacto solo viajan los datos de
      * los canales que consiente (CONSUB01), sin el correo que
      * rebota (REBSUB01); el que no deja ningun canal no viaja y se
      * cuenta como suprimido.
      */
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTRAE-DELTA.
           SELECT CRMCORTE-FILE ASSIGN TO "CRMCORTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CRMCORTE.
      * Rechazos del CRM pendientes (copybooks/RECHCRM.cpy).
           SELECT CRMPEND-FILE ASSIGN TO "CRMPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CRMPEND.
           SELECT EXCEPCIONES-FILE ASSIGN TO "EXCEPCIONES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXCEPCIONES.
       DATA DIVISION.
       FILE SECTION.
       FD AUDITORIA-FILE.
           01 LINEA-AUDITORIA PIC X(120).

       FD CONTACTOS-FILE.
           01 REG-CONTACTO.
       FD CRMCORTE-FILE.
           01 LINEA-CRMCORTE PIC X(30).

       FD CRMPEND-FILE.
           01 REG-CRMPEND PIC X(134).

       FD EXCEPCIONES-FILE.
           01 LINEA-EXCEPCION PIC X(90).

       FD RESUMEN-FILE.
           01 LINEA-RESUMEN PIC X(60).

       WORKING-STORAGE SECTION.
           77 FS-AUDITORIA PIC XX.
           77 FS-CONTACTOS PIC XX.
           77 FS-CRMDELTA PIC XX.
           77 FS-CRMCORTE PIC XX.
           77 FS-CRMPEND PIC XX.
           77 FS-EXCEPCIONES PIC XX.

      * Punto de corte leido del registro (la ultima linea) y sello
               88 CLAVE-YA-VISTA VALUE "S".
           77 TIPO-TRANSACCION PIC X.

      * Registro de rechazos del CRM, entero en memoria para poder
      * reescribirlo con los reenviados marcados.
           01 TABLA-REENVIO.
               05 FILA-REENVIO OCCURS 500 TIMES.
                   COPY RECHCRM REPLACING ==05== BY ==10==.
                   10 PEN-INCLUIDO PIC X.
           77 TOTAL-REENVIO PIC 9(3) VALUE 0.
           77 IDX-REENVIO PIC 9(3).
           77 SW-CRMPEND-LLENO PIC X VALUE "N".
               88 CRMPEND-LLENO VALUE "S".
           77 REENVIOS PIC 9(3) VALUE 0.

      * Registros del fichero delta.
           01 CAB-CRMDELTA.
               05 FILLER PIC X(3) VALUE "CAB".
               05 CAB-SECUENCIA PIC 9(6).
               05 CAB-SEMILLA.
                   10 CAB-FECHA PIC 9(8).
                   10 CAB-HORA PIC 9(8).
               05 FILLER PIC X(10) VALUE "AGENDA-COB".
               05 CAB-CLAVE-VERSION PIC 9(3).
               05 CAB-TESTIGO PIC X(10).
           01 DET-CRMDELTA.
               05 FILLER PIC X(3) VALUE "DET".
               05 DET-TIPO PIC X.
           77 TOTAL-DETALLES PIC 9(7) VALUE 0.
           77 AVISOS PIC 9(4) VALUE 0.

      * Parametros de la subrutina compartida CONSUB01.
           77 CON-AGENDA PIC X(15).
           77 CON-NOMBRE PIC X(30).
           77 CON-CANAL PIC X.
           77 CON-ESTADO PIC 9.
      * Parametros de la subrutina compartida REBSUB01.
           77 REB-AGENDA PIC X(15).
           77 REB-NOMBRE PIC X(30).
           77 REB-EMAIL PIC X(40).
           77 REB-ESTADO PIC 9.
           77 SUPRIMIDOS PIC 9(4) VALUE 0.
           77 CANALES-PERMITIDOS PIC 9.
           77 SW-POSTAL PIC X.
               88 POSTAL-PERMITIDO VALUE "S".
           77 SW-CORREO PIC X.
               88 CORREO-PERMITIDO VALUE "S".
           77 SW-TELEFONO PIC X.
               88 TELEFONO-PERMITIDO VALUE "S".

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
           PERFORM INICIO.
           IF CODIGO-SALIDA NOT = 8
               PERFORM RECOGER-CAMBIOS
               PERFORM RECOGER-REENVIOS
               PERFORM ESCRIBIR-DELTA
               IF CODIGO-SALIDA NOT = 8
                   PERFORM ANOTAR-CORTE
           MOVE TOTAL-DETALLES TO RES-SALIDAS.
           MOVE AVISOS TO RES-RECHAZOS.
           MOVE CODIGO-SALIDA TO RES-RC.
           MOVE SUPRIMIDOS TO RES-SUPRIMIDOS.
           PERFORM GRABAR-RESUMEN.
           MOVE CODIGO-SALIDA TO RETURN-CODE.
           STOP RUN.
           IF FS-EXCEPCIONES = "35"
               OPEN OUTPUT EXCEPCIONES-FILE
           END-IF.
           IF CODIGO-SALIDA NOT = 8
               PERFORM ABRIR-CIFRADO
           END-IF.

      * CLAVE VIGENTE Y TESTIGO PARA ESTE ENVIO, CON EL SELLO DE LA
      * EXTRACCION COMO SEMILLA; SIN CLAVE NO SALE NADA EN CLARO
       ABRIR-CIFRADO.
           MOVE SELLO-FECHA TO CAB-FECHA.
           MOVE SELLO-HORA TO CAB-HORA.
           MOVE CAB-SEMILLA TO CIF-SEMILLA.
           MOVE "A" TO CIF-OPERACION.
           CALL "CIFSUB01" USING CIF-OPERACION CIF-VERSION CIF-SEMILLA
               CIF-TESTIGO CIF-NUMERO CIF-LINEA CIF-LARGO CIF-ESTADO.
           IF CIF-ESTADO NOT = 0
               DISPLAY "Sin clave vigente en CLAVECIF: no se genera "-
                   "CRMDELTA"
               MOVE "CLAVE-CIFRADO" TO EXC-TIPO
               MOVE "CRMDELTA SIN CLAVE VIGENTE" TO EXC-DETALLE
               MOVE "G" TO EXC-GRAVEDAD
               PERFORM REGISTRAR-EXCEPCION
               MOVE 8 TO CODIGO-SALIDA
           ELSE
               MOVE CIF-VERSION TO CAB-CLAVE-VERSION
               MOVE CIF-TESTIGO TO CAB-TESTIGO
           END-IF.

      * ULTIMA LINEA DEL REGISTRO DE CORTES: FECHA;HORA;SECUENCIA.
      * SIN REGISTRO (PRIMER ENVIO) SE EXTRAE LA AUDITORIA ENTERA
               END-IF
           END-IF.

      * RECHAZOS DEL CRM YA CORREGIDOS: SI LA CLAVE NO TIENE YA SU
      * CAMBIO EN ESTE DELTA, SE ANADE COMO MODIFICACION PARA QUE
      * VIAJE CON EL MAESTRO ACTUAL
       RECOGER-REENVIOS.
           OPEN INPUT CRMPEND-FILE.
           IF FS-CRMPEND = "00"
               PERFORM UNTIL FS-CRMPEND = "10"
                   READ CRMPEND-FILE
                       AT END
                           MOVE "10" TO FS-CRMPEND
                       NOT AT END
                           IF TOTAL-REENVIO < 500
                               ADD 1 TO TOTAL-REENVIO
                               MOVE REG-CRMPEND
                                   TO FILA-REENVIO(TOTAL-REENVIO)
                               MOVE "N" TO PEN-INCLUIDO(TOTAL-REENVIO)
                           ELSE
                               MOVE "S" TO SW-CRMPEND-LLENO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CRMPEND-FILE
           END-IF.
           PERFORM VARYING IDX-REENVIO FROM 1 BY 1
                   UNTIL IDX-REENVIO > TOTAL-REENVIO
               IF PEN-CORREGIDO(IDX-REENVIO)
                   PERFORM ANOTAR-REENVIO
               END-IF
           END-PERFORM.

       ANOTAR-REENVIO.
           MOVE "N" TO SW-NETO.
           PERFORM VARYING IDX-NETO FROM 1 BY 1
                   UNTIL IDX-NETO > TOTAL-NETO OR CLAVE-YA-VISTA
               IF NET-AGENDA(IDX-NETO) = PEN-AGENDA(IDX-REENVIO)
                   AND NET-NOMBRE(IDX-NETO) = PEN-NOMBRE(IDX-REENVIO)
                   MOVE "S" TO SW-NETO
               END-IF
           END-PERFORM.
           IF CLAVE-YA-VISTA
               MOVE "S" TO PEN-INCLUIDO(IDX-REENVIO)
           ELSE
               IF TOTAL-NETO < 200
                   ADD 1 TO TOTAL-NETO
                   MOVE PEN-AGENDA(IDX-REENVIO)
                       TO NET-AGENDA(TOTAL-NETO)
                   MOVE PEN-NOMBRE(IDX-REENVIO)
                       TO NET-NOMBRE(TOTAL-NETO)
                   MOVE "REENVIO" TO NET-PRIMERA(TOTAL-NETO)
                   MOVE "REENVIO" TO NET-ULTIMA(TOTAL-NETO)
                   MOVE "S" TO PEN-INCLUIDO(IDX-REENVIO)
                   ADD 1 TO REENVIOS
               END-IF
           END-IF.

       ESCRIBIR-DELTA.
           OPEN INPUT CONTACTOS-FILE.
           OPEN OUTPUT CRMDELTA-FILE.
               CLOSE CONTACTOS-FILE
           END-IF.
           DISPLAY "Delta CRM " SECUENCIA " generado en CRMDELTA ("
               TOTAL-DETALLES " transacciones, " REENVIOS
               " reenvios de rechazos)".

      * EL NETO DE UNA CLAVE: BAJA FINAL SOBRE UN ALTA DEL MISMO
      * TRAMO SE ANULA; BAJA FINAL SOBRE ALGO QUE YA EXISTIA VIAJA
           MOVE NET-NOMBRE(IDX-NETO) TO DET-NOMBRE.
           MOVE 0 TO DET-NUMERO.
           MOVE 0 TO DET-NACIMIENTO.
           PERFORM ESCRIBIR-DETALLE-CIFRADO.

      * ALTAS Y MODIFICACIONES VIAJAN CON EL MAESTRO ACTUAL LEIDO DE
      * CONTACTOS; SI LA CLAVE YA NO ESTA (UN TRASLADO POSTERIOR),
                       MOVE NET-NOMBRE(IDX-NETO) TO EXC-DETALLE
                       PERFORM REGISTRAR-EXCEPCION
                   NOT INVALID KEY
                       PERFORM COMPROBAR-CONSENTIMIENTOS
                       IF CANALES-PERMITIDOS = 0
                           ADD 1 TO SUPRIMIDOS
                       ELSE
                           PERFORM ESCRIBIR-DETALLE
                       END-IF
               END-READ
           END-IF.

      * EL CRM USA EL DIRECTORIO PARA SUS PROPIOS ENVIOS: DE CADA
      * CONTACTO SOLO VIAJAN LOS DATOS DE LOS CANALES QUE CONSIENTE,
      * Y EL QUE NO CONSIENTE NINGUNO NO VIAJA, COMO EN EXTRAE-CRM
       COMPROBAR-CONSENTIMIENTOS.
           MOVE 0 TO CANALES-PERMITIDOS.
           MOVE AGENDA-NOMBRE-REG TO CON-AGENDA.
           MOVE NOMBRE-REG TO CON-NOMBRE.
           MOVE "N" TO SW-POSTAL.
           MOVE "P" TO CON-CANAL.
           CALL "CONSUB01" USING CON-AGENDA CON-NOMBRE CON-CANAL
               CON-ESTADO.
           IF CON-ESTADO = 0
               MOVE "S" TO SW-POSTAL
               ADD 1 TO CANALES-PERMITIDOS
           END-IF.
           MOVE "N" TO SW-CORREO.
           MOVE "E" TO CON-CANAL.
           CALL "CONSUB01" USING CON-AGENDA CON-NOMBRE CON-CANAL
               CON-ESTADO.
           IF CON-ESTADO = 0
               MOVE "S" TO SW-CORREO
               ADD 1 TO CANALES-PERMITIDOS
           END-IF.
           MOVE "N" TO SW-TELEFONO.
           MOVE "T" TO CON-CANAL.
           CALL "CONSUB01" USING CON-AGENDA CON-NOMBRE CON-CANAL
               CON-ESTADO.
           IF CON-ESTADO = 0
               MOVE "S" TO SW-TELEFONO
               ADD 1 TO CANALES-PERMITIDOS
           END-IF.

       ESCRIBIR-DETALLE.
           MOVE SPACES TO DET-CRMDELTA(5:).
           MOVE TIPO-TRANSACCION TO DET-TIPO.
           MOVE AGENDA-NOMBRE-REG TO DET-AGENDA.
           MOVE NOMBRE-REG TO DET-NOMBRE.
           MOVE CATEGORIA-REG TO DET-CATEGORIA.
           MOVE NUM-PAIS-REG TO DET-PAIS.
           MOVE NUM-PRINCIPAL-REG TO DET-NUMERO.
           MOVE NUM-EXT-REG TO DET-EXT.
           MOVE NUM-TIPO-REG TO DET-TIPO-NUM.
           MOVE EMAIL-REG TO DET-EMAIL.
           MOVE DIR-CALLE-REG TO DET-CALLE.
           MOVE DIR-CIUDAD-REG TO DET-CIUDAD.
           MOVE DIR-CP-REG TO DET-CP.
           IF FECHA-NACIM-REG IS NUMERIC
               MOVE FECHA-NACIM-REG TO DET-NACIMIENTO
           ELSE
               MOVE 0 TO DET-NACIMIENTO
           END-IF.
           IF NOT POSTAL-PERMITIDO
               MOVE SPACES TO DET-CALLE
               MOVE SPACES TO DET-CIUDAD
               MOVE SPACES TO DET-CP
           END-IF.
           IF CORREO-PERMITIDO AND EMAIL-REG NOT = SPACES
               MOVE AGENDA-NOMBRE-REG TO REB-AGENDA
               MOVE NOMBRE-REG TO REB-NOMBRE
               MOVE EMAIL-REG TO REB-EMAIL
               CALL "REBSUB01" USING REB-AGENDA REB-NOMBRE REB-EMAIL
                   REB-ESTADO
      * La direccion que rebota no viaja hasta que se corrija.
               IF REB-ESTADO NOT = 0
                   MOVE "N" TO SW-CORREO
               END-IF
           END-IF.
           IF NOT CORREO-PERMITIDO
               MOVE SPACES TO DET-EMAIL
           END-IF.
           IF NOT TELEFONO-PERMITIDO
               MOVE SPACES TO DET-PAIS
               MOVE 0 TO DET-NUMERO
               MOVE SPACES TO DET-EXT
           END-IF.
           PERFORM ESCRIBIR-DETALLE-CIFRADO.

      * EL DETALLE VIAJA CIFRADO, CON SU ORDINAL EN EL CUERPO COMO
      * NUMERO DE LINEA
       ESCRIBIR-DETALLE-CIFRADO.
           MOVE SPACES TO CIF-LINEA.
           MOVE DET-CRMDELTA TO CIF-LINEA.
           COMPUTE CIF-NUMERO = TOTAL-DETALLES + 1.
           MOVE 250 TO CIF-LARGO.
           MOVE "C" TO CIF-OPERACION.
           CALL "CIFSUB01" USING CIF-OPERACION CIF-VERSION CIF-SEMILLA
               CIF-TESTIGO CIF-NUMERO CIF-LINEA CIF-LARGO CIF-ESTADO.
           MOVE CIF-LINEA TO REG-CRMDELTA.
           WRITE REG-CRMDELTA.
           ADD 1 TO TOTAL-DETALLES.

      * EL CORTE NUEVO SOLO SE APUNTA CUANDO EL FICHERO DELTA QUEDO
      * ESCRITO: UNA NOCHE ROTA REEXTRAE DESDE EL CORTE ANTERIOR
       ANOTAR-CORTE.
               INTO LINEA-CRMCORTE.
           WRITE LINEA-CRMCORTE.
           CLOSE CRMCORTE-FILE.
           PERFORM MARCAR-REENVIADOS.
           CLOSE EXCEPCIONES-FILE.

      * LOS CORREGIDOS QUE HAN VIAJADO QUEDAN REENVIADOS EN CRMPEND.
      * SI EL REGISTRO NO CUPO ENTERO EN LA TABLA NO SE REESCRIBE:
      * ESOS RECHAZOS SE VOLVERAN A MANDAR MANANA
       MARCAR-REENVIADOS.
           IF CRMPEND-LLENO
               MOVE "CRMPEND-LLENO" TO EXC-TIPO
               MOVE "A" TO EXC-GRAVEDAD
               MOVE "REENVIOS SIN MARCAR EN CRMPEND" TO EXC-DETALLE
               PERFORM REGISTRAR-EXCEPCION
           ELSE
               IF TOTAL-REENVIO > 0
                   OPEN OUTPUT CRMPEND-FILE
                   PERFORM VARYING IDX-REENVIO FROM 1 BY 1
                           UNTIL IDX-REENVIO > TOTAL-REENVIO
                       IF PEN-CORREGIDO(IDX-REENVIO)
                           AND PEN-INCLUIDO(IDX-REENVIO) = "S"
                           MOVE "R" TO PEN-ESTADO(IDX-REENVIO)
                       END-IF
                       MOVE FILA-REENVIO(IDX-REENVIO) TO REG-CRMPEND
                       WRITE REG-CRMPEND
                   END-PERFORM
                   CLOSE CRMPEND-FILE
               END-IF
           END-IF.

       REGISTRAR-EXCEPCION.
           ACCEPT EXC-FECHA FROM DATE
           ACCEPT EXC-HORA FROM TIME
               RES-RECHAZOS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RES-RC DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RES-SUPRIMIDOS DELIMITED BY SIZE
               INTO LINEA-RESUMEN.
           WRITE LINEA-RESUMEN.
           CLOSE RESUMEN-FILE.
