     /*
      * RECORDATORIO NOCTURNO DE CITAS A LOS PROPIOS VISITANTES.
      * No es la solucion de ningun reto: es el paso que da el salto
      * que LISTA-CITAS no da. Aquella avisa a nuestra gente de las
      * citas del dia; este avisa la vispera al propio contacto, para
      * que no nos deje plantados.
      * Selecciona de CITAS (FECHA;HORA;OPERADOR;AGENDA;NOMBRE;
      * MOTIVO) las citas de MANANA que llevan clave de contacto y
      * busca el contacto en CONTACTOS. Canales, por este orden:
      *   - correo: EMAIL valido (EMLSUB01), no devuelto por la
      *     pasarela (REBSUB01) y con consentimiento de correo
      *     (CONSUB01 canal E). Se anade a CORREOSAL, detras de lo
      *     que ya dejo FELICITA-CUMPLES, con una linea
      *     DESTINATARIO;ASUNTO;CUERPO.
      *   - SMS: el numero principal o el primer adicional de tipo
      *     MOVIL, con consentimiento de telefono (CONSUB01 canal T).
      *     Se escribe en SMSSAL con una linea TELEFONO;TEXTO para la
      *     pasarela de mensajes.
      * Un contacto puede recibir los dos avisos. El que no tiene
      * ningun canal (o ya no esta en la agenda) va a la hoja
      * CITLLAM, operador a operador y por hora, para que el dueno
      * de la cita le llame en persona; si tampoco se le puede
      * llamar se cuenta como suprimido y no aparece en ninguna
      * parte.
      * La plantilla RECTPL lleva en la primera linea el asunto del
      * correo, en la segunda el texto del SMS y en el resto el
      * cuerpo del correo; las marcas &NOMBRE, &FECHA, &HORA y
      * &MOTIVO se sustituyen por los datos de la cita.
      * La agenda de practicas ENTRENAMIENTO no recibe avisos.
      */
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECUERDA-CITAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CITAS-FILE ASSIGN TO "CITAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CITAS.
           SELECT CONTACTOS-FILE ASSIGN TO "CONTACTOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLAVE-REG
               ALTERNATE RECORD KEY IS TELEFONO-REG WITH DUPLICATES
               FILE STATUS IS FS-CONTACTOS.
           SELECT RECTPL-FILE ASSIGN TO "RECTPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RECTPL.
           SELECT CORREOSAL-FILE ASSIGN TO "CORREOSAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CORREOSAL.
           SELECT SMSSAL-FILE ASSIGN TO "SMSSAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SMSSAL.
           SELECT CITLLAM-FILE ASSIGN TO "CITLLAM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CITLLAM.
      * Registro comun de fin de ejecucion (copybooks/RESUMEN.cpy),
      * compartido por toda la suite y resumido por RESUMEN-NOCHE.
           SELECT RESUMEN-FILE ASSIGN TO "RESUMEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RESUMEN.
       DATA DIVISION.
       FILE SECTION.
       FD CITAS-FILE.
           01 LINEA-CITA PIC X(110).

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
                   ==NUMEROS-ADIC== BY ==NUMEROS-ADIC-REG==
                   ==NUM-ADIC-TOTAL== BY ==NUM-ADIC-TOTAL-REG==
                   ==NUM-ADIC-TIPO== BY ==NUM-ADIC-TIPO-REG==
                   ==NUM-ADIC-PAIS== BY ==NUM-ADIC-PAIS-REG==
                   ==NUM-ADIC-PRINCIPAL== BY ==NUM-ADIC-PRINCIPAL-REG==
                   ==NUM-ADIC-EXT== BY ==NUM-ADIC-EXT-REG==
                   ==CONTACTO-ACTIVO== BY ==CONTACTO-ACTIVO-REG==
                   ==CONTACTO-BORRADO== BY ==CONTACTO-BORRADO-REG==
                   ==EMAIL== BY ==EMAIL-REG==.

       FD RECTPL-FILE.
           01 LINEA-RECTPL PIC X(80).

       FD CORREOSAL-FILE.
           01 LINEA-CORREOSAL PIC X(400).

       FD SMSSAL-FILE.
           01 LINEA-SMSSAL PIC X(200).

       FD CITLLAM-FILE.
           01 LINEA-CITLLAM PIC X(110).

       FD RESUMEN-FILE.
           01 LINEA-RESUMEN PIC X(60).

       WORKING-STORAGE SECTION.
           77 FS-CITAS PIC XX.
           77 FS-CONTACTOS PIC XX.
           77 FS-RECTPL PIC XX.
           77 FS-CORREOSAL PIC XX.
           77 FS-SMSSAL PIC XX.
           77 FS-CITLLAM PIC XX.

           77 FECHA-HOY PIC 9(8).
           77 HORA-HOY PIC 9(8).
           01 FECHA-MANANA PIC 9(8).
           01 FECHA-MANANA-R REDEFINES FECHA-MANANA.
               05 MAN-AAAA PIC 9(4).
               05 MAN-MM PIC 9(2).
               05 MAN-DD PIC 9(2).

      * Troceado de la linea de cita.
           77 CIT-FECHA-LIN PIC X(8).
           77 CIT-HORA-LIN PIC X(4).
           77 CIT-OPERADOR-LIN PIC X(8).
           77 CIT-AGENDA-LIN PIC X(15).
           77 CIT-NOMBRE-LIN PIC X(30).
           77 CIT-MOTIVO-LIN PIC X(30).

      * Plantilla: asunto, texto del SMS y cuerpo del correo.
           77 ASUNTO-PLANTILLA PIC X(80).
           77 SMS-PLANTILLA PIC X(80).
           01 TABLA-CUERPO.
               05 CUERPO-LINEA PIC X(80) OCCURS 10 TIMES.
           77 TOTAL-CUERPO PIC 9(2) VALUE 0.
           77 IDX-CUE PIC 9(2).
           77 LINEAS-PLANTILLA PIC 9(2) VALUE 0.

      * Montaje del aviso y sustitucion de las marcas, al estilo de
      * FELICITA-CUMPLES.
           77 LINEA-TRABAJO PIC X(200).
           77 LINEA-MONTADA PIC X(200).
           77 ASUNTO-MONTADO PIC X(80).
           77 SMS-MONTADO PIC X(160).
           77 CUERPO-MONTADO PIC X(300).
           77 PUNTERO-CUERPO PIC 9(3).
           77 POS-MARCA PIC 9(3).
           77 IDX-EXPLORA PIC 9(3).
           77 LIMITE-EXPLORA PIC 9(3).
           77 MARCA-BUSCADA PIC X(7).
           77 MARCA-LARGO PIC 9.
           77 VALOR-MARCA PIC X(30).
           77 VALOR-LARGO PIC 9(2).

      * Valores de las marcas para la cita en curso.
           01 FECHA-TEXTO.
               05 FTX-DD PIC 9(2).
               05 FILLER PIC X VALUE "/".
               05 FTX-MM PIC 9(2).
               05 FILLER PIC X VALUE "/".
               05 FTX-AAAA PIC 9(4).
           01 HORA-TEXTO.
               05 HTX-HH PIC X(2).
               05 FILLER PIC X VALUE ":".
               05 HTX-MI PIC X(2).

      * Canales del contacto en curso.
           77 SW-CORREO PIC X.
               88 CON-CORREO VALUE "S".
           77 SW-MOVIL PIC X.
               88 CON-MOVIL VALUE "S".
           77 SW-HALLADO PIC X.
               88 CONTACTO-HALLADO VALUE "S".
           77 MOVIL-PAIS PIC X(4).
           77 MOVIL-NUMERO PIC 9(9).
           77 IDX-ADIC PIC 9.
           77 MOTIVO-LLAMADA PIC X(20).

      * Citas que el operador tiene que avisar en persona, ordenadas
      * por operador y hora con el SORT de tabla de la agenda.
           01 TABLA-LLAMAR.
               05 CITA-LLAMAR OCCURS 1 TO 200 TIMES
                           DEPENDING ON TOTAL-LLAMAR
                           ASCENDING KEY IS LLA-OPERADOR
                           ASCENDING KEY IS LLA-HORA
                           INDEXED BY IDX-LLA-BIN.
                   10 LLA-OPERADOR PIC X(8).
                   10 LLA-HORA PIC X(4).
                   10 LLA-AGENDA PIC X(15).
                   10 LLA-NOMBRE PIC X(30).
                   10 LLA-TELEFONO PIC X(13).
                   10 LLA-MOTIVO PIC X(20).
           77 TOTAL-LLAMAR PIC 9(3) VALUE 0.
           77 IDX-LLA PIC 9(3).
           77 OPERADOR-CORTE PIC X(8).
           77 LLAMAR-OPERADOR PIC 9(3).

      * Parametros de la subrutina compartida EMLSUB01.
           77 EML-EMAIL PIC X(40).
           77 EML-ESTADO PIC 9.
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

      * Parametros de la subrutina compartida de fechas FECHASUB.
           77 FEC-OPERACION PIC X.
           77 FEC-FECHA-1 PIC 9(8).
           77 FEC-FECHA-2 PIC 9(8).
           77 FEC-DIAS PIC S9(5).
           77 FEC-RESULTADO PIC 9(8).
           77 FEC-TEXTO PIC X(10).
           77 FEC-ESTADO PIC 9.

      * Parametros de la subrutina compartida de la cola central de
      * impresion SPOSUB01.
           77 SPO-FICHERO PIC X(8).
           77 SPO-INFORME PIC X(8).
           77 SPO-OPERADOR PIC X(8).
           77 SPO-ESTADO PIC 9.

           77 CITAS-MANANA PIC 9(4) VALUE 0.
           77 AVISADAS PIC 9(4) VALUE 0.
           77 CORREOS PIC 9(4) VALUE 0.
           77 MENSAJES PIC 9(4) VALUE 0.
           77 SUPRIMIDOS PIC 9(4) VALUE 0.

      * Registro de fin de ejecucion para el fichero RESUMEN.
           77 FS-RESUMEN PIC XX.
           01 RESUMEN-ACTUAL.
               COPY RESUMEN.

           77 CODIGO-SALIDA PIC 9 VALUE ZERO.

       PROCEDURE DIVISION.
       PRINCIPAL.
           ACCEPT FECHA-HOY FROM DATE.
           IF FECHA-HOY < 19000101
               ADD 20000000 TO FECHA-HOY
           END-IF.
           ACCEPT HORA-HOY FROM TIME.
           MOVE "S" TO FEC-OPERACION.
           MOVE FECHA-HOY TO FEC-FECHA-1.
           MOVE 1 TO FEC-DIAS.
           CALL "FECHASUB" USING FEC-OPERACION FEC-FECHA-1
               FEC-FECHA-2 FEC-DIAS FEC-RESULTADO FEC-TEXTO
               FEC-ESTADO.
           MOVE FEC-RESULTADO TO FECHA-MANANA.
           MOVE MAN-DD TO FTX-DD.
           MOVE MAN-MM TO FTX-MM.
           MOVE MAN-AAAA TO FTX-AAAA.
           PERFORM CARGAR-PLANTILLA.
           IF CODIGO-SALIDA NOT = 8
               PERFORM GENERAR-AVISOS
           END-IF.
           IF CODIGO-SALIDA NOT = 8
               IF TOTAL-LLAMAR > 1
                   SORT CITA-LLAMAR ON ASCENDING KEY LLA-OPERADOR
                                    ON ASCENDING KEY LLA-HORA
               END-IF
               PERFORM ESCRIBIR-HOJA-LLAMAR
           END-IF.
           MOVE "RECCITAS" TO RES-PROGRAMA.
           MOVE CITAS-MANANA TO RES-ENTRADAS.
           MOVE AVISADAS TO RES-SALIDAS.
           MOVE TOTAL-LLAMAR TO RES-RECHAZOS.
           MOVE CODIGO-SALIDA TO RES-RC.
           MOVE SUPRIMIDOS TO RES-SUPRIMIDOS.
           PERFORM GRABAR-RESUMEN.
           MOVE CODIGO-SALIDA TO RETURN-CODE.
           STOP RUN.

       CARGAR-PLANTILLA.
           OPEN INPUT RECTPL-FILE.
           IF FS-RECTPL NOT = "00"
               DISPLAY "No se encuentra la plantilla RECTPL"
               MOVE 8 TO CODIGO-SALIDA
           ELSE
               PERFORM UNTIL FS-RECTPL = "10"
                   READ RECTPL-FILE
                       AT END
                           MOVE "10" TO FS-RECTPL
                       NOT AT END
                           ADD 1 TO LINEAS-PLANTILLA
                           EVALUATE LINEAS-PLANTILLA
                               WHEN 1
                                   MOVE LINEA-RECTPL TO
                                       ASUNTO-PLANTILLA
                               WHEN 2
                                   MOVE LINEA-RECTPL TO SMS-PLANTILLA
                               WHEN OTHER
                                   IF TOTAL-CUERPO < 10
                                       ADD 1 TO TOTAL-CUERPO
                                       MOVE LINEA-RECTPL TO
                                           CUERPO-LINEA(TOTAL-CUERPO)
                                   END-IF
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE RECTPL-FILE
               IF LINEAS-PLANTILLA < 2
                   DISPLAY "La plantilla RECTPL necesita al menos el "
                       "asunto y el texto del SMS"
                   MOVE 8 TO CODIGO-SALIDA
               END-IF
           END-IF.

       GENERAR-AVISOS.
           OPEN INPUT CITAS-FILE.
           IF FS-CITAS NOT = "00"
               DISPLAY "Sin fichero CITAS: no hay citas que recordar"
               MOVE 4 TO CODIGO-SALIDA
           ELSE
               OPEN INPUT CONTACTOS-FILE
               IF FS-CONTACTOS NOT = "00"
                   DISPLAY "No existe CONTACTOS; todas las citas van "
                       "a la hoja de llamadas"
                   MOVE 4 TO CODIGO-SALIDA
               END-IF
      * FELICITA-CUMPLES abre CORREOSAL esta misma noche; los
      * recordatorios se anaden detras.
               OPEN EXTEND CORREOSAL-FILE
               IF FS-CORREOSAL = "35"
                   OPEN OUTPUT CORREOSAL-FILE
               END-IF
               OPEN OUTPUT SMSSAL-FILE
               PERFORM UNTIL FS-CITAS = "10"
                   READ CITAS-FILE
                       AT END
                           MOVE "10" TO FS-CITAS
                       NOT AT END
                           PERFORM TRATAR-LINEA-CITA
                   END-READ
               END-PERFORM
               CLOSE CITAS-FILE
               IF FS-CONTACTOS = "00" OR FS-CONTACTOS = "23"
                   CLOSE CONTACTOS-FILE
               END-IF
               CLOSE CORREOSAL-FILE
               CLOSE SMSSAL-FILE
               DISPLAY "Recordatorios de citas del " FECHA-TEXTO
                   ": " CORREOS " correos, " MENSAJES " SMS, "
                   TOTAL-LLAMAR " a llamar, " SUPRIMIDOS
                   " suprimidos"
           END-IF.

       TRATAR-LINEA-CITA.
           MOVE SPACES TO CIT-FECHA-LIN.
           MOVE SPACES TO CIT-HORA-LIN.
           MOVE SPACES TO CIT-OPERADOR-LIN.
           MOVE SPACES TO CIT-AGENDA-LIN.
           MOVE SPACES TO CIT-NOMBRE-LIN.
           MOVE SPACES TO CIT-MOTIVO-LIN.
           UNSTRING LINEA-CITA DELIMITED BY ";"
               INTO CIT-FECHA-LIN CIT-HORA-LIN CIT-OPERADOR-LIN
                   CIT-AGENDA-LIN CIT-NOMBRE-LIN CIT-MOTIVO-LIN.
      * Solo las citas de manana con clave de contacto; las demas
      * son visitas sin ficha a las que no hay a quien avisar.
           IF CIT-FECHA-LIN = FECHA-MANANA
               AND CIT-AGENDA-LIN NOT = SPACES
               AND CIT-NOMBRE-LIN NOT = SPACES
               AND CIT-AGENDA-LIN NOT = "ENTRENAMIENTO"
               ADD 1 TO CITAS-MANANA
               PERFORM AVISAR-CITA
           END-IF.

       AVISAR-CITA.
           MOVE CIT-HORA-LIN(1:2) TO HTX-HH.
           MOVE CIT-HORA-LIN(3:2) TO HTX-MI.
           MOVE "N" TO SW-CORREO.
           MOVE "N" TO SW-MOVIL.
           MOVE "N" TO SW-HALLADO.
           IF FS-CONTACTOS = "00" OR FS-CONTACTOS = "23"
               MOVE CIT-AGENDA-LIN TO AGENDA-NOMBRE-REG
               MOVE CIT-NOMBRE-LIN TO NOMBRE-REG
               READ CONTACTOS-FILE
                   INVALID KEY
                       MOVE "23" TO FS-CONTACTOS
                   NOT INVALID KEY
                       MOVE "00" TO FS-CONTACTOS
                       IF CONTACTO-ACTIVO-REG
                           MOVE "S" TO SW-HALLADO
                       END-IF
               END-READ
           END-IF.
           IF NOT CONTACTO-HALLADO
               MOVE "CONTACTO NO HALLADO" TO MOTIVO-LLAMADA
               PERFORM ANOTAR-LLAMADA
           ELSE
               PERFORM COMPROBAR-CORREO
               PERFORM COMPROBAR-MOVIL
               IF CON-CORREO
                   PERFORM ESCRIBIR-CORREO
               END-IF
               IF CON-MOVIL
                   PERFORM ESCRIBIR-SMS
               END-IF
               IF CON-CORREO OR CON-MOVIL
                   ADD 1 TO AVISADAS
               ELSE
      * Sin canal escrito: la llama el dueno de la cita, si el
      * contacto no ha negado el telefono.
                   MOVE AGENDA-NOMBRE-REG TO CON-AGENDA
                   MOVE NOMBRE-REG TO CON-NOMBRE
                   MOVE "T" TO CON-CANAL
                   CALL "CONSUB01" USING CON-AGENDA CON-NOMBRE
                       CON-CANAL CON-ESTADO
                   IF CON-ESTADO NOT = 0
                       ADD 1 TO SUPRIMIDOS
                   ELSE
                       MOVE "SIN CORREO NI MOVIL" TO MOTIVO-LLAMADA
                       PERFORM ANOTAR-LLAMADA
                   END-IF
               END-IF
           END-IF.

      * CORREO VALIDO, NO DEVUELTO Y CON CONSENTIMIENTO EXPRESO
       COMPROBAR-CORREO.
           IF EMAIL-REG NOT = SPACES
               MOVE EMAIL-REG TO EML-EMAIL
               CALL "EMLSUB01" USING EML-EMAIL EML-ESTADO
               IF EML-ESTADO = 0
                   MOVE AGENDA-NOMBRE-REG TO REB-AGENDA
                   MOVE NOMBRE-REG TO REB-NOMBRE
                   MOVE EMAIL-REG TO REB-EMAIL
                   CALL "REBSUB01" USING REB-AGENDA REB-NOMBRE
                       REB-EMAIL REB-ESTADO
                   MOVE REB-ESTADO TO EML-ESTADO
               END-IF
               IF EML-ESTADO = 0
                   MOVE AGENDA-NOMBRE-REG TO CON-AGENDA
                   MOVE NOMBRE-REG TO CON-NOMBRE
                   MOVE "E" TO CON-CANAL
                   CALL "CONSUB01" USING CON-AGENDA CON-NOMBRE
                       CON-CANAL CON-ESTADO
                   IF CON-ESTADO = 0
                       MOVE "S" TO SW-CORREO
                   END-IF
               END-IF
           END-IF.

      * NUMERO MOVIL: EL PRINCIPAL SI ES DE TIPO MOVIL Y, SI NO, EL
      * PRIMER ADICIONAL DE TIPO MOVIL; SOLO SI SE LE PUEDE LLAMAR
       COMPROBAR-MOVIL.
           IF FUNCTION UPPER-CASE(NUM-TIPO-REG) = "MOVIL"
               AND NUM-PRINCIPAL-REG IS NUMERIC
               AND NUM-PRINCIPAL-REG NOT = 0
               MOVE NUM-PAIS-REG TO MOVIL-PAIS
               MOVE NUM-PRINCIPAL-REG TO MOVIL-NUMERO
               MOVE "S" TO SW-MOVIL
           ELSE
               PERFORM PROBAR-ADICIONAL
                   VARYING IDX-ADIC FROM 1 BY 1
                   UNTIL IDX-ADIC > 2 OR CON-MOVIL
           END-IF.
           IF CON-MOVIL
               MOVE AGENDA-NOMBRE-REG TO CON-AGENDA
               MOVE NOMBRE-REG TO CON-NOMBRE
               MOVE "T" TO CON-CANAL
               CALL "CONSUB01" USING CON-AGENDA CON-NOMBRE
                   CON-CANAL CON-ESTADO
               IF CON-ESTADO NOT = 0
                   MOVE "N" TO SW-MOVIL
               END-IF
           END-IF.

       PROBAR-ADICIONAL.
           IF NUM-ADIC-TOTAL-REG IS NUMERIC
               AND IDX-ADIC <= NUM-ADIC-TOTAL-REG
               AND FUNCTION UPPER-CASE(NUM-ADIC-TIPO-REG(IDX-ADIC))
                   = "MOVIL"
               AND NUM-ADIC-PRINCIPAL-REG(IDX-ADIC) IS NUMERIC
               AND NUM-ADIC-PRINCIPAL-REG(IDX-ADIC) NOT = 0
               MOVE NUM-ADIC-PAIS-REG(IDX-ADIC) TO MOVIL-PAIS
               MOVE NUM-ADIC-PRINCIPAL-REG(IDX-ADIC) TO MOVIL-NUMERO
               MOVE "S" TO SW-MOVIL
           END-IF.

       ESCRIBIR-CORREO.
           ADD 1 TO CORREOS.
      * Asunto con las marcas sustituidas.
           MOVE SPACES TO LINEA-TRABAJO.
           MOVE ASUNTO-PLANTILLA TO LINEA-TRABAJO.
           PERFORM SUSTITUIR-MARCAS.
           MOVE LINEA-TRABAJO(1:80) TO ASUNTO-MONTADO.
      * Cuerpo: las lineas de la plantilla unidas, con las marcas
      * sustituidas en cada una.
           MOVE SPACES TO CUERPO-MONTADO.
           MOVE 1 TO PUNTERO-CUERPO.
           PERFORM VARYING IDX-CUE FROM 1 BY 1
                   UNTIL IDX-CUE > TOTAL-CUERPO
               MOVE SPACES TO LINEA-TRABAJO
               MOVE CUERPO-LINEA(IDX-CUE) TO LINEA-TRABAJO
               PERFORM SUSTITUIR-MARCAS
               STRING FUNCTION TRIM(LINEA-TRABAJO, TRAILING)
                       DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   INTO CUERPO-MONTADO
                   WITH POINTER PUNTERO-CUERPO
           END-PERFORM.
           MOVE SPACES TO LINEA-CORREOSAL.
           STRING EMAIL-REG DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(ASUNTO-MONTADO, TRAILING)
                   DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               CUERPO-MONTADO DELIMITED BY SIZE
               INTO LINEA-CORREOSAL.
           WRITE LINEA-CORREOSAL.

       ESCRIBIR-SMS.
           ADD 1 TO MENSAJES.
           MOVE SPACES TO LINEA-TRABAJO.
           MOVE SMS-PLANTILLA TO LINEA-TRABAJO.
           PERFORM SUSTITUIR-MARCAS.
           MOVE LINEA-TRABAJO(1:160) TO SMS-MONTADO.
           MOVE SPACES TO LINEA-SMSSAL.
           STRING MOVIL-PAIS DELIMITED BY SPACE
               MOVIL-NUMERO DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(SMS-MONTADO, TRAILING)
                   DELIMITED BY SIZE
               INTO LINEA-SMSSAL.
           WRITE LINEA-SMSSAL.

      * LA CITA QUEDA EN LA HOJA DEL OPERADOR PARA QUE AVISE EL
       ANOTAR-LLAMADA.
           IF TOTAL-LLAMAR < 200
               ADD 1 TO TOTAL-LLAMAR
               MOVE CIT-OPERADOR-LIN TO LLA-OPERADOR(TOTAL-LLAMAR)
               MOVE CIT-HORA-LIN TO LLA-HORA(TOTAL-LLAMAR)
               MOVE CIT-AGENDA-LIN TO LLA-AGENDA(TOTAL-LLAMAR)
               MOVE CIT-NOMBRE-LIN TO LLA-NOMBRE(TOTAL-LLAMAR)
               IF CONTACTO-HALLADO
                   MOVE TELEFONO-REG TO LLA-TELEFONO(TOTAL-LLAMAR)
               ELSE
                   MOVE SPACES TO LLA-TELEFONO(TOTAL-LLAMAR)
               END-IF
               MOVE MOTIVO-LLAMADA TO LLA-MOTIVO(TOTAL-LLAMAR)
           ELSE
               DISPLAY "Hoja de llamadas llena; sin anotar: "
                   CIT-NOMBRE-LIN
               MOVE 4 TO CODIGO-SALIDA
           END-IF.

      * SUSTITUYE LAS CUATRO MARCAS DE LA PLANTILLA EN LA LINEA DE
      * TRABAJO
       SUSTITUIR-MARCAS.
           MOVE "&NOMBRE" TO MARCA-BUSCADA.
           MOVE 7 TO MARCA-LARGO.
           MOVE CIT-NOMBRE-LIN TO VALOR-MARCA.
           PERFORM SUSTITUIR-MARCA.
           MOVE "&FECHA" TO MARCA-BUSCADA.
           MOVE 6 TO MARCA-LARGO.
           MOVE FECHA-TEXTO TO VALOR-MARCA.
           PERFORM SUSTITUIR-MARCA.
           MOVE "&HORA" TO MARCA-BUSCADA.
           MOVE 5 TO MARCA-LARGO.
           MOVE HORA-TEXTO TO VALOR-MARCA.
           PERFORM SUSTITUIR-MARCA.
           MOVE "&MOTIVO" TO MARCA-BUSCADA.
           MOVE 7 TO MARCA-LARGO.
           MOVE CIT-MOTIVO-LIN TO VALOR-MARCA.
           PERFORM SUSTITUIR-MARCA.

      * SUSTITUYE TODAS LAS APARICIONES DE LA MARCA BUSCADA POR SU
      * VALOR SIN ESPACIOS FINALES, COMO SUSTITUIR-NOMBRE DE
      * FELICITA-CUMPLES
       SUSTITUIR-MARCA.
           COMPUTE VALOR-LARGO = FUNCTION LENGTH
               (FUNCTION TRIM(VALOR-MARCA, TRAILING)).
           IF VALOR-LARGO = 0
               MOVE 1 TO VALOR-LARGO
           END-IF.
           COMPUTE LIMITE-EXPLORA = 201 - MARCA-LARGO.
           MOVE 1 TO POS-MARCA.
           PERFORM UNTIL POS-MARCA = 0
               MOVE 0 TO POS-MARCA
               PERFORM VARYING IDX-EXPLORA FROM 1 BY 1
                       UNTIL IDX-EXPLORA > LIMITE-EXPLORA
                           OR POS-MARCA > 0
                   IF LINEA-TRABAJO(IDX-EXPLORA:MARCA-LARGO) =
                       MARCA-BUSCADA(1:MARCA-LARGO)
                       MOVE IDX-EXPLORA TO POS-MARCA
                   END-IF
               END-PERFORM
               IF POS-MARCA > 0
                   MOVE SPACES TO LINEA-MONTADA
                   IF POS-MARCA = 1
                       STRING VALOR-MARCA(1:VALOR-LARGO)
                               DELIMITED BY SIZE
                           LINEA-TRABAJO(MARCA-LARGO + 1:)
                               DELIMITED BY SIZE
                           INTO LINEA-MONTADA
                   ELSE
                       STRING LINEA-TRABAJO(1:POS-MARCA - 1)
                               DELIMITED BY SIZE
                           VALOR-MARCA(1:VALOR-LARGO)
                               DELIMITED BY SIZE
                           LINEA-TRABAJO(POS-MARCA + MARCA-LARGO:)
                               DELIMITED BY SIZE
                           INTO LINEA-MONTADA
                   END-IF
                   MOVE LINEA-MONTADA TO LINEA-TRABAJO
               END-IF
           END-PERFORM.

      * HOJA DE CITAS QUE HAY QUE AVISAR POR TELEFONO, UNA SECCION
      * POR OPERADOR DUENO DE LA CITA
       ESCRIBIR-HOJA-LLAMAR.
           OPEN OUTPUT CITLLAM-FILE.
           MOVE SPACES TO LINEA-CITLLAM.
           STRING "CITAS DE MANANA A AVISAR POR TELEFONO - "
               FECHA-TEXTO " (LISTADO " FECHA-HOY " " HORA-HOY ")"
               DELIMITED BY SIZE INTO LINEA-CITLLAM.
           WRITE LINEA-CITLLAM.
           MOVE SPACES TO OPERADOR-CORTE.
           MOVE 0 TO LLAMAR-OPERADOR.
           PERFORM VARYING IDX-LLA FROM 1 BY 1
                   UNTIL IDX-LLA > TOTAL-LLAMAR
               IF LLA-OPERADOR(IDX-LLA) NOT = OPERADOR-CORTE
                   IF IDX-LLA > 1
                       PERFORM ESCRIBIR-TOTAL-OPERADOR
                   END-IF
                   MOVE LLA-OPERADOR(IDX-LLA) TO OPERADOR-CORTE
                   MOVE 0 TO LLAMAR-OPERADOR
                   MOVE SPACES TO LINEA-CITLLAM
                   WRITE LINEA-CITLLAM
                   MOVE SPACES TO LINEA-CITLLAM
                   STRING "----- OPERADOR " DELIMITED BY SIZE
                       OPERADOR-CORTE DELIMITED BY SIZE
                       " -----" DELIMITED BY SIZE
                       INTO LINEA-CITLLAM
                   WRITE LINEA-CITLLAM
               END-IF
               ADD 1 TO LLAMAR-OPERADOR
               MOVE SPACES TO LINEA-CITLLAM
               STRING "  " DELIMITED BY SIZE
                   LLA-HORA(IDX-LLA) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   LLA-NOMBRE(IDX-LLA) DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   LLA-AGENDA(IDX-LLA) DELIMITED BY SIZE
                   ") TEL " DELIMITED BY SIZE
                   LLA-TELEFONO(IDX-LLA) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   LLA-MOTIVO(IDX-LLA) DELIMITED BY SIZE
                   INTO LINEA-CITLLAM
               WRITE LINEA-CITLLAM
           END-PERFORM.
           IF TOTAL-LLAMAR > 0
               PERFORM ESCRIBIR-TOTAL-OPERADOR
           END-IF.
           MOVE SPACES TO LINEA-CITLLAM.
           WRITE LINEA-CITLLAM.
           MOVE SPACES TO LINEA-CITLLAM.
           STRING "CITAS DE MANANA CON CONTACTO: " CITAS-MANANA
               "  AVISADAS: " AVISADAS
               "  A LLAMAR: " TOTAL-LLAMAR
               "  SUPRIMIDAS: " SUPRIMIDOS
               DELIMITED BY SIZE INTO LINEA-CITLLAM.
           WRITE LINEA-CITLLAM.
           CLOSE CITLLAM-FILE.
      * El informe queda ademas en la cola central de impresion,
      * de donde lo libera el operador con LIBERAR-COLA.
           MOVE "CITLLAM" TO SPO-FICHERO.
           MOVE "RECCITAS" TO SPO-INFORME.
           MOVE "LOTE" TO SPO-OPERADOR.
           CALL "SPOSUB01" USING SPO-FICHERO SPO-INFORME SPO-OPERADOR
               SPO-ESTADO.

       ESCRIBIR-TOTAL-OPERADOR.
           MOVE SPACES TO LINEA-CITLLAM.
           STRING "  LLAMADAS PENDIENTES DE " OPERADOR-CORTE ": "
               LLAMAR-OPERADOR
               DELIMITED BY SIZE INTO LINEA-CITLLAM.
           WRITE LINEA-CITLLAM.


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
               " " DELIMITED BY SIZE
               RES-SUPRIMIDOS DELIMITED BY SIZE
               INTO LINEA-RESUMEN.
           WRITE LINEA-RESUMEN.
           CLOSE RESUMEN-FILE.

       END PROGRAM RECUERDA-CITAS.
