      * Las operaciones estructurales (FUSION, MOVER, RENOMBRAR...)
      * no se reproducen: se listan para que el operador las repase
      * a mano.
      * Antes de tocar CONTACTOS se verifica la cadena de eslabones
      * de AUDITORIA (AUDSUB01): reproducir una traza retocada
      * reconstruiria una agenda falsa, asi que con la cadena rota
      * solo se sigue con firma de supervisor (nivel 2 del fichero
      * OPERADORES), y el forzado queda en el registro de seguridad.
      * Con la opcion S, en vez de una generacion entera, se devuelve
      * solo lo que dice la seleccion DIFSEL que deja
      * COMPARA-GENERACIONES: cada contacto QUITADO o CAMBIADO vuelve
      * a su imagen de la copia, entera o solo el campo anotado, sin
      * tocar el resto de la agenda ni reproducir la auditoria. La
      * copia tiene que seguir siendo la que se comparo (mismo sello
      * en BKPCTL u OFFCTL), siempre hace falta firma de supervisor y
      * cada contacto devuelto deja su linea RESTAURAR en AUDITORIA.
      * La seleccion se usa en el orden de clave en que se escribio.
      */
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESTAURA-CONTACTOS.
           SELECT BKPCTL-FILE ASSIGN TO "BKPCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BKPCTL.
           SELECT OFFCTL-FILE ASSIGN TO "OFFCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OFFCTL.
           SELECT DIFSEL-FILE ASSIGN TO "DIFSEL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DIFSEL.
           SELECT AUDITORIA-FILE ASSIGN TO "AUDITORIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITORIA.
           SELECT OPERADORES-FILE ASSIGN TO "OPERADORES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OPERADORES.
       DATA DIVISION.
       FILE SECTION.
       FD CONTACTOS-FILE.
       FD BKPCTL-FILE.
           01 LINEA-BKPCTL PIC X(30).

       FD OFFCTL-FILE.
           01 LINEA-OFFCTL PIC X(50).

       FD DIFSEL-FILE.
           01 LINEA-DIFSEL PIC X(80).

       FD AUDITORIA-FILE.
           01 LINEA-AUDITORIA PIC X(120).

       FD OPERADORES-FILE.
           01 LINEA-OPERADOR PIC X(50).

       WORKING-STORAGE SECTION.
           77 FS-CONTACTOS PIC XX.
           77 FS-BACKUP PIC XX.
           77 FS-BKPCTL PIC XX.
           77 FS-OFFCTL PIC XX.
           77 FS-DIFSEL PIC XX.
           77 FS-AUDITORIA PIC XX.
           77 FS-OPERADORES PIC XX.

           77 BACKUP-NOMBRE PIC X(8).
           77 OPCION-RESTAURA PIC X.
           77 GENERACION PIC 9.
           77 GEN-BKPCTL PIC X.
           77 FECHA-COPIA PIC X(8).
           77 REPRODUCIDAS PIC 9(4) VALUE 0.
           77 NO-REPRODUCIBLES PIC 9(4) VALUE 0.

      * Restauracion selectiva: cabecera de DIFSEL con la copia y su
      * sello, y cada linea con el contacto y el campo a devolver.
           77 ORIGEN-SELECCION PIC X(8).
           77 FECHA-SELECCION PIC X(8).
           77 HORA-SELECCION PIC X(8).
           77 TIPO-SELECCION PIC X(8).
           01 CLAVE-SELECCION.
               05 AGENDA-SELECCION PIC X(15).
               05 NOMBRE-SELECCION PIC X(30).
           77 CAMPO-SELECCION PIC X(16).
           77 CLAVE-COPIA PIC X(45).
           77 LITERAL-ORIGEN PIC X(6).
           77 OFF-GENERACION PIC X.
           77 OFF-FECHA PIC X(8).
           77 OFF-HORA PIC X(8).
           01 CAMPOS-CONTACTO.
               COPY CAMPOS.
           77 IDX-CMP PIC 9(2).
           77 IDX-CAMPO PIC 9(2).
           77 DEVUELTOS PIC 9(4) VALUE 0.
           77 NO-HALLADOS PIC 9(4) VALUE 0.
           77 AUDIT-OPERACION PIC X(10).
           77 AUDIT-FECHA PIC 9(8).
           77 AUDIT-HORA PIC 9(8).

      * Verificacion de la cadena de AUDITORIA antes de reproducirla.
           01 SELLO-AUDITORIA.
               COPY SELLO.
           77 FICHERO-ROTO PIC X(9).
           77 NUMERO-ROTO PIC 9(7).

      * Firma de supervisor para reproducir sobre una cadena rota,
      * igual que la de BORRADO-LEGAL: tres intentos, solo nivel 2,
      * clave contra CLAVES por CLVSUB01 y suceso para SEGSUB01.
           77 OPERADOR-TECLEADO PIC X(8).
           77 OPR-CODIGO PIC X(8).
           77 OPR-NOMBRE PIC X(30).
           77 OPR-NIVEL PIC X.
           77 INTENTOS-FIRMA PIC 9 VALUE 0.
           77 SW-FIRMADO PIC X VALUE "N".
               88 SUPERVISOR-FIRMADO VALUE "S".
           77 SW-OPERADOR PIC X.
               88 OPERADOR-HALLADO VALUE "S".
           77 CLV-FUNCION PIC X.
           77 CLV-CLAVE PIC X(16).
           77 CLV-PROGRAMA PIC X(8) VALUE "RESTAU00".
           77 CLV-RESULTADO PIC 9.
           77 SEG-EVENTO PIC X(10).
           77 SEG-DETALLE PIC X(40).

           77 CODIGO-SALIDA PIC 9 VALUE ZERO.

       PROCEDURE DIVISION.
       PRINCIPAL.
           DISPLAY "Generacion a restaurar (1-5, ver BKPCTL; S = "-
               "seleccion DIFSEL):".
           ACCEPT OPCION-RESTAURA.
           IF OPCION-RESTAURA = "S" OR OPCION-RESTAURA = "s"
               PERFORM RESTAURAR-SELECCION
               MOVE CODIGO-SALIDA TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE OPCION-RESTAURA TO GENERACION.
           DISPLAY "Fecha limite AAAAMMDD (99999999 = hasta el "-
               "final de la auditoria):".
           ACCEPT FECHA-LIMITE.
           DISPLAY "Hora limite HHMMSSCC (99999999 = fin del dia):".
           ACCEPT HORA-LIMITE.
           PERFORM BUSCAR-SELLO-COPIA.
           IF CODIGO-SALIDA = 0
               PERFORM COMPROBAR-CADENA
           END-IF.
           IF CODIGO-SALIDA = 0
               PERFORM CARGAR-COPIA
           END-IF.
           MOVE CODIGO-SALIDA TO RETURN-CODE.
           STOP RUN.

      * CADENA DE AUDITORIA: ENTERA, SE REPRODUCE SIN MAS; ROTA, SE
      * ENSENA LA PRIMERA LINEA QUE FALLA Y SOLO SE SIGUE CON FIRMA
      * DE SUPERVISOR. SE COMPRUEBA ANTES DE CARGAR LA COPIA, PARA
      * QUE UNA NEGATIVA DEJE CONTACTOS COMO ESTABA
       COMPROBAR-CADENA.
           SET SEL-VERIFICAR TO TRUE.
           CALL "AUDSUB01" USING SELLO-AUDITORIA LINEA-AUDITORIA.
           IF NOT SEL-CORRECTO
               MOVE SEL-FICHERO TO FICHERO-ROTO
               MOVE SEL-NUMERO TO NUMERO-ROTO
               DISPLAY "ATENCION: la cadena de la traza esta rota en "
                   FICHERO-ROTO " linea " NUMERO-ROTO
               IF SEL-COLA-DISTINTA
                   DISPLAY "(faltan lineas al final de la traza)"
               ELSE
                   DISPLAY LINEA-AUDITORIA
               END-IF
               DISPLAY "Reproducirla exige firma de supervisor"
               PERFORM FIRMAR-SUPERVISOR
               IF SUPERVISOR-FIRMADO
                   MOVE "FORZADO" TO SEG-EVENTO
                   MOVE SPACES TO SEG-DETALLE
                   STRING "Restaura, cadena rota: "
                       DELIMITED BY SIZE
                       FICHERO-ROTO DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       NUMERO-ROTO DELIMITED BY SIZE
                       INTO SEG-DETALLE
                   CALL "SEGSUB01" USING SEG-EVENTO OPR-CODIGO
                       CLV-PROGRAMA SEG-DETALLE
               ELSE
                   DISPLAY "Sin firma de supervisor no se reproduce "-
                       "una traza con la cadena rota"
                   MOVE 8 TO CODIGO-SALIDA
               END-IF
           END-IF.

      *FIRMA CONTRA EL FICHERO DE PERFILES: SOLO NIVEL 2, COMO EN
      *BORRADO-LEGAL. SIN FICHERO DE PERFILES NO HAY SUPERVISORES Y
      *LA CADENA ROTA NO SE PUEDE FORZAR
       FIRMAR-SUPERVISOR.
           OPEN INPUT OPERADORES-FILE.
           IF FS-OPERADORES NOT = "00"
               DISPLAY "No existe el fichero OPERADORES"
           ELSE
               CLOSE OPERADORES-FILE
               PERFORM PEDIR-FIRMA
                   UNTIL SUPERVISOR-FIRMADO OR INTENTOS-FIRMA >= 3
           END-IF.

       PEDIR-FIRMA.
           ADD 1 TO INTENTOS-FIRMA.
           DISPLAY "Codigo de operador supervisor:".
           ACCEPT OPERADOR-TECLEADO.
           MOVE "N" TO SW-OPERADOR.
           OPEN INPUT OPERADORES-FILE.
           PERFORM BUSCAR-OPERADOR
               UNTIL OPERADOR-HALLADO OR FS-OPERADORES = "10".
           CLOSE OPERADORES-FILE.
           IF NOT OPERADOR-HALLADO
               DISPLAY "Operador no reconocido o sin nivel de "-
                   "supervisor"
               MOVE "FALLO" TO SEG-EVENTO
               MOVE "Firma de supervisor no reconocida"
                   TO SEG-DETALLE
               CALL "SEGSUB01" USING SEG-EVENTO OPERADOR-TECLEADO
                   CLV-PROGRAMA SEG-DETALLE
           ELSE
               PERFORM COMPROBAR-CLAVE
           END-IF.

       BUSCAR-OPERADOR.
           READ OPERADORES-FILE
               AT END
                   MOVE "10" TO FS-OPERADORES
               NOT AT END
                   MOVE SPACES TO OPR-CODIGO
                   MOVE SPACES TO OPR-NOMBRE
                   MOVE SPACES TO OPR-NIVEL
                   UNSTRING LINEA-OPERADOR DELIMITED BY ";"
                       INTO OPR-CODIGO OPR-NOMBRE OPR-NIVEL
                   IF OPR-CODIGO = OPERADOR-TECLEADO
                       AND OPR-CODIGO NOT = SPACES
                       AND OPR-NIVEL = "2"
                       MOVE "S" TO SW-OPERADOR
                   END-IF
           END-READ.

      *CLAVE DEL SUPERVISOR. UNA CLAVE CADUCADA, PROVISIONAL O SIN
      *DAR DE ALTA NO VALE PARA FIRMAR
       COMPROBAR-CLAVE.
           DISPLAY "Clave:".
           ACCEPT CLV-CLAVE.
           MOVE "V" TO CLV-FUNCION.
           CALL "CLVSUB01" USING CLV-FUNCION OPR-CODIGO CLV-CLAVE
               CLV-PROGRAMA CLV-RESULTADO.
           EVALUATE CLV-RESULTADO
               WHEN 0
                   MOVE "S" TO SW-FIRMADO
                   DISPLAY "Firma aceptada: " OPR-NOMBRE
               WHEN 1
                   DISPLAY "Clave incorrecta"
               WHEN 2
                   DISPLAY "Supervisor bloqueado por intentos "-
                       "fallidos"
                   MOVE 3 TO INTENTOS-FIRMA
               WHEN OTHER
                   DISPLAY "Clave caducada, provisional o sin dar de "-
                       "alta: cambiala al firmar en el menu principal"
                   MOVE 3 TO INTENTOS-FIRMA
           END-EVALUATE.

      * SELLO (FECHA/HORA) DE LA ULTIMA COPIA DE ESA GENERACION
      * SEGUN EL INDICE BKPCTL
       BUSCAR-SELLO-COPIA.
                   ADD 1 TO REPRODUCIDAS
           END-READ.

      * RESTAURACION SELECTIVA DESDE LA SELECCION DIFSEL: LA COPIA
      * DE LA CABECERA NO PUEDE HABER ROTADO DESDE LA COMPARACION, Y
      * SIN FIRMA DE SUPERVISOR NO SE TOCA CONTACTOS
       RESTAURAR-SELECCION.
           OPEN INPUT DIFSEL-FILE.
           IF FS-DIFSEL NOT = "00"
               DISPLAY "No existe la seleccion DIFSEL"
               MOVE 8 TO CODIGO-SALIDA
           ELSE
               PERFORM LEER-CABECERA-SELECCION
               IF CODIGO-SALIDA = 0
                   PERFORM COMPROBAR-ORIGEN-SELECCION
               END-IF
               IF CODIGO-SALIDA = 0
                   DISPLAY "Devolver desde " BACKUP-NOMBRE " de "
                       FECHA-COPIA " " HORA-COPIA
                       " exige firma de supervisor"
                   PERFORM FIRMAR-SUPERVISOR
                   IF SUPERVISOR-FIRMADO
                       PERFORM DEVOLVER-SELECCION
                   ELSE
                       DISPLAY "Sin firma de supervisor no se "-
                           "restaura la seleccion"
                       MOVE 8 TO CODIGO-SALIDA
                   END-IF
               END-IF
               CLOSE DIFSEL-FILE
           END-IF.

       LEER-CABECERA-SELECCION.
           MOVE SPACES TO LITERAL-ORIGEN.
           MOVE SPACES TO ORIGEN-SELECCION.
           MOVE SPACES TO FECHA-SELECCION.
           MOVE SPACES TO HORA-SELECCION.
           READ DIFSEL-FILE
               AT END
                   MOVE "10" TO FS-DIFSEL
               NOT AT END
                   UNSTRING LINEA-DIFSEL DELIMITED BY ";"
                       INTO LITERAL-ORIGEN ORIGEN-SELECCION
                           FECHA-SELECCION HORA-SELECCION
           END-READ.
           IF LITERAL-ORIGEN NOT = "ORIGEN"
               DISPLAY "DIFSEL sin cabecera ORIGEN: no se sabe de que "-
                   "copia sale"
               MOVE 8 TO CODIGO-SALIDA
           END-IF.

      * EL SELLO DE LA COPIA, EL ULTIMO DE SU GENERACION EN BKPCTL U
      * OFFCTL, TIENE QUE SER EL MISMO QUE CUANDO SE COMPARO: SI LA
      * ROTACION YA LA HA MACHACADO, LA SELECCION NO VALE
       COMPROBAR-ORIGEN-SELECCION.
           EVALUATE TRUE
               WHEN ORIGEN-SELECCION(1:7) = "CONTBKP"
                   AND ORIGEN-SELECCION(8:1) IS NUMERIC
                   MOVE ORIGEN-SELECCION(8:1) TO GENERACION
                   PERFORM BUSCAR-SELLO-COPIA
               WHEN ORIGEN-SELECCION(1:7) = "CONTOFF"
                   PERFORM BUSCAR-SELLO-EXTERNA
               WHEN OTHER
                   DISPLAY "Origen de DIFSEL desconocido: "
                       ORIGEN-SELECCION
                   MOVE 8 TO CODIGO-SALIDA
           END-EVALUATE.
           IF CODIGO-SALIDA = 0
               AND (FECHA-COPIA NOT = FECHA-SELECCION
                   OR HORA-COPIA NOT = HORA-SELECCION)
               DISPLAY BACKUP-NOMBRE " ya no es la copia comparada: "
                   "ahora es de " FECHA-COPIA " " HORA-COPIA
                   " y la seleccion de " FECHA-SELECCION " "
                   HORA-SELECCION
               MOVE 8 TO CODIGO-SALIDA
           END-IF.

       BUSCAR-SELLO-EXTERNA.
           MOVE SPACES TO FECHA-COPIA.
           MOVE SPACES TO HORA-COPIA.
           MOVE ORIGEN-SELECCION TO BACKUP-NOMBRE.
           OPEN INPUT OFFCTL-FILE.
           IF FS-OFFCTL NOT = "00"
               DISPLAY "No existe el indice OFFCTL; no hay copias "-
                   "externas"
               MOVE 8 TO CODIGO-SALIDA
           ELSE
               PERFORM UNTIL FS-OFFCTL = "10"
                   READ OFFCTL-FILE
                       AT END
                           MOVE "10" TO FS-OFFCTL
                       NOT AT END
                           MOVE SPACES TO OFF-GENERACION
                           MOVE SPACES TO OFF-FECHA
                           MOVE SPACES TO OFF-HORA
                           UNSTRING LINEA-OFFCTL DELIMITED BY ";"
                               INTO OFF-GENERACION OFF-FECHA OFF-HORA
                           IF OFF-GENERACION = ORIGEN-SELECCION(8:1)
                               MOVE OFF-FECHA TO FECHA-COPIA
                               MOVE OFF-HORA TO HORA-COPIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OFFCTL-FILE
               IF FECHA-COPIA = SPACES
                   DISPLAY "El indice OFFCTL no registra "
                       ORIGEN-SELECCION
                   MOVE 8 TO CODIGO-SALIDA
               END-IF
           END-IF.

      * CASAMIENTO DE LA SELECCION CON LA COPIA, LAS DOS EN ORDEN DE
      * CLAVE: LO QUE NO ESTA EN LA COPIA SE CUENTA Y SE ENSENA
       DEVOLVER-SELECCION.
           OPEN INPUT BACKUP-FILE.
           IF FS-BACKUP NOT = "00"
               DISPLAY "No se puede abrir " BACKUP-NOMBRE
               MOVE 8 TO CODIGO-SALIDA
           ELSE
               OPEN I-O CONTACTOS-FILE
               OPEN EXTEND AUDITORIA-FILE
               IF FS-AUDITORIA = "35"
                   OPEN OUTPUT AUDITORIA-FILE
               END-IF
               MOVE LOW-VALUES TO CLAVE-COPIA
               PERFORM UNTIL FS-DIFSEL = "10"
                   READ DIFSEL-FILE
                       AT END
                           MOVE "10" TO FS-DIFSEL
                       NOT AT END
                           PERFORM TRATAR-LINEA-SELECCION
                   END-READ
               END-PERFORM
               CLOSE BACKUP-FILE
               CLOSE CONTACTOS-FILE
               CLOSE AUDITORIA-FILE
      * Como tras una restauracion entera, el registro de control se
      * refresca del fichero ya retocado.
               CALL "CTLSUB01"
               DISPLAY "Seleccion restaurada: " DEVUELTOS
                   " contactos devueltos desde " BACKUP-NOMBRE ", "
                   NO-HALLADOS " lineas sin contacto en la copia"
               IF NO-HALLADOS > 0
                   MOVE 4 TO CODIGO-SALIDA
               END-IF
           END-IF.

       TRATAR-LINEA-SELECCION.
           MOVE SPACES TO TIPO-SELECCION.
           MOVE SPACES TO CLAVE-SELECCION.
           MOVE SPACES TO CAMPO-SELECCION.
           UNSTRING LINEA-DIFSEL DELIMITED BY ";"
               INTO TIPO-SELECCION AGENDA-SELECCION NOMBRE-SELECCION
                   CAMPO-SELECCION.
           MOVE 0 TO IDX-CAMPO.
           IF CAMPO-SELECCION NOT = SPACES
               PERFORM VARYING IDX-CMP FROM 1 BY 1
                       UNTIL IDX-CMP > CMP-TOTAL
                   IF CMP-NOMBRE(IDX-CMP) = CAMPO-SELECCION
                       MOVE IDX-CMP TO IDX-CAMPO
                   END-IF
               END-PERFORM
           END-IF.
           PERFORM UNTIL CLAVE-COPIA >= CLAVE-SELECCION
               READ BACKUP-FILE
                   AT END
                       MOVE HIGH-VALUES TO CLAVE-COPIA
                   NOT AT END
                       MOVE REG-BACKUP(1:45) TO CLAVE-COPIA
               END-READ
           END-PERFORM.
           EVALUATE TRUE
               WHEN TIPO-SELECCION NOT = "QUITADO"
                   AND TIPO-SELECCION NOT = "CAMBIADO"
                   ADD 1 TO NO-HALLADOS
                   DISPLAY "Linea de DIFSEL no valida: "
                       LINEA-DIFSEL(1:60)
               WHEN CAMPO-SELECCION NOT = SPACES AND IDX-CAMPO = 0
                   ADD 1 TO NO-HALLADOS
                   DISPLAY "Campo desconocido en DIFSEL: "
                       CAMPO-SELECCION " de " NOMBRE-SELECCION
               WHEN CLAVE-COPIA NOT = CLAVE-SELECCION
                   ADD 1 TO NO-HALLADOS
                   DISPLAY "No esta en " BACKUP-NOMBRE ": "
                       AGENDA-SELECCION " " NOMBRE-SELECCION
               WHEN OTHER
                   PERFORM DEVOLVER-CONTACTO
           END-EVALUATE.

      * SIN EL CONTACTO EN LA AGENDA VUELVE ENTERO; CON EL, ENTERO O
      * SOLO EL CAMPO ANOTADO, QUE SE PISA SOBRE SU SITIO EN LA
      * IMAGEN DEL REGISTRO
       DEVOLVER-CONTACTO.
           MOVE CLAVE-SELECCION TO CLAVE-REG.
           READ CONTACTOS-FILE
               INVALID KEY
                   MOVE REG-BACKUP TO REG-CONTACTO
                   WRITE REG-CONTACTO
                       INVALID KEY CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   IF IDX-CAMPO = 0
                       MOVE REG-BACKUP TO REG-CONTACTO
                   ELSE
                       MOVE REG-BACKUP(CMP-DESDE(IDX-CAMPO):
                           CMP-LARGO(IDX-CAMPO))
                           TO REG-CONTACTO(CMP-DESDE(IDX-CAMPO):
                               CMP-LARGO(IDX-CAMPO))
                   END-IF
                   REWRITE REG-CONTACTO
           END-READ.
           ADD 1 TO DEVUELTOS.
           MOVE "RESTAURAR" TO AUDIT-OPERACION.
           PERFORM REGISTRAR-AUDITORIA.

      * LINEA DE AUDITORIA DEL CONTACTO DEVUELTO, SELLADA EN LA CADENA
      * Y A NOMBRE DEL SUPERVISOR QUE FIRMO
       REGISTRAR-AUDITORIA.
           ACCEPT AUDIT-FECHA FROM DATE
           ACCEPT AUDIT-HORA FROM TIME
           MOVE SPACES TO LINEA-AUDITORIA
           STRING AUDIT-FECHA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AUDIT-HORA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AUDIT-OPERACION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NOMBRE-REG DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AGENDA-NOMBRE-REG DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NUMERO-REG DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               OPR-CODIGO DELIMITED BY SIZE
               INTO LINEA-AUDITORIA
           SET SEL-NUEVA TO TRUE
           CALL "AUDSUB01" USING SELLO-AUDITORIA LINEA-AUDITORIA
           WRITE LINEA-AUDITORIA.

       END PROGRAM RESTAURA-CONTACTOS.
