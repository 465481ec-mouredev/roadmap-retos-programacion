     /*
      * EXPEDIENTE DE ACCESO (DERECHO DE ACCESO DEL INTERESADO).
      * No es la solucion de ningun reto: es la utilidad de pantalla
      * para cuando alguien pregunta que datos suyos guardamos, la
      * hermana de BORRADO-LEGAL para el derecho de acceso. Se elige
      * al interesado por su CLAVE-CONTACTO (agenda + nombre) o por
      * su telefono a traves de la clave alternativa de CONTACTOS, y
      * se recogen en un solo fichero EXPACC, paginado e imprimible,
      * todos sus registros de:
      *   - CONTACTOS (el maestro vivo) y ARCHICON (bajas archivadas)
      *   - AUDITORIA y AUDITARC (por nombre y agenda, en las
      *     columnas fijas de siempre)
      *   - LLAMADAS, NOTASJRN, RELACION (por cualquiera de los dos
      *     extremos), TAREAS, CITAS, CONSENT y LISTDIST (por la
      *     clave del contacto en sus campos separados por ";")
      *   - DESTINAT y el correo saliente CORREOSAL (por el EMAIL
      *     del contacto)
      * El expediente lleva portada, una seccion por fichero con su
      * recuento y, al final, un certificado de entrega con los
      * recuentos de todos los ficheros, como el certificado de
      * destruccion de CERTBORR. Se entrega a la cola de impresion
      * (SPOSUB01) a nombre del supervisor y la propia expedicion
      * queda en AUDITORIA como operacion EXPEDIENTE.
      * Exige firma de supervisor (nivel 2 del fichero OPERADORES).
      */
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPEDIENTE-ACCESO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERADORES-FILE ASSIGN TO "OPERADORES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OPERADORES.
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
      * Los historicos de texto se abren uno tras otro por su nombre
      * logico, que se toma de la tabla de ficheros (igual que la
      * cola de impresion abre el informe que le pasan).
           SELECT HISTORICO-FILE ASSIGN TO HISTORICO-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HISTORICO.
           SELECT AUDITORIA-FILE ASSIGN TO "AUDITORIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITORIA.
           SELECT EXPACC-FILE ASSIGN TO "EXPACC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXPACC.
       DATA DIVISION.
       FILE SECTION.
       FD OPERADORES-FILE.
           01 LINEA-OPERADOR PIC X(50).

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

       FD HISTORICO-FILE.
           01 LINEA-HISTORICO PIC X(400).

       FD AUDITORIA-FILE.
           01 LINEA-AUDITORIA PIC X(120).

       FD EXPACC-FILE.
           01 LINEA-EXPACC PIC X(132).

       WORKING-STORAGE SECTION.
           77 FS-OPERADORES PIC XX.
           77 FS-CONTACTOS PIC XX.
           77 FS-ARCHIVO PIC XX.
           77 FS-HISTORICO PIC XX.
           77 FS-AUDITORIA PIC XX.
           77 FS-EXPACC PIC XX.
           77 HISTORICO-NOMBRE PIC X(9).

      * Firma de supervisor contra el fichero de perfiles: tres
      * intentos y fuera, solo vale el nivel 2.
           77 OPERADOR-TECLEADO PIC X(8).
           77 OPR-CODIGO PIC X(8).
           77 OPR-NOMBRE PIC X(30).
           77 OPR-NIVEL PIC X.
           77 INTENTOS-FIRMA PIC 9 VALUE 0.
           77 SW-FIRMADO PIC X VALUE "N".
               88 SUPERVISOR-FIRMADO VALUE "S".
           77 OPERADOR-SESION PIC X(8).
      * Clave del supervisor, comprobada contra CLAVES por CLVSUB01,
      * y suceso para el registro de seguridad de SEGSUB01.
           77 SW-OPERADOR PIC X.
               88 OPERADOR-HALLADO VALUE "S".
           77 CLV-FUNCION PIC X.
           77 CLV-CLAVE PIC X(16).
           77 CLV-PROGRAMA PIC X(8) VALUE "EXPACC00".
           77 CLV-RESULTADO PIC 9.
           77 SEG-EVENTO PIC X(10).
           77 SEG-DETALLE PIC X(40).

      * Interesado: por clave o por telefono (clave alternativa).
           01 OPCION-BUSQUEDA PIC X.
               88 BUSQUEDA-TELEFONO VALUE "T" "t".
           77 AGENDA-PEDIDA PIC X(15).
           77 NOMBRE-PEDIDO PIC X(30).
           77 EMAIL-INTERESADO PIC X(40).
           77 SW-INTERESADO PIC X VALUE "N".
               88 INTERESADO-ELEGIDO VALUE "S".
           01 TELEFONO-BUSCADO.
               05 PAIS-BUSCADO PIC X(4).
               05 NUMERO-BUSCADO PIC 9(9).
           77 TOTAL-COINCIDENCIAS PIC 9(3) VALUE 0.

      * Vista del contacto que se vuelca al expediente, cargada del
      * maestro vivo o de una imagen de ARCHICON (sufijo -PAQ).
           01 CONTACTO-EXPEDIENTE.
               COPY CONTACTO REPLACING
                   ==CLAVE-CONTACTO== BY ==CLAVE-PAQ==
                   ==AGENDA-NOMBRE== BY ==AGENDA-NOMBRE-PAQ==
                   ==NOMBRE== BY ==NOMBRE-PAQ==
                   ==ESTADO== BY ==ESTADO-PAQ==
                   ==NUMERO== BY ==NUMERO-PAQ==
                   ==NUM-TIPO== BY ==NUM-TIPO-PAQ==
                   ==NUM-PAIS== BY ==NUM-PAIS-PAQ==
                   ==NUM-PRINCIPAL== BY ==NUM-PRINCIPAL-PAQ==
                   ==NUM-EXT== BY ==NUM-EXT-PAQ==
                   ==TELEFONO== BY ==TELEFONO-PAQ==
                   ==NUMEROS-ADIC== BY ==NUMEROS-ADIC-PAQ==
                   ==NUM-ADIC-TOTAL== BY ==NUM-ADIC-TOTAL-PAQ==
                   ==NUM-ADIC-TIPO== BY ==NUM-ADIC-TIPO-PAQ==
                   ==NUM-ADIC-PAIS== BY ==NUM-ADIC-PAIS-PAQ==
                   ==NUM-ADIC-PRINCIPAL== BY ==NUM-ADIC-PRIN-PAQ==
                   ==NUM-ADIC-EXT== BY ==NUM-ADIC-EXT-PAQ==
                   ==CONTACTO-ACTIVO== BY ==CONTACTO-ACTIVO-PAQ==
                   ==CONTACTO-BORRADO== BY ==CONTACTO-BORRADO-PAQ==
                   ==CATEGORIA== BY ==CATEGORIA-PAQ==
                   ==EMAIL== BY ==EMAIL-PAQ==
                   ==DIRECCION== BY ==DIRECCION-PAQ==
                   ==DIR-CALLE== BY ==DIR-CALLE-PAQ==
                   ==DIR-CIUDAD== BY ==DIR-CIUDAD-PAQ==
                   ==DIR-CP== BY ==DIR-CP-PAQ==
                   ==NOTAS== BY ==NOTAS-PAQ==
                   ==FECHA-NACIMIENTO== BY ==FECHA-NACIM-PAQ==
                   ==FECHA-BAJA== BY ==FECHA-BAJA-PAQ==
                   ==ORGANIZACION== BY ==ORGANIZACION-PAQ==.
           77 IDX-ADIC PIC 9.

      * Historicos de texto que se recorren, en el orden del
      * expediente. Por cada uno: nombre logico, modo de busqueda
      * (A columnas fijas de auditoria, C clave del contacto en los
      * campos ";", E email del contacto) y la posicion (1-6) de los
      * campos agenda/nombre, del segundo extremo (RELACION) y del
      * email; 0 cuando el fichero no lo tiene.
           01 TABLA-HISTORICOS-VALORES.
               05 FILLER PIC X(15) VALUE "AUDITORIAA00000".
               05 FILLER PIC X(15) VALUE "AUDITARC A00000".
               05 FILLER PIC X(15) VALUE "LLAMADAS C34000".
               05 FILLER PIC X(15) VALUE "NOTASJRN C34000".
               05 FILLER PIC X(15) VALUE "RELACION C12340".
               05 FILLER PIC X(15) VALUE "TAREAS   C12000".
               05 FILLER PIC X(15) VALUE "CITAS    C45000".
               05 FILLER PIC X(15) VALUE "CONSENT  C12000".
               05 FILLER PIC X(15) VALUE "LISTDIST C23000".
               05 FILLER PIC X(15) VALUE "DESTINAT E00002".
               05 FILLER PIC X(15) VALUE "CORREOSALE00001".
           01 TABLA-HISTORICOS REDEFINES TABLA-HISTORICOS-VALORES.
               05 HISTORICO OCCURS 11 TIMES.
                   10 HIS-NOMBRE PIC X(9).
                   10 HIS-MODO PIC X.
                       88 HIS-POR-AUDITORIA VALUE "A".
                       88 HIS-POR-CLAVE VALUE "C".
                       88 HIS-POR-EMAIL VALUE "E".
                   10 HIS-CAMPO-AGENDA PIC 9.
                   10 HIS-CAMPO-NOMBRE PIC 9.
                   10 HIS-CAMPO-AGENDA-2 PIC 9.
                   10 HIS-CAMPO-NOMBRE-2 PIC 9.
                   10 HIS-CAMPO-EMAIL PIC 9.
           77 TOTAL-HISTORICOS PIC 99 VALUE 11.
           77 IDX-HIS PIC 99.

      * Campos ";" de la linea de historico en curso.
           01 CAMPOS-LEIDOS.
               05 CAMPO-LEIDO PIC X(40) OCCURS 6 TIMES.
           77 SW-COINCIDE PIC X.
               88 LINEA-DEL-INTERESADO VALUE "S".
           77 POS-TROZO PIC 9(3).

      * Recuento por seccion para el certificado (CONTACTOS,
      * ARCHICON y los once historicos).
           01 TABLA-SECCIONES.
               05 SECCION OCCURS 13 TIMES.
                   10 SEC-NOMBRE PIC X(9).
                   10 SEC-TOTAL PIC 9(5).
           77 TOTAL-SECCIONES PIC 99 VALUE 0.
           77 IDX-SEC PIC 99.
           77 REGISTROS-SECCION PIC 9(5).
           77 REGISTROS-TOTAL PIC 9(6) VALUE 0.
           77 TOTAL-TEXTO PIC ZZZZ9.
           77 TOTAL-GENERAL-TEXTO PIC ZZZZZ9.

           77 FECHA-HOY PIC 9(8).
           77 HORA-HOY PIC 9(8).

      * Paginacion con la cabecera del informe clasico.
           77 LINEAS-POR-PAGINA PIC 9(2) VALUE 50.
           77 LINEAS-PAGINA-ACTUAL PIC 9(2) VALUE 0.
           77 PAGINA-ACTUAL PIC 9(3) VALUE 0.
           77 PAGINA-TEXTO PIC ZZ9.
           77 LINEA-PAQUETE PIC X(132).

      * Parametros de la subrutina compartida de fechas FECHASUB.
           77 FEC-OPERACION PIC X.
           77 FEC-FECHA-1 PIC 9(8).
           77 FEC-FECHA-2 PIC 9(8).
           77 FEC-DIAS PIC S9(5).
           77 FEC-RESULTADO PIC 9(8).
           77 FEC-TEXTO PIC X(10).
           77 FEC-ESTADO PIC 9.

      * Linea de AUDITORIA de la expedicion, en las columnas de
      * siempre (fecha sin ventanar, como la graba la agenda).
           77 AUDIT-FECHA PIC 9(8).
           77 AUDIT-HORA PIC 9(8).
           77 AUDIT-OPERACION PIC X(10) VALUE "EXPEDIENTE".
           77 AUDIT-TELEFONO PIC X(19).

      * Eslabon de la cadena de AUDITORIA, que sella AUDSUB01 justo
      * antes de cada WRITE.
           01 SELLO-AUDITORIA.
               COPY SELLO.

      * Parametros de la cola central de impresion SPOSUB01.
           77 SPO-FICHERO PIC X(8) VALUE "EXPACC".
           77 SPO-INFORME PIC X(8) VALUE "EXPACC".
           77 SPO-ESTADO PIC 9.

       PROCEDURE DIVISION.
       PRINCIPAL.
           PERFORM FIRMAR-SUPERVISOR.
           IF NOT SUPERVISOR-FIRMADO
               DISPLAY "Sin firma de supervisor no se puede expedir "-
                   "un expediente de acceso"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT FECHA-HOY FROM DATE.
           IF FECHA-HOY < 19000101
               ADD 20000000 TO FECHA-HOY
           END-IF.
           ACCEPT HORA-HOY FROM TIME.
           PERFORM PEDIR-INTERESADO.
           IF NOT INTERESADO-ELEGIDO
               DISPLAY "Sin interesado no hay expediente que expedir"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT EXPACC-FILE.
           PERFORM ESCRIBIR-PORTADA.
           PERFORM SECCION-CONTACTOS.
           PERFORM SECCION-ARCHICON.
           PERFORM SECCION-HISTORICO
               VARYING IDX-HIS FROM 1 BY 1
               UNTIL IDX-HIS > TOTAL-HISTORICOS.
           PERFORM ESCRIBIR-CERTIFICADO.
           CLOSE EXPACC-FILE.
           CALL "SPOSUB01" USING SPO-FICHERO SPO-INFORME
               OPERADOR-SESION SPO-ESTADO.
           PERFORM AUDITAR-EXPEDICION.
           DISPLAY "Expediente de " NOMBRE-PEDIDO " (agenda "
               AGENDA-PEDIDA ") en EXPACC: " TOTAL-GENERAL-TEXTO
               " registros, " PAGINA-ACTUAL " paginas".
           IF SPO-ESTADO NOT = 0
               DISPLAY "No se pudo dejar EXPACC en la cola de "-
                   "impresion"
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *FIRMA CONTRA EL FICHERO DE PERFILES: SOLO NIVEL 2, COMO EN
      *BORRADO-LEGAL. SIN FICHERO DE PERFILES NO HAY SUPERVISORES
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
      *DAR DE ALTA NO VALE PARA FIRMAR: SE CAMBIA AL ENTRAR EN EL
      *MENU PRINCIPAL
       COMPROBAR-CLAVE.
           DISPLAY "Clave:".
           ACCEPT CLV-CLAVE.
           MOVE "V" TO CLV-FUNCION.
           CALL "CLVSUB01" USING CLV-FUNCION OPR-CODIGO CLV-CLAVE
               CLV-PROGRAMA CLV-RESULTADO.
           EVALUATE CLV-RESULTADO
               WHEN 0
                   MOVE "S" TO SW-FIRMADO
                   MOVE OPR-CODIGO TO OPERADOR-SESION
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

      *EL INTERESADO SE ELIGE POR SU CLAVE O POR SU TELEFONO. POR
      *CLAVE NO HACE FALTA QUE SIGA EN CONTACTOS (PUEDE ESTAR SOLO
      *EN EL ARCHIVO O EN LOS HISTORICOS); POR TELEFONO SE RESUELVE
      *CONTRA LA CLAVE ALTERNATIVA Y, SI VARIOS COMPARTEN NUMERO, SE
      *PIDE CUAL DE ELLOS
       PEDIR-INTERESADO.
           MOVE "N" TO SW-INTERESADO.
           DISPLAY "Buscar al interesado por C-Clave (agenda y "-
               "nombre) o T-Telefono:".
           ACCEPT OPCION-BUSQUEDA.
           IF BUSQUEDA-TELEFONO
               PERFORM LOCALIZAR-POR-TELEFONO
           ELSE
               PERFORM PEDIR-CLAVE-INTERESADO
           END-IF.

       PEDIR-CLAVE-INTERESADO.
           DISPLAY "Agenda del interesado (en blanco, PRINCIPAL):".
           ACCEPT AGENDA-PEDIDA.
           IF AGENDA-PEDIDA = SPACES
               MOVE "PRINCIPAL" TO AGENDA-PEDIDA
           END-IF.
           DISPLAY "Nombre del interesado:".
           ACCEPT NOMBRE-PEDIDO.
           IF NOMBRE-PEDIDO NOT = SPACES
               MOVE "S" TO SW-INTERESADO
           END-IF.

       LOCALIZAR-POR-TELEFONO.
           DISPLAY "Prefijo de pais del telefono (ej. +34, o blanco):".
           ACCEPT PAIS-BUSCADO.
           DISPLAY "Numero del interesado:".
           ACCEPT NUMERO-BUSCADO.
           MOVE 0 TO TOTAL-COINCIDENCIAS.
           OPEN INPUT CONTACTOS-FILE.
           IF FS-CONTACTOS NOT = "00"
               DISPLAY "No existe el fichero CONTACTOS"
           ELSE
               MOVE TELEFONO-BUSCADO TO TELEFONO-REG
               READ CONTACTOS-FILE KEY IS TELEFONO-REG
                   INVALID KEY
                       MOVE "23" TO FS-CONTACTOS
               END-READ
               PERFORM UNTIL TELEFONO-REG NOT = TELEFONO-BUSCADO
                       OR (FS-CONTACTOS NOT = "00"
                           AND FS-CONTACTOS NOT = "02")
                   ADD 1 TO TOTAL-COINCIDENCIAS
                   DISPLAY "  " AGENDA-NOMBRE-REG " " NOMBRE-REG
                       " " ESTADO-REG
                   MOVE AGENDA-NOMBRE-REG TO AGENDA-PEDIDA
                   MOVE NOMBRE-REG TO NOMBRE-PEDIDO
                   READ CONTACTOS-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO FS-CONTACTOS
                   END-READ
               END-PERFORM
               CLOSE CONTACTOS-FILE
           END-IF.
           EVALUATE TOTAL-COINCIDENCIAS
               WHEN 0
                   DISPLAY "Ningun contacto tiene ese telefono"
               WHEN 1
                   MOVE "S" TO SW-INTERESADO
               WHEN OTHER
                   DISPLAY "Varios contactos comparten el telefono; "-
                       "indique cual"
                   PERFORM PEDIR-CLAVE-INTERESADO
           END-EVALUATE.

      *PORTADA: UNA PAGINA CON EL INTERESADO, LA FECHA, EL
      *SUPERVISOR QUE EXPIDE Y LOS FICHEROS CONSULTADOS
       ESCRIBIR-PORTADA.
           PERFORM ESCRIBIR-CABECERA-PAGINA.
           MOVE "EXPEDIENTE DE DATOS PERSONALES (DERECHO DE ACCESO)"
               TO LINEA-PAQUETE.
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO LINEA-PAQUETE.
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO LINEA-PAQUETE.
           STRING "INTERESADO: " DELIMITED BY SIZE
               NOMBRE-PEDIDO DELIMITED BY SIZE
               "  AGENDA: " DELIMITED BY SIZE
               AGENDA-PEDIDA DELIMITED BY SIZE
               INTO LINEA-PAQUETE.
           PERFORM ESCRIBIR-LINEA.
           IF BUSQUEDA-TELEFONO
               MOVE SPACES TO LINEA-PAQUETE
               STRING "LOCALIZADO POR EL TELEFONO: " DELIMITED BY SIZE
                   PAIS-BUSCADO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   NUMERO-BUSCADO DELIMITED BY SIZE
                   INTO LINEA-PAQUETE
               PERFORM ESCRIBIR-LINEA
           END-IF.
           MOVE SPACES TO LINEA-PAQUETE.
           STRING "EXPEDIDO EL " DELIMITED BY SIZE
               FEC-TEXTO DELIMITED BY SIZE
               " A LAS " DELIMITED BY SIZE
               HORA-HOY(1:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               HORA-HOY(3:2) DELIMITED BY SIZE
               " POR EL SUPERVISOR " DELIMITED BY SIZE
               OPERADOR-SESION DELIMITED BY SIZE
               INTO LINEA-PAQUETE.
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO LINEA-PAQUETE.
           PERFORM ESCRIBIR-LINEA.
           MOVE "FICHEROS CONSULTADOS: CONTACTOS ARCHICON" TO
               LINEA-PAQUETE.
           PERFORM ESCRIBIR-LINEA.
           PERFORM VARYING IDX-HIS FROM 1 BY 1
                   UNTIL IDX-HIS > TOTAL-HISTORICOS
               MOVE SPACES TO LINEA-PAQUETE
               STRING "                      " DELIMITED BY SIZE
                   HIS-NOMBRE(IDX-HIS) DELIMITED BY SIZE
                   INTO LINEA-PAQUETE
               PERFORM ESCRIBIR-LINEA
           END-PERFORM.
      * Las secciones empiezan en pagina nueva, tras la portada.
           MOVE LINEAS-POR-PAGINA TO LINEAS-PAGINA-ACTUAL.

      *EL MAESTRO VIVO, LEIDO POR SU CLAVE. DE PASO SE TOMA EL EMAIL
      *CON EL QUE SE BUSCA EN DESTINAT Y CORREOSAL
       SECCION-CONTACTOS.
           MOVE "CONTACTOS" TO HISTORICO-NOMBRE.
           PERFORM ABRIR-SECCION.
           MOVE SPACES TO EMAIL-INTERESADO.
           OPEN INPUT CONTACTOS-FILE.
           IF FS-CONTACTOS NOT = "00"
               MOVE "  (FICHERO NO DISPONIBLE)" TO LINEA-PAQUETE
               PERFORM ESCRIBIR-LINEA
           ELSE
               MOVE AGENDA-PEDIDA TO AGENDA-NOMBRE-REG
               MOVE NOMBRE-PEDIDO TO NOMBRE-REG
               READ CONTACTOS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO REGISTROS-SECCION
                       MOVE REG-CONTACTO TO CONTACTO-EXPEDIENTE
                       MOVE EMAIL-PAQ TO EMAIL-INTERESADO
                       PERFORM ESCRIBIR-DATOS-CONTACTO
               END-READ
               CLOSE CONTACTOS-FILE
           END-IF.
           PERFORM CERRAR-SECCION.

      *LAS IMAGENES ARCHIVADAS DEL INTERESADO (PUEDE HABER VARIAS SI
      *SE DIO DE BAJA Y DE ALTA MAS DE UNA VEZ). SI YA NO ESTA EN EL
      *VIVO, EL EMAIL SE TOMA DE LA ULTIMA IMAGEN
       SECCION-ARCHICON.
           MOVE "ARCHICON" TO HISTORICO-NOMBRE.
           PERFORM ABRIR-SECCION.
           OPEN INPUT ARCHIVO-FILE.
           IF FS-ARCHIVO NOT = "00"
               MOVE "  (FICHERO NO DISPONIBLE)" TO LINEA-PAQUETE
               PERFORM ESCRIBIR-LINEA
           ELSE
               PERFORM UNTIL FS-ARCHIVO = "10"
                   READ ARCHIVO-FILE
                       AT END
                           MOVE "10" TO FS-ARCHIVO
                       NOT AT END
                           IF ARQ-IMAGEN(1:15) = AGENDA-PEDIDA
                               AND ARQ-IMAGEN(16:30) = NOMBRE-PEDIDO
                               PERFORM ESCRIBIR-IMAGEN-ARCHIVADA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-FILE
           END-IF.
           PERFORM CERRAR-SECCION.

       ESCRIBIR-IMAGEN-ARCHIVADA.
           ADD 1 TO REGISTROS-SECCION.
           MOVE ARQ-IMAGEN TO CONTACTO-EXPEDIENTE.
           IF EMAIL-PAQ NOT = SPACES
               AND SEC-TOTAL(1) = 0
               MOVE EMAIL-PAQ TO EMAIL-INTERESADO
           END-IF.
           MOVE SPACES TO LINEA-PAQUETE.
           STRING "  ARCHIVADO EL " DELIMITED BY SIZE
               ARQ-FECHA-ARCHIVO DELIMITED BY SIZE
               INTO LINEA-PAQUETE.
           PERFORM ESCRIBIR-LINEA.
           PERFORM ESCRIBIR-DATOS-CONTACTO.

      *EL CONTACTO DE CONTACTO-EXPEDIENTE, CAMPO A CAMPO
       ESCRIBIR-DATOS-CONTACTO.
           MOVE SPACES TO LINEA-PAQUETE.
           STRING "  ESTADO: " DELIMITED BY SIZE
               ESTADO-PAQ DELIMITED BY SIZE
               "  CATEGORIA: " DELIMITED BY SIZE
               CATEGORIA-PAQ DELIMITED BY SIZE
               "  ORGANIZACION: " DELIMITED BY SIZE
               ORGANIZACION-PAQ DELIMITED BY SIZE
               INTO LINEA-PAQUETE.
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO LINEA-PAQUETE.
           STRING "  TELEFONO: " DELIMITED BY SIZE
               NUM-PAIS-PAQ DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NUM-PRINCIPAL-PAQ DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NUM-EXT-PAQ DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NUM-TIPO-PAQ DELIMITED BY SIZE
               INTO LINEA-PAQUETE.
           PERFORM ESCRIBIR-LINEA.
           IF NUM-ADIC-TOTAL-PAQ IS NUMERIC
               PERFORM VARYING IDX-ADIC FROM 1 BY 1
                       UNTIL IDX-ADIC > NUM-ADIC-TOTAL-PAQ
                           OR IDX-ADIC > 2
                   MOVE SPACES TO LINEA-PAQUETE
                   STRING "  OTRO NUMERO: " DELIMITED BY SIZE
                       NUM-ADIC-PAIS-PAQ(IDX-ADIC) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       NUM-ADIC-PRIN-PAQ(IDX-ADIC) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       NUM-ADIC-EXT-PAQ(IDX-ADIC) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       NUM-ADIC-TIPO-PAQ(IDX-ADIC) DELIMITED BY SIZE
                       INTO LINEA-PAQUETE
                   PERFORM ESCRIBIR-LINEA
               END-PERFORM
           END-IF.
           MOVE SPACES TO LINEA-PAQUETE.
           STRING "  EMAIL: " DELIMITED BY SIZE
               EMAIL-PAQ DELIMITED BY SIZE
               INTO LINEA-PAQUETE.
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO LINEA-PAQUETE.
           STRING "  DIRECCION: " DELIMITED BY SIZE
               DIR-CALLE-PAQ DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DIR-CIUDAD-PAQ DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DIR-CP-PAQ DELIMITED BY SIZE
               INTO LINEA-PAQUETE.
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO LINEA-PAQUETE.
           STRING "  NOTAS: " DELIMITED BY SIZE
               NOTAS-PAQ DELIMITED BY SIZE
               INTO LINEA-PAQUETE.
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO LINEA-PAQUETE.
           STRING "  NACIMIENTO: " DELIMITED BY SIZE
               FECHA-NACIM-PAQ DELIMITED BY SIZE
               "  BAJA: " DELIMITED BY SIZE
               FECHA-BAJA-PAQ DELIMITED BY SIZE
               INTO LINEA-PAQUETE.
           PERFORM ESCRIBIR-LINEA.

      *UN HISTORICO DE TEXTO DE LA TABLA: CADA LINEA DEL INTERESADO
      *SE COPIA AL EXPEDIENTE TAL CUAL (PARTIDA SI ES LARGA)
       SECCION-HISTORICO.
           MOVE HIS-NOMBRE(IDX-HIS) TO HISTORICO-NOMBRE.
           PERFORM ABRIR-SECCION.
           OPEN INPUT HISTORICO-FILE.
           IF FS-HISTORICO NOT = "00"
               MOVE "  (FICHERO NO DISPONIBLE)" TO LINEA-PAQUETE
               PERFORM ESCRIBIR-LINEA
           ELSE
               IF HIS-POR-EMAIL(IDX-HIS) AND EMAIL-INTERESADO = SPACES
                   MOVE "  (EL INTERESADO NO TIENE EMAIL ANOTADO)" TO
                       LINEA-PAQUETE
                   PERFORM ESCRIBIR-LINEA
                   MOVE "10" TO FS-HISTORICO
               END-IF
               PERFORM UNTIL FS-HISTORICO = "10"
                   READ HISTORICO-FILE
                       AT END
                           MOVE "10" TO FS-HISTORICO
                       NOT AT END
                           PERFORM COMPROBAR-LINEA-HISTORICO
                           IF LINEA-DEL-INTERESADO
                               ADD 1 TO REGISTROS-SECCION
                               PERFORM ESCRIBIR-LINEA-HISTORICO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORICO-FILE
           END-IF.
           PERFORM CERRAR-SECCION.

      *LA AUDITORIA VA EN COLUMNAS FIJAS (NOMBRE EN 30-59, AGENDA EN
      *61-75, EN BLANCO EN LAS LINEAS MAS ANTIGUAS); EL RESTO SON
      *CAMPOS ";" Y SE COMPARA EL QUE DIGA LA TABLA
       COMPROBAR-LINEA-HISTORICO.
           MOVE "N" TO SW-COINCIDE.
           IF HIS-POR-AUDITORIA(IDX-HIS)
               IF LINEA-HISTORICO(30:30) = NOMBRE-PEDIDO
                   AND (LINEA-HISTORICO(61:15) = AGENDA-PEDIDA
                       OR LINEA-HISTORICO(61:15) = SPACES)
                   MOVE "S" TO SW-COINCIDE
               END-IF
           ELSE
               MOVE SPACES TO CAMPOS-LEIDOS
               UNSTRING LINEA-HISTORICO DELIMITED BY ";"
                   INTO CAMPO-LEIDO(1) CAMPO-LEIDO(2) CAMPO-LEIDO(3)
                       CAMPO-LEIDO(4) CAMPO-LEIDO(5) CAMPO-LEIDO(6)
               END-UNSTRING
               IF HIS-POR-CLAVE(IDX-HIS)
                   IF CAMPO-LEIDO(HIS-CAMPO-AGENDA(IDX-HIS)) =
                           AGENDA-PEDIDA
                       AND CAMPO-LEIDO(HIS-CAMPO-NOMBRE(IDX-HIS)) =
                           NOMBRE-PEDIDO
                       MOVE "S" TO SW-COINCIDE
                   END-IF
                   IF HIS-CAMPO-AGENDA-2(IDX-HIS) > 0
                       IF CAMPO-LEIDO(HIS-CAMPO-AGENDA-2(IDX-HIS)) =
                               AGENDA-PEDIDA
                           AND CAMPO-LEIDO(HIS-CAMPO-NOMBRE-2(IDX-HIS))
                               = NOMBRE-PEDIDO
                           MOVE "S" TO SW-COINCIDE
                       END-IF
                   END-IF
               ELSE
                   IF FUNCTION UPPER-CASE(
                           CAMPO-LEIDO(HIS-CAMPO-EMAIL(IDX-HIS))) =
                       FUNCTION UPPER-CASE(EMAIL-INTERESADO)
                       MOVE "S" TO SW-COINCIDE
                   END-IF
               END-IF
           END-IF.

       ESCRIBIR-LINEA-HISTORICO.
           MOVE SPACES TO LINEA-PAQUETE.
           STRING "  " DELIMITED BY SIZE
               LINEA-HISTORICO(1:120) DELIMITED BY SIZE
               INTO LINEA-PAQUETE.
           PERFORM ESCRIBIR-LINEA.
           PERFORM VARYING POS-TROZO FROM 121 BY 120
                   UNTIL POS-TROZO > 400
                       OR LINEA-HISTORICO(POS-TROZO:) = SPACES
               MOVE SPACES TO LINEA-PAQUETE
               STRING "    " DELIMITED BY SIZE
                   LINEA-HISTORICO(POS-TROZO:) DELIMITED BY SIZE
                   INTO LINEA-PAQUETE
               PERFORM ESCRIBIR-LINEA
           END-PERFORM.

      *TITULO DE SECCION Y PUESTA A CERO DE SU RECUENTO
       ABRIR-SECCION.
           MOVE 0 TO REGISTROS-SECCION.
           IF LINEAS-PAGINA-ACTUAL + 4 > LINEAS-POR-PAGINA
               MOVE LINEAS-POR-PAGINA TO LINEAS-PAGINA-ACTUAL
           END-IF.
           MOVE SPACES TO LINEA-PAQUETE.
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO LINEA-PAQUETE.
           STRING "===== FICHERO " DELIMITED BY SIZE
               HISTORICO-NOMBRE DELIMITED BY SIZE
               " =====" DELIMITED BY SIZE
               INTO LINEA-PAQUETE.
           PERFORM ESCRIBIR-LINEA.

      *PIE DE SECCION CON SU RECUENTO, QUE SE GUARDA PARA EL
      *CERTIFICADO
       CERRAR-SECCION.
           MOVE REGISTROS-SECCION TO TOTAL-TEXTO.
           MOVE SPACES TO LINEA-PAQUETE.
           STRING "  REGISTROS EN " DELIMITED BY SIZE
               HISTORICO-NOMBRE DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               TOTAL-TEXTO DELIMITED BY SIZE
               INTO LINEA-PAQUETE.
           PERFORM ESCRIBIR-LINEA.
           ADD 1 TO TOTAL-SECCIONES.
           MOVE HISTORICO-NOMBRE TO SEC-NOMBRE(TOTAL-SECCIONES).
           MOVE REGISTROS-SECCION TO SEC-TOTAL(TOTAL-SECCIONES).
           ADD REGISTROS-SECCION TO REGISTROS-TOTAL.

      *CERTIFICADO DE ENTREGA, EN PAGINA PROPIA: FECHA, SUPERVISOR,
      *CLAVE Y RECUENTO POR FICHERO, COMO EL DE CERTBORR
       ESCRIBIR-CERTIFICADO.
           MOVE LINEAS-POR-PAGINA TO LINEAS-PAGINA-ACTUAL.
           MOVE SPACES TO LINEA-PAQUETE.
           STRING "CERTIFICADO DE ENTREGA " DELIMITED BY SIZE
               FECHA-HOY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               HORA-HOY DELIMITED BY SIZE
               " SUPERVISOR " DELIMITED BY SIZE
               OPERADOR-SESION DELIMITED BY SIZE
               INTO LINEA-PAQUETE.
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO LINEA-PAQUETE.
           STRING "  CLAVE: " DELIMITED BY SIZE
               AGENDA-PEDIDA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NOMBRE-PEDIDO DELIMITED BY SIZE
               INTO LINEA-PAQUETE.
           PERFORM ESCRIBIR-LINEA.
           PERFORM VARYING IDX-SEC FROM 1 BY 1
                   UNTIL IDX-SEC > TOTAL-SECCIONES
               MOVE SEC-TOTAL(IDX-SEC) TO TOTAL-TEXTO
               MOVE SPACES TO LINEA-PAQUETE
               STRING "  " DELIMITED BY SIZE
                   SEC-NOMBRE(IDX-SEC) DELIMITED BY SIZE
                   " = " DELIMITED BY SIZE
                   TOTAL-TEXTO DELIMITED BY SIZE
                   INTO LINEA-PAQUETE
               PERFORM ESCRIBIR-LINEA
           END-PERFORM.
           MOVE REGISTROS-TOTAL TO TOTAL-GENERAL-TEXTO.
           MOVE SPACES TO LINEA-PAQUETE.
           STRING "  TOTAL DE REGISTROS ENTREGADOS: " DELIMITED BY SIZE
               TOTAL-GENERAL-TEXTO DELIMITED BY SIZE
               INTO LINEA-PAQUETE.
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO LINEA-PAQUETE.
           PERFORM ESCRIBIR-LINEA.
           MOVE "  SE CERTIFICA QUE ESTE EXPEDIENTE RECOGE TODOS LOS "-
               "DATOS DEL INTERESADO QUE CONSTAN EN LOS FICHEROS "-
               "CITADOS" TO LINEA-PAQUETE.
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO LINEA-PAQUETE.
           STRING "  A LA FECHA DE SU EXPEDICION. FIRMADO: "
               DELIMITED BY SIZE
               OPERADOR-SESION DELIMITED BY SIZE
               INTO LINEA-PAQUETE.
           PERFORM ESCRIBIR-LINEA.

      *UNA LINEA DEL EXPEDIENTE CON EL CONTROL DE SALTO DE PAGINA
       ESCRIBIR-LINEA.
           IF LINEAS-PAGINA-ACTUAL >= LINEAS-POR-PAGINA
               PERFORM ESCRIBIR-CABECERA-PAGINA
           END-IF.
           MOVE LINEA-PAQUETE TO LINEA-EXPACC.
           WRITE LINEA-EXPACC.
           ADD 1 TO LINEAS-PAGINA-ACTUAL.

      *CABECERA DE PAGINA CON EL INTERESADO, EL NUMERO DE PAGINA Y LA
      *FECHA FORMATEADA POR FECHASUB
       ESCRIBIR-CABECERA-PAGINA.
           ADD 1 TO PAGINA-ACTUAL.
           MOVE PAGINA-ACTUAL TO PAGINA-TEXTO.
           MOVE FECHA-HOY TO FEC-FECHA-1.
           MOVE "F" TO FEC-OPERACION.
           CALL "FECHASUB" USING FEC-OPERACION FEC-FECHA-1
               FEC-FECHA-2 FEC-DIAS FEC-RESULTADO FEC-TEXTO
               FEC-ESTADO.
           MOVE SPACES TO LINEA-EXPACC.
           STRING "EXPEDIENTE DE ACCESO " DELIMITED BY SIZE
               NOMBRE-PEDIDO DELIMITED BY SIZE
               " - PAGINA " DELIMITED BY SIZE
               PAGINA-TEXTO DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               FEC-TEXTO DELIMITED BY SIZE
               INTO LINEA-EXPACC.
           WRITE LINEA-EXPACC.
           MOVE SPACES TO LINEA-EXPACC.
           WRITE LINEA-EXPACC.
           MOVE 0 TO LINEAS-PAGINA-ACTUAL.

      *LA EXPEDICION QUEDA EN AUDITORIA A NOMBRE DEL INTERESADO, CON
      *EL SUPERVISOR EN LA COLUMNA DEL OPERADOR
       AUDITAR-EXPEDICION.
           ACCEPT AUDIT-FECHA FROM DATE.
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE SPACES TO AUDIT-TELEFONO.
           IF BUSQUEDA-TELEFONO
               MOVE TELEFONO-BUSCADO TO AUDIT-TELEFONO
           END-IF.
           OPEN EXTEND AUDITORIA-FILE.
           IF FS-AUDITORIA = "35"
               OPEN OUTPUT AUDITORIA-FILE
           END-IF.
           IF FS-AUDITORIA = "00"
               MOVE SPACES TO LINEA-AUDITORIA
               STRING AUDIT-FECHA DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   AUDIT-HORA DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   AUDIT-OPERACION DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   NOMBRE-PEDIDO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   AGENDA-PEDIDA DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   AUDIT-TELEFONO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   OPERADOR-SESION DELIMITED BY SIZE
                   INTO LINEA-AUDITORIA
               SET SEL-NUEVA TO TRUE
               CALL "AUDSUB01" USING SELLO-AUDITORIA LINEA-AUDITORIA
               WRITE LINEA-AUDITORIA
               CLOSE AUDITORIA-FILE
           ELSE
               DISPLAY "No se pudo anotar la expedicion en AUDITORIA: "
                   FS-AUDITORIA
           END-IF.

       END PROGRAM EXPEDIENTE-ACCESO.
