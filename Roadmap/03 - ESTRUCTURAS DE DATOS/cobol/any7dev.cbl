           SELECT NOTASJRN-FILE ASSIGN TO "NOTASJRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NOTASJRN.
      * Contactos vigilados: una linea AGENDA;NOMBRE;OPERADOR por
      * cada contacto que un operador quiere seguir. Cada noche
      * VIGILA-CAMBIOS le avisa de lo que otros le hayan hecho.
           SELECT VIGILA-FILE ASSIGN TO "VIGILA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VIGILA.
      * Consentimientos de comunicacion por canal: historico de
      * solo-anadir (AGENDA;NOMBRE;CANAL;VALOR;FECHA;ORIGEN;
      * OPERADOR) que consulta la subrutina CONSUB01 desde todos los
      * programas de envio; manda la ultima linea de cada canal.
           SELECT CONSENT-FILE ASSIGN TO "CONSENT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONSENT.
      * Identificador fiscal (NIF, NIE o CIF) del contacto, que no
      * cabe en el registro canonico: historico de solo-anadir
      * (AGENDA;NOMBRE;NIF;TIPO;FECHA;ORIGEN;OPERADOR) validado con
      * NIFSUB01; manda la ultima linea de cada contacto y una con
      * el NIF en blanco lo retira.
           SELECT NIFCONT-FILE ASSIGN TO "NIFCONT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NIFCONT.
      * Correos que la pasarela devuelve (AGENDA;NOMBRE;EMAIL;FECHA;
      * MOTIVO), que rehace cada noche PROCESA-REBOTES: es la lista
      * de correccion de la agenda. Aqui solo se consulta.
           SELECT EMAILMAL-FILE ASSIGN TO "EMAILMAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EMAILMAL.
      * Vinculos entre contactos: una linea por relacion
      * (AGENDA1;NOMBRE1;AGENDA2;NOMBRE2;TIPO), para que "mismo
      * domicilio", "asistente de" o "contacto de emergencia" dejen
           SELECT CONTROL-FILE ASSIGN TO "CONTROLAG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTROL.
      * Doble firma: las bajas, los cambios de contactos bajo
      * retencion legal (RETENLEG) y los cambios de un operador de
      * nivel 1 en las categorias de APROBCAT (una categoria por
      * linea) no se graban en CONTACTOS sino en PENDCAMB
      * (copybooks/CAMBIO.cpy), con la imagen de antes y despues,
      * hasta que un supervisor los aprueba en APROBAR-CAMBIOS. Sin
      * APROBCAT el nivel 1 sigue siendo de solo consulta.
           SELECT PENDCAMB-FILE ASSIGN TO "PENDCAMB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PENDCAMB.
           SELECT APROBCAT-FILE ASSIGN TO "APROBCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-APROBCAT.
      * Perfil de mascaras por nivel de operador, una linea por nivel:
      *   NIVEL;TELEFONO;EMAIL;DIRECCION;NACIMIENTO
      * con S/N en cada campo (S = se muestra enmascarado). Sin
      * fichero, o sin linea para el nivel de la sesion, todo se ve
      * entero como siempre.
           SELECT MASCARAS-FILE ASSIGN TO "MASCARAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MASCARAS.
      * Claves de reparto de las lineas del informe y del recuento
      * por categoria (copybooks/REPARTO.cpy), para que SPOSUB01
      * pueda trocearlos por destinatario segun DISTRIB.
           SELECT CLAVEREP-FILE ASSIGN TO "CLAVEREP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CLAVEREP.
       DATA DIVISION.
       FILE SECTION.
       FD CONTACTOS-FILE.

       FD IMPORTAR-FILE.
           01 REG-IMPORTAR.
      * NOMBRE;PAIS;NUMERO;EXTENSION, una linea por contacto, con
      * un NIF/NIE/CIF opcional al final (;NIF).
               05 NOMBRE-IMP PIC X(30).
               05 FILLER PIC X VALUE ";".
               05 PAIS-IMP PIC X(4).
               05 NUMERO-IMP PIC 9(9).
               05 FILLER PIC X VALUE ";".
               05 EXT-IMP PIC X(6).
               05 FILLER PIC X VALUE ";".
               05 NIF-IMP PIC X(12).

       FD INFORME-FILE.
      * Ancho de listadora clasica (132), para que quepan el email y
      * Ensanchada para que cada linea lleve tambien la agenda y el
      * telefono de la operacion: con esos datos el restaurador puede
      * reproducir las operaciones sobre una copia de seguridad y
      * avanzar la agenda hasta un punto en el tiempo. Tras el
      * operador, APROBAR-CAMBIOS anade el supervisor que aprobo el
      * cambio cuando este paso por la doble firma.
           01 LINEA-AUDITORIA PIC X(120).

       FD EXCEPCIONES-FILE.
      * Ancho 90: la linea lleva ahora gravedad y operador al final
           01 LINEA-CODPOST PIC X(60).

       FD ORGANIZA-FILE.
           01 LINEA-ORGANIZA PIC X(150).

       FD LLAMADAS-FILE.
      * FECHA;HORA;AGENDA;NOMBRE;OPERADOR;RESULTADO;COMENTARIO.
       FD NOTASJRN-FILE.
           01 LINEA-NOTAJRN PIC X(140).

       FD VIGILA-FILE.
           01 LINEA-VIGILA PIC X(60).

       FD CONSENT-FILE.
           01 LINEA-CONSENT PIC X(100).

       FD NIFCONT-FILE.
           01 LINEA-NIFCONT PIC X(100).

       FD EMAILMAL-FILE.
           01 LINEA-EMAILMAL PIC X(110).

       FD TOKNDX-FILE.
           01 LINEA-TOKNDX PIC X(80).

       FD RESUMEN-FILE.
           01 LINEA-RESUMEN PIC X(50).

       FD PENDCAMB-FILE.
           01 LINEA-PENDCAMB PIC X(707).

       FD APROBCAT-FILE.
           01 LINEA-APROBCAT PIC X(30).

       FD MASCARAS-FILE.
           01 LINEA-MASCARAS PIC X(20).

       FD CLAVEREP-FILE.
           01 REG-REPARTO.
               COPY REPARTO.


       WORKING-STORAGE SECTION.

               88 REIMPRIME VALUE "16".
               88 VINCULA VALUE "17".
               88 DIARIO VALUE "18".
               88 CONSIENTE VALUE "19".
               88 REBOTADOS VALUE "20".
               88 VIGILA VALUE "21".
               88 VERIFICA VALUE "22".
               88 SALE VALUE "0".

      * Agenda seleccionada: el fichero puede guardar contactos de
           77 FS-RESUMEN PIC XX.
           01 RESUMEN-ACTUAL.
               COPY RESUMEN.
      * Eslabon de la cadena de AUDITORIA, que sella AUDSUB01 justo
      * antes de cada WRITE.
           01 SELLO-AUDITORIA.
               COPY SELLO.
      * Ejecucion desatendida dirigida por CONTROL03.
           77 FS-CONTROL03 PIC XX.
           77 SW-MODO-LOTE PIC X VALUE "N".
               05 F-NOTAS PIC X(60).
               05 F-NACIMIENTO PIC 9(8).
               05 F-ORGANIZACION PIC X(8).
               05 F-NIF PIC X(12).
               05 F-ETAPA PIC X(10).
      * Parametros de la subrutina compartida de validacion de
      * entradas numericas VALSUB01.
           77 VAL-TEXTO PIC X(60).
           77 EML-ESTADO PIC 9.
           77 SW-EMAIL-OK PIC X VALUE "S".
               88 EMAIL-ACEPTADO VALUE "S".
      * Parametros de NIFSUB01 y lectura del satelite NIFCONT. En
      * blanco el NIF es opcional y no se valida; NIF-ANTERIOR es el
      * vigente al abrir el formulario, para anotar solo si cambia.
           77 FS-NIFCONT PIC XX.
           77 NIF-NORMAL PIC X(9).
           77 NIF-TIPO PIC X(3).
           77 NIF-ESTADO PIC 9.
           77 NIF-ANTERIOR PIC X(9).
           77 NIF-NOMBRE PIC X(30).
           77 NIF-FECHA PIC 9(8).
           77 NIF-ORIGEN PIC X(10).
           77 SW-NIF-OK PIC X VALUE "S".
               88 NIF-ACEPTADO VALUE "S".
           01 NIF-LEIDO.
               05 NFL-AGENDA PIC X(15).
               05 NFL-NOMBRE PIC X(30).
               05 NFL-NIF PIC X(9).
      * Parametros de ETPSUB01, la etapa comercial del contacto en el
      * satelite ETAPAS. En blanco no se toca; ETAPA-ANTERIOR es la
      * vigente al abrir el formulario, para anotar solo si cambia.
           77 ETP-OPERACION PIC X.
           77 ETP-AGENDA PIC X(15).
           77 ETP-NOMBRE PIC X(30).
           77 ETP-ETAPA PIC X(10).
           77 ETP-FECHA PIC 9(8).
           77 ETP-ORIGEN PIC X(10).
           77 ETP-ESTADO PIC 9.
           77 ETAPA-ANTERIOR PIC X(10).
           77 SW-ETAPA-OK PIC X VALUE "S".
               88 ETAPA-ACEPTADA VALUE "S".
      * Parametros de PROSUB01, la procedencia del contacto en el
      * satelite PROCEDEN. Con el canal en blanco lo grabado viene
      * del formulario; la carga IMPORTAR y la copia lo rellenan
      * mientras duran. Un cambio de clave (nombre nuevo, traslado)
      * se graba con WRITE pero es un cambio, no un alta.
           01 PROCEDENCIA.
               COPY PROCEDE.
           77 PRO-HORA-CARGA PIC 9(8).
           77 SW-CLAVE-NUEVA PIC X VALUE "N".
               88 GRABA-CLAVE-NUEVA VALUE "S".
      * Anotacion de una llamada al contacto recien localizado por
      * la busqueda (por nombre o por telefono).
           77 FS-LLAMADAS PIC XX.
           77 LLAMADA-HORA PIC 9(8).
           01 CONTINUA-LLAMADA PIC X.
               88 QUIERE-ANOTAR-LLAMADA VALUE "S" "s".
      * Parametros de la subrutina de rellamadas automaticas
      * RLLSUB01, que programa en TAREAS el reintento de la llamada
      * no completada segun las reglas de RELLAMAR.
           77 RLL-FECHA PIC 9(8).
           77 RLL-INTENTOS PIC 9(3).
           77 RLL-MAXIMO PIC 9(3).
           77 RLL-ESTADO PIC 9.
      * Vinculos entre contactos cargados de RELACION para la
      * operacion en curso (mantenimiento o ficha).
           77 FS-RELACION PIC XX.
           77 JRN-NOMBRE PIC X(30).
           77 JRN-OPERADOR PIC X(8).
           77 JRN-TEXTO PIC X(60).
      * Contactos vigilados: las lineas de VIGILA en memoria para
      * poder quitar una, y el troceado de la linea leida.
           77 FS-VIGILA PIC XX.
           01 OPCION-VIGILA PIC X.
               88 VIG-ANADIR VALUE "V" "v".
               88 VIG-QUITAR VALUE "D" "d".
               88 VIG-LISTAR VALUE "L" "l".
           77 VIGILA-NOMBRE PIC X(30).
           01 TABLA-VIGILA.
               05 FILA-VIGILA PIC X(60) OCCURS 500 TIMES.
           77 TOTAL-VIGILA PIC 9(3).
           77 IDX-VIG PIC 9(3).
           77 FILA-VIGILA-PROPIA PIC 9(3).
           77 SW-VIGILA-LLENA PIC X.
               88 VIGILA-DESBORDADA VALUE "S".
           77 VIGILADOS-LISTADOS PIC 9(3).
           77 VIG-AGENDA PIC X(15).
           77 VIG-NOMBRE PIC X(30).
           77 VIG-OPERADOR PIC X(8).
      * Verificacion periodica de los datos: parametros de VRFSUB01
      * (ultima verificacion del contacto en VERIFCON y plazo de su
      * categoria) y la marca de que MODIFICAR-CONTACTO corre desde
      * la verificacion, para anotar la correccion como tal.
           01 VERIFICACION.
               COPY VERIFICA.
           01 OPCION-VERIFICA PIC X.
               88 VRF-CONFIRMAR VALUE "C" "c".
               88 VRF-ACTUALIZAR VALUE "A" "a".
               88 VRF-VOLVER VALUE "V" "v".
           77 SW-VERIFICANDO PIC X VALUE "N".
               88 VERIFICANDO-DATOS VALUE "S".
           77 VRF-FECHA-TEXTO PIC X(10).
      * Consentimientos de comunicacion: la anotacion en curso, el
      * troceado de la linea leida y el ultimo valor de cada canal.
           77 FS-CONSENT PIC XX.
           01 OPCION-CONSENT PIC X.
               88 CNS-ANOTAR VALUE "A" "a".
               88 CNS-VOLVER VALUE "V" "v".
           77 CNS-NOMBRE PIC X(30).
           77 CNS-CANAL PIC X.
               88 CANAL-VALIDO VALUE "P" "E" "T".
           77 CNS-VALOR PIC X.
               88 VALOR-VALIDO VALUE "S" "N".
           77 CNS-ORIGEN PIC X(10).
           77 CNS-FECHA PIC 9(8).
           77 CNL-AGENDA PIC X(15).
           77 CNL-NOMBRE PIC X(30).
           77 CNL-CANAL PIC X.
           77 CNL-VALOR PIC X.
           77 CNL-FECHA PIC X(8).
           77 CNL-ORIGEN PIC X(10).
           01 ESTADO-CANALES.
               05 ESTADO-CANAL OCCURS 3 TIMES.
                   10 EST-VALOR PIC X.
                   10 EST-FECHA PIC X(8).
                   10 EST-ORIGEN PIC X(10).
           77 IDX-CANAL PIC 9.
      * Lista de correccion de correos devueltos por la pasarela.
           77 FS-EMAILMAL PIC XX.
           77 MAL-AGENDA PIC X(15).
           77 MAL-NOMBRE PIC X(30).
           77 MAL-EMAIL PIC X(40).
           77 MAL-FECHA PIC X(8).
           77 MAL-MOTIVO PIC X(8).
           77 MAL-SITUACION PIC X(10).
           77 REBOTADOS-LISTADOS PIC 9(3).
      * Las cinco entradas mas recientes para la ficha, en anillo.
           01 TABLA-ULTIMAS-NOTAS.
               05 ULTIMA-NOTA PIC X(100) OCCURS 5 TIMES.
      * detecta un rechazo, justo antes de REGISTRAR-EXCEPCION).
           01 EXCEPCION-ACTUAL.
               COPY EXCEPCION.
      * Doble firma: cambio pendiente en curso, categorias que la
      * exigen a los operadores de nivel 1 y registro de CONTACTOS
      * tal y como se leyo (la imagen de ANTES del cambio).
           77 FS-PENDCAMB PIC XX.
           77 FS-APROBCAT PIC XX.
           01 CAMBIO-ACTUAL.
               COPY CAMBIO.
           01 TABLA-CATEG-APROB.
               05 CATEG-APROB PIC X(10) OCCURS 20 TIMES.
           77 TOTAL-CATEG-APROB PIC 9(2) VALUE 0.
           77 IDX-CAP PIC 9(2).
      * Mascaras de datos personales del nivel de la sesion (fichero
      * MASCARAS) y vista del contacto tal y como puede verlo el
      * operador (sufijo -VIS): las pantallas, el informe y la ficha
      * muestran esta vista y no el registro del fichero. Ver el dato
      * completo deja una linea CONSULTA en la auditoria.
           77 FS-MASCARAS PIC XX.
           77 FS-CLAVEREP PIC XX.
           77 MASC-NIVEL PIC X.
           77 MASC-TELEFONO PIC X VALUE "N".
               88 MASCARA-TELEFONO VALUE "S".
           77 MASC-EMAIL PIC X VALUE "N".
               88 MASCARA-EMAIL VALUE "S".
           77 MASC-DIRECCION PIC X VALUE "N".
               88 MASCARA-DIRECCION VALUE "S".
           77 MASC-NACIMIENTO PIC X VALUE "N".
               88 MASCARA-NACIMIENTO VALUE "S".
           77 SW-HAY-MASCARAS PIC X VALUE "N".
               88 HAY-MASCARAS VALUE "S".
           77 SW-REVELAR PIC X VALUE "N".
               88 DATOS-REVELADOS VALUE "S".
           77 OPCION-REVELAR PIC X.
               88 QUIERE-REVELAR VALUE "V" "v" "S" "s".
           77 IDX-MASCARA PIC 9.
           77 POS-ARROBA PIC 99.
           77 EMAIL-A-ENMASCARAR PIC X(40).
           77 EMAIL-ENMASCARADO PIC X(40).
           01 CONTACTO-VISIBLE.
               COPY CONTACTO REPLACING
                   ==CLAVE-CONTACTO== BY ==CLAVE-VIS==
                   ==AGENDA-NOMBRE== BY ==AGENDA-NOMBRE-VIS==
                   ==NOMBRE== BY ==NOMBRE-VIS==
                   ==ESTADO== BY ==ESTADO-VIS==
                   ==NUMERO== BY ==NUMERO-VIS==
                   ==NUM-TIPO== BY ==NUM-TIPO-VIS==
                   ==NUM-PAIS== BY ==NUM-PAIS-VIS==
                   ==NUM-PRINCIPAL== BY ==NUM-PRINCIPAL-VIS==
                   ==NUM-EXT== BY ==NUM-EXT-VIS==
                   ==TELEFONO== BY ==TELEFONO-VIS==
                   ==NUMEROS-ADIC== BY ==NUMEROS-ADIC-VIS==
                   ==NUM-ADIC-TOTAL== BY ==NUM-ADIC-TOTAL-VIS==
                   ==NUM-ADIC-TIPO== BY ==NUM-ADIC-TIPO-VIS==
                   ==NUM-ADIC-PAIS== BY ==NUM-ADIC-PAIS-VIS==
                   ==NUM-ADIC-PRINCIPAL== BY ==NUM-ADIC-PRIN-VIS==
                   ==NUM-ADIC-EXT== BY ==NUM-ADIC-EXT-VIS==
                   ==CONTACTO-ACTIVO== BY ==CONTACTO-ACTIVO-VIS==
                   ==CONTACTO-BORRADO== BY ==CONTACTO-BORRADO-VIS==
                   ==CATEGORIA== BY ==CATEGORIA-VIS==
                   ==EMAIL== BY ==EMAIL-VIS==
                   ==DIRECCION== BY ==DIRECCION-VIS==
                   ==DIR-CALLE== BY ==DIR-CALLE-VIS==
                   ==DIR-CIUDAD== BY ==DIR-CIUDAD-VIS==
                   ==DIR-CP== BY ==DIR-CP-VIS==
                   ==NOTAS== BY ==NOTAS-VIS==
                   ==FECHA-NACIMIENTO== BY ==FECHA-NACIM-VIS==
                   ==FECHA-BAJA== BY ==FECHA-BAJA-VIS==
                   ==ORGANIZACION== BY ==ORGANIZACION-VIS==.
           77 CONTACTO-LEIDO PIC X(320).
           77 SW-DOBLE-FIRMA PIC X.
               88 CAMBIO-DIRECTO VALUE "N".
               88 CAMBIO-A-APROBAR VALUE "S".
               88 CAMBIO-NO-PERMITIDO VALUE "X".
           77 SW-CATEG-APROB PIC X.
               88 CATEGORIA-CON-FIRMA VALUE "S".
      * Parametros de la subrutina de retenciones legales RETSUB01.
           77 RET-AGENDA PIC X(15).
           77 RET-NOMBRE PIC X(30).
           77 RET-RETENIDO PIC 9.
      * Parametros del registro de seguridad SEGSUB01, donde quedan
      * las operaciones no autorizadas.
           77 SEG-EVENTO PIC X(10) VALUE "NOAUTOR".
           77 SEG-PROGRAMA PIC X(8) VALUE "RETO-03".
           77 SEG-DETALLE PIC X(40).
      * Parametros de CCLSUB01, que anota en CAMBCLAV cada cambio de
      * clave para que PROPAGA-CLAVES lo lleve a los satelites.
           01 CCL-CLAVE-VIEJA.
               05 CCL-AGENDA-VIEJA PIC X(15).
               05 CCL-NOMBRE-VIEJO PIC X(30).
           01 CCL-CLAVE-NUEVA.
               05 CCL-AGENDA-NUEVA PIC X(15).
               05 CCL-NOMBRE-NUEVO PIC X(30).
           77 CCL-OPERACION PIC X(10).

      * Agenda con la que abrir cuando a este programa lo invoca
      * MENU-PRINCIPAL con CALL; en blanco (o ejecucion standalone
           05 LINE 14 COLUMN 16 PIC 9(8) USING F-NACIMIENTO.
           05 LINE 15 COLUMN 2 VALUE "ORGANIZACION:".
           05 LINE 15 COLUMN 16 PIC X(8) USING F-ORGANIZACION.
           05 LINE 16 COLUMN 2 VALUE "NIF/CIF.....:".
           05 LINE 16 COLUMN 16 PIC X(12) USING F-NIF.
           05 LINE 17 COLUMN 2 VALUE "ETAPA.......:".
           05 LINE 17 COLUMN 16 PIC X(10) USING F-ETAPA.
           05 LINE 17 COLUMN 28 VALUE "(PROSPECTO CALIFICADO CLIENTE "-
               "EXCLIENTE PROVEEDOR)".

       PROCEDURE DIVISION USING L-AGENDA-INICIAL L-OPERADOR L-NIVEL
               OPTIONAL L-IDIOMA.
            PERFORM CARGAR-CODPOST.
            PERFORM CARGAR-ORGANIZA.
            PERFORM CARGAR-ACCESOS.
            PERFORM CARGAR-CATEG-APROBACION.
            PERFORM CARGAR-MASCARAS.
      * Si la agenda inicial no esta entre las permitidas del
      * operador, se abre con la primera permitida en su lugar.
            MOVE AGENDA-ACTUAL TO AGENDA-A-VALIDAR.
                    "este operador; se abre " AGENDA-ACTUAL
            END-IF.
            PERFORM ABRIR-AUDITORIA.
            MOVE SPACES TO PRO-CANAL.
      * Con fichero de control presente la sesion es desatendida:
      * se ejecutan las operaciones pedidas y se termina sin pasar
      * por el menu ni por ningun ACCEPT.
            DISPLAY "16 - Reimprimir un informe anterior"
            DISPLAY "17 - Vincular contactos (relaciones)"
            DISPLAY "18 - Diario de notas de un contacto"
            DISPLAY "19 - Consentimientos de comunicacion"
            DISPLAY "20 - Correos devueltos pendientes de corregir"
            DISPLAY "21 - Vigilar contacto (avisos de cambios)"
            DISPLAY "22 - Verificar datos del contacto"
            DISPLAY SPACES.
            DISPLAY "0 - SALIR"
            DISPLAY SPACES.
                   END-IF

                 WHEN ACTUALIZAR
      * Con categorias de doble firma el nivel 1 puede proponer
      * cambios en ellas; MODIFICAR y ELIMINAR deciden por contacto.
                  IF NIVEL-CONSULTA AND TOTAL-CATEG-APROB = 0
                      PERFORM OPERACION-NO-AUTORIZADA
                  ELSE
                      PERFORM MODIFICAR
                  END-IF

                 WHEN QUITAR
                   IF NIVEL-CONSULTA AND TOTAL-CATEG-APROB = 0
                       PERFORM OPERACION-NO-AUTORIZADA
                   ELSE
                       PERFORM ELIMINAR
                 WHEN DIARIO
                   PERFORM DIARIO-DE-NOTAS

                 WHEN CONSIENTE
                   PERFORM CONSENTIMIENTOS-CONTACTO

                 WHEN REBOTADOS
                   PERFORM LISTAR-CORREOS-DEVUELTOS

                 WHEN VIGILA
                   PERFORM VIGILAR-CONTACTO

                 WHEN VERIFICA
                   PERFORM VERIFICAR-DATOS

                 WHEN SALE
                   DISPLAY "Esta seguro de que quiere salir? (S/N)"
                   ACCEPT CONFIRMA-SALIDA
           MOVE SPACES TO F-NOTAS
           MOVE 0 TO F-NACIMIENTO
           MOVE SPACES TO F-ORGANIZACION
           MOVE SPACES TO F-NIF
           MOVE SPACES TO NIF-ANTERIOR
           MOVE SPACES TO F-ETAPA
           MOVE SPACES TO ETAPA-ANTERIOR
           PERFORM CAPTURAR-FORMULARIO
           PERFORM COMPROBAR-DUPLICADO
           IF CONTACTO-DUPLICADO
      * la agenda): una sesion larga de captura no pierde nada si
      * se corta a mitad.
               PERFORM GRABAR-CONTACTO
               MOVE "FORMULARIO" TO NIF-ORIGEN
               PERFORM ANOTAR-NIF-CONTACTO
               PERFORM ANOTAR-ETAPA-CONTACTO
           END-IF
           PERFORM VOLVER-MENU.
      *PRESENTA EL FORMULARIO Y LO VUELVE A PRESENTAR (CON LO YA
           PERFORM VALIDAR-CAMPOS-FORMULARIO
           PERFORM UNTIL PREFIJO-ACEPTADO AND CODPOST-ACEPTADO
                   AND EMAIL-ACEPTADO AND ORGANIZA-ACEPTADA
                   AND NIF-ACEPTADO AND ETAPA-ACEPTADA
               IF NOT PREFIJO-ACEPTADO
                   DISPLAY "Prefijo no valido (no esta en la "-
                   "referencia PREFIJOS); corrija el campo"
                   MOVE F-ORGANIZACION TO EXC-DETALLE
                   PERFORM REGISTRAR-EXCEPCION
               END-IF
               IF NOT NIF-ACEPTADO
                   DISPLAY "NIF/NIE/CIF no valido (formato o caracter "-
                   "de control); corrija el campo"
                   MOVE "NIF" TO EXC-TIPO
                   MOVE "A" TO EXC-GRAVEDAD
                   MOVE F-NIF TO EXC-DETALLE
                   PERFORM REGISTRAR-EXCEPCION
               END-IF
               IF NOT ETAPA-ACEPTADA
                   DISPLAY "Etapa no valida (no esta en la lista de "-
                   "etapas); corrija el campo"
                   MOVE "ETAPA" TO EXC-TIPO
                   MOVE "A" TO EXC-GRAVEDAD
                   MOVE F-ETAPA TO EXC-DETALLE
                   PERFORM REGISTRAR-EXCEPCION
               END-IF
               DISPLAY FORMULARIO-CONTACTO
               ACCEPT FORMULARIO-CONTACTO
               PERFORM VALIDAR-CAMPOS-FORMULARIO
               END-IF
           END-IF.
           PERFORM VALIDAR-ORGANIZACION.
           MOVE "S" TO SW-NIF-OK.
           MOVE SPACES TO NIF-NORMAL.
           MOVE SPACES TO NIF-TIPO.
           IF F-NIF NOT = SPACES
               CALL "NIFSUB01" USING F-NIF NIF-NORMAL NIF-TIPO
                   NIF-ESTADO
               IF NIF-ESTADO NOT = 0
                   MOVE "N" TO SW-NIF-OK
               END-IF
           END-IF.
           MOVE "S" TO SW-ETAPA-OK.
           IF F-ETAPA NOT = SPACES
               MOVE "V" TO ETP-OPERACION
               PERFORM LLAMAR-ETPSUB01
               MOVE ETP-ETAPA TO F-ETAPA
               IF ETP-ESTADO NOT = 0
                   MOVE "N" TO SW-ETAPA-OK
               END-IF
           END-IF.

      *PRE-CARGA EL FORMULARIO CON EL REGISTRO DE TRABAJO, PARA QUE
      *LA MODIFICACION PARTA DE LOS DATOS ACTUALES DEL FICHERO
           PERFORM VALIDAR-ACCESO-AGENDA
           IF NOT ACCESO-PERMITIDO
               DISPLAY "Agenda no autorizada para este operador"
               MOVE SPACES TO SEG-DETALLE
               STRING "Agenda no autorizada " DELIMITED BY SIZE
                   AGENDA-NUEVA DELIMITED BY SIZE
                   INTO SEG-DETALLE
               PERFORM ANOTAR-NO-AUTORIZADA
               MOVE "AGENDA-ACCESO" TO EXC-TIPO
               MOVE "A" TO EXC-GRAVEDAD
               MOVE AGENDA-NUEVA TO EXC-DETALLE
                       IF CONTACTO-ACTIVO-REG
                           AND (FILTRO-CATEGORIA = SPACES
                               OR CATEGORIA-REG = FILTRO-CATEGORIA)
                           PERFORM ENMASCARAR-CONTACTO
                           DISPLAY CONTACTO-VISIBLE
                           ADD 1 TO NAV-EN-PAGINA
                           ADD 1 TO MOSTRADOS
                       END-IF
                       IF CONTACTO-ACTIVO-REG
                           AND (FILTRO-CATEGORIA = SPACES
                               OR CATEGORIA-REG = FILTRO-CATEGORIA)
                           PERFORM ENMASCARAR-CONTACTO
                           DISPLAY CONTACTO-VISIBLE
                           ADD 1 TO NAV-EN-PAGINA
                           ADD 1 TO MOSTRADOS
                       END-IF
                       NOT AT END
                           IF CONTACTO-ACTIVO-REG
                               AND AGENDA-NOMBRE-REG = AGENDA-ACTUAL
                               PERFORM ENMASCARAR-CONTACTO
                               DISPLAY TELEFONO-VIS " " NOMBRE-REG
                                   " " NUM-TIPO-REG
                               ADD 1 TO MOSTRADOS
                               ADD 1 TO NAV-EN-PAGINA
           MOVE 1 TO PAGINA-ACTUAL
           MOVE 0 TO LINEAS-PAGINA-ACTUAL
           OPEN OUTPUT INFORME-FILE
           MOVE INFORME-NOMBRE-FICH TO SPO-FICHERO
           PERFORM ABRIR-CLAVES-REPARTO
           ACCEPT INFORME-FECHA FROM DATE
           ACCEPT INFORME-HORA FROM TIME
           PERFORM ESCRIBIR-CABECERA-PAGINA
               CLOSE CONTACTOS-FILE
           END-IF
           CLOSE INFORME-FILE.
           CLOSE CLAVEREP-FILE.
           PERFORM ANOTAR-INDICE-INFORME.
      * El informe queda ademas en la cola central de impresion,
      * de donde lo libera el operador con LIBERAR-COLA.
      *LAS LINEAS DEL INFORME DEL CONTACTO EN CURSO, CON EL MISMO
      *CONTROL DE SALTO DE PAGINA DE SIEMPRE
       ESCRIBIR-LINEAS-INFORME.
           PERFORM ENMASCARAR-CONTACTO.
           IF LINEAS-PAGINA-ACTUAL >= LINEAS-POR-PAGINA
               ADD 1 TO PAGINA-ACTUAL
               MOVE 0 TO LINEAS-PAGINA-ACTUAL
           MOVE SPACES TO LINEA-INFORME.
           STRING NOMBRE-REG DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NUM-PAIS-VIS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NUM-PRINCIPAL-VIS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NUM-EXT-VIS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NUM-TIPO-REG DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CATEGORIA-REG DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EMAIL-VIS DELIMITED BY SIZE
               INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           PERFORM ANOTAR-CLAVE-CONTACTO.
           ADD 1 TO LINEAS-PAGINA-ACTUAL.
      * Segunda linea con la direccion y las notas, solo cuando el
      * contacto tiene alguna de las dos informadas.
               END-IF
               MOVE SPACES TO LINEA-INFORME
               STRING "      " DELIMITED BY SIZE
                   DIR-CALLE-VIS DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   DIR-CIUDAD-VIS DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   DIR-CP-VIS DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   NOTAS-REG DELIMITED BY SIZE
                   INTO LINEA-INFORME
               WRITE LINEA-INFORME
               PERFORM ANOTAR-CLAVE-CONTACTO
               ADD 1 TO LINEAS-PAGINA-ACTUAL
           END-IF.
      * Una linea mas por cada numero adicional del contacto.
                       NUM-ADIC-PAIS-REG(NUM-ADIC-IDX)
                           DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       NUM-ADIC-PRIN-VIS(NUM-ADIC-IDX)
                           DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       NUM-ADIC-EXT-REG(NUM-ADIC-IDX)
                           DELIMITED BY SIZE
                       INTO LINEA-INFORME
                   WRITE LINEA-INFORME
                   PERFORM ANOTAR-CLAVE-CONTACTO
                   ADD 1 TO LINEAS-PAGINA-ACTUAL
               END-PERFORM
           END-IF.

      *ABRE EL CLAVEREP DEL INFORME SPO-FICHERO QUE SE VA A ESCRIBIR:
      *SU PRIMERA LINEA DICE DE QUE INFORME SON LAS CLAVES
       ABRIR-CLAVES-REPARTO.
           OPEN OUTPUT CLAVEREP-FILE.
           MOVE SPACES TO REG-REPARTO.
           MOVE "CAB" TO REP-TIPO.
           MOVE SPO-FICHERO TO REP-FICHERO.
           WRITE REG-REPARTO.

      *CLAVES DE LA LINEA QUE SE ACABA DE ESCRIBIR, SACADAS DEL
      *CONTACTO EN CURSO (LA PROVINCIA NO SE CONOCE AQUI)
       ANOTAR-CLAVE-CONTACTO.
           MOVE SPACES TO REG-REPARTO.
           MOVE "LIN" TO REP-TIPO.
           MOVE AGENDA-NOMBRE-REG TO REP-AGENDA.
           MOVE CATEGORIA-REG TO REP-CATEGORIA.
           MOVE ORGANIZACION-REG TO REP-ORGANIZACION.
           WRITE REG-REPARTO.

      *LINEA COMUN (CABECERA, TITULO): CLAVES EN BLANCO
       ANOTAR-CLAVE-COMUN.
           MOVE SPACES TO REG-REPARTO.
           MOVE "LIN" TO REP-TIPO.
           WRITE REG-REPARTO.

      *ENTREGA EL FICHERO SPO-FICHERO A LA COLA CENTRAL DE IMPRESION
      *CON SU CABECERA DE INFORME Y OPERADOR
       ENCOLAR-INFORME.
               INFORME-HORA(3:2) DELIMITED BY SIZE
               INTO LINEA-INFORME
           WRITE LINEA-INFORME.
           PERFORM ANOTAR-CLAVE-COMUN.

      *RECUENTO DE CONTACTOS ACTIVOS POR CATEGORIA Y AGENDA, DE TODAS
      *LAS AGENDAS DEL FICHERO (NO SOLO LA ACTIVA): UNA LINEA POR CADA
               CLOSE CONTACTOS-FILE
           END-IF
           OPEN OUTPUT INFCATEG-FILE
           MOVE "INFCATEG" TO SPO-FICHERO
           PERFORM ABRIR-CLAVES-REPARTO
           ACCEPT INFORME-FECHA FROM DATE
           ACCEPT INFORME-HORA FROM TIME
           MOVE SPACES TO LINEA-INFCATEG
               INFORME-HORA DELIMITED BY SIZE
               INTO LINEA-INFCATEG
           WRITE LINEA-INFCATEG
           PERFORM ANOTAR-CLAVE-COMUN
           PERFORM VARYING IDX-CAT FROM 1 BY 1
                   UNTIL IDX-CAT > TOTAL-CATEGORIAS
               MOVE CAT-TOTAL(IDX-CAT) TO TOTAL-CAT-TEXTO
                   TOTAL-CAT-TEXTO DELIMITED BY SIZE
                   INTO LINEA-INFCATEG
               WRITE LINEA-INFCATEG
               MOVE SPACES TO REG-REPARTO
               MOVE "LIN" TO REP-TIPO
               MOVE CAT-AGENDA(IDX-CAT) TO REP-AGENDA
               MOVE CAT-CATEGORIA(IDX-CAT) TO REP-CATEGORIA
               WRITE REG-REPARTO
           END-PERFORM
           CLOSE INFCATEG-FILE
           CLOSE CLAVEREP-FILE
           MOVE "INFCATEG" TO SPO-FICHERO
           MOVE "INFCATEG" TO SPO-INFORME
           PERFORM ENCOLAR-INFORME
      * encontrado, como siempre hizo la busqueda.
                       IF CONTACTO-ACTIVO-REG
                           MOVE "S" TO SW-LOCALIZADO
                           PERFORM MOSTRAR-CONTACTO-BUSCADO
                           PERFORM OFRECER-DATO-COMPLETO
                       END-IF
               END-READ
               CLOSE CONTACTOS-FILE
           MOVE SUB-SALIDA TO NOMBRE-FILA-NORM.
           IF NOMBRE-FILA-NORM = NOMBRE-BUSCADO-NORM
               MOVE "S" TO SW-APROX
               PERFORM ENMASCARAR-CONTACTO
               DISPLAY "Encontrado (aproximado): " NOMBRE-REG
                   " - " NUM-PAIS-VIS " " NUM-PRINCIPAL-VIS
                   " " NUM-EXT-VIS
           END-IF.

      *BUSQUEDA INVERSA CONTRA EL FICHERO GUARDADO: LOCALIZA LOS
           PERFORM VOLVER-MENU.

      *TRAS LOCALIZAR UN CONTACTO SE OFRECE ANOTAR LA LLAMADA EN EL
      *REGISTRO LLAMADAS, CON SU RESULTADO Y UN COMENTARIO CORTO; SI
      *LA LLAMADA NO SE COMPLETO QUEDA PROGRAMADA LA RELLAMADA.
      *EN MODO DESATENDIDO NO SE OFRECE NADA
       OFRECER-LLAMADA.
           IF NOT MODO-LOTE
                   ACCEPT LLAMADA-COMENTARIO
                   PERFORM REGISTRAR-LLAMADA
                   DISPLAY "Llamada anotada"
                   PERFORM PROGRAMAR-RELLAMADA
               END-IF
           END-IF.

           WRITE LINEA-LLAMADA.
           CLOSE LLAMADAS-FILE.

      *LA SUBRUTINA COMPARTIDA DECIDE CON LAS REGLAS DE RELLAMAR SI EL
      *RESULTADO PIDE REINTENTO Y LO DEJA EN TAREAS, CORRIDO AL
      *SIGUIENTE DIA LABORABLE; AGOTADOS LOS INTENTOS SE REGISTRA LA
      *EXCEPCION DE CONTACTO INALCANZABLE EN LUGAR DE OTRA TAREA
       PROGRAMAR-RELLAMADA.
           CALL "RLLSUB01" USING LLAMADA-AGENDA LLAMADA-NOMBRE
               LLAMADA-RESULTADO OPERADOR-SESION RLL-FECHA
               RLL-INTENTOS RLL-MAXIMO RLL-ESTADO.
           EVALUATE RLL-ESTADO
               WHEN 1
                   DISPLAY "Rellamada programada en TAREAS para el "
                       RLL-FECHA " (intento " RLL-INTENTOS " de "
                       RLL-MAXIMO ")"
               WHEN 2
                   DISPLAY "Agotados los " RLL-MAXIMO " intentos: "-
                       "contacto inalcanzable, no se programa otra "-
                       "rellamada"
                   MOVE "INALCANZABLE" TO EXC-TIPO
                   MOVE "A" TO EXC-GRAVEDAD
                   MOVE LLAMADA-NOMBRE TO EXC-DETALLE
                   PERFORM REGISTRAR-EXCEPCION
               WHEN 3
                   DISPLAY "Contacto ya inalcanzable (" RLL-INTENTOS
                       " intentos seguidos); no se programa rellamada"
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *RESULTADO DE LA BUSQUEDA: EL TELEFONO PRINCIPAL Y LOS
      *ADICIONALES DEL CONTACTO LEIDO, CON LAS MASCARAS DEL NIVEL
      *SALVO QUE SE HAYA PEDIDO EL DATO COMPLETO
       MOSTRAR-CONTACTO-BUSCADO.
           PERFORM ENMASCARAR-CONTACTO.
           DISPLAY "El numero de " NOMBRE-AUX " es "
               NUM-PAIS-VIS " " NUM-PRINCIPAL-VIS
               " " NUM-EXT-VIS " " NUM-TIPO-REG.
           PERFORM MOSTRAR-NUMEROS-ADICIONALES.
           PERFORM MOSTRAR-PROCEDENCIA.

      *CON ALGUNA MASCARA ACTIVA, EL OPERADOR PUEDE PEDIR VER EL
      *CONTACTO ENTERO; QUEDA EN LA AUDITORIA COMO CONSULTA CON EL
      *TELEFONO DEL CONTACTO
       OFRECER-DATO-COMPLETO.
           IF HAY-MASCARAS AND NOT MODO-LOTE
               DISPLAY "V-Ver el dato completo (queda en la "-
                   "auditoria)  ENTER-Seguir"
               ACCEPT OPCION-REVELAR
               IF QUIERE-REVELAR
                   MOVE "S" TO SW-REVELAR
                   PERFORM MOSTRAR-CONTACTO-BUSCADO
                   MOVE "N" TO SW-REVELAR
                   MOVE "CONSULTA" TO AUDIT-OPERACION
                   MOVE NUMERO-REG TO AUDIT-TELEFONO
                   PERFORM REGISTRAR-AUDITORIA
               END-IF
           END-IF.

      *MUESTRA POR PANTALLA LOS NUMEROS ADICIONALES DEL CONTACTO
      *RECIEN LEIDO EN EL REGISTRO DEL FICHERO, UNO POR LINEA (DE
      *LA VISTA YA ENMASCARADA)
       MOSTRAR-NUMEROS-ADICIONALES.
           IF NUM-ADIC-TOTAL-REG IS NUMERIC
               PERFORM VARYING NUM-ADIC-IDX FROM 1 BY 1
                       UNTIL NUM-ADIC-IDX > NUM-ADIC-TOTAL-REG
                   DISPLAY "  Otro numero: "
                       NUM-ADIC-PAIS-REG(NUM-ADIC-IDX) " "
                       NUM-ADIC-PRIN-VIS(NUM-ADIC-IDX) " "
                       NUM-ADIC-EXT-REG(NUM-ADIC-IDX) " "
                       NUM-ADIC-TIPO-REG(NUM-ADIC-IDX)
               END-PERFORM
       MODIFICAR.
           DISPLAY "Dime el nombre del contacto a modificar:"
           ACCEPT NOMBRE-AUX.
           PERFORM MODIFICAR-CONTACTO.
           DISPLAY SPACES.
           PERFORM VOLVER-MENU.

      *RELEE, CORRIGE Y REGRABA EL CONTACTO NOMBRE-AUX DE LA AGENDA
      *ACTIVA; LO USAN MODIFICAR Y LA ACTUALIZACION AL VERIFICAR
       MODIFICAR-CONTACTO.
           PERFORM LEER-CONTACTO-ACTIVO.
           IF CONTACTO-LOCALIZADO
               MOVE "MODIFICAR" TO CMB-OPERACION
               PERFORM DECIDIR-DOBLE-FIRMA
           END-IF.
           IF NOT CONTACTO-LOCALIZADO
               DISPLAY "Contacto no encontrado"
           ELSE
           IF CAMBIO-NO-PERMITIDO
               DISPLAY "Operacion no autorizada para un operador de "-
                   "solo consulta en la categoria " CATEGORIA-TRB
               MOVE SPACES TO SEG-DETALLE
               STRING CMB-OPERACION DELIMITED BY SPACE
                   " en la categoria " DELIMITED BY SIZE
                   CATEGORIA-TRB DELIMITED BY SIZE
                   INTO SEG-DETALLE
               PERFORM ANOTAR-NO-AUTORIZADA
           ELSE
      * El formulario sale pre-cargado con el contacto; se corrige
      * lo que haga falta campo a campo. NOMBRE-NUEVO conserva el
      * nombre anterior por si el cambio afecta a la clave.
               MOVE NOMBRE-TRB TO NOMBRE-NUEVO
               PERFORM CARGAR-FORMULARIO-TRABAJO
               MOVE NOMBRE-TRB TO NIF-NOMBRE
               PERFORM LEER-NIF-CONTACTO
               MOVE NIF-ANTERIOR TO F-NIF
               MOVE "C" TO ETP-OPERACION
               MOVE SPACES TO ETP-ETAPA
               PERFORM LLAMAR-ETPSUB01
               MOVE ETP-ETAPA TO ETAPA-ANTERIOR
               MOVE ETP-ETAPA TO F-ETAPA
               PERFORM CAPTURAR-FORMULARIO
               IF NOMBRE-AUX NOT = NOMBRE-NUEVO
                   PERFORM COMPROBAR-DUPLICADO
                   MOVE NOMBRE-AUX TO EXC-DETALLE
                   PERFORM REGISTRAR-EXCEPCION
               ELSE
      * Un cambio pendiente de doble firma no toca el fichero: el
      * cambio de clave lo hara APROBAR-CAMBIOS al aprobarlo.
                   IF NOMBRE-AUX NOT = NOMBRE-NUEVO
                       AND NOT CAMBIO-A-APROBAR
      * Cambio de clave: fuera el registro con el nombre viejo.
                       MOVE NOMBRE-AUX TO NOMBRE-FILA-NORM
                       MOVE NOMBRE-NUEVO TO NOMBRE-AUX
                       PERFORM BORRAR-REGISTRO-VIEJO
                       MOVE NOMBRE-FILA-NORM TO NOMBRE-AUX
                       MOVE "S" TO SW-CLAVE-NUEVA
                   END-IF
                   PERFORM VOLCAR-FORMULARIO-TRABAJO
                   DISPLAY "Revisar los numeros "-
                       MOVE 0 TO NUM-ADIC-TOTAL-TRB
                       PERFORM ANADIR-NUMEROS-ADICIONALES
                   END-IF
                   IF CAMBIO-A-APROBAR
      * El NIF y la etapa no van en el registro: viajan con el
      * cambio pendiente y se anotan al aprobarlo.
                       IF NIF-NORMAL NOT = NIF-ANTERIOR
                           MOVE "S" TO CMB-NIF-CAMBIA
                           MOVE NIF-NORMAL TO CMB-NIF
                           MOVE NIF-TIPO TO CMB-NIF-TIPO
                       END-IF
                       IF F-ETAPA NOT = SPACES
                           AND F-ETAPA NOT = ETAPA-ANTERIOR
                           MOVE F-ETAPA TO CMB-ETAPA
                       END-IF
                       PERFORM ANOTAR-CAMBIO-PENDIENTE
                   ELSE
                       MOVE NUMERO-TRB TO AUDIT-TELEFONO
                       MOVE "MODIFICAR" TO AUDIT-OPERACION
                       PERFORM REGISTRAR-AUDITORIA
                       PERFORM GRABAR-CONTACTO
                       IF NOMBRE-TRB NOT = NOMBRE-NUEVO
                           MOVE AGENDA-ACTUAL TO CCL-AGENDA-VIEJA
                           MOVE NOMBRE-NUEVO TO CCL-NOMBRE-VIEJO
                           MOVE CLAVE-TRB TO CCL-CLAVE-NUEVA
                           MOVE "MODIFICAR" TO CCL-OPERACION
                           PERFORM ANOTAR-CAMBIO-CLAVE
                       END-IF
                       MOVE "FORMULARIO" TO NIF-ORIGEN
                       PERFORM ANOTAR-NIF-CONTACTO
                       PERFORM ANOTAR-ETAPA-CONTACTO
                       DISPLAY "Contacto modificado"
      * Corregido al verificarlo: la verificacion queda con la
      * clave nueva, si el nombre ha cambiado.
                       IF VERIFICANDO-DATOS
                           MOVE "ACTUALIZADO" TO VRF-ACCION
                           PERFORM ANOTAR-VERIFICACION
                       END-IF
                   END-IF
               END-IF
           END-IF
           END-IF.

      *DEJA EN NIF-ANTERIOR EL NIF VIGENTE DEL CONTACTO NIF-NOMBRE DE
      *LA AGENDA ACTIVA: EL DE SU ULTIMA LINEA EN NIFCONT
       LEER-NIF-CONTACTO.
           MOVE SPACES TO NIF-ANTERIOR.
           OPEN INPUT NIFCONT-FILE.
           IF FS-NIFCONT = "00"
               PERFORM UNTIL FS-NIFCONT = "10"
                   READ NIFCONT-FILE
                       AT END
                           MOVE "10" TO FS-NIFCONT
                       NOT AT END
                           MOVE SPACES TO NIF-LEIDO
                           UNSTRING LINEA-NIFCONT DELIMITED BY ";"
                               INTO NFL-AGENDA NFL-NOMBRE NFL-NIF
                           IF NFL-AGENDA = AGENDA-ACTUAL
                               AND NFL-NOMBRE = NIF-NOMBRE
                               MOVE NFL-NIF TO NIF-ANTERIOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NIFCONT-FILE
           END-IF.

      *ANOTA EN NIFCONT EL NIF YA NORMALIZADO POR LA VALIDACION BAJO
      *LA CLAVE DEL REGISTRO DE TRABAJO, SOLO SI CAMBIA RESPECTO DEL
      *VIGENTE. SE LLAMA CON NIF-ORIGEN RELLENO
       ANOTAR-NIF-CONTACTO.
           IF NIF-NORMAL NOT = NIF-ANTERIOR
               ACCEPT NIF-FECHA FROM DATE
               IF NIF-FECHA < 19000101
                   ADD 20000000 TO NIF-FECHA
               END-IF
               OPEN EXTEND NIFCONT-FILE
               IF FS-NIFCONT = "35"
                   OPEN OUTPUT NIFCONT-FILE
               END-IF
               MOVE SPACES TO LINEA-NIFCONT
               STRING AGENDA-ACTUAL DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   NOMBRE-TRB DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   NIF-NORMAL DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   NIF-TIPO DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   NIF-FECHA DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   NIF-ORIGEN DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   OPERADOR-SESION DELIMITED BY SIZE
                   INTO LINEA-NIFCONT
               WRITE LINEA-NIFCONT
               CLOSE NIFCONT-FILE
           END-IF.

      *ANOTA EN ETAPAS LA ETAPA DEL FORMULARIO BAJO LA CLAVE DEL
      *REGISTRO DE TRABAJO SI CAMBIA RESPECTO DE LA QUE TENIA AL
      *ABRIRLO; EN BLANCO SE DEJA LA QUE HUBIERA. TRAS UN CAMBIO DE
      *NOMBRE LA HISTORIA VIEJA LA TRASLADA PROPAGA-CLAVES
       ANOTAR-ETAPA-CONTACTO.
           IF F-ETAPA NOT = SPACES AND F-ETAPA NOT = ETAPA-ANTERIOR
               MOVE "A" TO ETP-OPERACION
               MOVE F-ETAPA TO ETP-ETAPA
               PERFORM LLAMAR-ETPSUB01
           END-IF.

      *LA CLAVE ES LA DEL REGISTRO DE TRABAJO (O LA DE LA CONSULTA,
      *QUE SE HACE ANTES DE CAMBIARLA)
       LLAMAR-ETPSUB01.
           IF ETP-OPERACION = "V"
               MOVE F-ETAPA TO ETP-ETAPA
           END-IF.
           MOVE AGENDA-ACTUAL TO ETP-AGENDA.
           MOVE NOMBRE-TRB TO ETP-NOMBRE.
           MOVE "FORMULARIO" TO ETP-ORIGEN.
           CALL "ETPSUB01" USING ETP-OPERACION ETP-AGENDA ETP-NOMBRE
               ETP-ETAPA ETP-FECHA ETP-ORIGEN OPERADOR-SESION
               ETP-ESTADO.

      *LEE DEL FICHERO EL CONTACTO ACTIVO DE LA AGENDA ACTIVA CUYO
      *NOMBRE ESTA EN NOMBRE-AUX Y LO DEJA EN EL REGISTRO DE
                   NOT INVALID KEY
                       IF CONTACTO-ACTIVO-REG
                           MOVE "S" TO SW-LOCALIZADO
                           MOVE REG-CONTACTO TO CONTACTO-LEIDO
                           PERFORM COPIAR-REG-A-TRABAJO
                       END-IF
               END-READ
           DISPLAY "Dime el nombre del contacto a borrar:"
           ACCEPT NOMBRE-AUX.
           PERFORM LEER-CONTACTO-ACTIVO.
           IF CONTACTO-LOCALIZADO
               MOVE "BAJA" TO CMB-OPERACION
               PERFORM DECIDIR-DOBLE-FIRMA
           END-IF.
           IF NOT CONTACTO-LOCALIZADO
               DISPLAY "Contacto no encontrado"
           ELSE
           IF CAMBIO-NO-PERMITIDO
               DISPLAY "Operacion no autorizada para un operador de "-
                   "solo consulta en la categoria " CATEGORIA-TRB
               MOVE SPACES TO SEG-DETALLE
               STRING CMB-OPERACION DELIMITED BY SPACE
                   " en la categoria " DELIMITED BY SIZE
                   CATEGORIA-TRB DELIMITED BY SIZE
                   INTO SEG-DETALLE
               PERFORM ANOTAR-NO-AUTORIZADA
           ELSE
               SET CONTACTO-BORRADO-TRB TO TRUE
      * Se deja constancia de cuando se dio la baja, para que el
      * lote de archivado pueda purgarla cuando envejezca.
               ACCEPT AUDIT-FECHA FROM DATE
               MOVE AUDIT-FECHA TO FECHA-BAJA-TRB
      * Toda baja pasa por la doble firma; la rama directa queda
      * por si APROBCAT/PENDCAMB dejan de exigirla.
               IF CAMBIO-A-APROBAR
                   PERFORM ANOTAR-CAMBIO-PENDIENTE
               ELSE
                   MOVE "BAJA" TO AUDIT-OPERACION
                   PERFORM REGISTRAR-AUDITORIA
                   PERFORM GRABAR-CONTACTO
                   DISPLAY "Contacto borrado"
               END-IF
           END-IF
           END-IF.
           PERFORM VOLVER-MENU.

      *DOBLE FIRMA: DECIDE SI EL CAMBIO (CMB-OPERACION) SOBRE EL
      *CONTACTO DEL REGISTRO DE TRABAJO SE APLICA DIRECTAMENTE, VA A
      *PENDCAMB PARA QUE LO APRUEBE UN SUPERVISOR O NO SE PERMITE.
      *LAS BAJAS Y LOS RETENIDOS SIEMPRE VAN A APROBACION; EL NIVEL
      *1 SOLO PUEDE PROPONER CAMBIOS EN LAS CATEGORIAS DE APROBCAT
       DECIDIR-DOBLE-FIRMA.
           SET CAMBIO-DIRECTO TO TRUE.
           MOVE SPACES TO CMB-MOTIVO.
           MOVE "N" TO CMB-NIF-CAMBIA.
           MOVE SPACES TO CMB-NIF.
           MOVE SPACES TO CMB-NIF-TIPO.
           MOVE SPACES TO CMB-ETAPA.
           IF CMB-OPERACION = "BAJA"
               SET CAMBIO-A-APROBAR TO TRUE
               MOVE "BAJA" TO CMB-MOTIVO
           ELSE
               MOVE AGENDA-NOMBRE-TRB TO RET-AGENDA
               MOVE NOMBRE-TRB TO RET-NOMBRE
               CALL "RETSUB01" USING RET-AGENDA RET-NOMBRE
                   RET-RETENIDO
               IF RET-RETENIDO = 1
                   SET CAMBIO-A-APROBAR TO TRUE
                   MOVE "RETENIDO" TO CMB-MOTIVO
               END-IF
           END-IF.
           IF NIVEL-CONSULTA
               MOVE "N" TO SW-CATEG-APROB
               PERFORM VARYING IDX-CAP FROM 1 BY 1
                       UNTIL IDX-CAP > TOTAL-CATEG-APROB
                   IF CATEG-APROB(IDX-CAP) = CATEGORIA-TRB
                       MOVE "S" TO SW-CATEG-APROB
                   END-IF
               END-PERFORM
               IF CATEGORIA-CON-FIRMA
                   SET CAMBIO-A-APROBAR TO TRUE
                   IF CMB-MOTIVO = SPACES
                       MOVE "CATEGORIA" TO CMB-MOTIVO
                   END-IF
               ELSE
                   SET CAMBIO-NO-PERMITIDO TO TRUE
               END-IF
           END-IF.

      *ANOTA EN PENDCAMB EL CAMBIO DEL REGISTRO DE TRABAJO CON LA
      *IMAGEN LEIDA DEL FICHERO; NADA SE GRABA EN CONTACTOS NI EN LA
      *AUDITORIA HASTA QUE UN SUPERVISOR LO APRUEBE. EL NIF Y LA
      *ETAPA (CMB-NIF, CMB-ETAPA) LOS DEJA EN BLANCO
      *DECIDIR-DOBLE-FIRMA Y LOS RELLENA MODIFICAR-CONTACTO
       ANOTAR-CAMBIO-PENDIENTE.
           ACCEPT CMB-FECHA FROM DATE.
           IF CMB-FECHA < 19000101
               ADD 20000000 TO CMB-FECHA
           END-IF.
           ACCEPT CMB-HORA FROM TIME.
           MOVE OPERADOR-SESION TO CMB-OPERADOR.
           MOVE CONTACTO-LEIDO TO CMB-ANTES.
           MOVE REGISTRO-TRABAJO TO CMB-DESPUES.
           OPEN EXTEND PENDCAMB-FILE.
           IF FS-PENDCAMB = "35"
               OPEN OUTPUT PENDCAMB-FILE
           END-IF.
           IF FS-PENDCAMB NOT = "00"
               DISPLAY "No se puede abrir PENDCAMB (estado "
                   FS-PENDCAMB "); el cambio no se ha anotado"
               MOVE 4 TO CODIGO-SALIDA
           ELSE
               WRITE LINEA-PENDCAMB FROM CAMBIO-ACTUAL
               CLOSE PENDCAMB-FILE
               DISPLAY "Cambio pendiente de la aprobacion de un "-
                   "supervisor (" CMB-MOTIVO ")"
           END-IF.

      *CARGA LAS CATEGORIAS DE APROBCAT EN LAS QUE UN OPERADOR DE
      *NIVEL 1 PUEDE PROPONER CAMBIOS CON DOBLE FIRMA. SIN FICHERO
      *LA TABLA QUEDA VACIA Y EL NIVEL 1 ES DE SOLO CONSULTA
       CARGAR-CATEG-APROBACION.
           MOVE 0 TO TOTAL-CATEG-APROB.
           OPEN INPUT APROBCAT-FILE.
           IF FS-APROBCAT = "00"
               PERFORM UNTIL FS-APROBCAT = "10"
                   READ APROBCAT-FILE
                       AT END
                           MOVE "10" TO FS-APROBCAT
                       NOT AT END
                           IF LINEA-APROBCAT NOT = SPACES
                               AND TOTAL-CATEG-APROB < 20
                               ADD 1 TO TOTAL-CATEG-APROB
                               MOVE LINEA-APROBCAT TO
                                   CATEG-APROB(TOTAL-CATEG-APROB)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APROBCAT-FILE
           END-IF.

      *CARGA DE MASCARAS LA LINEA DEL NIVEL DE LA SESION. CON QUE UN
      *SOLO CAMPO VAYA ENMASCARADO SE OFRECE VER EL DATO COMPLETO
       CARGAR-MASCARAS.
           MOVE "N" TO SW-HAY-MASCARAS.
           OPEN INPUT MASCARAS-FILE.
           IF FS-MASCARAS = "00"
               PERFORM UNTIL FS-MASCARAS = "10"
                   READ MASCARAS-FILE
                       AT END
                           MOVE "10" TO FS-MASCARAS
                       NOT AT END
                           IF LINEA-MASCARAS(1:1) = NIVEL-SESION
                               UNSTRING LINEA-MASCARAS
                                   DELIMITED BY ";"
                                   INTO MASC-NIVEL MASC-TELEFONO
                                       MASC-EMAIL MASC-DIRECCION
                                       MASC-NACIMIENTO
                               END-UNSTRING
                               MOVE "10" TO FS-MASCARAS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MASCARAS-FILE
           END-IF.
           IF MASCARA-TELEFONO OR MASCARA-EMAIL OR MASCARA-DIRECCION
               OR MASCARA-NACIMIENTO
               MOVE "S" TO SW-HAY-MASCARAS
           END-IF.

      *COPIA EL CONTACTO LEIDO (REG-CONTACTO) EN CONTACTO-VISIBLE Y
      *LE APLICA LAS MASCARAS DEL NIVEL: TELEFONOS CON SOLO LAS TRES
      *ULTIMAS CIFRAS, CORREO CON LA INICIAL Y EL DOMINIO, DIRECCION
      *SIN CALLE Y CON SOLO LA PROVINCIA DEL CODIGO POSTAL Y
      *NACIMIENTO CON SOLO EL ANO
       ENMASCARAR-CONTACTO.
           MOVE REG-CONTACTO TO CONTACTO-VISIBLE.
           IF MASCARA-TELEFONO AND NOT DATOS-REVELADOS
               IF NUM-PRINCIPAL-VIS IS NUMERIC
                   AND NUM-PRINCIPAL-VIS NOT = ZERO
                   MOVE "******" TO NUM-PRINCIPAL-VIS(1:6)
               END-IF
               PERFORM VARYING IDX-MASCARA FROM 1 BY 1
                       UNTIL IDX-MASCARA > 2
                   IF NUM-ADIC-PRIN-VIS(IDX-MASCARA) IS NUMERIC
                       AND NUM-ADIC-PRIN-VIS(IDX-MASCARA) NOT = ZERO
                       MOVE "******" TO
                           NUM-ADIC-PRIN-VIS(IDX-MASCARA)(1:6)
                   END-IF
               END-PERFORM
           END-IF.
           IF MASCARA-EMAIL AND NOT DATOS-REVELADOS
               MOVE EMAIL-VIS TO EMAIL-A-ENMASCARAR
               PERFORM ENMASCARAR-EMAIL
               MOVE EMAIL-A-ENMASCARAR TO EMAIL-VIS
           END-IF.
           IF MASCARA-DIRECCION AND NOT DATOS-REVELADOS
               IF DIR-CALLE-VIS NOT = SPACES
                   MOVE "**********" TO DIR-CALLE-VIS
               END-IF
               IF DIR-CP-VIS(3:6) NOT = SPACES
                   MOVE "***" TO DIR-CP-VIS(3:6)
               END-IF
           END-IF.
           IF MASCARA-NACIMIENTO AND NOT DATOS-REVELADOS
               IF FECHA-NACIM-VIS IS NUMERIC
                   AND FECHA-NACIM-VIS NOT = ZERO
                   MOVE "****" TO FECHA-NACIM-VIS(5:4)
               END-IF
           END-IF.

      *CORREO ENMASCARADO SOBRE EMAIL-A-ENMASCARAR: LA INICIAL,
      *TRES ASTERISCOS Y LA ARROBA CON EL DOMINIO (J***@DOMINIO.ES)
       ENMASCARAR-EMAIL.
           IF EMAIL-A-ENMASCARAR NOT = SPACES
               MOVE 0 TO POS-ARROBA
               INSPECT EMAIL-A-ENMASCARAR TALLYING POS-ARROBA
                   FOR CHARACTERS BEFORE INITIAL "@"
               MOVE SPACES TO EMAIL-ENMASCARADO
               IF POS-ARROBA > 0 AND POS-ARROBA < 40
                   STRING EMAIL-A-ENMASCARAR(1:1) DELIMITED BY SIZE
                       "***" DELIMITED BY SIZE
                       EMAIL-A-ENMASCARAR(POS-ARROBA + 1:)
                           DELIMITED BY SIZE
                       INTO EMAIL-ENMASCARADO
                   END-STRING
               ELSE
                   STRING EMAIL-A-ENMASCARAR(1:1) DELIMITED BY SIZE
                       "***" DELIMITED BY SIZE
                       INTO EMAIL-ENMASCARADO
                   END-STRING
               END-IF
               MOVE EMAIL-ENMASCARADO TO EMAIL-A-ENMASCARAR
           END-IF.

      *RECUPERACION DE UN CONTACTO CON BAJA LOGICA: LISTA LOS
      *BORRADOS DE LA AGENDA ACTIVA (RECORRIENDO EL FICHERO
      *POSICIONADO EN ELLA) Y REACTIVA EL QUE SE ELIJA POR NOMBRE,
                           ELSE
                               IF CONTACTO-BORRADO-REG
                                   MOVE "S" TO SW-APROX
                                   PERFORM ENMASCARAR-CONTACTO
                                   DISPLAY NOMBRE-REG " - "
                                       NUM-PAIS-VIS " "
                                       NUM-PRINCIPAL-VIS " "
                                       NUM-EXT-VIS
                               END-IF
                           END-IF
                   END-READ
      * El cambio de agenda cambia la clave: fuera el registro con
      * la clave vieja, dentro el nuevo.
                           PERFORM BORRAR-REGISTRO-VIEJO
                           MOVE CLAVE-TRB TO CCL-CLAVE-VIEJA
                           MOVE AGENDA-DESTINO TO AGENDA-NOMBRE-TRB
                           MOVE "S" TO SW-CLAVE-NUEVA
                           PERFORM GRABAR-CONTACTO
                           MOVE "MOVER" TO AUDIT-OPERACION
                           PERFORM REGISTRAR-AUDITORIA
                           MOVE CLAVE-TRB TO CCL-CLAVE-NUEVA
                           MOVE "MOVER" TO CCL-OPERACION
                           PERFORM ANOTAR-CAMBIO-CLAVE
                           DISPLAY "Contacto movido a " AGENDA-DESTINO
                       WHEN TRASLADO-COPIAR
                           MOVE AGENDA-DESTINO TO AGENDA-NOMBRE-TRB
      * La copia es un contacto nuevo que viene de la agenda activa.
                           MOVE "COPIA" TO PRO-CANAL
                           MOVE AGENDA-ACTUAL TO PRO-ORIGEN
                           MOVE 0 TO PRO-HORA
                           PERFORM GRABAR-CONTACTO
                           MOVE SPACES TO PRO-CANAL
                           MOVE "COPIAR" TO AUDIT-OPERACION
                           PERFORM REGISTRAR-AUDITORIA
                           DISPLAY "Contacto copiado a "
                                   MOVE NOMBRE-REG TO EXC-DETALLE
                                   PERFORM REGISTRAR-EXCEPCION
                                   MOVE 4 TO CODIGO-SALIDA
                               NOT INVALID KEY
                                   MOVE AGENDA-VIEJA TO
                                       CCL-AGENDA-VIEJA
                                   MOVE NOMBRE-REG TO CCL-NOMBRE-VIEJO
                                   MOVE CLAVE-REG TO CCL-CLAVE-NUEVA
                                   MOVE "RENOMBRAR" TO CCL-OPERACION
                                   PERFORM ANOTAR-CAMBIO-CLAVE
                           END-WRITE
                   END-READ
               END-PERFORM
                   "lista FICHALST):"
               ACCEPT FICHA-NOMBRE
           END-IF
           MOVE "N" TO SW-REVELAR
           IF HAY-MASCARAS AND NOT MODO-LOTE
               DISPLAY "Ficha con los datos completos? (S/N; queda "-
                   "en la auditoria)"
               ACCEPT OPCION-REVELAR
               IF QUIERE-REVELAR
                   MOVE "S" TO SW-REVELAR
               END-IF
           END-IF
           OPEN OUTPUT FICHA-FILE
           IF FICHA-NOMBRE NOT = SPACES
               PERFORM GENERAR-FICHA
               END-IF
           END-IF
           CLOSE FICHA-FILE
           MOVE "N" TO SW-REVELAR
           MOVE "FICHA" TO SPO-FICHERO
           MOVE "FICHA" TO SPO-INFORME
           PERFORM ENCOLAR-INFORME
                   NOT INVALID KEY
                       MOVE "S" TO SW-FICHA
                       PERFORM COPIAR-REG-A-TRABAJO
                       PERFORM ENMASCARAR-CONTACTO
               END-READ
               CLOSE CONTACTOS-FILE
           END-IF
           ELSE
               PERFORM ESCRIBIR-FICHA-MAESTRO
               PERFORM ESCRIBIR-FICHA-HISTORIAL
               IF DATOS-REVELADOS
                   MOVE "CONSULTA" TO AUDIT-OPERACION
                   MOVE FICHA-NOMBRE TO NOMBRE-AUX
                   MOVE NUMERO-TRB TO AUDIT-TELEFONO
                   PERFORM REGISTRAR-AUDITORIA
               END-IF
           END-IF.

       ESCRIBIR-FICHA-MAESTRO.
           WRITE LINEA-FICHA.
           MOVE SPACES TO LINEA-FICHA.
           STRING "TELEFONO: " DELIMITED BY SIZE
               NUM-PAIS-VIS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NUM-PRINCIPAL-VIS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NUM-EXT-VIS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NUM-TIPO-TRB DELIMITED BY SIZE
               INTO LINEA-FICHA.
           WRITE LINEA-FICHA.
           MOVE SPACES TO LINEA-FICHA.
           STRING "EMAIL: " DELIMITED BY SIZE
               EMAIL-VIS DELIMITED BY SIZE
               INTO LINEA-FICHA.
           WRITE LINEA-FICHA.
           MOVE SPACES TO LINEA-FICHA.
           STRING "DIRECCION: " DELIMITED BY SIZE
               DIR-CALLE-VIS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DIR-CIUDAD-VIS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DIR-CP-VIS DELIMITED BY SIZE
               INTO LINEA-FICHA.
           WRITE LINEA-FICHA.
           IF FECHA-NACIM-TRB IS NUMERIC AND FECHA-NACIM-TRB > 0
               MOVE SPACES TO LINEA-FICHA
               STRING "NACIMIENTO: " DELIMITED BY SIZE
                   FECHA-NACIM-VIS DELIMITED BY SIZE
                   INTO LINEA-FICHA
               WRITE LINEA-FICHA
           END-IF.
           MOVE SPACES TO LINEA-FICHA.
           STRING "NOTAS: " DELIMITED BY SIZE
               NOTAS-TRB DELIMITED BY SIZE
                       IF LINEA-AUDITORIA(30:30) = FICHA-NOMBRE
                           MOVE SPACES TO LINEA-FICHA
                           MOVE LINEA-AUDITORIA TO LINEA-FICHA
      * El telefono de la auditoria lleva la misma mascara que el
      * del maestro (las cifras del numero van en 81-89).
                           IF MASCARA-TELEFONO AND NOT DATOS-REVELADOS
                               AND LINEA-FICHA(81:9) NOT = SPACES
                               MOVE "******" TO LINEA-FICHA(81:6)
                           END-IF
                           WRITE LINEA-FICHA
                       END-IF
               END-READ
                   IF NIVEL-CONSULTA
                       DISPLAY "Operacion no autorizada para un "-
                           "operador de solo consulta"
                       MOVE "Vinculos: anadir" TO SEG-DETALLE
                       PERFORM ANOTAR-NO-AUTORIZADA
                   ELSE
                       PERFORM ANADIR-VINCULO
                   END-IF
                   IF NIVEL-CONSULTA
                       DISPLAY "Operacion no autorizada para un "-
                           "operador de solo consulta"
                       MOVE "Vinculos: borrar" TO SEG-DETALLE
                       PERFORM ANOTAR-NO-AUTORIZADA
                   ELSE
                       PERFORM BORRAR-VINCULO
                   END-IF
                       IF NIVEL-CONSULTA
                           DISPLAY "Operacion no autorizada para un "-
                               "operador de solo consulta"
                           MOVE "Diario: anadir nota" TO SEG-DETALLE
                           PERFORM ANOTAR-NO-AUTORIZADA
                       ELSE
                           PERFORM ANADIR-NOTA-DIARIO
                       END-IF
               INTO JRN-FECHA JRN-HORA JRN-AGENDA JRN-NOMBRE
                   JRN-OPERADOR JRN-TEXTO.

      *CONTACTOS VIGILADOS: EL OPERADOR APUNTA EN VIGILA LOS
      *CONTACTOS QUE LLEVA Y CADA NOCHE VIGILA-CAMBIOS LE DEJA EN EL
      *TABLON Y EN SU ESTADO DIARIO LO QUE OTROS LES HAYAN CAMBIADO.
      *VIGILAR NO TOCA EL CONTACTO, ASI QUE VALE PARA CUALQUIER NIVEL
       VIGILAR-CONTACTO.
           DISPLAY "Vigilar: V-Vigilar un contacto  D-Dejar de "-
               "vigilarlo  L-Listar mis vigilados"
           ACCEPT OPCION-VIGILA
           EVALUATE TRUE
               WHEN VIG-ANADIR
                   DISPLAY "Nombre del contacto (agenda activa):"
                   ACCEPT VIGILA-NOMBRE
                   MOVE AGENDA-ACTUAL TO CLAVE-BUSCA-AGENDA
                   MOVE VIGILA-NOMBRE TO CLAVE-BUSCA-NOMBRE
                   PERFORM BUSCAR-CLAVE-FICHERO
                   IF NOT CLAVE-EXISTE
                       DISPLAY "Ese contacto no esta activo en la "-
                           "agenda"
                   ELSE
                       PERFORM CARGAR-VIGILA
                       IF FILA-VIGILA-PROPIA > 0
                           DISPLAY "Ya vigila ese contacto"
                       ELSE
                           PERFORM ANOTAR-VIGILADO
                       END-IF
                   END-IF
               WHEN VIG-QUITAR
                   DISPLAY "Nombre del contacto (agenda activa):"
                   ACCEPT VIGILA-NOMBRE
                   PERFORM CARGAR-VIGILA
                   EVALUATE TRUE
                       WHEN FILA-VIGILA-PROPIA = 0
                           DISPLAY "No vigila ese contacto"
                       WHEN VIGILA-DESBORDADA
                           DISPLAY "El fichero VIGILA no cabe en "-
                               "memoria; no se puede regrabar"
                       WHEN OTHER
                           PERFORM QUITAR-VIGILADO
                   END-EVALUATE
               WHEN VIG-LISTAR
                   PERFORM LISTAR-VIGILADOS
               WHEN OTHER
                   DISPLAY "Opcion invalida"
           END-EVALUATE
           PERFORM VOLVER-MENU.

      *VERIFICACION PERIODICA: SE ENSENA EL CONTACTO CON SU ULTIMA
      *VERIFICACION Y CUANDO VENCE, Y EL OPERADOR LLAMA Y CONFIRMA
      *QUE LOS DATOS SIGUEN SIENDO CIERTOS (CUALQUIER NIVEL: NO TOCA
      *EL CONTACTO) O LOS CORRIGE COMO EN MODIFICAR. LO VENCIDO LO
      *REPARTE CADA SEMANA REVERIFICA-CONTACTOS EN LISTAS DE TRABAJO
       VERIFICAR-DATOS.
           DISPLAY "Dime el nombre del contacto a verificar:"
           ACCEPT NOMBRE-AUX.
           PERFORM LEER-CONTACTO-ACTIVO.
           IF NOT CONTACTO-LOCALIZADO
               DISPLAY "Contacto no encontrado"
           ELSE
               PERFORM MOSTRAR-CONTACTO-BUSCADO
               MOVE "C" TO VRF-OPERACION
               MOVE AGENDA-ACTUAL TO VRF-AGENDA
               MOVE NOMBRE-TRB TO VRF-NOMBRE
               MOVE CATEGORIA-TRB TO VRF-CATEGORIA
               CALL "VRFSUB01" USING VERIFICACION
               IF VRF-NUNCA-VERIFICADO
                   DISPLAY "Datos nunca verificados"
               ELSE
                   MOVE "F" TO FEC-OPERACION
                   MOVE VRF-FECHA-ULTIMA TO FEC-FECHA-1
                   CALL "FECHASUB" USING FEC-OPERACION FEC-FECHA-1
                       FEC-FECHA-2 FEC-DIAS FEC-RESULTADO FEC-TEXTO
                       FEC-ESTADO
                   MOVE FEC-TEXTO TO VRF-FECHA-TEXTO
                   MOVE VRF-FECHA-VENCE TO FEC-FECHA-1
                   CALL "FECHASUB" USING FEC-OPERACION FEC-FECHA-1
                       FEC-FECHA-2 FEC-DIAS FEC-RESULTADO FEC-TEXTO
                       FEC-ESTADO
                   DISPLAY "Ultima verificacion: " VRF-FECHA-TEXTO
                       " " VRF-ACCION-ULTIMA " por "
                       VRF-OPERADOR-ULTIMO
                   DISPLAY "Vence el " FEC-TEXTO " (plazo de "
                       VRF-PLAZO-MESES " meses para la categoria "
                       CATEGORIA-TRB ")"
               END-IF
               DISPLAY "C-Confirmar los datos  A-Actualizarlos  "-
                   "V-Volver"
               ACCEPT OPCION-VERIFICA
               EVALUATE TRUE
                   WHEN VRF-CONFIRMAR
                       MOVE "CONFIRMADO" TO VRF-ACCION
                       PERFORM ANOTAR-VERIFICACION
                       DISPLAY "Datos confirmados"
                   WHEN VRF-ACTUALIZAR
                       IF NIVEL-CONSULTA AND TOTAL-CATEG-APROB = 0
                           DISPLAY "Operacion no autorizada para un "-
                               "operador de solo consulta"
                           MOVE SPACES TO SEG-DETALLE
                           STRING "Opcion " DELIMITED BY SIZE
                               OPCIONES-MENU DELIMITED BY SIZE
                               " en la agenda " DELIMITED BY SIZE
                               AGENDA-ACTUAL DELIMITED BY SIZE
                               INTO SEG-DETALLE
                           PERFORM ANOTAR-NO-AUTORIZADA
                       ELSE
      * Un cambio que queda pendiente de doble firma no cuenta
      * como verificacion hasta que se aplique.
                           MOVE "S" TO SW-VERIFICANDO
                           PERFORM MODIFICAR-CONTACTO
                           MOVE "N" TO SW-VERIFICANDO
                       END-IF
                   WHEN VRF-VOLVER
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Opcion invalida"
               END-EVALUATE
           END-IF.
           DISPLAY SPACES.
           PERFORM VOLVER-MENU.

      *ANOTA EN VERIFCON LA VERIFICACION (VRF-ACCION) DEL CONTACTO
      *DEL REGISTRO DE TRABAJO, CON LA CLAVE QUE TIENE AHORA
       ANOTAR-VERIFICACION.
           MOVE "A" TO VRF-OPERACION.
           MOVE AGENDA-ACTUAL TO VRF-AGENDA.
           MOVE NOMBRE-TRB TO VRF-NOMBRE.
           MOVE OPERADOR-SESION TO VRF-OPERADOR.
           CALL "VRFSUB01" USING VERIFICACION.
           IF NOT VRF-CORRECTO
               DISPLAY "No se ha podido anotar la verificacion"
           END-IF.

      *CARGA VIGILA EN MEMORIA Y DEJA EN FILA-VIGILA-PROPIA LA LINEA
      *DEL OPERADOR PARA VIGILA-NOMBRE EN LA AGENDA ACTIVA (0 SI NO)
       CARGAR-VIGILA.
           MOVE 0 TO TOTAL-VIGILA.
           MOVE 0 TO FILA-VIGILA-PROPIA.
           MOVE "N" TO SW-VIGILA-LLENA.
           OPEN INPUT VIGILA-FILE.
           IF FS-VIGILA = "00"
               PERFORM UNTIL FS-VIGILA = "10"
                   READ VIGILA-FILE
                       AT END
                           MOVE "10" TO FS-VIGILA
                       NOT AT END
                           IF TOTAL-VIGILA < 500
                               ADD 1 TO TOTAL-VIGILA
                               MOVE LINEA-VIGILA TO
                                   FILA-VIGILA(TOTAL-VIGILA)
                               PERFORM TROCEAR-VIGILA-LINEA
                               IF VIG-AGENDA = AGENDA-ACTUAL
                                   AND VIG-NOMBRE = VIGILA-NOMBRE
                                   AND VIG-OPERADOR = OPERADOR-SESION
                                   MOVE TOTAL-VIGILA TO
                                       FILA-VIGILA-PROPIA
                               END-IF
                           ELSE
                               MOVE "S" TO SW-VIGILA-LLENA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VIGILA-FILE
           END-IF.

       TROCEAR-VIGILA-LINEA.
           MOVE SPACES TO VIG-AGENDA.
           MOVE SPACES TO VIG-NOMBRE.
           MOVE SPACES TO VIG-OPERADOR.
           UNSTRING LINEA-VIGILA DELIMITED BY ";"
               INTO VIG-AGENDA VIG-NOMBRE VIG-OPERADOR.

       ANOTAR-VIGILADO.
           OPEN EXTEND VIGILA-FILE
           IF FS-VIGILA = "35"
               OPEN OUTPUT VIGILA-FILE
           END-IF
           MOVE SPACES TO LINEA-VIGILA
           STRING AGENDA-ACTUAL DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               VIGILA-NOMBRE DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               OPERADOR-SESION DELIMITED BY SIZE
               INTO LINEA-VIGILA
           WRITE LINEA-VIGILA
           CLOSE VIGILA-FILE
           DISPLAY "Contacto vigilado: los cambios que le hagan otros "-
               "operadores le llegaran al tablon".

      *REGRABA VIGILA SIN LA LINEA DEL OPERADOR
       QUITAR-VIGILADO.
           OPEN OUTPUT VIGILA-FILE
           PERFORM VARYING IDX-VIG FROM 1 BY 1
                   UNTIL IDX-VIG > TOTAL-VIGILA
               IF IDX-VIG NOT = FILA-VIGILA-PROPIA
                   WRITE LINEA-VIGILA FROM FILA-VIGILA(IDX-VIG)
               END-IF
           END-PERFORM
           CLOSE VIGILA-FILE
           DISPLAY "Ese contacto ya no esta vigilado".

       LISTAR-VIGILADOS.
           MOVE 0 TO VIGILADOS-LISTADOS.
           OPEN INPUT VIGILA-FILE.
           IF FS-VIGILA = "00"
               PERFORM UNTIL FS-VIGILA = "10"
                   READ VIGILA-FILE
                       AT END
                           MOVE "10" TO FS-VIGILA
                       NOT AT END
                           PERFORM TROCEAR-VIGILA-LINEA
                           IF VIG-OPERADOR = OPERADOR-SESION
                               ADD 1 TO VIGILADOS-LISTADOS
                               DISPLAY VIG-AGENDA " " VIG-NOMBRE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VIGILA-FILE
           END-IF.
           IF VIGILADOS-LISTADOS = 0
               DISPLAY "No vigila ningun contacto"
           END-IF.

      *CONSENTIMIENTOS DE COMUNICACION DE UN CONTACTO: MUESTRA EL
      *ULTIMO VALOR DE CADA CANAL (POSTAL, CORREO, TELEFONO) Y
      *PERMITE ANOTAR UN CAMBIO CON SU ORIGEN. COMO EL DIARIO, EL
      *FICHERO ES DE SOLO-ANADIR: LA HISTORIA SE CONSERVA ENTERA
       CONSENTIMIENTOS-CONTACTO.
           DISPLAY "Nombre del contacto (agenda activa):"
           ACCEPT CNS-NOMBRE
           MOVE AGENDA-ACTUAL TO CLAVE-BUSCA-AGENDA
           MOVE CNS-NOMBRE TO CLAVE-BUSCA-NOMBRE
           PERFORM BUSCAR-CLAVE-FICHERO
           IF NOT CLAVE-EXISTE
               DISPLAY "Ese contacto no esta activo en la agenda"
           ELSE
               PERFORM MOSTRAR-CONSENTIMIENTOS
               DISPLAY "Consentimientos: A-Anotar un cambio  V-Volver"
               ACCEPT OPCION-CONSENT
               EVALUATE TRUE
                   WHEN CNS-ANOTAR
                       IF NIVEL-CONSULTA
                           DISPLAY "Operacion no autorizada para un "-
                               "operador de solo consulta"
                           MOVE "Consentimientos: anotar" TO SEG-DETALLE
                           PERFORM ANOTAR-NO-AUTORIZADA
                       ELSE
                           PERFORM ANOTAR-CONSENTIMIENTO
                       END-IF
                   WHEN CNS-VOLVER
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Opcion invalida"
               END-EVALUATE
           END-IF
           PERFORM VOLVER-MENU.

       MOSTRAR-CONSENTIMIENTOS.
           PERFORM VARYING IDX-CANAL FROM 1 BY 1 UNTIL IDX-CANAL > 3
               MOVE SPACES TO ESTADO-CANAL(IDX-CANAL)
           END-PERFORM.
           OPEN INPUT CONSENT-FILE.
           IF FS-CONSENT = "00"
               PERFORM UNTIL FS-CONSENT = "10"
                   READ CONSENT-FILE
                       AT END
                           MOVE "10" TO FS-CONSENT
                       NOT AT END
                           PERFORM TOMAR-CONSENTIMIENTO-LINEA
                   END-READ
               END-PERFORM
               CLOSE CONSENT-FILE
           END-IF.
           DISPLAY "Canal     Valor  Desde     Origen".
           MOVE 1 TO IDX-CANAL.
           DISPLAY "Postal    " WITH NO ADVANCING.
           PERFORM MOSTRAR-ESTADO-CANAL.
           MOVE 2 TO IDX-CANAL.
           DISPLAY "Correo    " WITH NO ADVANCING.
           PERFORM MOSTRAR-ESTADO-CANAL.
           MOVE 3 TO IDX-CANAL.
           DISPLAY "Telefono  " WITH NO ADVANCING.
           PERFORM MOSTRAR-ESTADO-CANAL.

      * SIN ANOTACION RIGE EL CRITERIO POR DEFECTO DE CADA CANAL, QUE
      * ES EL DE CONSUB01: POSTAL Y TELEFONO SI, CORREO NO
       MOSTRAR-ESTADO-CANAL.
           IF EST-VALOR(IDX-CANAL) = SPACE
               DISPLAY "-      sin anotar"
           ELSE
               DISPLAY EST-VALOR(IDX-CANAL) "      "
                   EST-FECHA(IDX-CANAL) "  " EST-ORIGEN(IDX-CANAL)
           END-IF.

       TOMAR-CONSENTIMIENTO-LINEA.
           MOVE SPACES TO CNL-AGENDA.
           MOVE SPACES TO CNL-NOMBRE.
           MOVE SPACES TO CNL-CANAL.
           MOVE SPACES TO CNL-VALOR.
           MOVE SPACES TO CNL-FECHA.
           MOVE SPACES TO CNL-ORIGEN.
           UNSTRING LINEA-CONSENT DELIMITED BY ";"
               INTO CNL-AGENDA CNL-NOMBRE CNL-CANAL CNL-VALOR
                   CNL-FECHA CNL-ORIGEN.
           IF CNL-AGENDA = AGENDA-ACTUAL AND CNL-NOMBRE = CNS-NOMBRE
               EVALUATE CNL-CANAL
                   WHEN "P"
                       MOVE 1 TO IDX-CANAL
                   WHEN "E"
                       MOVE 2 TO IDX-CANAL
                   WHEN "T"
                       MOVE 3 TO IDX-CANAL
                   WHEN OTHER
                       MOVE 0 TO IDX-CANAL
               END-EVALUATE
               IF IDX-CANAL > 0
                   MOVE CNL-VALOR TO EST-VALOR(IDX-CANAL)
                   MOVE CNL-FECHA TO EST-FECHA(IDX-CANAL)
                   MOVE CNL-ORIGEN TO EST-ORIGEN(IDX-CANAL)
               END-IF
           END-IF.

      * EL ORIGEN ES OBLIGATORIO (FORMULARIO, LLAMADA, WEB...): SIN
      * EL, EL CONSENTIMIENTO NO SE PUEDE DEMOSTRAR
       ANOTAR-CONSENTIMIENTO.
           DISPLAY "Canal (P-Postal  E-Correo  T-Telefono):"
           ACCEPT CNS-CANAL
           MOVE FUNCTION UPPER-CASE(CNS-CANAL) TO CNS-CANAL
           DISPLAY "Consiente (S/N):"
           ACCEPT CNS-VALOR
           MOVE FUNCTION UPPER-CASE(CNS-VALOR) TO CNS-VALOR
           DISPLAY "Origen del consentimiento (formulario, web...):"
           ACCEPT CNS-ORIGEN
           IF NOT CANAL-VALIDO
               DISPLAY "Canal invalido"
           ELSE
               IF NOT VALOR-VALIDO
                   DISPLAY "El valor ha de ser S o N"
               ELSE
                   IF CNS-ORIGEN = SPACES
                       DISPLAY "Sin origen no se anota el "-
                           "consentimiento"
                   ELSE
                       PERFORM GRABAR-CONSENTIMIENTO
                   END-IF
               END-IF
           END-IF.

       GRABAR-CONSENTIMIENTO.
           ACCEPT CNS-FECHA FROM DATE.
           IF CNS-FECHA < 19000101
               ADD 20000000 TO CNS-FECHA
           END-IF.
           OPEN EXTEND CONSENT-FILE.
           IF FS-CONSENT = "35"
               OPEN OUTPUT CONSENT-FILE
           END-IF.
           MOVE SPACES TO LINEA-CONSENT.
           STRING AGENDA-ACTUAL DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               CNS-NOMBRE DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               CNS-CANAL DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               CNS-VALOR DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               CNS-FECHA DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               CNS-ORIGEN DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               OPERADOR-SESION DELIMITED BY SIZE
               INTO LINEA-CONSENT.
           WRITE LINEA-CONSENT.
           CLOSE CONSENT-FILE.
           MOVE CNS-NOMBRE TO NOMBRE-AUX.
           MOVE SPACES TO AUDIT-TELEFONO.
           STRING CNS-CANAL DELIMITED BY SIZE
               "=" DELIMITED BY SIZE
               CNS-VALOR DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CNS-ORIGEN DELIMITED BY SIZE
               INTO AUDIT-TELEFONO.
           MOVE "CONSENTIM" TO AUDIT-OPERACION.
           PERFORM REGISTRAR-AUDITORIA.
           DISPLAY "Consentimiento anotado".

      *LISTA DE CORRECCION DE LA AGENDA ACTIVA: LOS CONTACTOS CUYO
      *CORREO HA DEVUELTO LA PASARELA. LA CORRECCION SE HACE CON LA
      *OPCION 2 (MODIFICAR); LA LINEA DE UN CORREO YA CAMBIADO SALE
      *COMO CORREGIDA HASTA QUE LA PURGA EL LOTE DE ESA NOCHE
       LISTAR-CORREOS-DEVUELTOS.
           MOVE 0 TO REBOTADOS-LISTADOS.
           OPEN INPUT EMAILMAL-FILE.
           IF FS-EMAILMAL NOT = "00"
               DISPLAY "No hay correos devueltos pendientes"
           ELSE
               OPEN INPUT CONTACTOS-FILE
               IF FS-CONTACTOS NOT = "00"
                   DISPLAY "No existe CONTACTOS"
               ELSE
                   DISPLAY "Fecha    Motivo   Situacion  Contacto / "-
                       "correo"
                   PERFORM UNTIL FS-EMAILMAL = "10"
                       READ EMAILMAL-FILE
                           AT END
                               MOVE "10" TO FS-EMAILMAL
                           NOT AT END
                               PERFORM MOSTRAR-CORREO-DEVUELTO
                       END-READ
                   END-PERFORM
                   CLOSE CONTACTOS-FILE
                   IF REBOTADOS-LISTADOS = 0
                       DISPLAY "Ningun correo devuelto en esta agenda"
                   END-IF
               END-IF
               CLOSE EMAILMAL-FILE
           END-IF
           PERFORM VOLVER-MENU.

       MOSTRAR-CORREO-DEVUELTO.
           MOVE SPACES TO MAL-AGENDA.
           MOVE SPACES TO MAL-NOMBRE.
           MOVE SPACES TO MAL-EMAIL.
           MOVE SPACES TO MAL-FECHA.
           MOVE SPACES TO MAL-MOTIVO.
           UNSTRING LINEA-EMAILMAL DELIMITED BY ";"
               INTO MAL-AGENDA MAL-NOMBRE MAL-EMAIL MAL-FECHA
                   MAL-MOTIVO.
           IF MAL-AGENDA = AGENDA-ACTUAL
               ADD 1 TO REBOTADOS-LISTADOS
               MOVE "PENDIENTE" TO MAL-SITUACION
               MOVE MAL-AGENDA TO AGENDA-NOMBRE-REG
               MOVE MAL-NOMBRE TO NOMBRE-REG
               READ CONTACTOS-FILE
                   INVALID KEY
                       MOVE "DE BAJA" TO MAL-SITUACION
                   NOT INVALID KEY
                       IF FUNCTION UPPER-CASE(EMAIL-REG) NOT =
                           FUNCTION UPPER-CASE(MAL-EMAIL)
                           MOVE "CORREGIDO" TO MAL-SITUACION
                       END-IF
               END-READ
               DISPLAY MAL-FECHA " " MAL-MOTIVO " " MAL-SITUACION
                   " " MAL-NOMBRE
               MOVE MAL-EMAIL TO EMAIL-A-ENMASCARAR
               IF MASCARA-EMAIL
                   PERFORM ENMASCARAR-EMAIL
               END-IF
               DISPLAY "                             "
                   EMAIL-A-ENMASCARAR
           END-IF.

      *SECCION DE NOTAS DE LA FICHA: LAS CINCO ENTRADAS MAS
      *RECIENTES DEL DIARIO DEL CONTACTO, RECOGIDAS EN ANILLO (EL
      *FICHERO YA VIENE EN ORDEN CRONOLOGICO)
       OPERACION-NO-AUTORIZADA.
           DISPLAY "Operacion no autorizada para un operador de "-
               "solo consulta"
           MOVE SPACES TO SEG-DETALLE
           STRING "Opcion " DELIMITED BY SIZE
               OPCIONES-MENU DELIMITED BY SIZE
               " en la agenda " DELIMITED BY SIZE
               AGENDA-ACTUAL DELIMITED BY SIZE
               INTO SEG-DETALLE
           PERFORM ANOTAR-NO-AUTORIZADA
           PERFORM VOLVER-MENU.

      *CAMBIO DE CLAVE (VIEJA Y NUEVA YA PREPARADAS) A CAMBCLAV, DE
      *DONDE LO RECOGE CADA NOCHE PROPAGA-CLAVES PARA LLEVARLO A
      *TAREAS, CITAS, NOTAS, RELACIONES, LLAMADAS Y LISTAS
       ANOTAR-CAMBIO-CLAVE.
           CALL "CCLSUB01" USING CCL-CLAVE-VIEJA CCL-CLAVE-NUEVA
               CCL-OPERACION OPERADOR-SESION.

      *SUCESO NOAUTOR EN EL REGISTRO DE SEGURIDAD, CON EL DETALLE
      *QUE DEJA PREPARADO QUIEN LO PIDE
       ANOTAR-NO-AUTORIZADA.
           CALL "SEGSUB01" USING SEG-EVENTO OPERADOR-SESION
               SEG-PROGRAMA SEG-DETALLE.

      *LEE EL FICHERO DE CONTROL DE EJECUCION DESATENDIDA, SI EXISTE
       COMPROBAR-CONTROL03.
           OPEN INPUT CONTROL03-FILE.
                   "(actualiza los que ya existen)"
               ACCEPT MODO-CARGA
           END-IF
      * Todo lo que graba la carga lleva el fichero y la hora de
      * arranque como lote de procedencia.
           MOVE "IMPORTAR" TO PRO-CANAL
           MOVE "IMPORTAR" TO PRO-ORIGEN
           ACCEPT PRO-HORA-CARGA FROM TIME
           DIVIDE PRO-HORA-CARGA BY 100 GIVING PRO-HORA
           OPEN INPUT IMPORTAR-FILE
           IF FS-IMPORTAR NOT = "00"
               DISPLAY "No se encuentra el fichero de importacion"
                   ACTUALIZADOS" actualizados, "SIN-CAMBIO
                   " sin cambios, "RECHAZADOS" rechazados"
           END-IF
           MOVE SPACES TO PRO-CANAL
           PERFORM VOLVER-MENU.

      *DA DE ALTA UNA LINEA DEL FICHERO DE IMPORTACION, SI NO ESTA
      *DUPLICADA; EN MODO REFRESCO LA LINEA DUPLICADA PISA EL
      *TELEFONO DEL CONTACTO EXISTENTE (SI DE VERDAD CAMBIA ALGO). UN
      *NIF QUE NO PASA NIFSUB01 RECHAZA LA LINEA ENTERA
       ALTA-MASIVA-LINEA.
           MOVE NOMBRE-IMP TO NOMBRE-AUX
           PERFORM COMPROBAR-DUPLICADO
           MOVE PAIS-IMP TO PREFIJO-A-VALIDAR
           PERFORM VALIDAR-PREFIJO
           MOVE "S" TO SW-NIF-OK
           MOVE SPACES TO NIF-NORMAL
           MOVE SPACES TO NIF-TIPO
           IF NIF-IMP NOT = SPACES
               CALL "NIFSUB01" USING NIF-IMP NIF-NORMAL NIF-TIPO
                   NIF-ESTADO
               IF NIF-ESTADO NOT = 0
                   MOVE "N" TO SW-NIF-OK
               END-IF
           END-IF
           MOVE "IMPORTAR" TO NIF-ORIGEN
           IF CONTACTO-DUPLICADO AND CARGA-REFRESCO
               AND PREFIJO-ACEPTADO AND NIF-ACEPTADO
               PERFORM REFRESCAR-LINEA-MASIVA
           ELSE
           IF CONTACTO-DUPLICADO OR NOT PREFIJO-ACEPTADO
               OR NOT NIF-ACEPTADO
               ADD 1 TO RECHAZADOS
               MOVE 4 TO CODIGO-SALIDA
               EVALUATE TRUE
                   WHEN CONTACTO-DUPLICADO
                       MOVE "DUPLICADO" TO EXC-TIPO
                       MOVE "I" TO EXC-GRAVEDAD
                   WHEN NOT NIF-ACEPTADO
                       MOVE "NIF" TO EXC-TIPO
                       MOVE "A" TO EXC-GRAVEDAD
                   WHEN OTHER
                       MOVE "PREFIJO-PAIS" TO EXC-TIPO
                       MOVE "A" TO EXC-GRAVEDAD
               MOVE "ALTA" TO AUDIT-OPERACION
               PERFORM REGISTRAR-AUDITORIA
               PERFORM GRABAR-CONTACTO
               MOVE SPACES TO NIF-ANTERIOR
               PERFORM ANOTAR-NIF-CONTACTO
           END-IF
           END-IF.

                   AND NUM-EXT-TRB = EXT-IMP
                   ADD 1 TO SIN-CAMBIO
               ELSE
      * Un retenido no se refresca sin doble firma: el cambio queda
      * pendiente en PENDCAMB como cualquier otro.
                   MOVE "MODIFICAR" TO CMB-OPERACION
                   PERFORM DECIDIR-DOBLE-FIRMA
                   MOVE PAIS-IMP TO NUM-PAIS-TRB
                   MOVE NUMERO-IMP TO NUM-PRINCIPAL-TRB
                   MOVE EXT-IMP TO NUM-EXT-TRB
                   ADD 1 TO ACTUALIZADOS
                   IF CAMBIO-A-APROBAR
                       PERFORM ANOTAR-CAMBIO-PENDIENTE
                   ELSE
                       MOVE NUMERO-TRB TO AUDIT-TELEFONO
                       MOVE "MODIFICAR" TO AUDIT-OPERACION
                       PERFORM REGISTRAR-AUDITORIA
                       PERFORM GRABAR-CONTACTO
                   END-IF
               END-IF
      * Un NIF en la linea se anota aunque el telefono no cambie; en
      * blanco no retira el que ya tuviera el contacto.
               IF NIF-NORMAL NOT = SPACES
                   MOVE NOMBRE-TRB TO NIF-NOMBRE
                   PERFORM LEER-NIF-CONTACTO
                   PERFORM ANOTAR-NIF-CONTACTO
               END-IF
           END-IF.

               " " DELIMITED BY SIZE
               OPERADOR-SESION DELIMITED BY SIZE
               INTO LINEA-AUDITORIA
           SET SEL-NUEVA TO TRUE
           CALL "AUDSUB01" USING SELLO-AUDITORIA LINEA-AUDITORIA
           WRITE LINEA-AUDITORIA
      * El telefono auditado no debe arrastrarse a la siguiente
      * operacion que no lo informe.
                   WHEN "00"
                       PERFORM MONTAR-REGISTRO-TRABAJO
                       REWRITE REG-CONTACTO
                       IF FS-CONTACTOS = "00"
                           MOVE "M" TO PRO-OPERACION
                           PERFORM ANOTAR-PROCEDENCIA
                       END-IF
                   WHEN "23"
                       PERFORM MONTAR-REGISTRO-TRABAJO
                       WRITE REG-CONTACTO
                               MOVE NOMBRE-REG TO EXC-DETALLE
                               PERFORM REGISTRAR-EXCEPCION
                               MOVE 4 TO CODIGO-SALIDA
                           NOT INVALID KEY
                               IF GRABA-CLAVE-NUEVA
                                   MOVE "M" TO PRO-OPERACION
                               ELSE
                                   MOVE "A" TO PRO-OPERACION
                               END-IF
                               PERFORM ANOTAR-PROCEDENCIA
                       END-WRITE
                   WHEN "51"
                       DISPLAY "Contacto en uso por otra sesion, "-
               CLOSE CONTACTOS-FILE
               PERFORM GRABAR-CONTROL
           END-IF.
           MOVE "N" TO SW-CLAVE-NUEVA.

      *DEJA EN PROCEDEN EL ALTA O EL CAMBIO RECIEN GRABADO, CON EL
      *CANAL DE LA CARGA O LA COPIA EN CURSO O, SI NO, EL FORMULARIO
       ANOTAR-PROCEDENCIA.
           IF PRO-CANAL = SPACES
               MOVE "FORMULARIO" TO PRO-CANAL
               MOVE "RETO-03" TO PRO-ORIGEN
               MOVE 0 TO PRO-HORA
           END-IF.
           MOVE AGENDA-NOMBRE-REG TO PRO-AGENDA.
           MOVE NOMBRE-REG TO PRO-NOMBRE.
           MOVE OPERADOR-SESION TO PRO-OPERADOR.
           CALL "PROSUB01" USING PROCEDENCIA.
           IF PRO-CANAL = "FORMULARIO"
               MOVE SPACES TO PRO-CANAL
           END-IF.

      *CANAL Y LOTE POR LOS QUE ENTRO EL CONTACTO LEIDO Y POR DONDE
      *LE LLEGO EL ULTIMO CAMBIO
       MOSTRAR-PROCEDENCIA.
           MOVE "C" TO PRO-OPERACION.
           MOVE AGENDA-NOMBRE-REG TO PRO-AGENDA.
           MOVE NOMBRE-REG TO PRO-NOMBRE.
           CALL "PROSUB01" USING PROCEDENCIA.
           IF PRO-SIN-PROCEDENCIA
               DISPLAY "Procedencia: anterior al registro de "-
                   "procedencias"
           ELSE
               DISPLAY "Procedencia: " PRO-ALTA-CANAL " "
                   PRO-ALTA-ORIGEN " (alta " PRO-ALTA-FECHA ")"
           END-IF.
           IF PRO-ULT-FECHA > 0
               DISPLAY "Ultimo cambio: " PRO-ULT-CANAL " "
                   PRO-ULT-ORIGEN " (" PRO-ULT-FECHA ")"
           END-IF.

      *RELLENA REG-CONTACTO CON EL REGISTRO DE TRABAJO, CAMPO A
      *CAMPO (EL READ CON BLOQUEO ACABA DE PISAR EL AREA DEL
