      * CODIGO;NOMBRE;NIVEL por persona autorizada (nivel 1 = solo
      * consulta, 2 = completo). Sin este fichero la suite arranca
      * con un perfil de administracion, para no dejarse fuera a
      * nadie en una instalacion recien creada. La clave de cada
      * operador no va aqui sino en CLAVES, que solo toca CLVSUB01.
      * Un quinto campo ESTADO = B marca al operador dado de baja por
      * BAJA-OPERADOR: la linea se conserva para el historico, pero
      * ya no firma.
           SELECT OPERADORES-FILE ASSIGN TO "OPERADORES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OPERADORES.
           SELECT TAREAS-FILE ASSIGN TO "TAREAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TAREAS.
      * Cola de tareas escaladas que rehace cada noche
      * ENVEJECE-TAREAS: las pendientes que llevan demasiados dias
      * laborables de retraso, asignadas a un supervisor (nivel 2),
      * que las ve al firmarse con el nombre del responsable original.
           SELECT ESCALADO-FILE ASSIGN TO "ESCALADO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ESCALADO.
      * Doble firma de la agenda: los rechazos que APROBAR-CAMBIOS
      * deja en CAMBRECH se ensenan al operador que pidio el cambio
      * en su siguiente firma (y se retiran del fichero), y a los
      * supervisores se les cuenta lo que espera en PENDCAMB.
           SELECT CAMBRECH-FILE ASSIGN TO "CAMBRECH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CAMBRECH.
           SELECT PENDCAMB-FILE ASSIGN TO "PENDCAMB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PENDCAMB.
      * Citas y visitas (las cuida MANTENER-CITAS): nada mas
      * firmarse, al operador se le muestran sus citas de hoy.
           SELECT CITAS-FILE ASSIGN TO "CITAS"
           SELECT RECIBOS-FILE ASSIGN TO "RECIBOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RECIBOS.
      * Avisos de cambios en los contactos que vigila cada operador
      * (los deja VIGILA-CAMBIOS cada noche): se ensenan debajo del
      * tablon en la siguiente firma y se retiran del fichero.
           SELECT VIGAVISO-FILE ASSIGN TO "VIGAVISO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VIGAVISO.
      * Preferencias por operador: agenda por defecto, idioma y
      * hasta cinco opciones favoritas que salen como atajos en lo
      * alto del menu. Se fijan con la opcion P o, si el operador
           SELECT PREFOPER-FILE ASSIGN TO "PREFOPER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PREFOPER.
      * Interruptor de mantenimiento que abren y cierran el primer y
      * el ultimo paso de LOTE00 y FINDE00 (VENTANA-LOTE): mientras
      * dice L, la agenda y las pantallas de mantenimiento no se
      * abren, para no pisar los ficheros que el lote esta tratando.
           SELECT VENTANA-FILE ASSIGN TO "VENTANA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VENTANA.
      * Cola de peticiones de trabajos bajo demanda (la alimenta
      * PEDIR-TRABAJOS y la despacha el lote): nada mas firmarse, al
      * operador se le ensena como van las suyas y, una sola vez, el
      * resultado de las que ya corrieron.
           SELECT PETICION-FILE ASSIGN TO "PETICION"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PETICION.
       DATA DIVISION.
       FILE SECTION.
       FD OPERADORES-FILE.
      * AGENDA;NOMBRE;FECHA;OPERADOR;HECHA;DESCRIPCION.
           01 LINEA-TAREA PIC X(120).

       FD ESCALADO-FILE.
      * SUPERVISOR;AGENDA;NOMBRE;FECHA;OPERADOR;NOMBRE-OPERADOR;DIAS;
      * DESCRIPCION.
           01 LINEA-ESCALADO PIC X(160).

       FD CAMBRECH-FILE.
      * OPERADOR;FECHA;AGENDA;NOMBRE;OPERACION;SUPERVISOR;MOTIVO.
           01 LINEA-CAMBRECH PIC X(150).

       FD PENDCAMB-FILE.
      * Cambio pendiente (copybooks/CAMBIO.cpy); aqui solo se mira
      * quien lo pidio.
           01 LINEA-PENDCAMB.
               COPY CAMBIO.

       FD CITAS-FILE.
      * FECHA;HORA;OPERADOR;AGENDA;NOMBRE;MOTIVO.
           01 LINEA-CITA PIC X(110).
      * OPERADOR;NUM;FECHA.
           01 LINEA-RECIBO PIC X(30).

       FD VIGAVISO-FILE.
      * RESUMEN;OPERADOR;FECHA;HORA;AGENDA;NOMBRE;OPERACION;QUIEN;
      * DETALLE.
           01 LINEA-VIGAVISO PIC X(170).

       FD PREFOPER-FILE.
      * OPERADOR;AGENDA;IDIOMA;FAV1;FAV2;FAV3;FAV4;FAV5.
           01 LINEA-PREFOPER PIC X(50).

       FD VENTANA-FILE.
      * ESTADO;TRABAJO;FECHA;HORA-INICIO;FIN-PREVISTO.
           01 LINEA-VENTANA PIC X(50).

       FD PETICION-FILE.
      * Peticion en columnas fijas (copybooks/PETICION.cpy).
           01 LINEA-PETICION PIC X(80).

       WORKING-STORAGE SECTION.
      * Dos posiciones, como ya hizo el menu de RETO-03 cuando sus
      * operaciones superaron a los digitos.
               88 ENTEROS VALUE "9".
               88 PREFERENCIAS VALUE "P" "p".
               88 CONFIGURA VALUE "C" "c".
               88 TRABAJOS-DEMANDA VALUE "J" "j".
               88 SALE VALUE "0".
      * Fecha/hora mostrada en cada pantalla del menu, para poder
      * situar una incidencia de sesion en el tiempo.
      * textos devuelve el catalogo MENSAJES via MSGSUB01.
           01 PARM-IDIOMA PIC XX VALUE "ES".
           01 OPR-IDIOMA PIC XX.
           01 OPR-ESTADO PIC X.
               88 OPERADOR-DE-BAJA VALUE "B".
      * Parametros de la subrutina del catalogo de mensajes.
           01 MSG-CODIGO PIC X(8).
           01 MSG-TEXTO PIC X(80).
           01 INTENTOS-FIRMA PIC 9 VALUE 0.
           01 SW-FIRMADO PIC X VALUE "N".
               88 SESION-FIRMADA VALUE "S".
      * Clave de la firma, comprobada contra CLAVES por CLVSUB01, y
      * suceso para el registro de seguridad de SEGSUB01.
           01 SW-OPERADOR PIC X.
               88 OPERADOR-HALLADO VALUE "S".
           01 CLAVE-TECLEADA PIC X(16).
           01 CLAVE-REPETIDA PIC X(16).
           01 LONGITUD-CLAVE PIC 9(2).
           01 ESPACIOS-CLAVE PIC 9(2).
           01 CLV-FUNCION PIC X.
           01 CLV-OPERADOR PIC X(8).
           01 CLV-CLAVE PIC X(16).
           01 CLV-PROGRAMA PIC X(8) VALUE "MENU".
           01 CLV-RESULTADO PIC 9.
           01 SEG-EVENTO PIC X(10).
           01 SEG-OPERADOR PIC X(8).
           01 SEG-PROGRAMA PIC X(8) VALUE "MENU".
           01 SEG-DETALLE PIC X(40).
      * Datos del despacho en curso para la contabilidad de uso.
      * Captura de la configuracion de sesion.
           01 CONFIG-TEXTO PIC X(15).
           01 TAR-FECHA-COMP PIC 9(8).
           01 FECHA-HOY-COMP PIC 9(8).
           01 TAREAS-HOY PIC 9(3).
      * Lectura de la cola de tareas escaladas al supervisor.
           01 FS-ESCALADO PIC XX.
           01 ESC-SUPERVISOR PIC X(8).
           01 ESC-AGENDA PIC X(15).
           01 ESC-NOMBRE PIC X(30).
           01 ESC-FECHA PIC X(8).
           01 ESC-OPERADOR PIC X(8).
           01 ESC-OPERADOR-NOMBRE PIC X(30).
           01 ESC-DIAS PIC X(3).
           01 ESC-DESCRIPCION PIC X(40).
           01 TAREAS-ESCALADAS PIC 9(3).
      * Avisos de cambios rechazados: los del operador firmado se
      * muestran y el resto se guardan para regrabar el fichero.
           01 FS-CAMBRECH PIC XX.
           01 FS-PENDCAMB PIC XX.
           01 RCH-OPERADOR PIC X(8).
           01 RCH-FECHA PIC X(8).
           01 RCH-AGENDA PIC X(15).
           01 RCH-NOMBRE PIC X(30).
           01 RCH-OPERACION PIC X(10).
           01 RCH-SUPERVISOR PIC X(8).
           01 RCH-MOTIVO PIC X(30).
           01 TABLA-RECHAZOS-AJENOS.
               05 RECHAZO-AJENO PIC X(150) OCCURS 200 TIMES.
           01 TOTAL-RECHAZOS-AJENOS PIC 9(3) VALUE 0.
           01 IDX-RCH PIC 9(3).
           01 RECHAZOS-PROPIOS PIC 9(3).
           01 SW-RCH-LLENA PIC X.
               88 RECHAZOS-DESBORDADOS VALUE "S".
           01 CAMBIOS-PENDIENTES PIC 9(3).
      * Lectura de las citas del dia del operador al firmarse.
           01 FS-CITAS PIC XX.
           01 CIT-FECHA PIC X(8).
           01 AVISOS-VIGENTES PIC 9(2).
           01 SW-RECIBO PIC X.
               88 RECIBO-ANOTADO VALUE "S".
      * Avisos de contactos vigilados: los del operador firmado se
      * muestran y el resto se guardan para regrabar el fichero.
           01 FS-VIGAVISO PIC XX.
           01 VGA-RESUMEN PIC X(8).
           01 VGA-OPERADOR PIC X(8).
           01 VGA-FECHA PIC X(8).
           01 VGA-HORA PIC X(8).
           01 VGA-AGENDA PIC X(15).
           01 VGA-NOMBRE PIC X(30).
           01 VGA-OPERACION PIC X(10).
           01 VGA-QUIEN PIC X(8).
           01 VGA-DETALLE PIC X(60).
           01 TABLA-VIGILADOS-AJENOS.
               05 VIGILADO-AJENO PIC X(170) OCCURS 300 TIMES.
           01 TOTAL-VIGILADOS-AJENOS PIC 9(3) VALUE 0.
           01 IDX-VGA PIC 9(3).
           01 VIGILADOS-PROPIOS PIC 9(3).
           01 SW-VGA-LLENA PIC X.
               88 VIGILADOS-DESBORDADOS VALUE "S".
      * Ventana de lote leida antes de abrir una pantalla de
      * mantenimiento, y respuesta del supervisor que fuerza la
      * entrada.
           01 FS-VENTANA PIC XX.
           01 VEN-ESTADO PIC X.
           01 VEN-TRABAJO PIC X(8).
           01 VEN-FECHA PIC X(8).
           01 VEN-HORA PIC X(4).
           01 VEN-FIN PIC X(4).
           01 SW-VENTANA PIC X.
               88 VENTANA-LIBRE VALUE "S".
           01 RESPUESTA-FORZAR PIC X.
               88 FORZAR-ENTRADA VALUE "S" "s".
      * Peticiones de trabajos del operador firmado, en su ultimo
      * estado, para ensenarlas al firmarse.
           01 FS-PETICION PIC XX.
           01 PETICION-LEIDA.
               COPY PETICION.
           01 TABLA-PETICIONES.
               05 FILA-PET OCCURS 50 TIMES.
                   10 FPT-NUMERO PIC 9(6).
                   10 FPT-LINEA PIC X(80).
           01 TOTAL-PET PIC 9(2) VALUE 0.
           01 IDX-PET PIC 9(2).
           01 FILA-HALLADA PIC 9(2).
           01 PETICIONES-MOSTRADAS PIC 9(2).

       PROCEDURE DIVISION.
       EJERCICIO.
            END-IF.
            PERFORM CARGAR-PREFERENCIAS.
            PERFORM MOSTRAR-TABLON.
            PERFORM MOSTRAR-VIGILADOS.
            PERFORM MOSTRAR-TAREAS-HOY.
            PERFORM MOSTRAR-TAREAS-ESCALADAS.
            PERFORM MOSTRAR-CAMBIOS-RECHAZADOS.
            IF PARM-NIVEL = 2
                PERFORM CONTAR-CAMBIOS-PENDIENTES
            END-IF.
            PERFORM MOSTRAR-CITAS-HOY.
            PERFORM MOSTRAR-PETICIONES.
            PERFORM MENU-PRINCIPAL UNTIL SALE.
      * RETURN-CODE a 0: el menu en si no tiene incidencias propias,
      * el de cada programa invocado ya se muestra al volver de el.
            ADD 1 TO INTENTOS-FIRMA.
            DISPLAY "Codigo de operador:".
            ACCEPT OPERADOR-TECLEADO.
            MOVE "N" TO SW-OPERADOR.
            OPEN INPUT OPERADORES-FILE.
            PERFORM BUSCAR-OPERADOR
                UNTIL OPERADOR-HALLADO OR FS-OPERADORES = "10".
            CLOSE OPERADORES-FILE.
            IF NOT OPERADOR-HALLADO
                DISPLAY "Operador no reconocido"
                MOVE "FALLO" TO SEG-EVENTO
                MOVE OPERADOR-TECLEADO TO SEG-OPERADOR
                MOVE "Codigo de operador desconocido" TO SEG-DETALLE
                PERFORM ANOTAR-SEGURIDAD
            ELSE
            IF OPERADOR-DE-BAJA
                DISPLAY "Operador dado de baja"
                MOVE "FALLO" TO SEG-EVENTO
                MOVE OPERADOR-TECLEADO TO SEG-OPERADOR
                MOVE "Firma de un operador dado de baja"
                    TO SEG-DETALLE
                PERFORM ANOTAR-SEGURIDAD
            ELSE
                PERFORM COMPROBAR-CLAVE
            END-IF
            END-IF.

       BUSCAR-OPERADOR.
            READ OPERADORES-FILE
                    MOVE SPACES TO OPR-NOMBRE
                    MOVE SPACES TO OPR-NIVEL
                    MOVE SPACES TO OPR-IDIOMA
                    MOVE SPACES TO OPR-ESTADO
                    UNSTRING LINEA-OPERADOR DELIMITED BY ";"
                        INTO OPR-CODIGO OPR-NOMBRE OPR-NIVEL
                            OPR-IDIOMA OPR-ESTADO
                    IF OPR-CODIGO = OPERADOR-TECLEADO
                        AND OPR-CODIGO NOT = SPACES
                        MOVE "S" TO SW-OPERADOR
                    END-IF
            END-READ.

      *CLAVE DEL OPERADOR RECONOCIDO. TRES FALLOS SEGUIDOS (EN ESTA
      *O EN OTRAS SESIONES) LO BLOQUEAN HASTA QUE UN SUPERVISOR LA
      *RESTABLECE CON MANTENER-CLAVES; LA PRIMERA VEZ, AL CADUCAR Y
      *TRAS UN RESTABLECIMIENTO HAY QUE ELEGIR UNA CLAVE NUEVA
       COMPROBAR-CLAVE.
            DISPLAY "Clave:".
            ACCEPT CLAVE-TECLEADA.
            MOVE "V" TO CLV-FUNCION.
            MOVE OPR-CODIGO TO CLV-OPERADOR.
            MOVE CLAVE-TECLEADA TO CLV-CLAVE.
            CALL "CLVSUB01" USING CLV-FUNCION CLV-OPERADOR CLV-CLAVE
                CLV-PROGRAMA CLV-RESULTADO.
            EVALUATE CLV-RESULTADO
                WHEN 0
                    PERFORM ACEPTAR-FIRMA
                WHEN 1
                    DISPLAY "Clave incorrecta"
                WHEN 2
                    DISPLAY "Operador bloqueado por intentos fallidos:"
                        " un supervisor tiene que restablecer su clave"
                    MOVE 3 TO INTENTOS-FIRMA
                WHEN 3
                    DISPLAY "La clave ha caducado o es provisional: "-
                        "hay que cambiarla"
                    PERFORM CAMBIAR-CLAVE-FIRMA
                WHEN 4
                    DISPLAY "Primer uso: hay que elegir una clave"
                    PERFORM CAMBIAR-CLAVE-FIRMA
                WHEN OTHER
                    DISPLAY "No se ha podido comprobar la clave"
            END-EVALUATE.

      *CLAVE NUEVA, TECLEADA DOS VECES: DE 6 A 16 CARACTERES, SIN
      *ESPACIOS Y DISTINTA DE LA ANTERIOR. SI NO SE ACEPTA, LA FIRMA
      *CUENTA COMO INTENTO FALLIDO
       CAMBIAR-CLAVE-FIRMA.
            DISPLAY "Clave nueva (de 6 a 16 caracteres, sin "-
                "espacios):".
            ACCEPT CLAVE-TECLEADA.
            DISPLAY "Repite la clave nueva:".
            ACCEPT CLAVE-REPETIDA.
            MOVE 0 TO LONGITUD-CLAVE.
            MOVE 0 TO ESPACIOS-CLAVE.
            INSPECT CLAVE-TECLEADA TALLYING LONGITUD-CLAVE
                FOR CHARACTERS BEFORE INITIAL SPACE
                ESPACIOS-CLAVE FOR ALL SPACE.
      * Sin espacios por medio: todo lo que sigue al primer blanco
      * tiene que ser blanco.
            IF LONGITUD-CLAVE < 6
                OR LONGITUD-CLAVE + ESPACIOS-CLAVE NOT = 16
                DISPLAY "Clave no valida: de 6 a 16 caracteres y sin "-
                    "espacios"
            ELSE
            IF CLAVE-REPETIDA NOT = CLAVE-TECLEADA
                DISPLAY "Las dos claves no coinciden"
            ELSE
                MOVE "C" TO CLV-FUNCION
                MOVE OPR-CODIGO TO CLV-OPERADOR
                MOVE CLAVE-TECLEADA TO CLV-CLAVE
                CALL "CLVSUB01" USING CLV-FUNCION CLV-OPERADOR
                    CLV-CLAVE CLV-PROGRAMA CLV-RESULTADO
                EVALUATE CLV-RESULTADO
                    WHEN 0
                        DISPLAY "Clave cambiada"
                        PERFORM ACEPTAR-FIRMA
                    WHEN 5
                        DISPLAY "La clave nueva tiene que ser "-
                            "distinta de la anterior"
                    WHEN OTHER
                        DISPLAY "No se ha podido grabar la clave nueva"
                END-EVALUATE
            END-IF
            END-IF.

       ACEPTAR-FIRMA.
            MOVE OPR-CODIGO TO PARM-OPERADOR.
            IF OPR-NIVEL = "1"
                MOVE 1 TO PARM-NIVEL
            ELSE
                MOVE 2 TO PARM-NIVEL
            END-IF.
            IF OPR-IDIOMA NOT = SPACES
                MOVE OPR-IDIOMA TO PARM-IDIOMA
            END-IF.
            MOVE "S" TO SW-FIRMADO.
            MOVE "MENBIEN" TO MSG-CODIGO.
            MOVE "Bienvenido, &1" TO MSG-TEXTO.
            MOVE OPR-NOMBRE TO MSG-PARAMETRO.
            PERFORM TRADUCIR-MENSAJE.
            DISPLAY MSG-TEXTO.

      *SUCESO AL REGISTRO DE SEGURIDAD (FIRMAS FALLIDAS Y
      *OPERACIONES NO AUTORIZADAS)
       ANOTAR-SEGURIDAD.
            CALL "SEGSUB01" USING SEG-EVENTO SEG-OPERADOR SEG-PROGRAMA
                SEG-DETALLE.

      *OPERACION DE ESCRITURA PEDIDA POR UN PERFIL DE SOLO CONSULTA:
      *AVISO Y SUCESO NOAUTOR CON EL PROGRAMA QUE SE QUERIA LANZAR
       OPCION-NO-AUTORIZADA.
            DISPLAY "Operacion no autorizada para un operador de "-
                "solo consulta".
            MOVE "NOAUTOR" TO SEG-EVENTO.
            MOVE PARM-OPERADOR TO SEG-OPERADOR.
            MOVE SPACES TO SEG-DETALLE.
            STRING "Opcion " DELIMITED BY SIZE
                OPCIONES-MENU DELIMITED BY SIZE
                " del menu principal" DELIMITED BY SIZE
                INTO SEG-DETALLE.
            PERFORM ANOTAR-SEGURIDAD.

      *PREFERENCIAS DEL OPERADOR FIRMADO: SU AGENDA POR DEFECTO Y
      *SU IDIOMA PISAN LOS DE LA SESION, Y SUS FAVORITOS SALEN COMO
      *ATAJOS EN LO ALTO DEL MENU. SIN FAVORITOS ELEGIDOS SE
                    MOVE "8" TO CODIGO-OPCION
                WHEN "ENTEROS"
                    MOVE "9" TO CODIGO-OPCION
                WHEN "PETICION"
                    MOVE "J" TO CODIGO-OPCION
                WHEN OTHER
                    MOVE SPACES TO CODIGO-OPCION
            END-EVALUATE.
                MOVE AVISO-NUM TO REC-VISTO(TOTAL-RECIBOS)
            END-IF.

      *CAMBIOS QUE OTROS HAN HECHO EN LOS CONTACTOS QUE VIGILA EL
      *OPERADOR FIRMADO, DEBAJO DEL TABLON. COMO LOS CAMBIOS
      *RECHAZADOS, SE AVISAN UNA SOLA VEZ: EL FICHERO SE REGRABA SIN
      *ELLOS (SALVO QUE LOS DEMAS NO QUEPAN EN LA TABLA). LA COPIA
      *QUE SALE EN EL ESTADO DIARIO QUEDA EN VIGHIST
       MOSTRAR-VIGILADOS.
            MOVE 0 TO VIGILADOS-PROPIOS.
            MOVE 0 TO TOTAL-VIGILADOS-AJENOS.
            MOVE "N" TO SW-VGA-LLENA.
            OPEN INPUT VIGAVISO-FILE.
            IF FS-VIGAVISO = "00"
                PERFORM UNTIL FS-VIGAVISO = "10"
                    READ VIGAVISO-FILE
                        AT END
                            MOVE "10" TO FS-VIGAVISO
                        NOT AT END
                            PERFORM MOSTRAR-VIGILADO-LINEA
                    END-READ
                END-PERFORM
                CLOSE VIGAVISO-FILE
                IF VIGILADOS-PROPIOS > 0 AND NOT VIGILADOS-DESBORDADOS
                    OPEN OUTPUT VIGAVISO-FILE
                    PERFORM VARYING IDX-VGA FROM 1 BY 1
                            UNTIL IDX-VGA > TOTAL-VIGILADOS-AJENOS
                        WRITE LINEA-VIGAVISO
                            FROM VIGILADO-AJENO(IDX-VGA)
                    END-PERFORM
                    CLOSE VIGAVISO-FILE
                END-IF
                IF VIGILADOS-PROPIOS > 0
                    DISPLAY SPACES
                END-IF
            END-IF.

       MOSTRAR-VIGILADO-LINEA.
            MOVE SPACES TO VGA-RESUMEN.
            MOVE SPACES TO VGA-OPERADOR.
            MOVE SPACES TO VGA-FECHA.
            MOVE SPACES TO VGA-HORA.
            MOVE SPACES TO VGA-AGENDA.
            MOVE SPACES TO VGA-NOMBRE.
            MOVE SPACES TO VGA-OPERACION.
            MOVE SPACES TO VGA-QUIEN.
            MOVE SPACES TO VGA-DETALLE.
            UNSTRING LINEA-VIGAVISO DELIMITED BY ";"
                INTO VGA-RESUMEN VGA-OPERADOR VGA-FECHA VGA-HORA
                    VGA-AGENDA VGA-NOMBRE VGA-OPERACION VGA-QUIEN
                    VGA-DETALLE.
            IF VGA-OPERADOR = PARM-OPERADOR
                IF VIGILADOS-PROPIOS = 0
                    DISPLAY SPACES
                    DISPLAY "----- CAMBIOS EN CONTACTOS VIGILADOS -----"
                END-IF
                ADD 1 TO VIGILADOS-PROPIOS
                DISPLAY "  " VGA-FECHA " " VGA-HORA(1:2) ":"
                    VGA-HORA(3:2) " " VGA-OPERACION " " VGA-NOMBRE
                    " (" VGA-AGENDA ") por " VGA-QUIEN
                IF VGA-DETALLE NOT = SPACES
                    DISPLAY "      " VGA-DETALLE
                END-IF
            ELSE
                IF TOTAL-VIGILADOS-AJENOS < 300
                    ADD 1 TO TOTAL-VIGILADOS-AJENOS
                    MOVE LINEA-VIGAVISO TO
                        VIGILADO-AJENO(TOTAL-VIGILADOS-AJENOS)
                ELSE
                    MOVE "S" TO SW-VGA-LLENA
                END-IF
            END-IF.

      *TAREAS PENDIENTES DEL OPERADOR FIRMADO QUE VENCEN HOY (O YA
      *VENCIDAS), MOSTRADAS NADA MAS FIRMARSE. SIN FICHERO TAREAS NO
      *SE MUESTRA NADA
                    TAR-DESCRIPCION
            END-IF.

      *TAREAS DE OTROS OPERADORES ESCALADAS AL FIRMADO COMO
      *SUPERVISOR POR EL PASO NOCTURNO, CON EL RESPONSABLE ORIGINAL.
      *SIN FICHERO ESCALADO NO SE MUESTRA NADA
       MOSTRAR-TAREAS-ESCALADAS.
            MOVE 0 TO TAREAS-ESCALADAS.
            OPEN INPUT ESCALADO-FILE.
            IF FS-ESCALADO = "00"
                PERFORM UNTIL FS-ESCALADO = "10"
                    READ ESCALADO-FILE
                        AT END
                            MOVE "10" TO FS-ESCALADO
                        NOT AT END
                            PERFORM MOSTRAR-ESCALADA-LINEA
                    END-READ
                END-PERFORM
                CLOSE ESCALADO-FILE
                IF TAREAS-ESCALADAS > 0
                    DISPLAY "(" TAREAS-ESCALADAS " tareas escaladas; "-
                        "se cierran con la opcion 6 del menu)"
                END-IF
            END-IF.

       MOSTRAR-ESCALADA-LINEA.
            MOVE SPACES TO ESC-SUPERVISOR.
            MOVE SPACES TO ESC-AGENDA.
            MOVE SPACES TO ESC-NOMBRE.
            MOVE SPACES TO ESC-FECHA.
            MOVE SPACES TO ESC-OPERADOR.
            MOVE SPACES TO ESC-OPERADOR-NOMBRE.
            MOVE SPACES TO ESC-DIAS.
            MOVE SPACES TO ESC-DESCRIPCION.
            UNSTRING LINEA-ESCALADO DELIMITED BY ";"
                INTO ESC-SUPERVISOR ESC-AGENDA ESC-NOMBRE ESC-FECHA
                    ESC-OPERADOR ESC-OPERADOR-NOMBRE ESC-DIAS
                    ESC-DESCRIPCION.
            IF ESC-SUPERVISOR = PARM-OPERADOR
                IF TAREAS-ESCALADAS = 0
                    DISPLAY SPACES
                    DISPLAY "----- TAREAS ESCALADAS A SU "-
                        "SUPERVISION -----"
                END-IF
                ADD 1 TO TAREAS-ESCALADAS
                DISPLAY "  " ESC-FECHA " (" ESC-DIAS " dias) "
                    ESC-NOMBRE " de " ESC-OPERADOR-NOMBRE
                DISPLAY "      " ESC-DESCRIPCION
            END-IF.

      *CAMBIOS DE CONTACTO DEL OPERADOR FIRMADO QUE UN SUPERVISOR HA
      *RECHAZADO EN LA DOBLE FIRMA. SE AVISAN UNA SOLA VEZ: EL
      *FICHERO SE REGRABA SIN ELLOS (SALVO QUE NO QUEPAN LOS DEMAS
      *EN LA TABLA, EN CUYO CASO SE DEJA COMO ESTA)
       MOSTRAR-CAMBIOS-RECHAZADOS.
            MOVE 0 TO RECHAZOS-PROPIOS.
            MOVE 0 TO TOTAL-RECHAZOS-AJENOS.
            MOVE "N" TO SW-RCH-LLENA.
            OPEN INPUT CAMBRECH-FILE.
            IF FS-CAMBRECH = "00"
                PERFORM UNTIL FS-CAMBRECH = "10"
                    READ CAMBRECH-FILE
                        AT END
                            MOVE "10" TO FS-CAMBRECH
                        NOT AT END
                            PERFORM MOSTRAR-RECHAZO-LINEA
                    END-READ
                END-PERFORM
                CLOSE CAMBRECH-FILE
                IF RECHAZOS-PROPIOS > 0 AND NOT RECHAZOS-DESBORDADOS
                    OPEN OUTPUT CAMBRECH-FILE
                    PERFORM VARYING IDX-RCH FROM 1 BY 1
                            UNTIL IDX-RCH > TOTAL-RECHAZOS-AJENOS
                        WRITE LINEA-CAMBRECH FROM RECHAZO-AJENO(IDX-RCH)
                    END-PERFORM
                    CLOSE CAMBRECH-FILE
                END-IF
            END-IF.

       MOSTRAR-RECHAZO-LINEA.
            MOVE SPACES TO RCH-OPERADOR.
            MOVE SPACES TO RCH-FECHA.
            MOVE SPACES TO RCH-AGENDA.
            MOVE SPACES TO RCH-NOMBRE.
            MOVE SPACES TO RCH-OPERACION.
            MOVE SPACES TO RCH-SUPERVISOR.
            MOVE SPACES TO RCH-MOTIVO.
            UNSTRING LINEA-CAMBRECH DELIMITED BY ";"
                INTO RCH-OPERADOR RCH-FECHA RCH-AGENDA RCH-NOMBRE
                    RCH-OPERACION RCH-SUPERVISOR RCH-MOTIVO.
            IF RCH-OPERADOR = PARM-OPERADOR
                IF RECHAZOS-PROPIOS = 0
                    DISPLAY SPACES
                    DISPLAY "----- CAMBIOS RECHAZADOS POR UN "-
                        "SUPERVISOR -----"
                END-IF
                ADD 1 TO RECHAZOS-PROPIOS
                DISPLAY "  " RCH-FECHA " " RCH-OPERACION " "
                    RCH-NOMBRE " (" RCH-AGENDA ")"
                DISPLAY "      rechazado por " RCH-SUPERVISOR ": "
                    RCH-MOTIVO
            ELSE
                IF TOTAL-RECHAZOS-AJENOS < 200
                    ADD 1 TO TOTAL-RECHAZOS-AJENOS
                    MOVE LINEA-CAMBRECH TO
                        RECHAZO-AJENO(TOTAL-RECHAZOS-AJENOS)
                ELSE
                    MOVE "S" TO SW-RCH-LLENA
                END-IF
            END-IF.

      *A UN SUPERVISOR SE LE CUENTAN LOS CAMBIOS QUE ESPERAN SU
      *DOBLE FIRMA (LOS QUE HA PEDIDO EL MISMO NO CUENTAN: LOS TIENE
      *QUE APROBAR OTRO)
       CONTAR-CAMBIOS-PENDIENTES.
            MOVE 0 TO CAMBIOS-PENDIENTES.
            OPEN INPUT PENDCAMB-FILE.
            IF FS-PENDCAMB = "00"
                PERFORM UNTIL FS-PENDCAMB = "10"
                    READ PENDCAMB-FILE
                        AT END
                            MOVE "10" TO FS-PENDCAMB
                        NOT AT END
                            IF CMB-OPERADOR NOT = PARM-OPERADOR
                                ADD 1 TO CAMBIOS-PENDIENTES
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PENDCAMB-FILE
                IF CAMBIOS-PENDIENTES > 0
                    DISPLAY SPACES
                    DISPLAY "(" CAMBIOS-PENDIENTES " cambios de "-
                        "contacto esperan doble firma; se aprueban "-
                        "con APROBAR-CAMBIOS)"
                END-IF
            END-IF.

      *CITAS DE HOY DEL OPERADOR FIRMADO, MOSTRADAS NADA MAS
      *FIRMARSE. SIN FICHERO CITAS NO SE MUESTRA NADA
       MOSTRAR-CITAS-HOY.
                    CIT-MOTIVO
            END-IF.

      *PETICIONES DE TRABAJOS DEL OPERADOR FIRMADO: LAS QUE ESPERAN
      *AL LOTE O ESTAN CORRIENDO SE ENSENAN EN CADA FIRMA; LAS QUE YA
      *CORRIERON, UNA SOLA VEZ CON SU RESULTADO Y SU SALIDA, Y SE
      *MARCAN COMO AVISADAS CON UNA LINEA MAS EN LA COLA. SIN
      *FICHERO PETICION NO SE MUESTRA NADA
       MOSTRAR-PETICIONES.
            MOVE 0 TO TOTAL-PET.
            MOVE 0 TO PETICIONES-MOSTRADAS.
            OPEN INPUT PETICION-FILE.
            IF FS-PETICION = "00"
                PERFORM UNTIL FS-PETICION = "10"
                    READ PETICION-FILE
                        AT END
                            MOVE "10" TO FS-PETICION
                        NOT AT END
                            PERFORM CARGAR-PETICION-LINEA
                    END-READ
                END-PERFORM
                CLOSE PETICION-FILE
                PERFORM VARYING IDX-PET FROM 1 BY 1
                        UNTIL IDX-PET > TOTAL-PET
                    MOVE FPT-LINEA(IDX-PET) TO PETICION-LEIDA
                    PERFORM MOSTRAR-PETICION-LINEA
                END-PERFORM
                IF PETICIONES-MOSTRADAS > 0
                    DISPLAY "(" PETICIONES-MOSTRADAS " peticiones; "-
                        "se consultan con la opcion J del menu)"
                END-IF
            END-IF.

       CARGAR-PETICION-LINEA.
            MOVE LINEA-PETICION TO PETICION-LEIDA.
            IF PET-OPERADOR = PARM-OPERADOR AND PET-NUMERO IS NUMERIC
                MOVE 0 TO FILA-HALLADA
                PERFORM VARYING IDX-PET FROM 1 BY 1
                        UNTIL IDX-PET > TOTAL-PET OR FILA-HALLADA > 0
                    IF FPT-NUMERO(IDX-PET) = PET-NUMERO
                        MOVE IDX-PET TO FILA-HALLADA
                    END-IF
                END-PERFORM
                IF FILA-HALLADA = 0 AND TOTAL-PET < 50
                    ADD 1 TO TOTAL-PET
                    MOVE TOTAL-PET TO FILA-HALLADA
                END-IF
                IF FILA-HALLADA > 0
                    MOVE PET-NUMERO TO FPT-NUMERO(FILA-HALLADA)
                    MOVE LINEA-PETICION TO FPT-LINEA(FILA-HALLADA)
                END-IF
            END-IF.

       MOSTRAR-PETICION-LINEA.
            IF PET-PENDIENTE OR PET-EN-CURSO
                OR ((PET-TERMINADA OR PET-ERRONEA)
                    AND NOT PET-YA-AVISADA)
                IF PETICIONES-MOSTRADAS = 0
                    DISPLAY SPACES
                    DISPLAY "----- TRABAJOS PEDIDOS -----"
                END-IF
                ADD 1 TO PETICIONES-MOSTRADAS
                DISPLAY "  " PET-NUMERO " " PET-TRABAJO " del "
                    PET-FECHA ": " PET-ESTADO
                IF PET-TERMINADA OR PET-ERRONEA
                    IF PET-RC = 9
                        DISPLAY "      el trabajo no llego a terminar"
                    ELSE
                        DISPLAY "      RC " PET-RC "; " PET-REGISTROS
                            " registros en " PET-SALIDA
                        IF PET-EN-COLA = "S"
                            DISPLAY "      (en la cola de impresion, "-
                                "opcion 7 del menu)"
                        END-IF
                    END-IF
                    MOVE "S" TO PET-AVISADA
                    OPEN EXTEND PETICION-FILE
                    IF FS-PETICION = "00"
                        WRITE LINEA-PETICION FROM PETICION-LEIDA
                        CLOSE PETICION-FILE
                    END-IF
                END-IF
            END-IF.

       MENU-PRINCIPAL.
            ACCEPT MENU-FECHA FROM DATE
            ACCEPT MENU-HORA FROM TIME
            PERFORM TRADUCIR-MENSAJE
            DISPLAY MSG-TEXTO
            MOVE "MENOPC7" TO MSG-CODIGO
            MOVE "7 - Cola de impresion (liberar y ver informes)" TO
                MSG-TEXTO
            PERFORM TRADUCIR-MENSAJE
            DISPLAY MSG-TEXTO
            DISPLAY MSG-TEXTO
            MOVE "MENOPC9" TO MSG-CODIGO
            MOVE "9 - Calculadora de enteros (mcd, mcm, "-
                "factores, bases y romanos)" TO MSG-TEXTO
            PERFORM TRADUCIR-MENSAJE
            DISPLAY MSG-TEXTO
            MOVE "MENOPCJ" TO MSG-CODIGO
            MOVE "J - Trabajos bajo demanda (pedir y ver peticiones)"
                TO MSG-TEXTO
            PERFORM TRADUCIR-MENSAJE
            DISPLAY MSG-TEXTO
            MOVE "MENOPCP" TO MSG-CODIGO
            EVALUATE TRUE

                 WHEN AGENDA
      * La agenda escribe en CONTACTOS: no se abre mientras el lote
      * tiene la ventana de mantenimiento.
                   PERFORM COMPROBAR-VENTANA
                   IF VENTANA-LIBRE
                       MOVE "RETO-03" TO SES-PROGRAMA
                       PERFORM ANOTAR-INICIO-SESION
                       CALL "RETO-03" USING PARM-AGENDA PARM-OPERADOR
                           PARM-NIVEL PARM-IDIOMA
                       PERFORM ANOTAR-FIN-SESION
                       DISPLAY "Programa RETO-03 finalizado, codigo: "
                           RETURN-CODE
                   END-IF

                 WHEN CADENAS
                   MOVE "RETO-04" TO SES-PROGRAMA
      * Mantenimiento de escritura: cerrado a los perfiles de solo
      * consulta, como las operaciones de escritura de la agenda.
                   IF PARM-NIVEL = 1
                       PERFORM OPCION-NO-AUTORIZADA
                   ELSE
                       PERFORM COMPROBAR-VENTANA
                       IF VENTANA-LIBRE
                           MOVE "LISTAS" TO SES-PROGRAMA
                           PERFORM ANOTAR-INICIO-SESION
                           CALL "MANTENER-LISTAS"
                           PERFORM ANOTAR-FIN-SESION
                           DISPLAY "Programa MANTENER-LISTAS "-
                               "finalizado, codigo: " RETURN-CODE
                       END-IF
                   END-IF

                 WHEN TAREAS
      * Pantalla de escritura: cerrada a los perfiles de solo
      * consulta, como MANTENER-LISTAS.
                   IF PARM-NIVEL = 1
                       PERFORM OPCION-NO-AUTORIZADA
                   ELSE
                       PERFORM COMPROBAR-VENTANA
                       IF VENTANA-LIBRE
                           MOVE "TAREAS" TO SES-PROGRAMA
                           PERFORM ANOTAR-INICIO-SESION
                           CALL "MANTENER-TAREAS" USING PARM-OPERADOR
                           PERFORM ANOTAR-FIN-SESION
                           DISPLAY "Programa MANTENER-TAREAS "-
                               "finalizado, codigo: " RETURN-CODE
                       END-IF
                   END-IF

                 WHEN COLA-IMPRESION
                   MOVE "LIBCOLA" TO SES-PROGRAMA
                   PERFORM ANOTAR-INICIO-SESION
                   CALL "LIBERAR-COLA" USING PARM-OPERADOR
                   PERFORM ANOTAR-FIN-SESION
                   DISPLAY "Programa LIBERAR-COLA finalizado, "-
                       "codigo: " RETURN-CODE
      * Pantalla de escritura: cerrada a los perfiles de solo
      * consulta, como MANTENER-LISTAS.
                   IF PARM-NIVEL = 1
                       PERFORM OPCION-NO-AUTORIZADA
                   ELSE
                       PERFORM COMPROBAR-VENTANA
                       IF VENTANA-LIBRE
                           MOVE "CITAS" TO SES-PROGRAMA
                           PERFORM ANOTAR-INICIO-SESION
                           CALL "MANTENER-CITAS" USING PARM-OPERADOR
                           PERFORM ANOTAR-FIN-SESION
                           DISPLAY "Programa MANTENER-CITAS "-
                               "finalizado, codigo: " RETURN-CODE
                       END-IF
                   END-IF

                 WHEN ENTEROS
                   DISPLAY "Programa ENTEROS-UTIL finalizado, "-
                       "codigo: " RETURN-CODE

                 WHEN TRABAJOS-DEMANDA
      * Pedir un trabajo de lote es operar: cerrado a los perfiles
      * de solo consulta. No espera a la ventana de lote, porque la
      * cola es de solo-anadir y lo que se pide ahora corre la
      * noche siguiente si el despacho ya ha pasado.
                   IF PARM-NIVEL = 1
                       PERFORM OPCION-NO-AUTORIZADA
                   ELSE
                       MOVE "PETICION" TO SES-PROGRAMA
                       PERFORM ANOTAR-INICIO-SESION
                       CALL "PEDIR-TRABAJOS" USING PARM-OPERADOR
                       PERFORM ANOTAR-FIN-SESION
                       DISPLAY "Programa PEDIR-TRABAJOS finalizado, "-
                           "codigo: " RETURN-CODE
                   END-IF

                 WHEN PREFERENCIAS
                   PERFORM CONFIGURAR-PREFERENCIAS


             END-EVALUATE.

      *VENTANA DE LOTE: SI LOTE00 O FINDE00 LA TIENEN ABIERTA (L EN
      *VENTANA) LA PANTALLA PEDIDA NO SE ABRE, Y SE ENSENA QUE
      *TRABAJO CORRE Y A QUE HORA SE ESPERA QUE TERMINE. UN
      *SUPERVISOR PUEDE FORZAR LA ENTRADA, Y EL FORZADO QUEDA EN
      *SEGURIDAD CON LA OPCION Y EL TRABAJO. SIN FICHERO VENTANA LA
      *SUITE ESTA LIBRE, COMO EN UNA INSTALACION RECIEN CREADA
       COMPROBAR-VENTANA.
            MOVE "S" TO SW-VENTANA.
            MOVE SPACES TO VEN-ESTADO VEN-TRABAJO VEN-FECHA VEN-HORA
                VEN-FIN.
            OPEN INPUT VENTANA-FILE.
            IF FS-VENTANA = "00"
                READ VENTANA-FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        UNSTRING LINEA-VENTANA DELIMITED BY ";"
                            INTO VEN-ESTADO VEN-TRABAJO VEN-FECHA
                                VEN-HORA VEN-FIN
                END-READ
                CLOSE VENTANA-FILE
            END-IF.
            IF VEN-ESTADO = "L"
                MOVE "N" TO SW-VENTANA
                DISPLAY "Ventana de mantenimiento: " VEN-TRABAJO
                    " esta en curso desde las " VEN-HORA(1:2) ":"
                    VEN-HORA(3:2) " del " VEN-FECHA
                DISPLAY "Fin previsto a las " VEN-FIN(1:2) ":"
                    VEN-FIN(3:2) "; hasta entonces esta opcion no "-
                    "se abre (las consultas siguen disponibles)"
                IF PARM-NIVEL = 2
                    DISPLAY "Forzar la entrada como supervisor? "-
                        "(S/N):"
                    ACCEPT RESPUESTA-FORZAR
                    IF FORZAR-ENTRADA
                        MOVE "S" TO SW-VENTANA
                        MOVE "FORZADO" TO SEG-EVENTO
                        MOVE PARM-OPERADOR TO SEG-OPERADOR
                        MOVE SPACES TO SEG-DETALLE
                        STRING "Opcion " DELIMITED BY SIZE
                            OPCIONES-MENU DELIMITED BY SIZE
                            " en ventana de " DELIMITED BY SIZE
                            VEN-TRABAJO DELIMITED BY SIZE
                            INTO SEG-DETALLE
                        PERFORM ANOTAR-SEGURIDAD
                    END-IF
                END-IF
            END-IF.

      *PANTALLA DE PREFERENCIAS: AGENDA POR DEFECTO, IDIOMA Y LOS
      *CINCO ATAJOS, GUARDADOS EN PREFOPER PARA LAS PROXIMAS
      *SESIONES (EL FICHERO SE REGRABA ENTERO SIN PISAR A LOS DEMAS
