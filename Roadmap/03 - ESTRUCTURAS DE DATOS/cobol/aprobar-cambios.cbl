     /*
      * APROBACION DE CAMBIOS DE CONTACTO CON DOBLE FIRMA.
      * No es la solucion de ningun reto: es la pantalla de
      * supervisor que cierra la doble firma de la agenda. RETO-03 no
      * graba directamente las bajas, los cambios de contactos bajo
      * retencion legal ni los cambios de un operador de nivel 1 en
      * las categorias de APROBCAT: los deja en PENDCAMB
      * (copybooks/CAMBIO.cpy) con la imagen del registro antes y
      * despues. Aqui se repasan uno a uno, con la comparacion campo
      * a campo, y se aprueban o se rechazan:
      * - Aprobar aplica el cambio sobre CONTACTOS (solo si el
      *   registro sigue igual que cuando se pidio) y escribe la
      *   linea de AUDITORIA con el operador que lo pidio y, detras,
      *   el supervisor que lo aprobo.
      * - Rechazar deja una linea
      *   OPERADOR;FECHA;AGENDA;NOMBRE;OPERACION;SUPERVISOR;MOTIVO
      *   en CAMBRECH, que MENU-PRINCIPAL ensena al operador en su
      *   siguiente firma.
      * Nadie aprueba sus propios cambios. Exige firma de supervisor
      * (nivel 2 de OPERADORES), como MANTENER-RETENCIONES.
      * El cambio aplicado deja su linea M en el satelite PROCEDEN
      * (PROSUB01) con canal APROBACION y, como origen, el operador
      * que lo pidio. El NIF y la etapa del formulario, que viajan
      * con el cambio, se anotan entonces en NIFCONT y ETAPAS con la
      * clave con la que se queda el contacto; un cambio rechazado no
      * deja nada en ellos.
      * Como no se llega a ella por MENU-PRINCIPAL, mira ella misma
      * la ventana de lote (VENTANA): mientras LOTE00 o FINDE00 la
      * tienen abierta no aplica cambios, salvo que el supervisor
      * fuerce la entrada, que queda en SEGURIDAD.
      */
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APROBAR-CAMBIOS.
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
               LOCK MODE IS MANUAL
               FILE STATUS IS FS-CONTACTOS.
           SELECT PENDCAMB-FILE ASSIGN TO "PENDCAMB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PENDCAMB.
      * Copia de trabajo de PENDCAMB al regrabarlo: se relee el
      * fichero al terminar para no perder lo que otras sesiones de
      * la agenda hayan anadido mientras tanto.
           SELECT PENDTMP-FILE ASSIGN TO "PENDTMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PENDTMP.
           SELECT CAMBRECH-FILE ASSIGN TO "CAMBRECH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CAMBRECH.
           SELECT AUDITORIA-FILE ASSIGN TO "AUDITORIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITORIA.
      * Satelite del NIF, historico de solo-anadir como en la agenda.
           SELECT NIFCONT-FILE ASSIGN TO "NIFCONT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NIFCONT.
      * Interruptor de mantenimiento que abren y cierran el primer y
      * el ultimo paso de LOTE00 y FINDE00 (VENTANA-LOTE).
           SELECT VENTANA-FILE ASSIGN TO "VENTANA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VENTANA.
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
                   ==NUMEROS-ADIC== BY ==NUMEROS-ADIC-REG==
                   ==NUM-ADIC-TOTAL== BY ==NUM-ADIC-TOTAL-REG==
                   ==NUM-ADIC-TIPO== BY ==NUM-ADIC-TIPO-REG==
                   ==NUM-ADIC-PAIS== BY ==NUM-ADIC-PAIS-REG==
                   ==NUM-ADIC-PRINCIPAL== BY ==NUM-ADIC-PRIN-REG==
                   ==NUM-ADIC-EXT== BY ==NUM-ADIC-EXT-REG==
                   ==CONTACTO-ACTIVO== BY ==CONTACTO-ACTIVO-REG==
                   ==CONTACTO-BORRADO== BY ==CONTACTO-BORRADO-REG==
                   ==CATEGORIA== BY ==CATEGORIA-REG==
                   ==EMAIL== BY ==EMAIL-REG==
                   ==DIRECCION== BY ==DIRECCION-REG==
                   ==DIR-CALLE== BY ==DIR-CALLE-REG==
                   ==DIR-CIUDAD== BY ==DIR-CIUDAD-REG==
                   ==DIR-CP== BY ==DIR-CP-REG==
                   ==NOTAS== BY ==NOTAS-REG==
                   ==FECHA-NACIMIENTO== BY ==FECHA-NACIM-REG==
                   ==FECHA-BAJA== BY ==FECHA-BAJA-REG==
                   ==ORGANIZACION== BY ==ORGANIZACION-REG==.

       FD PENDCAMB-FILE.
           01 LINEA-PENDCAMB PIC X(707).

       FD PENDTMP-FILE.
           01 LINEA-PENDTMP PIC X(707).

       FD CAMBRECH-FILE.
           01 LINEA-CAMBRECH PIC X(150).

       FD AUDITORIA-FILE.
      * Mismo formato de columnas que la agenda interactiva (fecha,
      * hora, operacion, nombre, agenda, telefono, operador) mas el
      * supervisor que aprobo el cambio.
           01 LINEA-AUDITORIA PIC X(120).

       FD VENTANA-FILE.
           01 LINEA-VENTANA PIC X(50).

       FD NIFCONT-FILE.
      * AGENDA;NOMBRE;NIF;TIPO;FECHA;ORIGEN;OPERADOR
           01 LINEA-NIFCONT PIC X(100).

       WORKING-STORAGE SECTION.
           77 FS-OPERADORES PIC XX.
           77 FS-CONTACTOS PIC XX.
           77 FS-PENDCAMB PIC XX.
           77 FS-PENDTMP PIC XX.
           77 FS-CAMBRECH PIC XX.
           77 FS-AUDITORIA PIC XX.
           77 FS-VENTANA PIC XX.
           77 FS-NIFCONT PIC XX.

      * Ventana de lote: ESTADO;TRABAJO;FECHA;HORA-INICIO;FIN-PREVISTO
      * como la deja VENTANA-LOTE.
           77 VEN-ESTADO PIC X.
           77 VEN-TRABAJO PIC X(8).
           77 VEN-FECHA PIC X(8).
           77 VEN-HORA PIC X(4).
           77 VEN-FIN PIC X(4).
           77 SW-VENTANA PIC X.
               88 VENTANA-LIBRE VALUE "S".
           77 RESPUESTA-FORZAR PIC X.
               88 FORZAR-ENTRADA VALUE "S" "s".

      * Firma de supervisor, como en MANTENER-RETENCIONES: tres
      * intentos y fuera, y solo vale el nivel 2.
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
           77 CLV-PROGRAMA PIC X(8) VALUE "APRCAM00".
           77 CLV-RESULTADO PIC 9.
           77 SEG-EVENTO PIC X(10).
           77 SEG-DETALLE PIC X(40).

      * Cambios pendientes leidos de PENDCAMB y lo decidido sobre
      * cada uno en esta sesion ("A"probado, "R"echazado o en blanco
      * si sigue pendiente).
           01 TABLA-PENDIENTES.
               05 FILA-PENDIENTE OCCURS 100 TIMES.
                   10 PND-LINEA PIC X(707).
                   10 PND-SITUACION PIC X.
           77 TOTAL-PENDIENTES PIC 9(3) VALUE 0.
           77 IDX-PND PIC 9(3).
           77 IDX-BUSCA PIC 9(3).
           77 SW-RESUELTO PIC X.
               88 LINEA-RESUELTA VALUE "S".
           01 CAMBIO-ACTUAL.
               COPY CAMBIO.

      * Vista de trabajo de una imagen de contacto (ANTES o
      * DESPUES) para sacar sus campos a la comparacion.
           01 VISTA-CONTACTO.
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
           77 CLAVE-VIEJA PIC X(45).
           77 CLAVE-NUEVA PIC X(45).

      * Comparacion campo a campo: rotulo de cada campo y su valor
      * antes (lado 1) y despues (lado 2) del cambio.
           01 ROTULOS-CAMPOS.
               05 FILLER PIC X(13) VALUE "AGENDA......:".
               05 FILLER PIC X(13) VALUE "NOMBRE......:".
               05 FILLER PIC X(13) VALUE "ESTADO......:".
               05 FILLER PIC X(13) VALUE "TIPO NUMERO.:".
               05 FILLER PIC X(13) VALUE "TELEFONO....:".
               05 FILLER PIC X(13) VALUE "NUM. ADIC...:".
               05 FILLER PIC X(13) VALUE "CATEGORIA...:".
               05 FILLER PIC X(13) VALUE "EMAIL.......:".
               05 FILLER PIC X(13) VALUE "CALLE.......:".
               05 FILLER PIC X(13) VALUE "CIUDAD......:".
               05 FILLER PIC X(13) VALUE "COD. POSTAL.:".
               05 FILLER PIC X(13) VALUE "NOTAS.......:".
               05 FILLER PIC X(13) VALUE "NACIMIENTO..:".
               05 FILLER PIC X(13) VALUE "FECHA BAJA..:".
               05 FILLER PIC X(13) VALUE "ORGANIZACION:".
           01 TABLA-ROTULOS REDEFINES ROTULOS-CAMPOS.
               05 ROTULO-CAMPO PIC X(13) OCCURS 15 TIMES.
           01 TABLA-COMPARACION.
               05 FILA-CAMPO OCCURS 15 TIMES.
                   10 VALOR-CAMPO PIC X(60) OCCURS 2 TIMES.
           77 IDX-CMP PIC 9(2).
           77 IDX-LADO PIC 9.
           77 CAMBIOS-CAMPO PIC 9(2).

           01 OPCION-CAMBIO PIC X.
               88 CMB-APROBAR VALUE "A" "a".
               88 CMB-RECHAZAR VALUE "R" "r".
               88 CMB-SALTAR VALUE "S" "s".
               88 CMB-FIN VALUE "F" "f".
           77 SW-FIN PIC X VALUE "N".
               88 FIN-REVISION VALUE "S".
           77 MOTIVO-RECHAZO PIC X(30).
      * Resultado de aplicar el cambio aprobado sobre el fichero.
           77 SW-APLICADO PIC X.
               88 CAMBIO-APLICADO VALUE "S".
               88 CAMBIO-IMPOSIBLE VALUE "N".
               88 CAMBIO-EN-ESPERA VALUE "E".

           77 AUDIT-OPERACION PIC X(10).
           77 AUDIT-FECHA PIC 9(8).
           77 AUDIT-HORA PIC 9(8).
           77 FECHA-HOY PIC 9(8).
           77 APROBADOS PIC 9(3) VALUE 0.
           77 RECHAZADOS PIC 9(3) VALUE 0.
      * NIF y etapa del cambio aprobado: fecha de la linea de NIFCONT
      * y parametros de ETPSUB01.
           77 NIF-FECHA PIC 9(8).
           77 ETP-OPERACION PIC X.
           77 ETP-AGENDA PIC X(15).
           77 ETP-NOMBRE PIC X(30).
           77 ETP-ETAPA PIC X(10).
           77 ETP-FECHA PIC 9(8).
           77 ETP-ORIGEN PIC X(10).
           77 ETP-ESTADO PIC 9.
      * Parametros de PROSUB01 para la procedencia del cambio.
           01 PROCEDENCIA.
               COPY PROCEDE.
      * Eslabon de la cadena de AUDITORIA, que sella AUDSUB01 justo
      * antes de cada WRITE.
           01 SELLO-AUDITORIA.
               COPY SELLO.
           77 CODIGO-SALIDA PIC 9 VALUE 0.

       PROCEDURE DIVISION.
       PRINCIPAL.
           PERFORM FIRMAR-SUPERVISOR.
           IF NOT SUPERVISOR-FIRMADO
               DISPLAY "Sin firma de supervisor no se aprueban "-
                   "cambios"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM COMPROBAR-VENTANA.
           IF NOT VENTANA-LIBRE
               DISPLAY "No se aprueban cambios durante la ventana "-
                   "de lote"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT FECHA-HOY FROM DATE.
           IF FECHA-HOY < 19000101
               ADD 20000000 TO FECHA-HOY
           END-IF.
           PERFORM CARGAR-PENDIENTES.
           IF TOTAL-PENDIENTES = 0
               DISPLAY "No hay cambios pendientes de aprobacion"
           ELSE
               OPEN EXTEND AUDITORIA-FILE
               IF FS-AUDITORIA = "35"
                   OPEN OUTPUT AUDITORIA-FILE
               END-IF
               PERFORM VARYING IDX-PND FROM 1 BY 1
                       UNTIL IDX-PND > TOTAL-PENDIENTES
                           OR FIN-REVISION
                   PERFORM REVISAR-CAMBIO
               END-PERFORM
               CLOSE AUDITORIA-FILE
               IF APROBADOS > 0 OR RECHAZADOS > 0
                   PERFORM GRABAR-PENDIENTES
               END-IF
               IF APROBADOS > 0
      * El registro de control de la agenda se rehace con CTLSUB01
      * desde el propio fichero, como en el resto de la suite.
                   CALL "CTLSUB01"
               END-IF
               DISPLAY "Revision terminada: " APROBADOS
                   " aprobados, " RECHAZADOS " rechazados"
           END-IF.
           MOVE CODIGO-SALIDA TO RETURN-CODE.
           STOP RUN.

      *FIRMA CONTRA EL FICHERO DE PERFILES: SOLO NIVEL 2, COMO EN
      *MANTENER-RETENCIONES. SIN FICHERO DE PERFILES NO HAY
      *SUPERVISORES
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

      *VENTANA DE LOTE, COMO EN MENU-PRINCIPAL: CON L EN VENTANA NO
      *SE APLICA NADA SOBRE CONTACTOS MIENTRAS EL LOTE LO TRATA; SE
      *ENSENA QUE TRABAJO CORRE Y A QUE HORA SE ESPERA QUE TERMINE.
      *EL SUPERVISOR YA FIRMADO PUEDE FORZAR LA ENTRADA, Y EL FORZADO
      *QUEDA EN SEGURIDAD CON EL TRABAJO. SIN FICHERO VENTANA LA
      *SUITE ESTA LIBRE
       COMPROBAR-VENTANA.
           MOVE "S" TO SW-VENTANA.
           MOVE SPACES TO VEN-ESTADO.
           MOVE SPACES TO VEN-TRABAJO.
           MOVE SPACES TO VEN-FECHA.
           MOVE SPACES TO VEN-HORA.
           MOVE SPACES TO VEN-FIN.
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
                   VEN-FIN(3:2) "; hasta entonces no se aplican "-
                   "cambios"
               DISPLAY "Forzar la entrada como supervisor? (S/N):"
               ACCEPT RESPUESTA-FORZAR
               IF FORZAR-ENTRADA
                   MOVE "S" TO SW-VENTANA
                   MOVE "FORZADO" TO SEG-EVENTO
                   MOVE SPACES TO SEG-DETALLE
                   STRING "Aprobacion en ventana de " DELIMITED BY SIZE
                       VEN-TRABAJO DELIMITED BY SIZE
                       INTO SEG-DETALLE
                   CALL "SEGSUB01" USING SEG-EVENTO OPERADOR-SESION
                       CLV-PROGRAMA SEG-DETALLE
               END-IF
           END-IF.

      *CARGA LOS CAMBIOS PENDIENTES; LOS QUE NO QUEPAN EN LA TABLA
      *SIGUEN EN EL FICHERO PARA LA SIGUIENTE SESION
       CARGAR-PENDIENTES.
           OPEN INPUT PENDCAMB-FILE.
           IF FS-PENDCAMB = "00"
               PERFORM UNTIL FS-PENDCAMB = "10"
                   READ PENDCAMB-FILE
                       AT END
                           MOVE "10" TO FS-PENDCAMB
                       NOT AT END
                           IF TOTAL-PENDIENTES < 100
                               ADD 1 TO TOTAL-PENDIENTES
                               MOVE LINEA-PENDCAMB TO
                                   PND-LINEA(TOTAL-PENDIENTES)
                               MOVE SPACE TO
                                   PND-SITUACION(TOTAL-PENDIENTES)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDCAMB-FILE
           END-IF.

      *PRESENTA UN CAMBIO PENDIENTE Y RECOGE LA DECISION. LOS
      *CAMBIOS PEDIDOS POR EL PROPIO SUPERVISOR SE SALTAN: LOS TIENE
      *QUE APROBAR OTRO
       REVISAR-CAMBIO.
           MOVE PND-LINEA(IDX-PND) TO CAMBIO-ACTUAL.
           IF CMB-OPERADOR = OPERADOR-SESION
               DISPLAY SPACES
               DISPLAY "Cambio " IDX-PND " de " TOTAL-PENDIENTES
                   ": pedido por usted, lo aprueba otro supervisor"
           ELSE
               PERFORM MOSTRAR-CAMBIO
               MOVE SPACE TO OPCION-CAMBIO
               PERFORM UNTIL CMB-APROBAR OR CMB-RECHAZAR
                       OR CMB-SALTAR OR CMB-FIN
                   DISPLAY "A-Aprobar  R-Rechazar  S-Saltar  "-
                       "F-Fin de la revision"
                   ACCEPT OPCION-CAMBIO
               END-PERFORM
               EVALUATE TRUE
                   WHEN CMB-APROBAR
                       PERFORM APLICAR-CAMBIO
                   WHEN CMB-RECHAZAR
                       DISPLAY "Motivo del rechazo:"
                       ACCEPT MOTIVO-RECHAZO
                       PERFORM ANOTAR-RECHAZO
                   WHEN CMB-FIN
                       MOVE "S" TO SW-FIN
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *CABECERA DEL CAMBIO Y COMPARACION CAMPO A CAMPO: LOS CAMPOS
      *QUE CAMBIAN SALEN MARCADOS CON * Y CON EL VALOR NUEVO DEBAJO
       MOSTRAR-CAMBIO.
           DISPLAY SPACES.
           DISPLAY "===== CAMBIO " IDX-PND " DE " TOTAL-PENDIENTES
               " =====".
           DISPLAY CMB-OPERACION " pedido por " CMB-OPERADOR " el "
               CMB-FECHA " a las " CMB-HORA(1:4) " (" CMB-MOTIVO ")".
           MOVE CMB-ANTES TO VISTA-CONTACTO.
           MOVE 1 TO IDX-LADO.
           PERFORM EXTRAER-CAMPOS.
           MOVE CMB-DESPUES TO VISTA-CONTACTO.
           MOVE 2 TO IDX-LADO.
           PERFORM EXTRAER-CAMPOS.
           MOVE 0 TO CAMBIOS-CAMPO.
           PERFORM VARYING IDX-CMP FROM 1 BY 1 UNTIL IDX-CMP > 15
               IF VALOR-CAMPO(IDX-CMP, 1) = VALOR-CAMPO(IDX-CMP, 2)
                   DISPLAY "  " ROTULO-CAMPO(IDX-CMP) " "
                       VALOR-CAMPO(IDX-CMP, 1)
               ELSE
                   ADD 1 TO CAMBIOS-CAMPO
                   DISPLAY "* " ROTULO-CAMPO(IDX-CMP) " "
                       VALOR-CAMPO(IDX-CMP, 1)
                   DISPLAY "             -> "
                       VALOR-CAMPO(IDX-CMP, 2)
               END-IF
           END-PERFORM.
           DISPLAY "(" CAMBIOS-CAMPO " campos cambian)".
           IF CMB-NIF-CAMBIADO
               DISPLAY "* NIF.........: " CMB-NIF
           END-IF.
           IF CMB-ETAPA NOT = SPACES
               DISPLAY "* ETAPA.......: " CMB-ETAPA
           END-IF.

      *PASA LOS CAMPOS DE LA VISTA AL LADO IDX-LADO DE LA TABLA DE
      *COMPARACION, CADA UNO COMO TEXTO
       EXTRAER-CAMPOS.
           MOVE AGENDA-NOMBRE-VIS TO VALOR-CAMPO(1, IDX-LADO).
           MOVE NOMBRE-VIS TO VALOR-CAMPO(2, IDX-LADO).
           EVALUATE TRUE
               WHEN CONTACTO-BORRADO-VIS
                   MOVE "BAJA" TO VALOR-CAMPO(3, IDX-LADO)
               WHEN OTHER
                   MOVE "ACTIVO" TO VALOR-CAMPO(3, IDX-LADO)
           END-EVALUATE.
           MOVE NUM-TIPO-VIS TO VALOR-CAMPO(4, IDX-LADO).
           MOVE SPACES TO VALOR-CAMPO(5, IDX-LADO).
           STRING NUM-PAIS-VIS " " NUM-PRINCIPAL-VIS " " NUM-EXT-VIS
               DELIMITED BY SIZE INTO VALOR-CAMPO(5, IDX-LADO).
           MOVE SPACES TO VALOR-CAMPO(6, IDX-LADO).
           IF NUM-ADIC-TOTAL-VIS IS NUMERIC
               AND NUM-ADIC-TOTAL-VIS > 0
               STRING NUM-ADIC-TIPO-VIS(1) " " NUM-ADIC-PAIS-VIS(1)
                   " " NUM-ADIC-PRIN-VIS(1) " " NUM-ADIC-EXT-VIS(1)
                   DELIMITED BY SIZE INTO VALOR-CAMPO(6, IDX-LADO)
           END-IF.
           IF NUM-ADIC-TOTAL-VIS IS NUMERIC
               AND NUM-ADIC-TOTAL-VIS > 1
               MOVE NUM-ADIC-TIPO-VIS(2) TO
                   VALOR-CAMPO(6, IDX-LADO)(32:8)
               MOVE NUM-ADIC-PAIS-VIS(2) TO
                   VALOR-CAMPO(6, IDX-LADO)(41:4)
               MOVE NUM-ADIC-PRIN-VIS(2) TO
                   VALOR-CAMPO(6, IDX-LADO)(46:9)
               MOVE NUM-ADIC-EXT-VIS(2) TO
                   VALOR-CAMPO(6, IDX-LADO)(56:5)
           END-IF.
           MOVE CATEGORIA-VIS TO VALOR-CAMPO(7, IDX-LADO).
           MOVE EMAIL-VIS TO VALOR-CAMPO(8, IDX-LADO).
           MOVE DIR-CALLE-VIS TO VALOR-CAMPO(9, IDX-LADO).
           MOVE DIR-CIUDAD-VIS TO VALOR-CAMPO(10, IDX-LADO).
           MOVE DIR-CP-VIS TO VALOR-CAMPO(11, IDX-LADO).
           MOVE NOTAS-VIS TO VALOR-CAMPO(12, IDX-LADO).
           MOVE FECHA-NACIM-VIS TO VALOR-CAMPO(13, IDX-LADO).
           MOVE FECHA-BAJA-VIS TO VALOR-CAMPO(14, IDX-LADO).
           MOVE ORGANIZACION-VIS TO VALOR-CAMPO(15, IDX-LADO).

      *APLICA EL CAMBIO APROBADO: SOLO SI EL REGISTRO SIGUE COMO
      *ESTABA CUANDO SE PIDIO. UN CAMBIO DE NOMBRE CAMBIA LA CLAVE:
      *SE COMPRUEBA ANTES QUE EL NOMBRE NUEVO ESTA LIBRE Y LUEGO SE
      *BORRA EL VIEJO Y SE GRABA EL NUEVO. UN CAMBIO QUE YA NO SE
      *PUEDE APLICAR SE RECHAZA SOLO, CON SU MOTIVO
       APLICAR-CAMBIO.
           MOVE CMB-ANTES TO VISTA-CONTACTO.
           MOVE CLAVE-VIS TO CLAVE-VIEJA.
           MOVE CMB-DESPUES TO VISTA-CONTACTO.
           MOVE CLAVE-VIS TO CLAVE-NUEVA.
           SET CAMBIO-APLICADO TO TRUE.
           MOVE SPACES TO MOTIVO-RECHAZO.
           OPEN I-O CONTACTOS-FILE.
           IF FS-CONTACTOS NOT = "00"
               DISPLAY "No se puede abrir CONTACTOS (estado "
                   FS-CONTACTOS "); el cambio sigue pendiente"
               SET CAMBIO-EN-ESPERA TO TRUE
               MOVE 4 TO CODIGO-SALIDA
           ELSE
               IF CLAVE-NUEVA NOT = CLAVE-VIEJA
                   MOVE CLAVE-NUEVA TO CLAVE-REG
                   READ CONTACTOS-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET CAMBIO-IMPOSIBLE TO TRUE
                           MOVE "EL NOMBRE NUEVO YA EXISTE" TO
                               MOTIVO-RECHAZO
                   END-READ
               END-IF
               IF CAMBIO-APLICADO
                   MOVE CLAVE-VIEJA TO CLAVE-REG
                   READ CONTACTOS-FILE WITH LOCK
                   EVALUATE FS-CONTACTOS
                       WHEN "00"
                           IF REG-CONTACTO NOT = CMB-ANTES
                               SET CAMBIO-IMPOSIBLE TO TRUE
                               MOVE "CAMBIADO DESDE LA PETICION" TO
                                   MOTIVO-RECHAZO
                           ELSE
                               PERFORM GRABAR-CAMBIO
                           END-IF
                       WHEN "23"
                           SET CAMBIO-IMPOSIBLE TO TRUE
                           MOVE "EL CONTACTO YA NO EXISTE" TO
                               MOTIVO-RECHAZO
                       WHEN "51"
                           DISPLAY "Contacto en uso por otra sesion; "-
                               "el cambio sigue pendiente"
                           SET CAMBIO-EN-ESPERA TO TRUE
                       WHEN OTHER
                           DISPLAY "Error al leer el contacto (estado "
                               FS-CONTACTOS "); el cambio sigue "-
                               "pendiente"
                           SET CAMBIO-EN-ESPERA TO TRUE
                           MOVE 4 TO CODIGO-SALIDA
                   END-EVALUATE
               END-IF
               CLOSE CONTACTOS-FILE
           END-IF.
           EVALUATE TRUE
               WHEN CAMBIO-APLICADO
                   MOVE CMB-OPERACION TO AUDIT-OPERACION
                   PERFORM REGISTRAR-AUDITORIA
                   PERFORM ANOTAR-PROCEDENCIA
                   PERFORM ANOTAR-NIF-ETAPA
                   MOVE "A" TO PND-SITUACION(IDX-PND)
                   ADD 1 TO APROBADOS
                   DISPLAY "Cambio aprobado y aplicado"
               WHEN CAMBIO-IMPOSIBLE
                   DISPLAY "No se puede aplicar: " MOTIVO-RECHAZO
                   DISPLAY "El cambio se rechaza y se avisa a "
                       CMB-OPERADOR
                   PERFORM ANOTAR-RECHAZO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *GRABA LA IMAGEN DE DESPUES SOBRE EL REGISTRO LEIDO CON
      *BLOQUEO. LA BAJA TOMA LA FECHA DEL DIA EN QUE SE APRUEBA
       GRABAR-CAMBIO.
           IF CLAVE-NUEVA = CLAVE-VIEJA
               MOVE CMB-DESPUES TO REG-CONTACTO
               IF CMB-OPERACION = "BAJA"
                   ACCEPT AUDIT-FECHA FROM DATE
                   MOVE AUDIT-FECHA TO FECHA-BAJA-REG
               END-IF
               REWRITE REG-CONTACTO
                   INVALID KEY
                       SET CAMBIO-EN-ESPERA TO TRUE
               END-REWRITE
           ELSE
               DELETE CONTACTOS-FILE RECORD
                   INVALID KEY
                       SET CAMBIO-EN-ESPERA TO TRUE
               END-DELETE
               IF CAMBIO-APLICADO
                   MOVE CMB-DESPUES TO REG-CONTACTO
                   WRITE REG-CONTACTO
                       INVALID KEY
                           SET CAMBIO-EN-ESPERA TO TRUE
                   END-WRITE
      * Si otra sesion ha ocupado el nombre nuevo entretanto, el
      * contacto vuelve a quedar como estaba.
                   IF CAMBIO-EN-ESPERA
                       MOVE CMB-ANTES TO REG-CONTACTO
                       WRITE REG-CONTACTO
                           INVALID KEY
                               CONTINUE
                       END-WRITE
                   ELSE
      * Clave nueva: CCLSUB01 lo anota en CAMBCLAV para que
      * PROPAGA-CLAVES lleve las tareas, citas, notas, etc. del
      * contacto a la clave nueva.
                       CALL "CCLSUB01" USING CLAVE-VIEJA CLAVE-NUEVA
                           CMB-OPERACION CMB-OPERADOR
                   END-IF
               END-IF
           END-IF.
           IF CAMBIO-EN-ESPERA
               DISPLAY "Error al grabar el contacto (estado "
                   FS-CONTACTOS "); el cambio sigue pendiente"
               MOVE 4 TO CODIGO-SALIDA
           END-IF.

      *EL CAMBIO APROBADO QUEDA EN PROCEDEN A NOMBRE DE LA CLAVE CON
      *LA QUE SE QUEDA EL CONTACTO
       ANOTAR-PROCEDENCIA.
           MOVE "M" TO PRO-OPERACION.
           MOVE CLAVE-NUEVA(1:15) TO PRO-AGENDA.
           MOVE CLAVE-NUEVA(16:30) TO PRO-NOMBRE.
           MOVE "APROBACION" TO PRO-CANAL.
           MOVE CMB-OPERADOR TO PRO-ORIGEN.
           MOVE 0 TO PRO-HORA.
           MOVE OPERADOR-SESION TO PRO-OPERADOR.
           CALL "PROSUB01" USING PROCEDENCIA.

      *EL NIF Y LA ETAPA QUE VIAJAN CON EL CAMBIO APROBADO SE
      *ANOTAN EN NIFCONT Y ETAPAS CON LA CLAVE CON LA QUE SE QUEDA EL
      *CONTACTO, A NOMBRE DEL OPERADOR QUE LOS PIDIO
       ANOTAR-NIF-ETAPA.
           IF CMB-NIF-CAMBIADO
               ACCEPT NIF-FECHA FROM DATE
               IF NIF-FECHA < 19000101
                   ADD 20000000 TO NIF-FECHA
               END-IF
               OPEN EXTEND NIFCONT-FILE
               IF FS-NIFCONT = "35"
                   OPEN OUTPUT NIFCONT-FILE
               END-IF
               IF FS-NIFCONT NOT = "00"
                   DISPLAY "No se puede abrir NIFCONT (estado "
                       FS-NIFCONT "); el NIF no se ha anotado"
                   MOVE 4 TO CODIGO-SALIDA
               ELSE
                   MOVE SPACES TO LINEA-NIFCONT
                   STRING CLAVE-NUEVA(1:15) DELIMITED BY SIZE
                       ";" DELIMITED BY SIZE
                       CLAVE-NUEVA(16:30) DELIMITED BY SIZE
                       ";" DELIMITED BY SIZE
                       CMB-NIF DELIMITED BY SIZE
                       ";" DELIMITED BY SIZE
                       CMB-NIF-TIPO DELIMITED BY SIZE
                       ";" DELIMITED BY SIZE
                       NIF-FECHA DELIMITED BY SIZE
                       ";" DELIMITED BY SIZE
                       "APROBACION" DELIMITED BY SIZE
                       ";" DELIMITED BY SIZE
                       CMB-OPERADOR DELIMITED BY SIZE
                       INTO LINEA-NIFCONT
                   WRITE LINEA-NIFCONT
                   CLOSE NIFCONT-FILE
               END-IF
           END-IF.
           IF CMB-ETAPA NOT = SPACES
               MOVE "A" TO ETP-OPERACION
               MOVE CLAVE-NUEVA(1:15) TO ETP-AGENDA
               MOVE CLAVE-NUEVA(16:30) TO ETP-NOMBRE
               MOVE CMB-ETAPA TO ETP-ETAPA
               MOVE "APROBACION" TO ETP-ORIGEN
               CALL "ETPSUB01" USING ETP-OPERACION ETP-AGENDA
                   ETP-NOMBRE ETP-ETAPA ETP-FECHA ETP-ORIGEN
                   CMB-OPERADOR ETP-ESTADO
               IF ETP-ESTADO > 1
                   DISPLAY "No se ha podido anotar la etapa "
                       CMB-ETAPA " (estado " ETP-ESTADO ")"
                   MOVE 4 TO CODIGO-SALIDA
               END-IF
           END-IF.

      *LINEA DE AUDITORIA CON EL FORMATO DE LA AGENDA: EL OPERADOR
      *ES EL QUE PIDIO EL CAMBIO Y DETRAS VA EL SUPERVISOR QUE LO
      *APROBO
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
               NOMBRE-VIS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AGENDA-NOMBRE-VIS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NUMERO-VIS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CMB-OPERADOR DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               OPERADOR-SESION DELIMITED BY SIZE
               INTO LINEA-AUDITORIA
           SET SEL-NUEVA TO TRUE
           CALL "AUDSUB01" USING SELLO-AUDITORIA LINEA-AUDITORIA
           WRITE LINEA-AUDITORIA.

      *DEJA EN CAMBRECH EL AVISO DEL RECHAZO PARA EL OPERADOR QUE
      *PIDIO EL CAMBIO, CON EL CONTACTO TAL Y COMO ESTABA
       ANOTAR-RECHAZO.
           MOVE CMB-ANTES TO VISTA-CONTACTO.
           OPEN EXTEND CAMBRECH-FILE.
           IF FS-CAMBRECH = "35"
               OPEN OUTPUT CAMBRECH-FILE
           END-IF.
           MOVE SPACES TO LINEA-CAMBRECH.
           STRING CMB-OPERADOR DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               CMB-FECHA DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               AGENDA-NOMBRE-VIS DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               NOMBRE-VIS DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               CMB-OPERACION DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               OPERADOR-SESION DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               MOTIVO-RECHAZO DELIMITED BY SIZE
               INTO LINEA-CAMBRECH.
           WRITE LINEA-CAMBRECH.
           CLOSE CAMBRECH-FILE.
           MOVE "R" TO PND-SITUACION(IDX-PND).
           ADD 1 TO RECHAZADOS.

      *REGRABA PENDCAMB SIN LOS CAMBIOS RESUELTOS EN ESTA SESION. SE
      *RELEE EL FICHERO (Y NO LA TABLA) PARA CONSERVAR LO QUE LAS
      *SESIONES DE LA AGENDA HAYAN ANADIDO MIENTRAS SE REVISABA
       GRABAR-PENDIENTES.
           OPEN INPUT PENDCAMB-FILE.
           OPEN OUTPUT PENDTMP-FILE.
           PERFORM UNTIL FS-PENDCAMB NOT = "00"
               READ PENDCAMB-FILE
                   AT END
                       MOVE "10" TO FS-PENDCAMB
                   NOT AT END
                       PERFORM BUSCAR-RESUELTA
                       IF NOT LINEA-RESUELTA
                           WRITE LINEA-PENDTMP FROM LINEA-PENDCAMB
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PENDCAMB-FILE.
           CLOSE PENDTMP-FILE.
           OPEN INPUT PENDTMP-FILE.
           OPEN OUTPUT PENDCAMB-FILE.
           PERFORM UNTIL FS-PENDTMP NOT = "00"
               READ PENDTMP-FILE
                   AT END
                       MOVE "10" TO FS-PENDTMP
                   NOT AT END
                       WRITE LINEA-PENDCAMB FROM LINEA-PENDTMP
               END-READ
           END-PERFORM.
           CLOSE PENDTMP-FILE.
           CLOSE PENDCAMB-FILE.

       BUSCAR-RESUELTA.
           MOVE "N" TO SW-RESUELTO.
           PERFORM VARYING IDX-BUSCA FROM 1 BY 1
                   UNTIL IDX-BUSCA > TOTAL-PENDIENTES
                       OR LINEA-RESUELTA
               IF PND-SITUACION(IDX-BUSCA) NOT = SPACE
                   AND PND-LINEA(IDX-BUSCA) = LINEA-PENDCAMB
                   MOVE "S" TO SW-RESUELTO
               END-IF
           END-PERFORM.

       END PROGRAM APROBAR-CAMBIOS.
