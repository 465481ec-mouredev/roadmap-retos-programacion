     /*
      * AVISOS DE CAMBIOS EN LOS CONTACTOS VIGILADOS.
      * No es la solucion de ningun reto: los gestores de cuenta se
      * enteraban de que otro habia cambiado el telefono de uno de
      * "sus" contactos cuando la llamada fallaba. Cada operador
      * apunta desde RETO-03 (opcion 21) los contactos que quiere
      * seguir, en el fichero VIGILA (AGENDA;NOMBRE;OPERADOR), y este
      * paso nocturno busca en lo ocurrido desde su ultima pasada
      * buena:
      *   - las operaciones de AUDITORIA sobre esas claves (todas
      *     menos las consultas), con el telefono cuando la linea lo
      *     lleva
      *   - los cambios de clave de CAMBCLAV y, por si PROPAGA-CLAVES
      *     ya los ha pasado al historico, de CAMBHIST: nombre
      *     cambiado, traslado a otra agenda, agenda renombrada y
      *     FUSION de duplicados, con la clave que queda
      *   - los borrados legales de CERTBORR (BORRADO-LEGAL quita de
      *     AUDITORIA las lineas de la persona, asi que solo alli
      *     queda rastro); tras avisar, la linea de VIGILA se quita
      * Lo que haga el propio operador que vigila no se le avisa.
      * Cada aviso es una linea
      *   RESUMEN;OPERADOR;FECHA;HORA;AGENDA;NOMBRE;OPERACION;QUIEN;
      *   DETALLE
      * (RESUMEN es la fecha de esta pasada) que se anade a VIGAVISO,
      * de donde MENU-PRINCIPAL la ensena en la siguiente firma del
      * operador, junto al tablon, y la retira; y a VIGHIST, de donde
      * INFORME-OPERADORES la saca en su estado diario.
      * El corte de la ultima pasada buena (FECHA;HORA) se guarda en
      * VIGCORTE, como CRMCORTE en EXTRAE-DELTA: sin VIGCORTE se mira
      * solo lo de hoy, y una noche que no corre no pierde avisos.
      * Va antes de PROPAGA-CLAVES, que luego lleva la clave nueva
      * tambien a las lineas de VIGILA.
      */
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VIGILA-CAMBIOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VIGILA-FILE ASSIGN TO "VIGILA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VIGILA.
           SELECT VIGCORTE-FILE ASSIGN TO "VIGCORTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VIGCORTE.
           SELECT AUDITORIA-FILE ASSIGN TO "AUDITORIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITORIA.
      * Cambios de clave pendientes y ya aplicados: los dos tienen la
      * linea de CCLSUB01 y se leen con el mismo FD, uno tras otro.
           SELECT CAMBIOS-FILE ASSIGN TO CAMBIOS-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CAMBIOS.
           SELECT CERTBORR-FILE ASSIGN TO "CERTBORR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CERTBORR.
           SELECT VIGAVISO-FILE ASSIGN TO "VIGAVISO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VIGAVISO.
           SELECT VIGHIST-FILE ASSIGN TO "VIGHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VIGHIST.
      * Registro comun de fin de ejecucion (copybooks/RESUMEN.cpy),
      * compartido por toda la suite y resumido por RESUMEN-NOCHE.
           SELECT RESUMEN-FILE ASSIGN TO "RESUMEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RESUMEN.
       DATA DIVISION.
       FILE SECTION.
       FD VIGILA-FILE.
           01 LINEA-VIGILA PIC X(60).

       FD VIGCORTE-FILE.
           01 LINEA-VIGCORTE PIC X(20).

       FD AUDITORIA-FILE.
           01 LINEA-AUDITORIA PIC X(120).

       FD CAMBIOS-FILE.
           01 LINEA-CAMBIOS PIC X(130).

       FD CERTBORR-FILE.
           01 LINEA-CERTBORR PIC X(110).

       FD VIGAVISO-FILE.
           01 LINEA-VIGAVISO PIC X(170).

       FD VIGHIST-FILE.
           01 LINEA-VIGHIST PIC X(170).

       FD RESUMEN-FILE.
           01 LINEA-RESUMEN PIC X(50).

       WORKING-STORAGE SECTION.
           77 FS-VIGILA PIC XX.
           77 FS-VIGCORTE PIC XX.
           77 FS-AUDITORIA PIC XX.
           77 FS-CAMBIOS PIC XX.
           77 FS-CERTBORR PIC XX.
           77 FS-VIGAVISO PIC XX.
           77 FS-VIGHIST PIC XX.
           77 CAMBIOS-NOMBRE PIC X(8).

      * Contactos vigilados. La marca de borrado quita la linea al
      * regrabar VIGILA.
           01 TABLA-VIGILA.
               05 FILA-VIGILA OCCURS 500 TIMES.
                   10 VIG-CLAVE.
                       15 VIG-AGENDA PIC X(15).
                       15 VIG-NOMBRE PIC X(30).
                   10 VIG-OPERADOR PIC X(8).
                   10 VIG-QUITAR PIC X.
           77 TOTAL-VIGILA PIC 9(3) VALUE 0.
           77 IDX-VIG PIC 9(3).
           77 SW-VIGILA-LLENA PIC X VALUE "N".
               88 VIGILA-DESBORDADA VALUE "S".
           77 SW-VIGILA-CAMBIADA PIC X VALUE "N".
               88 VIGILA-CAMBIADA VALUE "S".

      * Ventana de la pasada: de VIGCORTE (excluido) al arranque
      * (incluido), en AAAAMMDDHHMMSSCC para compararlo de una vez.
           77 FECHA-HOY PIC 9(8).
           77 HORA-HOY PIC 9(8).
           01 MARCA-DESDE.
               05 DESDE-FECHA PIC 9(8).
               05 DESDE-HORA PIC 9(8).
           01 MARCA-HASTA.
               05 HASTA-FECHA PIC 9(8).
               05 HASTA-HORA PIC 9(8).
           01 MARCA-SUCESO.
               05 SUCESO-FECHA PIC 9(8).
               05 SUCESO-HORA PIC 9(8).
           77 CORTE-FECHA PIC X(8).
           77 CORTE-HORA PIC X(8).

      * Suceso en curso, venga de la fuente que venga.
           01 SUCESO.
               05 SUC-CLAVE.
                   10 SUC-AGENDA PIC X(15).
                   10 SUC-NOMBRE PIC X(30).
               05 SUC-CLAVE-NUEVA.
                   10 SUC-AGENDA-NUEVA PIC X(15).
                   10 SUC-NOMBRE-NUEVO PIC X(30).
               05 SUC-OPERACION PIC X(10).
               05 SUC-QUIEN PIC X(8).
               05 SUC-DETALLE PIC X(60).
           77 SW-BORRADO PIC X.
               88 SUCESO-BORRADO VALUE "S".
           77 TEXTO-FECHA PIC X(8).
           77 TEXTO-HORA PIC X(8).
           77 TELEFONO-AUDITADO PIC X(19).

      * Troceado de la linea de CAMBCLAV/CAMBHIST.
           77 CAM-FECHA PIC X(8).
           77 CAM-HORA PIC X(8).
           77 CAM-AGENDA-VIEJA PIC X(15).
           77 CAM-NOMBRE-VIEJO PIC X(30).
           77 CAM-AGENDA-NUEVA PIC X(15).
           77 CAM-NOMBRE-NUEVO PIC X(30).
           77 CAM-OPERACION PIC X(10).
           77 CAM-OPERADOR PIC X(8).

      * Certificado de borrado en curso: la cabecera trae fecha,
      * hora y supervisor, y la linea siguiente "  CLAVE: " la clave.
           77 CER-FECHA PIC X(8).
           77 CER-HORA PIC X(8).
           77 CER-SUPERVISOR PIC X(8).

           77 SUCESOS-LEIDOS PIC 9(5) VALUE 0.
           77 AVISOS-ESCRITOS PIC 9(5) VALUE 0.

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
           MOVE FECHA-HOY TO HASTA-FECHA.
           MOVE HORA-HOY TO HASTA-HORA.
           PERFORM CARGAR-VIGILA.
           PERFORM LEER-CORTE.
           IF TOTAL-VIGILA = 0
               DISPLAY "Nadie vigila ningun contacto; no hay avisos"
           ELSE
               OPEN EXTEND VIGAVISO-FILE
               IF FS-VIGAVISO = "35"
                   OPEN OUTPUT VIGAVISO-FILE
               END-IF
               OPEN EXTEND VIGHIST-FILE
               IF FS-VIGHIST = "35"
                   OPEN OUTPUT VIGHIST-FILE
               END-IF
               PERFORM REVISAR-AUDITORIA
               MOVE "CAMBHIST" TO CAMBIOS-NOMBRE
               PERFORM REVISAR-CAMBIOS-CLAVE
               MOVE "CAMBCLAV" TO CAMBIOS-NOMBRE
               PERFORM REVISAR-CAMBIOS-CLAVE
               PERFORM REVISAR-BORRADOS
               CLOSE VIGAVISO-FILE
               CLOSE VIGHIST-FILE
               IF VIGILA-CAMBIADA
                   PERFORM GRABAR-VIGILA
               END-IF
               DISPLAY "Contactos vigilados: " TOTAL-VIGILA
                   " lineas, " SUCESOS-LEIDOS " sucesos revisados, "
                   AVISOS-ESCRITOS " avisos en VIGAVISO"
           END-IF.
           PERFORM GRABAR-CORTE.
           MOVE "VIGCAM" TO RES-PROGRAMA.
           MOVE SUCESOS-LEIDOS TO RES-ENTRADAS.
           MOVE AVISOS-ESCRITOS TO RES-SALIDAS.
           MOVE 0 TO RES-RECHAZOS.
           MOVE CODIGO-SALIDA TO RES-RC.
           PERFORM GRABAR-RESUMEN.
           MOVE CODIGO-SALIDA TO RETURN-CODE.
           STOP RUN.

       CARGAR-VIGILA.
           OPEN INPUT VIGILA-FILE.
           IF FS-VIGILA = "00"
               PERFORM UNTIL FS-VIGILA = "10"
                   READ VIGILA-FILE
                       AT END
                           MOVE "10" TO FS-VIGILA
                       NOT AT END
                           IF LINEA-VIGILA NOT = SPACES
                               IF TOTAL-VIGILA < 500
                                   ADD 1 TO TOTAL-VIGILA
                                   MOVE SPACES TO
                                       FILA-VIGILA(TOTAL-VIGILA)
                                   UNSTRING LINEA-VIGILA
                                       DELIMITED BY ";"
                                       INTO VIG-AGENDA(TOTAL-VIGILA)
                                           VIG-NOMBRE(TOTAL-VIGILA)
                                           VIG-OPERADOR(TOTAL-VIGILA)
                               ELSE
                                   MOVE "S" TO SW-VIGILA-LLENA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VIGILA-FILE
           END-IF.
           IF VIGILA-DESBORDADA
               DISPLAY "VIGILA tiene mas de 500 lineas; las que no "-
                   "caben no se revisan"
               MOVE 4 TO CODIGO-SALIDA
           END-IF.

      * SIN VIGCORTE (PRIMERA PASADA) SE MIRA DESDE EL PRINCIPIO DE HOY
       LEER-CORTE.
           MOVE FECHA-HOY TO DESDE-FECHA.
           MOVE 0 TO DESDE-HORA.
           OPEN INPUT VIGCORTE-FILE.
           IF FS-VIGCORTE = "00"
               READ VIGCORTE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SPACES TO CORTE-FECHA CORTE-HORA
                       UNSTRING LINEA-VIGCORTE DELIMITED BY ";"
                           INTO CORTE-FECHA CORTE-HORA
                       IF CORTE-FECHA IS NUMERIC
                           AND CORTE-HORA IS NUMERIC
                           MOVE CORTE-FECHA TO DESDE-FECHA
                           MOVE CORTE-HORA TO DESDE-HORA
                       END-IF
               END-READ
               CLOSE VIGCORTE-FILE
           END-IF.

      * EL CORTE NUEVO ES EL ARRANQUE DE ESTA PASADA: LO QUE SE
      * AUDITE MIENTRAS CORRE ENTRA EN LA SIGUIENTE
       GRABAR-CORTE.
           OPEN OUTPUT VIGCORTE-FILE.
           MOVE SPACES TO LINEA-VIGCORTE.
           STRING HASTA-FECHA DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               HASTA-HORA DELIMITED BY SIZE
               INTO LINEA-VIGCORTE.
           WRITE LINEA-VIGCORTE.
           CLOSE VIGCORTE-FILE.

      * AUDITORIA: FECHA 1-8, HORA 10-17, OPERACION 19-28, NOMBRE
      * 30-59, AGENDA 61-75, TELEFONO 77-95 Y OPERADOR 97-104
       REVISAR-AUDITORIA.
           OPEN INPUT AUDITORIA-FILE.
           IF FS-AUDITORIA = "00"
               PERFORM UNTIL FS-AUDITORIA = "10"
                   READ AUDITORIA-FILE
                       AT END
                           MOVE "10" TO FS-AUDITORIA
                       NOT AT END
                           PERFORM TRATAR-AUDITORIA
                   END-READ
               END-PERFORM
               CLOSE AUDITORIA-FILE
           END-IF.

       TRATAR-AUDITORIA.
           MOVE LINEA-AUDITORIA(1:8) TO TEXTO-FECHA.
           MOVE LINEA-AUDITORIA(10:8) TO TEXTO-HORA.
           PERFORM FIJAR-MARCA-SUCESO.
           IF MARCA-SUCESO > MARCA-DESDE
               AND MARCA-SUCESO <= MARCA-HASTA
               AND LINEA-AUDITORIA(19:10) NOT = "CONSULTA"
               ADD 1 TO SUCESOS-LEIDOS
               MOVE SPACES TO SUCESO
               MOVE LINEA-AUDITORIA(61:15) TO SUC-AGENDA
               MOVE LINEA-AUDITORIA(30:30) TO SUC-NOMBRE
               MOVE LINEA-AUDITORIA(19:10) TO SUC-OPERACION
               MOVE LINEA-AUDITORIA(97:8) TO SUC-QUIEN
               MOVE LINEA-AUDITORIA(77:19) TO TELEFONO-AUDITADO
               IF TELEFONO-AUDITADO NOT = SPACES
                   STRING "TELEFONO " DELIMITED BY SIZE
                       TELEFONO-AUDITADO DELIMITED BY SIZE
                       INTO SUC-DETALLE
               END-IF
               MOVE "N" TO SW-BORRADO
               PERFORM AVISAR-VIGILANTES
           END-IF.

      * CAMBCLAV/CAMBHIST: FECHA;HORA;AGENDA-VIEJA;NOMBRE-VIEJO;
      * AGENDA-NUEVA;NOMBRE-NUEVO;OPERACION;OPERADOR. SE AVISA A
      * QUIEN VIGILE LA CLAVE VIEJA O YA LA NUEVA (SI PROPAGA-CLAVES
      * HA CORRIDO ANTES Y HA CAMBIADO VIGILA)
       REVISAR-CAMBIOS-CLAVE.
           OPEN INPUT CAMBIOS-FILE.
           IF FS-CAMBIOS = "00"
               PERFORM UNTIL FS-CAMBIOS = "10"
                   READ CAMBIOS-FILE
                       AT END
                           MOVE "10" TO FS-CAMBIOS
                       NOT AT END
                           PERFORM TRATAR-CAMBIO-CLAVE
                   END-READ
               END-PERFORM
               CLOSE CAMBIOS-FILE
           END-IF.

       TRATAR-CAMBIO-CLAVE.
           MOVE SPACES TO CAM-FECHA CAM-HORA CAM-AGENDA-VIEJA
               CAM-NOMBRE-VIEJO CAM-AGENDA-NUEVA CAM-NOMBRE-NUEVO
               CAM-OPERACION CAM-OPERADOR.
           UNSTRING LINEA-CAMBIOS DELIMITED BY ";"
               INTO CAM-FECHA CAM-HORA CAM-AGENDA-VIEJA
                   CAM-NOMBRE-VIEJO CAM-AGENDA-NUEVA CAM-NOMBRE-NUEVO
                   CAM-OPERACION CAM-OPERADOR.
           MOVE CAM-FECHA TO TEXTO-FECHA.
           MOVE CAM-HORA TO TEXTO-HORA.
           PERFORM FIJAR-MARCA-SUCESO.
           IF MARCA-SUCESO > MARCA-DESDE
               AND MARCA-SUCESO <= MARCA-HASTA
               ADD 1 TO SUCESOS-LEIDOS
               MOVE SPACES TO SUCESO
               MOVE CAM-AGENDA-VIEJA TO SUC-AGENDA
               MOVE CAM-NOMBRE-VIEJO TO SUC-NOMBRE
               MOVE CAM-AGENDA-NUEVA TO SUC-AGENDA-NUEVA
               MOVE CAM-NOMBRE-NUEVO TO SUC-NOMBRE-NUEVO
               MOVE CAM-OPERACION TO SUC-OPERACION
               MOVE CAM-OPERADOR TO SUC-QUIEN
               STRING "CLAVE NUEVA " DELIMITED BY SIZE
                   CAM-AGENDA-NUEVA DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   CAM-NOMBRE-NUEVO DELIMITED BY SIZE
                   INTO SUC-DETALLE
               MOVE "N" TO SW-BORRADO
               PERFORM AVISAR-VIGILANTES
           END-IF.

      * CERTBORR: CABECERA "CERTIFICADO DE DESTRUCCION " CON LA FECHA
      * EN 28, LA HORA EN 37 Y EL SUPERVISOR EN 57, Y DETRAS LA LINEA
      * "  CLAVE: " CON LA AGENDA EN 10 Y EL NOMBRE EN 26
       REVISAR-BORRADOS.
           OPEN INPUT CERTBORR-FILE.
           IF FS-CERTBORR = "00"
               MOVE SPACES TO CER-FECHA CER-HORA CER-SUPERVISOR
               PERFORM UNTIL FS-CERTBORR = "10"
                   READ CERTBORR-FILE
                       AT END
                           MOVE "10" TO FS-CERTBORR
                       NOT AT END
                           PERFORM TRATAR-CERTIFICADO
                   END-READ
               END-PERFORM
               CLOSE CERTBORR-FILE
           END-IF.

       TRATAR-CERTIFICADO.
           IF LINEA-CERTBORR(1:27) = "CERTIFICADO DE DESTRUCCION "
               MOVE LINEA-CERTBORR(28:8) TO CER-FECHA
               MOVE LINEA-CERTBORR(37:8) TO CER-HORA
               MOVE LINEA-CERTBORR(57:8) TO CER-SUPERVISOR
           END-IF.
           IF LINEA-CERTBORR(1:9) = "  CLAVE: "
               MOVE CER-FECHA TO TEXTO-FECHA
               MOVE CER-HORA TO TEXTO-HORA
               PERFORM FIJAR-MARCA-SUCESO
               IF MARCA-SUCESO > MARCA-DESDE
                   AND MARCA-SUCESO <= MARCA-HASTA
                   ADD 1 TO SUCESOS-LEIDOS
                   MOVE SPACES TO SUCESO
                   MOVE LINEA-CERTBORR(10:15) TO SUC-AGENDA
                   MOVE LINEA-CERTBORR(26:30) TO SUC-NOMBRE
                   MOVE "BORRADO" TO SUC-OPERACION
                   MOVE CER-SUPERVISOR TO SUC-QUIEN
                   MOVE "BORRADO LEGAL (DERECHO DE SUPRESION)" TO
                       SUC-DETALLE
                   MOVE "S" TO SW-BORRADO
                   PERFORM AVISAR-VIGILANTES
               END-IF
           END-IF.

      * FECHA Y HORA DEL SUCESO COMO MARCA COMPARABLE; LA FECHA DE
      * AUDITORIA VIENE SIN SIGLO Y SE VENTANA COMO EN EL RESTO
       FIJAR-MARCA-SUCESO.
           IF TEXTO-FECHA IS NUMERIC AND TEXTO-HORA IS NUMERIC
               MOVE TEXTO-FECHA TO SUCESO-FECHA
               MOVE TEXTO-HORA TO SUCESO-HORA
               IF SUCESO-FECHA < 19000101
                   ADD 20000000 TO SUCESO-FECHA
               END-IF
           ELSE
               MOVE 0 TO SUCESO-FECHA
               MOVE 0 TO SUCESO-HORA
           END-IF.

      * UN AVISO POR CADA OPERADOR QUE VIGILA LA CLAVE DEL SUCESO (O
      * LA NUEVA, EN LOS CAMBIOS DE CLAVE), SALVO EL QUE LO HIZO
       AVISAR-VIGILANTES.
           PERFORM VARYING IDX-VIG FROM 1 BY 1
                   UNTIL IDX-VIG > TOTAL-VIGILA
               IF (VIG-CLAVE(IDX-VIG) = SUC-CLAVE
                   OR (SUC-CLAVE-NUEVA NOT = SPACES
                       AND VIG-CLAVE(IDX-VIG) = SUC-CLAVE-NUEVA))
                   AND VIG-OPERADOR(IDX-VIG) NOT = SUC-QUIEN
                   AND VIG-QUITAR(IDX-VIG) NOT = "S"
                   PERFORM ESCRIBIR-AVISO
               END-IF
               IF SUCESO-BORRADO
                   AND VIG-CLAVE(IDX-VIG) = SUC-CLAVE
                   MOVE "S" TO VIG-QUITAR(IDX-VIG)
                   MOVE "S" TO SW-VIGILA-CAMBIADA
               END-IF
           END-PERFORM.

       ESCRIBIR-AVISO.
           MOVE SPACES TO LINEA-VIGAVISO.
           STRING FECHA-HOY DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               VIG-OPERADOR(IDX-VIG) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               SUCESO-FECHA DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               SUCESO-HORA DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               SUC-AGENDA DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               SUC-NOMBRE DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               SUC-OPERACION DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               SUC-QUIEN DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               SUC-DETALLE DELIMITED BY SIZE
               INTO LINEA-VIGAVISO.
           WRITE LINEA-VIGAVISO.
           WRITE LINEA-VIGHIST FROM LINEA-VIGAVISO.
           ADD 1 TO AVISOS-ESCRITOS.

      * REGRABA VIGILA SIN LAS CLAVES BORRADAS LEGALMENTE
       GRABAR-VIGILA.
           IF VIGILA-DESBORDADA
               DISPLAY "VIGILA no cabe en memoria; las claves "-
                   "borradas se quedan en el fichero"
           ELSE
               OPEN OUTPUT VIGILA-FILE
               PERFORM VARYING IDX-VIG FROM 1 BY 1
                       UNTIL IDX-VIG > TOTAL-VIGILA
                   IF VIG-QUITAR(IDX-VIG) NOT = "S"
                       MOVE SPACES TO LINEA-VIGILA
                       STRING VIG-AGENDA(IDX-VIG) DELIMITED BY SIZE
                           ";" DELIMITED BY SIZE
                           VIG-NOMBRE(IDX-VIG) DELIMITED BY SIZE
                           ";" DELIMITED BY SIZE
                           VIG-OPERADOR(IDX-VIG) DELIMITED BY SIZE
                           INTO LINEA-VIGILA
                       WRITE LINEA-VIGILA
                   END-IF
               END-PERFORM
               CLOSE VIGILA-FILE
           END-IF.

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

       END PROGRAM VIGILA-CAMBIOS.
