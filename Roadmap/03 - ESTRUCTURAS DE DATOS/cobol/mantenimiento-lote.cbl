      * cada rechazo su motivo en EXCEPCIONES, como hacen los menus;
      * ademas se escribe el informe MANTINF con el resultado linea a
      * linea y los totales.
      * Los ficheros de GENERA-MOVDELEG llegan con los movimientos
      * cifrados y la cabecera ampliada con la version de la clave,
      * la semilla y el testigo (...;TOTAL;VERSION;SEMILLA;TESTIGO):
      * cada linea se descifra con CIFSUB01 antes de tratarla. Si
      * CLAVECIF no tiene esa version, o el testigo dice que la
      * clave no es la buena, no se aplica nada: grave en
      * EXCEPCIONES y paso a 8. Una cabecera sin esos campos (el
      * MOVIMCRM de TRADUCE-CRM, que no sale de la maquina) es un
      * fichero en claro y se trata como siempre.
      * Tras CP la linea admite un NIF/NIE/CIF opcional: en ALTA y
      * MODIFICACION se valida con NIFSUB01 (uno malo rechaza el
      * movimiento con motivo NIF) y el bueno se anota, normalizado,
      * en el satelite NIFCONT con origen LOTE. Los ficheros de
      * GENERA-MOVDELEG no lo traen; lo usan los ficheros en claro.
      * Tras el NIF puede venir aun la ETAPA comercial del contacto
      * (PROSPECTO, CALIFICADO, CLIENTE, EXCLIENTE o PROVEEDOR): en
      * ALTA y MODIFICACION se valida con ETPSUB01 (una que no este
      * en la lista rechaza el movimiento con motivo ETAPA) y, si
      * cambia, la subrutina anota la transicion en el satelite
      * ETAPAS con origen LOTE.
      * Cada movimiento aplicado deja ademas su procedencia en el
      * satelite PROCEDEN (PROSUB01): canal DELEGACION, o CRM para el
      * MOVIMCRM de TRADUCE-CRM, y como lote la delegacion y la
      * secuencia de la cabecera con la hora de arranque de la pasada.
      */
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENIMIENTO-LOTE.
           SELECT PROCLOTE-FILE ASSIGN TO "PROCLOTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PROCLOTE.
      * Identificador fiscal de los contactos, de solo anadir
      * (AGENDA;NOMBRE;NIF;TIPO;FECHA;ORIGEN;OPERADOR), el mismo que
      * alimenta el formulario de la agenda.
           SELECT NIFCONT-FILE ASSIGN TO "NIFCONT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NIFCONT.
           SELECT MANTINF-FILE ASSIGN TO "MANTINF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MANTINF.
      * al final (CALLE;CIUDAD;CP), para que las correcciones de
      * direccion que devuelve el CRM viajen por el mismo fichero.
      * Los ficheros antiguos de las delegaciones, sin esos campos,
      * siguen entrando igual (quedan en blanco al trocear). Tras
      * ellos pueden venir aun el NIF y la ETAPA, que solo caben en
      * la linea en claro: el cifrado sigue cubriendo las 190
      * posiciones de siempre.
           01 LINEA-MOVIMIENTO PIC X(220).

       FD NIFCONT-FILE.
           01 LINEA-NIFCONT PIC X(100).

       FD MANTINF-FILE.
           01 LINEA-MANTINF PIC X(100).
      * hora, operacion, nombre, agenda, telefono, operador), para
      * que la restauracion por reproduccion tambien entienda estas
      * lineas.
           01 LINEA-AUDITORIA PIC X(120).

       FD EXCEPCIONES-FILE.
           01 LINEA-EXCEPCION PIC X(90).
           77 CAB-SECUENCIA PIC 9(6).
           77 CAB-TOTAL-LIN PIC X(6).
           77 CAB-TOTAL PIC 9(6).
           77 CAB-TOTAL-LARGO PIC 9(2).
           77 CAB-PALABRA PIC X(10).
           77 SW-CABECERA PIC X VALUE "N".
               88 CABECERA-LEIDA VALUE "S".
      * Datos de cifrado de la cabecera; sin version el fichero
      * viene en claro.
           77 CAB-CLAVE-LIN PIC X(3).
           77 CAB-SEMILLA PIC X(16).
           77 CAB-TESTIGO PIC X(10).
           77 SW-CIFRADO PIC X VALUE "N".
               88 LOTE-CIFRADO VALUE "S".
           77 LINEAS-LEIDAS PIC 9(6) VALUE 0.
           77 LINEAS-CONTADAS PIC 9(6) VALUE 0.
           77 REG-DELEGACION PIC X(8).
           77 REG-SECUENCIA-LIN PIC X(6).
           77 REG-SECUENCIA PIC 9(6).
           77 REG-FECHA PIC X(8).
           77 ULTIMA-SECUENCIA PIC 9(6) VALUE 0.
           77 ULTIMA-FECHA PIC X(8).
           77 SW-REPETIDO PIC X VALUE "N".
               88 LOTE-REPETIDO VALUE "S".
           77 SW-SALTAR PIC X VALUE "N".
           77 MOV-CALLE PIC X(30).
           77 MOV-CIUDAD PIC X(20).
           77 MOV-CP PIC X(8).
      * NIF/NIE/CIF opcional y lo que devuelve NIFSUB01.
           77 MOV-NIF PIC X(12).
           77 NIF-NORMAL PIC X(9).
           77 NIF-TIPO PIC X(3).
           77 NIF-ESTADO PIC 9.
           77 NIF-FECHA PIC 9(8).
           77 FS-NIFCONT PIC XX.
      * Etapa comercial opcional y parametros de ETPSUB01.
           77 MOV-ETAPA PIC X(10).
           77 ETP-OPERACION PIC X.
           77 ETP-FECHA PIC 9(8).
           77 ETP-ORIGEN PIC X(10) VALUE "LOTE".
           77 ETP-OPERADOR PIC X(8) VALUE "LOTE".
           77 ETP-ESTADO PIC 9.
      * Parametros de PROSUB01 y hora de arranque de la pasada, la
      * misma para todos los movimientos del lote.
           01 PROCEDENCIA.
               COPY PROCEDE.
           77 HORA-PASADA PIC 9(8).

           77 APLICADOS PIC 9(4) VALUE 0.
           77 RECHAZADOS PIC 9(4) VALUE 0.
           01 EXCEPCION-ACTUAL.
               COPY EXCEPCION.

      * Parametros de la subrutina compartida de cifrado CIFSUB01.
           77 CIF-OPERACION PIC X.
           77 CIF-VERSION PIC 9(3).
           77 CIF-SEMILLA PIC X(16).
           77 CIF-TESTIGO PIC X(10).
           77 CIF-NUMERO PIC 9(7).
           77 CIF-LINEA PIC X(250).
           77 CIF-LARGO PIC 9(3).
           77 CIF-ESTADO PIC 9.


      * Parametros de la subrutina compartida de la cola central de
      * impresion SPOSUB01, a la que se entrega el informe MANTINF.
           01 RESUMEN-ACTUAL.
               COPY RESUMEN.

      * Eslabon de la cadena de AUDITORIA, que sella AUDSUB01 justo
      * antes de cada WRITE.
           01 SELLO-AUDITORIA.
               COPY SELLO.

           77 CODIGO-SALIDA PIC 9 VALUE ZERO.

       PROCEDURE DIVISION.
       INICIO.
           MOVE "MANTLOTE" TO EXC-PROGRAMA.
           MOVE "LOTE" TO EXC-OPERADOR.
           ACCEPT HORA-PASADA FROM TIME.
           DIVIDE HORA-PASADA BY 100 GIVING PRO-HORA.
      * Con el fichero MANTSIM presente la pasada entera es una
      * simulacion: se lee, se valida y se informa, sin tocar nada.
           OPEN INPUT MANTSIM-FILE.
      * DEBE SER CABECERA;DELEGACION;FECHA;SECUENCIA;TOTAL. UN
      * FICHERO SIN CABECERA O CON MENOS MOVIMIENTOS DE LOS QUE
      * DECLARA ES GRAVE; UNA SECUENCIA YA PROCESADA DE ESA
      * DELEGACION (MISMO NUMERO Y MISMA FECHA DE CABECERA) SE SALTA
      * ENTERA CON UN AVISO; UN HUECO EN LA NUMERACION ES GRAVE,
      * PORQUE FALTA UN FICHERO POR EL CAMINO. EL CIERRE ANUAL
      * DEVUELVE LAS SECUENCIAS A CERO: UN LOTE 1 CON CABECERA DE UN
      * ANO POSTERIOR AL DEL ULTIMO APLICADO EMPIEZA NUMERACION
       COMPROBAR-LOTE.
           PERFORM LEER-CABECERA-LOTE.
           IF NOT CABECERA-LEIDA
                   PERFORM CRUZAR-REGISTRO-LOTES
               END-IF
           END-IF.
           IF CABECERA-LEIDA AND LOTE-CIFRADO AND NOT LOTE-SALTADO
               AND CODIGO-SALIDA NOT = 8
               PERFORM VERIFICAR-CIFRADO
           END-IF.

      * PRIMERA PASADA SOBRE MOVIMIENTOS: LA CABECERA Y EL RECUENTO
      * DE LINEAS DE MOVIMIENTO; DESPUES EL FICHERO SE DEJA
                   MOVE SPACES TO CAB-FECHA
                   MOVE SPACES TO CAB-SECUENCIA-LIN
                   MOVE SPACES TO CAB-TOTAL-LIN
                   MOVE 0 TO CAB-TOTAL-LARGO
                   MOVE SPACES TO CAB-CLAVE-LIN
                   MOVE SPACES TO CAB-SEMILLA
                   MOVE SPACES TO CAB-TESTIGO
                   UNSTRING LINEA-MOVIMIENTO DELIMITED BY ";"
                       INTO CAB-PALABRA CAB-DELEGACION CAB-FECHA
                           CAB-SECUENCIA-LIN
                           CAB-TOTAL-LIN COUNT IN CAB-TOTAL-LARGO
                           CAB-CLAVE-LIN CAB-SEMILLA CAB-TESTIGO
                   IF CAB-PALABRA = "CABECERA"
                       AND CAB-SECUENCIA-LIN IS NUMERIC
                       MOVE "S" TO SW-CABECERA
                       IF CAB-CLAVE-LIN IS NUMERIC
                           MOVE "S" TO SW-CIFRADO
                       END-IF
                       MOVE CAB-SECUENCIA-LIN TO CAB-SECUENCIA
      * El recuento llega con las cifras que use el emisor (tres en
      * GENERA-MOVDELEG y TRADUCE-CRM): se mira solo lo que ocupa.
                       IF CAB-TOTAL-LARGO > 0 AND CAB-TOTAL-LARGO < 7
                           AND CAB-TOTAL-LIN(1:CAB-TOTAL-LARGO)
                               IS NUMERIC
                           MOVE CAB-TOTAL-LIN(1:CAB-TOTAL-LARGO)
                               TO CAB-TOTAL
                       ELSE
                           MOVE 0 TO CAB-TOTAL
                       END-IF
                       NOT AT END
                           MOVE SPACES TO REG-DELEGACION
                           MOVE SPACES TO REG-SECUENCIA-LIN
                           MOVE SPACES TO REG-FECHA
                           UNSTRING LINEA-PROCLOTE DELIMITED BY ";"
                               INTO REG-DELEGACION REG-SECUENCIA-LIN
                                   REG-FECHA
                           IF REG-DELEGACION = CAB-DELEGACION
                               AND REG-SECUENCIA-LIN IS NUMERIC
                               MOVE REG-SECUENCIA-LIN TO
                                   REG-SECUENCIA
                               IF REG-SECUENCIA = CAB-SECUENCIA
                                   AND REG-FECHA = CAB-FECHA
                                   MOVE "S" TO SW-REPETIDO
                               END-IF
      * Manda el ultimo aplicado, no el mayor: tras el cierre anual
      * la numeracion vuelve a empezar.
                               MOVE REG-SECUENCIA TO ULTIMA-SECUENCIA
                               MOVE REG-FECHA TO ULTIMA-FECHA
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 4 TO CODIGO-SALIDA
               MOVE "S" TO SW-SALTAR
           ELSE
               IF ULTIMA-SECUENCIA > 0 AND CAB-SECUENCIA = 1
                   AND CAB-FECHA(1:4) > ULTIMA-FECHA(1:4)
                   DISPLAY "Numeracion de " CAB-DELEGACION
                       " reiniciada por el cierre anual: lote 1 de "
                       CAB-FECHA(1:4) " tras el " ULTIMA-SECUENCIA
                       " de " ULTIMA-FECHA(1:4)
               ELSE
                   IF ULTIMA-SECUENCIA > 0
                       AND CAB-SECUENCIA NOT = ULTIMA-SECUENCIA + 1
                       PERFORM AVISAR-HUECO
                   END-IF
               END-IF
           END-IF.

      * FALTA UN FICHERO DE LA DELEGACION ENTRE EL ULTIMO APLICADO Y
      * EL QUE LLEGA: GRAVE Y NO SE APLICA NADA
       AVISAR-HUECO.
           DISPLAY "Hueco en la numeracion de "
               CAB-DELEGACION ": llega el lote "
               CAB-SECUENCIA " tras el " ULTIMA-SECUENCIA
               "; persiga el fichero que falta".
           MOVE "LOTE-HUECO" TO EXC-TIPO.
           MOVE "G" TO EXC-GRAVEDAD.
           MOVE CAB-DELEGACION TO EXC-DETALLE.
           PERFORM EXCEPCION-DE-LOTE.
           MOVE 8 TO CODIGO-SALIDA.
           MOVE "S" TO SW-SALTAR.

      * EL FICHERO CIFRADO SOLO SE APLICA SI CLAVECIF TIENE LA
      * VERSION DE SU CABECERA Y EL TESTIGO CUADRA: UNA CLAVE QUE
      * FALTA O EQUIVOCADA ES GRAVE Y NO SE TOCA NADA
       VERIFICAR-CIFRADO.
           MOVE CAB-CLAVE-LIN TO CIF-VERSION.
           MOVE CAB-SEMILLA TO CIF-SEMILLA.
           MOVE CAB-TESTIGO TO CIF-TESTIGO.
           MOVE "V" TO CIF-OPERACION.
           CALL "CIFSUB01" USING CIF-OPERACION CIF-VERSION CIF-SEMILLA
               CIF-TESTIGO CIF-NUMERO CIF-LINEA CIF-LARGO CIF-ESTADO.
           IF CIF-ESTADO NOT = 0
               IF CIF-ESTADO = 1
                   DISPLAY "Falta en CLAVECIF la clave " CIF-VERSION
                       " con la que viene cifrado el lote de "
                       CAB-DELEGACION ": no se aplica nada"
                   MOVE "CLAVE-FALTA" TO EXC-TIPO
               ELSE
                   DISPLAY "La clave " CIF-VERSION " de CLAVECIF no "-
                       "descifra el lote de " CAB-DELEGACION
                       ": no se aplica nada"
                   MOVE "CLAVE-ERRONEA" TO EXC-TIPO
               END-IF
               MOVE "G" TO EXC-GRAVEDAD
               MOVE CAB-DELEGACION TO EXC-DETALLE
               PERFORM EXCEPCION-DE-LOTE
               MOVE 8 TO CODIGO-SALIDA
               MOVE "S" TO SW-SALTAR
           END-IF.

      * CADA LINEA DEL CUERPO SE DESCIFRA CON SU ORDINAL DETRAS DE LA
      * CABECERA, ANTES DE TROCEARLA
       DESCIFRAR-MOVIMIENTO.
           MOVE LINEA-MOVIMIENTO TO CIF-LINEA.
           COMPUTE CIF-NUMERO = LINEAS-LEIDAS - 1.
           MOVE 190 TO CIF-LARGO.
           MOVE "D" TO CIF-OPERACION.
           CALL "CIFSUB01" USING CIF-OPERACION CIF-VERSION CIF-SEMILLA
               CIF-TESTIGO CIF-NUMERO CIF-LINEA CIF-LARGO CIF-ESTADO.
           MOVE CIF-LINEA TO LINEA-MOVIMIENTO.

      * LAS EXCEPCIONES DE LA COMPROBACION DEL LOTE SE ESCRIBEN CON
      * EL FICHERO ABIERTO AL VUELO: EN ESTE PUNTO LAS TRAZAS DE LA
      * PASADA NORMAL AUN NO ESTAN ABIERTAS. EN SIMULACION NO SE
           END-IF.

       TRATAR-MOVIMIENTO.
           ADD 1 TO LINEAS-LEIDAS
           IF LOTE-CIFRADO AND LINEAS-LEIDAS > 1
               PERFORM DESCIFRAR-MOVIMIENTO
           END-IF
           MOVE SPACES TO MOV-OPERACION
           MOVE SPACES TO MOV-AGENDA
           MOVE SPACES TO MOV-NOMBRE
           MOVE SPACES TO MOV-CALLE
           MOVE SPACES TO MOV-CIUDAD
           MOVE SPACES TO MOV-CP
           MOVE SPACES TO MOV-NIF
           MOVE SPACES TO MOV-ETAPA
           UNSTRING LINEA-MOVIMIENTO DELIMITED BY ";"
               INTO MOV-OPERACION MOV-AGENDA MOV-NOMBRE MOV-PAIS
                   MOV-NUMERO MOV-EXT MOV-EMAIL MOV-CALLE
                   MOV-CIUDAD MOV-CP MOV-NIF MOV-ETAPA
           MOVE SPACES TO MOTIVO-RECHAZO
      * Linea de cabecera de lote (la emite GENERA-MOVDELEG con la
      * delegacion, la fecha, la secuencia y el recuento): no es un
           IF MOV-AGENDA = SPACES OR MOV-NOMBRE = SPACES
               MOVE "DATOS" TO MOTIVO-RECHAZO
           ELSE
               PERFORM VALIDAR-NIF-MOVIMIENTO
               PERFORM VALIDAR-ETAPA-MOVIMIENTO
           END-IF
           IF MOTIVO-RECHAZO = SPACES
               EVALUATE MOV-OPERACION
                   WHEN "ALTA"
                       PERFORM APLICAR-ALTA
                           ADD 1 TO OCUPADOS
                           MOVE "ALTA" TO AUDIT-OPERACION
                           PERFORM REGISTRAR-AUDITORIA
                           PERFORM ANOTAR-NIF-MOVIMIENTO
                           PERFORM ANOTAR-ETAPA-MOVIMIENTO
                           MOVE "A" TO PRO-OPERACION
                           PERFORM ANOTAR-PROCEDENCIA-MOVIMIENTO
                       END-IF
                   NOT INVALID KEY
                       MOVE "DUPLICADO" TO MOTIVO-RECHAZO
                           END-IF
                           MOVE "MODIFICAR" TO AUDIT-OPERACION
                           PERFORM REGISTRAR-AUDITORIA
                           PERFORM ANOTAR-NIF-MOVIMIENTO
                           PERFORM ANOTAR-ETAPA-MOVIMIENTO
                           MOVE "M" TO PRO-OPERACION
                           PERFORM ANOTAR-PROCEDENCIA-MOVIMIENTO
                       END-IF
                   END-IF
           END-READ.

      * UN NIF INFORMADO TIENE QUE PASAR NIFSUB01; EN BLANCO NO SE
      * MIRA (ES OPCIONAL Y LAS BAJAS NO LO TRAEN)
       VALIDAR-NIF-MOVIMIENTO.
           MOVE SPACES TO NIF-NORMAL.
           MOVE SPACES TO NIF-TIPO.
           IF MOV-NIF NOT = SPACES
               CALL "NIFSUB01" USING MOV-NIF NIF-NORMAL NIF-TIPO
                   NIF-ESTADO
               IF NIF-ESTADO NOT = 0
                   MOVE "NIF" TO MOTIVO-RECHAZO
               END-IF
           END-IF.

      * EL NIF BUENO DE UN ALTA O MODIFICACION APLICADA SE ANOTA EN
      * NIFCONT; EN SIMULACION NO SE ESCRIBE, COMO EL RESTO
       ANOTAR-NIF-MOVIMIENTO.
           IF NIF-NORMAL NOT = SPACES AND NOT MODO-SIMULACRO
               ACCEPT NIF-FECHA FROM DATE
               IF NIF-FECHA < 19000101
                   ADD 20000000 TO NIF-FECHA
               END-IF
               OPEN EXTEND NIFCONT-FILE
               IF FS-NIFCONT = "35"
                   OPEN OUTPUT NIFCONT-FILE
               END-IF
               MOVE SPACES TO LINEA-NIFCONT
               STRING MOV-AGENDA DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   MOV-NOMBRE DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   NIF-NORMAL DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   NIF-TIPO DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   NIF-FECHA DELIMITED BY SIZE
                   ";LOTE;LOTE" DELIMITED BY SIZE
                   INTO LINEA-NIFCONT
               WRITE LINEA-NIFCONT
               CLOSE NIFCONT-FILE
           END-IF.

      * UNA ETAPA INFORMADA TIENE QUE ESTAR EN LA LISTA DE ETPSUB01;
      * EN BLANCO NO SE MIRA Y LA ETAPA DEL CONTACTO NO CAMBIA
       VALIDAR-ETAPA-MOVIMIENTO.
           IF MOV-ETAPA NOT = SPACES AND MOTIVO-RECHAZO = SPACES
               MOVE "V" TO ETP-OPERACION
               CALL "ETPSUB01" USING ETP-OPERACION MOV-AGENDA
                   MOV-NOMBRE MOV-ETAPA ETP-FECHA ETP-ORIGEN
                   ETP-OPERADOR ETP-ESTADO
               IF ETP-ESTADO NOT = 0
                   MOVE "ETAPA" TO MOTIVO-RECHAZO
               END-IF
           END-IF.

      * LA ETAPA DE UN ALTA O MODIFICACION APLICADA SE ANOTA EN ETAPAS
      * SI CAMBIA (LO DECIDE ETPSUB01); EN SIMULACION NO SE ESCRIBE
       ANOTAR-ETAPA-MOVIMIENTO.
           IF MOV-ETAPA NOT = SPACES AND NOT MODO-SIMULACRO
               MOVE "A" TO ETP-OPERACION
               CALL "ETPSUB01" USING ETP-OPERACION MOV-AGENDA
                   MOV-NOMBRE MOV-ETAPA ETP-FECHA ETP-ORIGEN
                   ETP-OPERADOR ETP-ESTADO
           END-IF.

      * EL MOVIMIENTO APLICADO DEJA SU PROCEDENCIA EN PROCEDEN: EL
      * CANAL (CRM SI EL LOTE VIENE DE TRADUCE-CRM) Y COMO LOTE LA
      * DELEGACION Y LA SECUENCIA; EN SIMULACION NO SE ESCRIBE
       ANOTAR-PROCEDENCIA-MOVIMIENTO.
           IF NOT MODO-SIMULACRO
               IF CAB-DELEGACION = "CRM"
                   MOVE "CRM" TO PRO-CANAL
               ELSE
                   MOVE "DELEGACION" TO PRO-CANAL
               END-IF
               MOVE SPACES TO PRO-ORIGEN
               STRING CAB-DELEGACION DELIMITED BY SPACE
                   "-" DELIMITED BY SIZE
                   CAB-SECUENCIA DELIMITED BY SIZE
                   INTO PRO-ORIGEN
               MOVE MOV-AGENDA TO PRO-AGENDA
               MOVE MOV-NOMBRE TO PRO-NOMBRE
               MOVE "LOTE" TO PRO-OPERADOR
               CALL "PROSUB01" USING PROCEDENCIA
           END-IF.

       APLICAR-BAJA.
           MOVE MOV-AGENDA TO AGENDA-NOMBRE-REG
           MOVE MOV-NOMBRE TO NOMBRE-REG
                       END-IF
                       MOVE "BAJA" TO AUDIT-OPERACION
                       PERFORM REGISTRAR-AUDITORIA
                       MOVE "M" TO PRO-OPERACION
                       PERFORM ANOTAR-PROCEDENCIA-MOVIMIENTO
                   END-IF
           END-READ.

                       END-IF
                       MOVE "REACTIVAR" TO AUDIT-OPERACION
                       PERFORM REGISTRAR-AUDITORIA
                       MOVE "M" TO PRO-OPERACION
                       PERFORM ANOTAR-PROCEDENCIA-MOVIMIENTO
                   END-IF
           END-READ.

               " " DELIMITED BY SIZE
               EXC-OPERADOR DELIMITED BY SIZE
               INTO LINEA-AUDITORIA
           SET SEL-NUEVA TO TRUE
           CALL "AUDSUB01" USING SELLO-AUDITORIA LINEA-AUDITORIA
           WRITE LINEA-AUDITORIA.

       REGISTRAR-EXCEPCION.
