      * bastan. Para una CLAVE-CONTACTO (agenda + nombre):
      *   - borra fisicamente el registro del fichero vivo CONTACTOS
      *   - retira sus imagenes del archivo historico ARCHICON
      *   - retira sus lineas de las trazas AUDITORIA y AUDITARC y,
      *     si la cadena de eslabones de la traza (AUDSUB01) estaba
      *     entera, la vuelve a sellar desde el principio; si ya
      *     estaba rota no se resella, para no tapar la rotura, y el
      *     certificado lo dice
      *   - marca en el indice BKPCTL las generaciones de copia que
      *     aun contienen a la persona (lineas de marca "X;...", que
      *     la rotacion y la restauracion ignoran), para que se
           01 REG-ARCHTMP PIC X(358).

       FD AUDITORIA-FILE.
           01 LINEA-AUDITORIA PIC X(120).

       FD AUDITTMP-FILE.
           01 LINEA-AUDITTMP PIC X(120).

       FD AUDITARC-FILE.
           01 LINEA-AUDITARC PIC X(120).

       FD BKPCTL-FILE.
           01 LINEA-BKPCTL PIC X(30).
           77 SW-FIRMADO PIC X VALUE "N".
               88 SUPERVISOR-FIRMADO VALUE "S".
           77 OPERADOR-SESION PIC X(8).
      * Clave del supervisor, comprobada contra CLAVES por CLVSUB01,
      * y suceso para el registro de seguridad de SEGSUB01.
           77 SW-OPERADOR PIC X.
               88 OPERADOR-HALLADO VALUE "S".
           77 CLV-FUNCION PIC X.
           77 CLV-CLAVE PIC X(16).
           77 CLV-PROGRAMA PIC X(8) VALUE "BORLEG00".
           77 CLV-RESULTADO PIC 9.
           77 SEG-EVENTO PIC X(10).
           77 SEG-DETALLE PIC X(40).

      * Clave a suprimir y confirmacion expresa.
           77 AGENDA-BORRAR PIC X(15).
           77 SW-GEN-VISTA PIC X.
               88 GENERACION-VISTA VALUE "S".

      * Eslabon de la cadena de AUDITORIA (AUDSUB01): la traza se
      * verifica antes de tocarla y, si estaba entera, se resella al
      * reescribirla (primero AUDITARC y detras AUDITORIA, que es el
      * orden de la cadena).
           01 SELLO-AUDITORIA.
               COPY SELLO.
           77 SW-RESELLAR PIC X VALUE "N".
               88 RESELLAR-TRAZA VALUE "S".
           77 FICHERO-ROTO PIC X(9).
           77 NUMERO-ROTO PIC 9(7).

           77 CODIGO-SALIDA PIC 9 VALUE ZERO.

       PROCEDURE DIVISION.
           END-IF.
           PERFORM BORRAR-DEL-VIVO.
           PERFORM BORRAR-DEL-ARCHIVO.
           PERFORM COMPROBAR-CADENA.
           PERFORM BORRAR-DE-AUDITARC.
           PERFORM BORRAR-DE-AUDITORIA.
           IF RESELLAR-TRAZA
               SET SEL-FIJAR TO TRUE
               CALL "AUDSUB01" USING SELLO-AUDITORIA LINEA-AUDITORIA
           END-IF.
           PERFORM MARCAR-GENERACIONES.
           PERFORM ESCRIBIR-CERTIFICADO.
           DISPLAY "Borrado legal completado: " BORRADOS-VIVO
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

       BORRAR-DEL-VIVO.
           OPEN I-O CONTACTOS-FILE.
           IF FS-CONTACTOS NOT = "00"
           IF FS-AUDITORIA NOT = "00"
               DISPLAY "Sin AUDITORIA que depurar"
           ELSE
               MOVE "00" TO FS-AUDITTMP
               OPEN OUTPUT AUDITTMP-FILE
               PERFORM UNTIL FS-AUDITORIA = "10"
                   READ AUDITORIA-FILE
                           MOVE "10" TO FS-AUDITTMP
                       NOT AT END
                           MOVE LINEA-AUDITTMP TO LINEA-AUDITORIA
                           IF RESELLAR-TRAZA
                               SET SEL-SELLAR TO TRUE
                               CALL "AUDSUB01" USING SELLO-AUDITORIA
                                   LINEA-AUDITORIA
                           END-IF
                           WRITE LINEA-AUDITORIA
                   END-READ
               END-PERFORM
                           MOVE "10" TO FS-AUDITTMP
                       NOT AT END
                           MOVE LINEA-AUDITTMP TO LINEA-AUDITARC
                           IF RESELLAR-TRAZA
                               SET SEL-SELLAR TO TRUE
                               CALL "AUDSUB01" USING SELLO-AUDITORIA
                                   LINEA-AUDITARC
                           END-IF
                           WRITE LINEA-AUDITARC
                   END-READ
               END-PERFORM
               CLOSE AUDITARC-FILE
           END-IF.

      * LA CADENA SE COMPRUEBA ANTES DE QUITAR NADA: ENTERA, SE
      * RESELLA DESDE EL ESLABON DE PARTIDA AL REESCRIBIR; ROTA, LAS
      * LINEAS QUE QUEDAN SE COPIAN TAL CUAL
       COMPROBAR-CADENA.
           SET SEL-VERIFICAR TO TRUE.
           CALL "AUDSUB01" USING SELLO-AUDITORIA LINEA-AUDITORIA.
           IF SEL-CORRECTO
               MOVE "S" TO SW-RESELLAR
           ELSE
               MOVE SEL-FICHERO TO FICHERO-ROTO
               MOVE SEL-NUMERO TO NUMERO-ROTO
               DISPLAY "La cadena de la traza ya estaba rota ("
                   FICHERO-ROTO " linea " NUMERO-ROTO
                   "): se suprime sin volver a sellar"
           END-IF.
           MOVE "000000" TO SEL-ESLABON.

      * LAS GENERACIONES ANOTADAS EN BKPCTL SON ANTERIORES AL
      * BORRADO, ASI QUE TODAVIA CONTIENEN A LA PERSONA: SE ANOTA
      * UNA LINEA DE MARCA "X;FECHA;GEN..." POR CADA GENERACION
                   INTO LINEA-CERTBORR
           END-IF.
           WRITE LINEA-CERTBORR.
           MOVE SPACES TO LINEA-CERTBORR.
           IF RESELLAR-TRAZA
               MOVE "  CADENA DE AUDITORIA: RESELLADA TRAS EL BORRADO"
                   TO LINEA-CERTBORR
           ELSE
               STRING "  CADENA DE AUDITORIA: ROTA ANTES DEL BORRADO "
                   DELIMITED BY SIZE
                   "(" DELIMITED BY SIZE
                   FICHERO-ROTO DELIMITED BY SPACE
                   " LINEA " DELIMITED BY SIZE
                   NUMERO-ROTO DELIMITED BY SIZE
                   "), SIN RESELLAR" DELIMITED BY SIZE
                   INTO LINEA-CERTBORR
           END-IF.
           WRITE LINEA-CERTBORR.
           CLOSE CERTBORR-FILE.

       END PROGRAM BORRADO-LEGAL.
