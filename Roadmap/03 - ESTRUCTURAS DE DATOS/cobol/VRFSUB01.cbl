     /*
      * Subrutina compartida de la verificacion periodica de los
      * datos del contacto, hermana de PROSUB01/ETPSUB01. La
      * puntuacion de completitud dice que falta, pero no si lo que
      * hay sigue siendo cierto; para eso cada contacto lleva la
      * fecha en que alguien comprobo por ultima vez sus datos, en
      * el satelite VERIFCON, historico de solo-anadir:
      *   AGENDA;NOMBRE;FECHA;HORA;ACCION;OPERADOR
      * en columnas fijas. ACCION es CONFIRMADO (los datos siguen
      * valiendo tal cual) o ACTUALIZADO (se corrigieron al
      * comprobarlos); la ultima linea del contacto es la que cuenta.
      * El plazo de reverificacion va por CATEGORIA en el fichero de
      * referencia PLAZOVER:
      *   CATEGORIA;MESES
      * con una linea "*" para las categorias que no aparecen; sin
      * fichero o sin linea "*" el plazo es de 24 meses. Los
      * parametros van en copybooks/VERIFICA.cpy.
      * La llaman la agenda RETO-03 (opcion de verificar: anota y
      * consulta) y REVERIFICA-CONTACTOS (solo el plazo, contacto a
      * contacto). PLAZOVER se carga en la primera llamada y se
      * conserva para las siguientes.
      */

       IDENTIFICATION DIVISION.
       PROGRAM-ID. VRFSUB01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VERIFCON-FILE ASSIGN TO "VERIFCON"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VERIFCON.
           SELECT PLAZOVER-FILE ASSIGN TO "PLAZOVER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PLAZOVER.
       DATA DIVISION.
       FILE SECTION.
       FD  VERIFCON-FILE.
       01  LINEA-VERIFCON PIC X(100).

       FD  PLAZOVER-FILE.
       01  LINEA-PLAZOVER PIC X(40).

       WORKING-STORAGE SECTION.
           77 FS-VERIFCON PIC XX.
           77 FS-PLAZOVER PIC XX.

      * Troceado de la linea de VERIFCON.
           01 VERIFICACION-LEIDA.
               05 VRL-AGENDA PIC X(15).
               05 VRL-NOMBRE PIC X(30).
               05 VRL-FECHA PIC 9(8).
               05 VRL-HORA PIC 9(6).
               05 VRL-ACCION PIC X(10).
               05 VRL-OPERADOR PIC X(8).

      * Plazos por categoria, cargados una sola vez.
           77 SW-PLAZOS PIC X VALUE "N".
               88 PLAZOS-CARGADOS VALUE "S".
           01 TABLA-PLAZOS.
               05 FILA-PLAZO OCCURS 50 TIMES.
                   10 PLZ-CATEGORIA PIC X(10).
                   10 PLZ-MESES PIC 9(3).
           77 TOTAL-PLAZOS PIC 9(2) VALUE 0.
           77 IDX-PLZ PIC 9(2).
           77 PLAZO-DEFECTO PIC 9(3) VALUE 24.
           77 PLZ-CATEGORIA-LIN PIC X(10).
           77 PLZ-MESES-LIN PIC X(5).
           77 LARGO-MESES PIC 9(2).
           77 CATEGORIA-BUSCA PIC X(10).
           77 SW-PLAZO PIC X.
               88 PLAZO-HALLADO VALUE "S".

      * Suma de meses a la fecha base: el dia se recorta al ultimo
      * del mes de llegada (31/01 + 1 mes = 28 o 29/02).
           01 FECHA-VENCE.
               05 VNC-AAAA PIC 9(4).
               05 VNC-MM PIC 9(2).
               05 VNC-DD PIC 9(2).
           77 MESES-CORRIDOS PIC 9(6).

      * Parametros de la subrutina compartida de fechas FECHASUB.
           77 FEC-OPERACION PIC X.
           77 FEC-FECHA-1 PIC 9(8).
           77 FEC-FECHA-2 PIC 9(8).
           77 FEC-DIAS PIC S9(5).
           77 FEC-RESULTADO PIC 9(8).
           77 FEC-TEXTO PIC X(10).
           77 FEC-ESTADO PIC 9.

           77 FECHA-HOY PIC 9(8).
           77 HORA-AHORA PIC 9(8).

       LINKAGE SECTION.
           01 VERIFICACION.
               COPY VERIFICA.

       PROCEDURE DIVISION USING VERIFICACION.

       TRATAR-VERIFICACION.
           MOVE 0 TO VRF-ESTADO.
           MOVE 0 TO RETURN-CODE.
           IF NOT PLAZOS-CARGADOS
               PERFORM CARGAR-PLAZOS
           END-IF.
           EVALUATE TRUE
               WHEN VRF-ANOTA
                   PERFORM GRABAR-VERIFICACION
               WHEN VRF-CONSULTA
                   PERFORM LEER-VERIFICACION
                   MOVE VRF-FECHA-ULTIMA TO VRF-FECHA-BASE
                   PERFORM CALCULAR-VENCIMIENTO
               WHEN VRF-PLAZO
                   PERFORM CALCULAR-VENCIMIENTO
               WHEN OTHER
                   MOVE 8 TO VRF-ESTADO
           END-EVALUATE.
           GOBACK.

      *PLAZOVER: CATEGORIA;MESES, CON "*" PARA LAS DEMAS. LAS LINEAS
      *CON LOS MESES MAL ESCRITOS SE IGNORAN
       CARGAR-PLAZOS.
           MOVE "S" TO SW-PLAZOS.
           OPEN INPUT PLAZOVER-FILE.
           IF FS-PLAZOVER = "00"
               PERFORM UNTIL FS-PLAZOVER = "10"
                   READ PLAZOVER-FILE
                       AT END
                           MOVE "10" TO FS-PLAZOVER
                       NOT AT END
                           IF LINEA-PLAZOVER NOT = SPACES
                               PERFORM TRATAR-LINEA-PLAZO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PLAZOVER-FILE
           ELSE
               DISPLAY "Sin PLAZOVER: reverificacion cada "
                   PLAZO-DEFECTO " meses"
           END-IF.

       TRATAR-LINEA-PLAZO.
           MOVE SPACES TO PLZ-CATEGORIA-LIN.
           MOVE SPACES TO PLZ-MESES-LIN.
           UNSTRING LINEA-PLAZOVER DELIMITED BY ";"
               INTO PLZ-CATEGORIA-LIN PLZ-MESES-LIN.
           MOVE FUNCTION UPPER-CASE(PLZ-CATEGORIA-LIN)
               TO PLZ-CATEGORIA-LIN.
           MOVE 0 TO LARGO-MESES.
           INSPECT PLZ-MESES-LIN TALLYING LARGO-MESES
               FOR CHARACTERS BEFORE INITIAL " ".
           IF LARGO-MESES = 0 OR LARGO-MESES > 3
               OR PLZ-MESES-LIN(1:LARGO-MESES) IS NOT NUMERIC
               DISPLAY "PLAZOVER: plazo no valido para "
                   PLZ-CATEGORIA-LIN " (se ignora)"
           ELSE
               IF PLZ-CATEGORIA-LIN = "*"
                   MOVE PLZ-MESES-LIN(1:LARGO-MESES) TO PLAZO-DEFECTO
               ELSE
                   IF TOTAL-PLAZOS < 50
                       ADD 1 TO TOTAL-PLAZOS
                       MOVE PLZ-CATEGORIA-LIN TO
                           PLZ-CATEGORIA(TOTAL-PLAZOS)
                       MOVE PLZ-MESES-LIN(1:LARGO-MESES) TO
                           PLZ-MESES(TOTAL-PLAZOS)
                   END-IF
               END-IF
           END-IF.

      *EL FICHERO VA EN ORDEN DE ANOTACION: LA ULTIMA LINEA DEL
      *CONTACTO ES SU ULTIMA VERIFICACION
       LEER-VERIFICACION.
           MOVE 0 TO VRF-FECHA-ULTIMA.
           MOVE SPACES TO VRF-ACCION-ULTIMA.
           MOVE SPACES TO VRF-OPERADOR-ULTIMO.
           OPEN INPUT VERIFCON-FILE.
           IF FS-VERIFCON = "00"
               PERFORM UNTIL FS-VERIFCON = "10"
                   READ VERIFCON-FILE
                       AT END
                           MOVE "10" TO FS-VERIFCON
                       NOT AT END
                           MOVE SPACES TO VERIFICACION-LEIDA
                           UNSTRING LINEA-VERIFCON DELIMITED BY ";"
                               INTO VRL-AGENDA VRL-NOMBRE VRL-FECHA
                                   VRL-HORA VRL-ACCION VRL-OPERADOR
                           IF VRL-AGENDA = VRF-AGENDA
                               AND VRL-NOMBRE = VRF-NOMBRE
                               AND VRL-FECHA IS NUMERIC
                               MOVE VRL-FECHA TO VRF-FECHA-ULTIMA
                               MOVE VRL-ACCION TO VRF-ACCION-ULTIMA
                               MOVE VRL-OPERADOR TO
                                   VRF-OPERADOR-ULTIMO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VERIFCON-FILE
           END-IF.
           IF VRF-FECHA-ULTIMA = 0
               MOVE 1 TO VRF-ESTADO
           END-IF.

      *MESES DE LA CATEGORIA Y VENCIMIENTO = BASE + MESES, CON EL DIA
      *RECORTADO AL ULTIMO DEL MES SI NO EXISTE EN EL DE LLEGADA
       CALCULAR-VENCIMIENTO.
           MOVE FUNCTION UPPER-CASE(VRF-CATEGORIA) TO CATEGORIA-BUSCA.
           MOVE PLAZO-DEFECTO TO VRF-PLAZO-MESES.
           MOVE "N" TO SW-PLAZO.
           PERFORM VARYING IDX-PLZ FROM 1 BY 1
                   UNTIL IDX-PLZ > TOTAL-PLAZOS OR PLAZO-HALLADO
               IF PLZ-CATEGORIA(IDX-PLZ) = CATEGORIA-BUSCA
                   MOVE "S" TO SW-PLAZO
                   MOVE PLZ-MESES(IDX-PLZ) TO VRF-PLAZO-MESES
               END-IF
           END-PERFORM.
           IF VRF-FECHA-BASE = 0 OR VRF-FECHA-BASE IS NOT NUMERIC
               MOVE 0 TO VRF-FECHA-VENCE
           ELSE
               MOVE VRF-FECHA-BASE TO FECHA-VENCE
               COMPUTE MESES-CORRIDOS = VNC-AAAA * 12 + VNC-MM - 1
                   + VRF-PLAZO-MESES
               DIVIDE MESES-CORRIDOS BY 12 GIVING VNC-AAAA
                   REMAINDER VNC-MM
               ADD 1 TO VNC-MM
               MOVE "V" TO FEC-OPERACION
               MOVE FECHA-VENCE TO FEC-FECHA-1
               PERFORM LLAMAR-FECHASUB
               PERFORM UNTIL FEC-ESTADO = 0 OR VNC-DD < 29
                   SUBTRACT 1 FROM VNC-DD
                   MOVE FECHA-VENCE TO FEC-FECHA-1
                   PERFORM LLAMAR-FECHASUB
               END-PERFORM
               MOVE FECHA-VENCE TO VRF-FECHA-VENCE
           END-IF.

       GRABAR-VERIFICACION.
           ACCEPT FECHA-HOY FROM DATE.
           IF FECHA-HOY < 19000101
               ADD 20000000 TO FECHA-HOY
           END-IF.
           ACCEPT HORA-AHORA FROM TIME.
           OPEN EXTEND VERIFCON-FILE.
           IF FS-VERIFCON = "35"
               OPEN OUTPUT VERIFCON-FILE
           END-IF.
           IF FS-VERIFCON = "00"
               MOVE SPACES TO LINEA-VERIFCON
               STRING VRF-AGENDA DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   VRF-NOMBRE DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   FECHA-HOY DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   HORA-AHORA(1:6) DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   VRF-ACCION DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   VRF-OPERADOR DELIMITED BY SIZE
                   INTO LINEA-VERIFCON
               WRITE LINEA-VERIFCON
               CLOSE VERIFCON-FILE
           ELSE
               DISPLAY "Error al abrir VERIFCON: " FS-VERIFCON
               MOVE 8 TO VRF-ESTADO
               MOVE 4 TO RETURN-CODE
           END-IF.

       LLAMAR-FECHASUB.
           CALL "FECHASUB" USING FEC-OPERACION FEC-FECHA-1
               FEC-FECHA-2 FEC-DIAS FEC-RESULTADO FEC-TEXTO
               FEC-ESTADO.

       END PROGRAM VRFSUB01.
