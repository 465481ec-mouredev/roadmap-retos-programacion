     /*
      * REVISION DE LA RECERTIFICACION TRIMESTRAL DE ACCESOS.
      * No es la solucion de ningun reto: es la pantalla con la que
      * cada supervisor decide las lineas de la campana que abre
      * RECERTIFICA-ACCESOS en RECERT (copybooks/RECERT.cpy). Ensena
      * una a una las pendientes que le tocan al supervisor firmado,
      * con el nivel o la agenda, la ultima firma, las operaciones de
      * los ultimos 90 dias y los avisos, y para cada una:
      *   C  confirmar: el nivel o el acceso se queda como esta
      *   R  revocar: ACCSUB01 rebaja el nivel 2 a 1, da de baja al
      *      operador si es de nivel 1, o retira la agenda de ACCESOS
      *   (en blanco) dejarla para luego    F  terminar
      * Lo decidido queda en la linea (estado, revisor y fecha), y
      * cada cambio en OPERADORES o ACCESOS en el registro AUTORIZA,
      * que con el historico RECHIST es la evidencia para los
      * auditores. RECERT se reescribe despues de cada decision. El
      * ultimo supervisor activo no se puede revocar: la linea se
      * queda pendiente y se avisa.
      * Exige firma de supervisor (nivel 2 de OPERADORES), como
      * MANTENER-OPERADORES.
      */
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVISAR-ACCESOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERADORES-FILE ASSIGN TO "OPERADORES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OPERADORES.
           SELECT RECERT-FILE ASSIGN TO "RECERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RECERT.
       DATA DIVISION.
       FILE SECTION.
       FD OPERADORES-FILE.
           01 LINEA-OPERADOR PIC X(50).

       FD RECERT-FILE.
           01 LINEA-RECERT PIC X(80).

       WORKING-STORAGE SECTION.
           77 FS-OPERADORES PIC XX.
           77 FS-RECERT PIC XX.

      * Firma de supervisor, como en MANTENER-CLAVES: tres intentos
      * y fuera, y solo vale el nivel 2.
           77 OPERADOR-TECLEADO PIC X(8).
           77 OPR-CODIGO PIC X(8).
           77 OPR-NOMBRE PIC X(30).
           77 OPR-NIVEL PIC X.
           77 INTENTOS-FIRMA PIC 9 VALUE 0.
           77 SW-FIRMADO PIC X VALUE "N".
               88 SUPERVISOR-FIRMADO VALUE "S".
           77 OPERADOR-SESION PIC X(8).
           77 SW-OPERADOR PIC X.
               88 OPERADOR-HALLADO VALUE "S".
           77 CLV-FUNCION PIC X.
           77 CLV-CLAVE PIC X(16).
           77 CLV-PROGRAMA PIC X(8) VALUE "REVACC00".
           77 CLV-RESULTADO PIC 9.
           77 SEG-EVENTO PIC X(10).
           77 SEG-DETALLE PIC X(40).

      * Campana en curso, entera en memoria.
           01 TABLA-RECERT.
               05 FILA-RECERT OCCURS 700 TIMES.
                   COPY RECERT REPLACING ==05== BY ==10==.
           77 TOTAL-RECERT PIC 9(3) VALUE 0.
           77 IDX-REC PIC 9(3).
           77 IDX-GRABAR PIC 9(3).
           77 PENDIENTES-SUPERVISOR PIC 9(3) VALUE 0.
           77 LINEAS-DECIDIDAS PIC 9(3) VALUE 0.

           77 FECHA-HOY PIC 9(8).
           77 FECHA-CAMPANA PIC 9(8) VALUE 0.
           77 TEXTO-AVISO PIC X(26).
           77 TEXTO-LINEA PIC X(24).

      * Dias que quedan hasta la fecha limite, con FECHASUB.
           77 FEC-OPERACION PIC X.
           77 FEC-FECHA-1 PIC 9(8).
           77 FEC-FECHA-2 PIC 9(8).
           77 FEC-DIAS PIC S9(5).
           77 FEC-RESULTADO PIC 9(8).
           77 FEC-TEXTO PIC X(10).
           77 FEC-ESTADO PIC 9.
           77 DIAS-QUEDAN PIC -(4)9.

      * Parametros de ACCSUB01.
           77 ACS-FUNCION PIC X.
           77 ACS-RESULTADO PIC 9.

           01 DECISION-LINEA PIC X.
               88 DEC-CONFIRMAR VALUE "C" "c".
               88 DEC-REVOCAR VALUE "R" "r".
               88 DEC-SIGUIENTE VALUE " ".
               88 DEC-FIN VALUE "F" "f".

       PROCEDURE DIVISION.
       PRINCIPAL.
           PERFORM FIRMAR-SUPERVISOR.
           IF NOT SUPERVISOR-FIRMADO
               DISPLAY "Sin firma de supervisor no se revisan los "-
                   "accesos"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT FECHA-HOY FROM DATE.
           IF FECHA-HOY < 19000101
               ADD 20000000 TO FECHA-HOY
           END-IF.
           PERFORM CARGAR-RECERT.
           PERFORM CONTAR-PENDIENTES.
           IF PENDIENTES-SUPERVISOR = 0
               DISPLAY "No tienes lineas pendientes de revisar"
           ELSE
               DISPLAY "Campana del " FECHA-CAMPANA ": "
                   PENDIENTES-SUPERVISOR " lineas pendientes"
               MOVE SPACE TO DECISION-LINEA
               PERFORM VARYING IDX-REC FROM 1 BY 1
                       UNTIL IDX-REC > TOTAL-RECERT OR DEC-FIN
                   IF REC-PENDIENTE(IDX-REC)
                       AND REC-SUPERVISOR(IDX-REC) = OPERADOR-SESION
                       PERFORM REVISAR-LINEA
                   END-IF
               END-PERFORM
           END-IF.
           DISPLAY LINEAS-DECIDIDAS " lineas decididas".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

      *FIRMA DEL SUPERVISOR: TRES INTENTOS Y FUERA
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

      *CLAVE DEL SUPERVISOR, COMO EN MANTENER-CLAVES
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
                   DISPLAY "Supervisor bloqueado o dado de baja"
                   MOVE 3 TO INTENTOS-FIRMA
               WHEN OTHER
                   DISPLAY "Clave caducada, provisional o sin dar de "-
                       "alta: cambiala al firmar en el menu principal"
                   MOVE 3 TO INTENTOS-FIRMA
           END-EVALUATE.

       CARGAR-RECERT.
           OPEN INPUT RECERT-FILE.
           IF FS-RECERT = "00"
               PERFORM UNTIL FS-RECERT = "10"
                   READ RECERT-FILE
                       AT END
                           MOVE "10" TO FS-RECERT
                       NOT AT END
                           IF TOTAL-RECERT < 700
                               ADD 1 TO TOTAL-RECERT
                               MOVE LINEA-RECERT TO
                                   FILA-RECERT(TOTAL-RECERT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECERT-FILE
           END-IF.

       CONTAR-PENDIENTES.
           PERFORM VARYING IDX-REC FROM 1 BY 1
                   UNTIL IDX-REC > TOTAL-RECERT
               MOVE REC-CAMPANA(IDX-REC) TO FECHA-CAMPANA
               IF REC-PENDIENTE(IDX-REC)
                   AND REC-SUPERVISOR(IDX-REC) = OPERADOR-SESION
                   ADD 1 TO PENDIENTES-SUPERVISOR
               END-IF
           END-PERFORM.

      *UNA LINEA CON SUS DATOS Y LA DECISION DEL SUPERVISOR
       REVISAR-LINEA.
           MOVE "E" TO FEC-OPERACION.
           MOVE FECHA-HOY TO FEC-FECHA-1.
           MOVE REC-LIMITE(IDX-REC) TO FEC-FECHA-2.
           CALL "FECHASUB" USING FEC-OPERACION FEC-FECHA-1
               FEC-FECHA-2 FEC-DIAS FEC-RESULTADO FEC-TEXTO
               FEC-ESTADO.
           MOVE FEC-DIAS TO DIAS-QUEDAN.
           MOVE SPACES TO TEXTO-LINEA.
           IF REC-DE-NIVEL(IDX-REC)
               STRING "NIVEL " REC-NIVEL(IDX-REC)
                   DELIMITED BY SIZE INTO TEXTO-LINEA
           ELSE
               STRING "AGENDA " REC-AGENDA(IDX-REC)
                   DELIMITED BY SIZE INTO TEXTO-LINEA
           END-IF.
           MOVE SPACES TO TEXTO-AVISO.
           EVALUATE TRUE
               WHEN REC-INACTIVO(IDX-REC)
                   MOVE "** SIN FIRMAR EN 90 DIAS" TO TEXTO-AVISO
               WHEN REC-SIN-USO(IDX-REC)
                   MOVE "** AGENDA NUNCA USADA" TO TEXTO-AVISO
           END-EVALUATE.
           DISPLAY SPACES.
           DISPLAY "Operador " REC-OPERADOR(IDX-REC) "  "
               TEXTO-LINEA.
           DISPLAY "  Ultima firma " REC-ULTIMA-FIRMA(IDX-REC)
               "  operaciones en 90 dias " REC-ACTIVIDAD(IDX-REC)
               "  " TEXTO-AVISO.
           DISPLAY "  Quedan " DIAS-QUEDAN " dias para revisarla".
           DISPLAY "C confirmar, R revocar, en blanco la siguiente, "-
               "F terminar:".
           MOVE SPACE TO DECISION-LINEA.
           ACCEPT DECISION-LINEA.
           EVALUATE TRUE
               WHEN DEC-CONFIRMAR
                   MOVE "C" TO ACS-FUNCION
                   PERFORM DECIDIR-LINEA
               WHEN DEC-REVOCAR
                   MOVE "R" TO ACS-FUNCION
                   PERFORM DECIDIR-LINEA
               WHEN DEC-SIGUIENTE
                   CONTINUE
               WHEN DEC-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Decision invalida; la linea sigue "-
                       "pendiente"
           END-EVALUATE.

      *ACCSUB01 HACE EL CAMBIO Y LO APUNTA EN AUTORIZA; AQUI SOLO SE
      *DEJA LA DECISION EN LA LINEA Y SE REESCRIBE RECERT
       DECIDIR-LINEA.
           CALL "ACCSUB01" USING ACS-FUNCION REC-OPERADOR(IDX-REC)
               REC-TIPO(IDX-REC) REC-AGENDA(IDX-REC) OPERADOR-SESION
               CLV-PROGRAMA ACS-RESULTADO.
           IF ACS-RESULTADO = 2
               DISPLAY "Es el ultimo supervisor activo: no se puede "-
                   "revocar; la linea sigue pendiente"
           ELSE
               IF ACS-RESULTADO = 1
                   DISPLAY "Ya no habia nada que revocar o confirmar "-
                       "en OPERADORES o ACCESOS"
               END-IF
               IF DEC-CONFIRMAR
                   MOVE "C" TO REC-ESTADO(IDX-REC)
                   DISPLAY "Confirmada"
               ELSE
                   MOVE "R" TO REC-ESTADO(IDX-REC)
                   DISPLAY "Revocada"
               END-IF
               MOVE OPERADOR-SESION TO REC-REVISOR(IDX-REC)
               MOVE FECHA-HOY TO REC-FECHA-REVISION(IDX-REC)
               ADD 1 TO LINEAS-DECIDIDAS
               PERFORM GRABAR-RECERT
           END-IF.

       GRABAR-RECERT.
           OPEN OUTPUT RECERT-FILE.
           PERFORM VARYING IDX-GRABAR FROM 1 BY 1
                   UNTIL IDX-GRABAR > TOTAL-RECERT
               MOVE FILA-RECERT(IDX-GRABAR) TO LINEA-RECERT
               WRITE LINEA-RECERT
           END-PERFORM.
           CLOSE RECERT-FILE.

       END PROGRAM REVISAR-ACCESOS.
