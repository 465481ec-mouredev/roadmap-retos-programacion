     /*
      * TRATAMIENTO NOCTURNO DE LOS REBOTES DE LA PASARELA DE CORREO.
      * No es la solucion de ningun reto: es el paso de lote que
      * cierra el circuito de CORREOSAL. La pasarela deja cada noche
      * en REBOTES una linea por correo devuelto
      *   DIRECCION;TIPO;FECHA
      * con TIPO D (duro: la direccion no existe) o B (blando: buzon
      * lleno, servidor caido...) y la fecha en AAAAMMDD. Un rebote
      * duro marca la direccion en el acto; los blandos se acumulan
      * en REBBLAND (DIRECCION;CUENTA;ULTIMA-FECHA) y la marcan al
      * llegar a REBOTES-MAXIMOS sin pasar mas de DIAS-VENTANA dias
      * entre uno y el siguiente.
      * Cada direccion marcada se cruza con CONTACTOS por EMAIL (sin
      * distinguir mayusculas) y cada contacto activo que la tenga
      * entra en EMAILMAL (AGENDA;NOMBRE;EMAIL;FECHA;MOTIVO), que es
      * a la vez la lista de correccion de cada agenda (opcion 20 de
      * la agenda RETO-03) y la lista que REBSUB01 consulta para que
      * ningun envio de correo vuelva a usar esa direccion, con una
      * excepcion EMAIL-REBOTE para la revision de la manana.
      * La marca vale mientras el contacto conserve la direccion: al
      * corregirla en RETO-03 deja de aplicarse, y este mismo paso
      * purga esa noche las lineas que ya no corresponden.
      */
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROCESA-REBOTES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REBOTES-FILE ASSIGN TO "REBOTES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REBOTES.
           SELECT REBBLAND-FILE ASSIGN TO "REBBLAND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REBBLAND.
           SELECT EMAILMAL-FILE ASSIGN TO "EMAILMAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EMAILMAL.
           SELECT CONTACTOS-FILE ASSIGN TO "CONTACTOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLAVE-REG
               ALTERNATE RECORD KEY IS TELEFONO-REG WITH DUPLICATES
               FILE STATUS IS FS-CONTACTOS.
           SELECT EXCEPCIONES-FILE ASSIGN TO "EXCEPCIONES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXCEPCIONES.
      * Registro comun de fin de ejecucion (copybooks/RESUMEN.cpy),
      * compartido por toda la suite y resumido por RESUMEN-NOCHE.
           SELECT RESUMEN-FILE ASSIGN TO "RESUMEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RESUMEN.
       DATA DIVISION.
       FILE SECTION.
       FD REBOTES-FILE.
           01 LINEA-REBOTE PIC X(60).

       FD REBBLAND-FILE.
           01 LINEA-REBBLAND PIC X(60).

       FD EMAILMAL-FILE.
           01 LINEA-EMAILMAL PIC X(110).

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
                   ==CONTACTO-BORRADO== BY ==CONTACTO-BORRADO-REG==
                   ==EMAIL== BY ==EMAIL-REG==.

       FD EXCEPCIONES-FILE.
           01 LINEA-EXCEPCION PIC X(90).

       FD RESUMEN-FILE.
           01 LINEA-RESUMEN PIC X(50).

       WORKING-STORAGE SECTION.
           77 FS-REBOTES PIC XX.
           77 FS-REBBLAND PIC XX.
           77 FS-EMAILMAL PIC XX.
           77 FS-CONTACTOS PIC XX.
           77 FS-EXCEPCIONES PIC XX.

      * Criterio de los rebotes blandos: tantos seguidos, sin mas de
      * tantos dias entre uno y otro, equivalen a un rebote duro.
           77 REBOTES-MAXIMOS PIC 9(3) VALUE 3.
           77 DIAS-VENTANA PIC S9(5) VALUE 30.

      * Direcciones marcadas esta noche, en mayusculas, con el motivo
      * y los contactos activos que las tienen.
           01 TABLA-DIRECCIONES.
               05 FILA-DIRECCION OCCURS 500 TIMES.
                   10 DIR-EMAIL PIC X(40).
                   10 DIR-MOTIVO PIC X(8).
                   10 DIR-FECHA PIC 9(8).
                   10 DIR-CONTACTOS PIC 9(3).
           77 TOTAL-DIRECCIONES PIC 9(3) VALUE 0.
           77 IDX-DIR PIC 9(3).

      * Acumulado de rebotes blandos de noches anteriores.
           01 TABLA-BLANDOS.
               05 FILA-BLANDO OCCURS 500 TIMES.
                   10 BLA-EMAIL PIC X(40).
                   10 BLA-CUENTA PIC 9(3).
                   10 BLA-FECHA PIC 9(8).
                   10 BLA-VIGENTE PIC X.
           77 TOTAL-BLANDOS PIC 9(3) VALUE 0.
           77 IDX-BLA PIC 9(3).

      * Lista EMAILMAL: la de ayer y las altas de esta noche. Una
      * linea sigue vigente mientras su contacto conserve la
      * direccion marcada.
           01 TABLA-MARCADOS.
               05 FILA-MARCADO OCCURS 1000 TIMES.
                   10 MAR-AGENDA PIC X(15).
                   10 MAR-NOMBRE PIC X(30).
                   10 MAR-EMAIL PIC X(40).
                   10 MAR-FECHA PIC X(8).
                   10 MAR-MOTIVO PIC X(8).
                   10 MAR-VIGENTE PIC X.
           77 TOTAL-MARCADOS PIC 9(4) VALUE 0.
           77 IDX-MAR PIC 9(4).
           77 SW-YA-MARCADO PIC X.
               88 YA-MARCADO VALUE "S".

      * Troceado de las lineas leidas.
           77 REB-EMAIL PIC X(40).
           77 REB-TIPO PIC X.
               88 REBOTE-DURO VALUE "D" "d".
               88 REBOTE-BLANDO VALUE "B" "b".
           77 REB-FECHA PIC 9(8).
           77 REB-FECHA-TEXTO PIC X(8).
           77 LEI-CUENTA PIC X(3).
           77 LEI-FECHA PIC X(8).
           77 EMAIL-MAYUS PIC X(40).
           77 MOTIVO-REBOTE PIC X(8).

      * Parametros de la subrutina compartida FECHASUB.
           77 FEC-OPERACION PIC X.
           77 FEC-FECHA-1 PIC 9(8).
           77 FEC-FECHA-2 PIC 9(8).
           77 FEC-DIAS PIC S9(5).
           77 FEC-RESULTADO PIC 9(8).
           77 FEC-TEXTO PIC X(10).
           77 FEC-ESTADO PIC 9.

           77 FECHA-HOY PIC 9(8).
           77 REBOTES-LEIDOS PIC 9(5) VALUE 0.
           77 REBOTES-ERRONEOS PIC 9(5) VALUE 0.
           77 SIN-CONTACTO PIC 9(5) VALUE 0.
           77 CONTACTOS-MARCADOS PIC 9(5) VALUE 0.
           77 MARCAS-PURGADAS PIC 9(5) VALUE 0.

      * Dato de la excepcion en curso, como en los demas programas.
           01 EXCEPCION-ACTUAL.
               COPY EXCEPCION.

      * Registro de fin de ejecucion para el fichero RESUMEN.
           77 FS-RESUMEN PIC XX.
           01 RESUMEN-ACTUAL.
               COPY RESUMEN.

           77 CODIGO-SALIDA PIC 9 VALUE ZERO.

       PROCEDURE DIVISION.
       PRINCIPAL.
           MOVE "REBOTES" TO EXC-PROGRAMA.
           MOVE "LOTE" TO EXC-OPERADOR.
           ACCEPT FECHA-HOY FROM DATE.
           IF FECHA-HOY < 19000101
               ADD 20000000 TO FECHA-HOY
           END-IF.
           OPEN INPUT CONTACTOS-FILE.
           IF FS-CONTACTOS NOT = "00"
               DISPLAY "No existe CONTACTOS; los rebotes quedan "-
                   "para la noche siguiente"
               MOVE 8 TO CODIGO-SALIDA
           ELSE
               PERFORM CARGAR-BLANDOS
               PERFORM CARGAR-MARCADOS
               PERFORM LEER-REBOTES
               OPEN EXTEND EXCEPCIONES-FILE
               IF FS-EXCEPCIONES = "35"
                   OPEN OUTPUT EXCEPCIONES-FILE
               END-IF
               PERFORM UNTIL FS-CONTACTOS = "10"
                   READ CONTACTOS-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO FS-CONTACTOS
                       NOT AT END
                           IF CONTACTO-ACTIVO-REG
                               AND EMAIL-REG NOT = SPACES
                               PERFORM CRUZAR-CONTACTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTACTOS-FILE
               PERFORM CONTAR-SIN-CONTACTO
               CLOSE EXCEPCIONES-FILE
               PERFORM GRABAR-MARCADOS
               PERFORM GRABAR-BLANDOS
               DISPLAY "Rebotes tratados: " REBOTES-LEIDOS
                   " leidos, " CONTACTOS-MARCADOS
                   " contactos marcados, " SIN-CONTACTO
                   " direcciones sin contacto, " MARCAS-PURGADAS
                   " marcas purgadas"
           END-IF.
           MOVE "REBOTES" TO RES-PROGRAMA.
           MOVE REBOTES-LEIDOS TO RES-ENTRADAS.
           MOVE CONTACTOS-MARCADOS TO RES-SALIDAS.
           COMPUTE RES-RECHAZOS = REBOTES-ERRONEOS + SIN-CONTACTO.
           MOVE CODIGO-SALIDA TO RES-RC.
           PERFORM GRABAR-RESUMEN.
           MOVE CODIGO-SALIDA TO RETURN-CODE.
           STOP RUN.

      * LOS BLANDOS ACUMULADOS DE OTRAS NOCHES; SIN FICHERO SE EMPIEZA
      * DE CERO
       CARGAR-BLANDOS.
           OPEN INPUT REBBLAND-FILE.
           IF FS-REBBLAND = "00"
               PERFORM UNTIL FS-REBBLAND = "10"
                   READ REBBLAND-FILE
                       AT END
                           MOVE "10" TO FS-REBBLAND
                       NOT AT END
                           PERFORM ANOTAR-BLANDO-LEIDO
                   END-READ
               END-PERFORM
               CLOSE REBBLAND-FILE
           END-IF.

       ANOTAR-BLANDO-LEIDO.
           IF TOTAL-BLANDOS < 500
               MOVE SPACES TO REB-EMAIL
               MOVE SPACES TO LEI-CUENTA
               MOVE SPACES TO LEI-FECHA
               UNSTRING LINEA-REBBLAND DELIMITED BY ";"
                   INTO REB-EMAIL LEI-CUENTA LEI-FECHA
               IF LEI-CUENTA IS NUMERIC AND LEI-FECHA IS NUMERIC
                   ADD 1 TO TOTAL-BLANDOS
                   MOVE REB-EMAIL TO BLA-EMAIL(TOTAL-BLANDOS)
                   MOVE LEI-CUENTA TO BLA-CUENTA(TOTAL-BLANDOS)
                   MOVE LEI-FECHA TO BLA-FECHA(TOTAL-BLANDOS)
                   MOVE "S" TO BLA-VIGENTE(TOTAL-BLANDOS)
               END-IF
           END-IF.

       CARGAR-MARCADOS.
           OPEN INPUT EMAILMAL-FILE.
           IF FS-EMAILMAL = "00"
               PERFORM UNTIL FS-EMAILMAL = "10"
                   READ EMAILMAL-FILE
                       AT END
                           MOVE "10" TO FS-EMAILMAL
                       NOT AT END
                           IF TOTAL-MARCADOS < 1000
                               ADD 1 TO TOTAL-MARCADOS
                               MOVE SPACES TO
                                   FILA-MARCADO(TOTAL-MARCADOS)
                               UNSTRING LINEA-EMAILMAL
                                   DELIMITED BY ";"
                                   INTO MAR-AGENDA(TOTAL-MARCADOS)
                                       MAR-NOMBRE(TOTAL-MARCADOS)
                                       MAR-EMAIL(TOTAL-MARCADOS)
                                       MAR-FECHA(TOTAL-MARCADOS)
                                       MAR-MOTIVO(TOTAL-MARCADOS)
                               MOVE "N" TO MAR-VIGENTE(TOTAL-MARCADOS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMAILMAL-FILE
           END-IF.

      * SIN FICHERO DE REBOTES LA NOCHE SIGUE: LA PURGA DE LAS MARCAS
      * CORREGIDAS SE HACE IGUAL
       LEER-REBOTES.
           OPEN INPUT REBOTES-FILE.
           IF FS-REBOTES NOT = "00"
               DISPLAY "Sin fichero REBOTES: la pasarela no devolvio "-
                   "nada"
           ELSE
               PERFORM UNTIL FS-REBOTES = "10"
                   READ REBOTES-FILE
                       AT END
                           MOVE "10" TO FS-REBOTES
                       NOT AT END
                           PERFORM TRATAR-REBOTE
                   END-READ
               END-PERFORM
               CLOSE REBOTES-FILE
           END-IF.

       TRATAR-REBOTE.
           ADD 1 TO REBOTES-LEIDOS.
           MOVE SPACES TO REB-EMAIL.
           MOVE SPACES TO REB-TIPO.
           MOVE SPACES TO REB-FECHA-TEXTO.
           UNSTRING LINEA-REBOTE DELIMITED BY ";"
               INTO REB-EMAIL REB-TIPO REB-FECHA-TEXTO.
           MOVE FUNCTION UPPER-CASE(REB-EMAIL) TO EMAIL-MAYUS.
           IF REB-FECHA-TEXTO IS NUMERIC
               MOVE REB-FECHA-TEXTO TO REB-FECHA
           ELSE
               MOVE FECHA-HOY TO REB-FECHA
           END-IF.
           IF EMAIL-MAYUS = SPACES
               OR (NOT REBOTE-DURO AND NOT REBOTE-BLANDO)
      * Una linea mal formada se cuenta y se salta: es un dato de la
      * pasarela y no un fallo del paso, y no sube el RC.
               ADD 1 TO REBOTES-ERRONEOS
           ELSE
               IF REBOTE-DURO
                   MOVE "DURO" TO MOTIVO-REBOTE
                   PERFORM MARCAR-DIRECCION
               ELSE
                   PERFORM ACUMULAR-BLANDO
               END-IF
           END-IF.

      * UN BLANDO MAS PARA LA DIRECCION: SI EL ANTERIOR QUEDA FUERA
      * DE LA VENTANA LA CUENTA EMPIEZA DE NUEVO
       ACUMULAR-BLANDO.
           PERFORM VARYING IDX-BLA FROM 1 BY 1
                   UNTIL IDX-BLA > TOTAL-BLANDOS
                       OR (BLA-EMAIL(IDX-BLA) = EMAIL-MAYUS
                           AND BLA-VIGENTE(IDX-BLA) = "S")
               CONTINUE
           END-PERFORM.
           IF IDX-BLA > TOTAL-BLANDOS
               IF TOTAL-BLANDOS < 500
                   ADD 1 TO TOTAL-BLANDOS
                   MOVE TOTAL-BLANDOS TO IDX-BLA
                   MOVE EMAIL-MAYUS TO BLA-EMAIL(IDX-BLA)
                   MOVE 1 TO BLA-CUENTA(IDX-BLA)
                   MOVE REB-FECHA TO BLA-FECHA(IDX-BLA)
                   MOVE "S" TO BLA-VIGENTE(IDX-BLA)
               ELSE
                   DISPLAY "Aviso: tabla de rebotes blandos llena"
                   MOVE 4 TO CODIGO-SALIDA
                   MOVE 0 TO IDX-BLA
               END-IF
           ELSE
               MOVE "E" TO FEC-OPERACION
               MOVE BLA-FECHA(IDX-BLA) TO FEC-FECHA-1
               MOVE REB-FECHA TO FEC-FECHA-2
               CALL "FECHASUB" USING FEC-OPERACION FEC-FECHA-1
                   FEC-FECHA-2 FEC-DIAS FEC-RESULTADO FEC-TEXTO
                   FEC-ESTADO
               IF FEC-ESTADO NOT = 0 OR FEC-DIAS > DIAS-VENTANA
                   MOVE 1 TO BLA-CUENTA(IDX-BLA)
               ELSE
                   ADD 1 TO BLA-CUENTA(IDX-BLA)
               END-IF
               MOVE REB-FECHA TO BLA-FECHA(IDX-BLA)
           END-IF.
           IF IDX-BLA > 0
               IF BLA-CUENTA(IDX-BLA) >= REBOTES-MAXIMOS
      * Marcada la direccion, su cuenta de blandos ya no hace falta.
                   MOVE "N" TO BLA-VIGENTE(IDX-BLA)
                   MOVE "BLANDOS" TO MOTIVO-REBOTE
                   PERFORM MARCAR-DIRECCION
               END-IF
           END-IF.

      * LA DIRECCION ENTRA EN LA TABLA DE NO ENTREGABLES DE LA NOCHE
       MARCAR-DIRECCION.
           PERFORM VARYING IDX-DIR FROM 1 BY 1
                   UNTIL IDX-DIR > TOTAL-DIRECCIONES
                       OR DIR-EMAIL(IDX-DIR) = EMAIL-MAYUS
               CONTINUE
           END-PERFORM.
           IF IDX-DIR > TOTAL-DIRECCIONES
               IF TOTAL-DIRECCIONES < 500
                   ADD 1 TO TOTAL-DIRECCIONES
                   MOVE EMAIL-MAYUS TO DIR-EMAIL(TOTAL-DIRECCIONES)
                   MOVE REB-FECHA TO DIR-FECHA(TOTAL-DIRECCIONES)
                   MOVE 0 TO DIR-CONTACTOS(TOTAL-DIRECCIONES)
                   MOVE MOTIVO-REBOTE TO DIR-MOTIVO(TOTAL-DIRECCIONES)
               ELSE
                   DISPLAY "Aviso: demasiadas direcciones rebotadas "-
                       "en una noche; el resto queda para la siguiente"
                   MOVE 4 TO CODIGO-SALIDA
               END-IF
           END-IF.

      * UN CONTACTO ACTIVO CON CORREO: SUS MARCAS DE AYER SIGUEN SI
      * CONSERVA LA DIRECCION, Y SI LA DIRECCION REBOTO ESTA NOCHE
      * SE MARCA (UNA SOLA VEZ)
       CRUZAR-CONTACTO.
           MOVE FUNCTION UPPER-CASE(EMAIL-REG) TO EMAIL-MAYUS.
           MOVE "N" TO SW-YA-MARCADO.
           PERFORM VARYING IDX-MAR FROM 1 BY 1
                   UNTIL IDX-MAR > TOTAL-MARCADOS
               IF MAR-AGENDA(IDX-MAR) = AGENDA-NOMBRE-REG
                   AND MAR-NOMBRE(IDX-MAR) = NOMBRE-REG
                   AND FUNCTION UPPER-CASE(MAR-EMAIL(IDX-MAR))
                       = EMAIL-MAYUS
                   MOVE "S" TO MAR-VIGENTE(IDX-MAR)
                   MOVE "S" TO SW-YA-MARCADO
               END-IF
           END-PERFORM.
           PERFORM VARYING IDX-DIR FROM 1 BY 1
                   UNTIL IDX-DIR > TOTAL-DIRECCIONES
               IF DIR-EMAIL(IDX-DIR) = EMAIL-MAYUS
                   ADD 1 TO DIR-CONTACTOS(IDX-DIR)
                   IF NOT YA-MARCADO
                       PERFORM MARCAR-CONTACTO
                   END-IF
               END-IF
           END-PERFORM.

       MARCAR-CONTACTO.
           IF TOTAL-MARCADOS < 1000
               ADD 1 TO TOTAL-MARCADOS
               ADD 1 TO CONTACTOS-MARCADOS
               MOVE "S" TO SW-YA-MARCADO
               MOVE AGENDA-NOMBRE-REG TO MAR-AGENDA(TOTAL-MARCADOS)
               MOVE NOMBRE-REG TO MAR-NOMBRE(TOTAL-MARCADOS)
               MOVE EMAIL-REG TO MAR-EMAIL(TOTAL-MARCADOS)
               MOVE FECHA-HOY TO MAR-FECHA(TOTAL-MARCADOS)
               MOVE DIR-MOTIVO(IDX-DIR) TO MAR-MOTIVO(TOTAL-MARCADOS)
               MOVE "S" TO MAR-VIGENTE(TOTAL-MARCADOS)
               MOVE "EMAIL-REBOTE" TO EXC-TIPO
               MOVE "A" TO EXC-GRAVEDAD
               MOVE NOMBRE-REG TO EXC-DETALLE
               PERFORM REGISTRAR-EXCEPCION
           ELSE
               DISPLAY "Aviso: lista EMAILMAL llena"
               MOVE 4 TO CODIGO-SALIDA
           END-IF.

      * DIRECCIONES MARCADAS QUE NO TIENE NINGUN CONTACTO ACTIVO:
      * NADA QUE CORREGIR, SOLO SE CUENTAN
       CONTAR-SIN-CONTACTO.
           PERFORM VARYING IDX-DIR FROM 1 BY 1
                   UNTIL IDX-DIR > TOTAL-DIRECCIONES
               IF DIR-CONTACTOS(IDX-DIR) = 0
                   ADD 1 TO SIN-CONTACTO
               END-IF
           END-PERFORM.

      * EMAILMAL SE REHACE CON LAS MARCAS VIGENTES: LAS DE CONTACTOS
      * QUE HAN CAMBIADO DE DIRECCION O YA NO ESTAN ACTIVOS SE PURGAN
       GRABAR-MARCADOS.
           OPEN OUTPUT EMAILMAL-FILE.
           PERFORM VARYING IDX-MAR FROM 1 BY 1
                   UNTIL IDX-MAR > TOTAL-MARCADOS
               IF MAR-VIGENTE(IDX-MAR) = "S"
                   MOVE SPACES TO LINEA-EMAILMAL
                   STRING MAR-AGENDA(IDX-MAR) DELIMITED BY SIZE
                       ";" DELIMITED BY SIZE
                       MAR-NOMBRE(IDX-MAR) DELIMITED BY SIZE
                       ";" DELIMITED BY SIZE
                       MAR-EMAIL(IDX-MAR) DELIMITED BY SIZE
                       ";" DELIMITED BY SIZE
                       MAR-FECHA(IDX-MAR) DELIMITED BY SIZE
                       ";" DELIMITED BY SIZE
                       MAR-MOTIVO(IDX-MAR) DELIMITED BY SIZE
                       INTO LINEA-EMAILMAL
                   WRITE LINEA-EMAILMAL
               ELSE
                   ADD 1 TO MARCAS-PURGADAS
               END-IF
           END-PERFORM.
           CLOSE EMAILMAL-FILE.

       GRABAR-BLANDOS.
           OPEN OUTPUT REBBLAND-FILE.
           PERFORM VARYING IDX-BLA FROM 1 BY 1
                   UNTIL IDX-BLA > TOTAL-BLANDOS
               IF BLA-VIGENTE(IDX-BLA) = "S"
                   MOVE SPACES TO LINEA-REBBLAND
                   STRING BLA-EMAIL(IDX-BLA) DELIMITED BY SIZE
                       ";" DELIMITED BY SIZE
                       BLA-CUENTA(IDX-BLA) DELIMITED BY SIZE
                       ";" DELIMITED BY SIZE
                       BLA-FECHA(IDX-BLA) DELIMITED BY SIZE
                       INTO LINEA-REBBLAND
                   WRITE LINEA-REBBLAND
               END-IF
           END-PERFORM.
           CLOSE REBBLAND-FILE.

       REGISTRAR-EXCEPCION.
           ACCEPT EXC-FECHA FROM DATE
           ACCEPT EXC-HORA FROM TIME
           MOVE SPACES TO LINEA-EXCEPCION
           STRING EXC-FECHA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EXC-HORA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EXC-PROGRAMA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EXC-TIPO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EXC-DETALLE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EXC-GRAVEDAD DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EXC-OPERADOR DELIMITED BY SIZE
               INTO LINEA-EXCEPCION
           WRITE LINEA-EXCEPCION.


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

       END PROGRAM PROCESA-REBOTES.
