     /*
      * ANALISIS SEMANAL DEL RESULTADO DE LAS LLAMADAS.
      * No es la solucion de ningun reto: es el segundo consumidor
      * del registro LLAMADAS que alimenta la agenda RETO-03
      * (FECHA;HORA;AGENDA;NOMBRE;OPERADOR;RESULTADO;COMENTARIO).
      * INFORME-LLAMADAS dice a quien no se ha llamado; este dice
      * como han ido las llamadas que si se hicieron. Recibe por
      * SYSIN los dias del periodo (en blanco, los 7 ultimos) y
      * escribe en LLAMANA, para los supervisores que planifican los
      * turnos de llamada:
      *   - llamadas y tasa de contacto (CONTESTA sobre intentos) por
      *     operador, por resultado, por hora del dia y por agenda y
      *     categoria del contacto
      *   - la media de intentos hasta dar con cada contacto que se
      *     llego a localizar (contando la llamada que contesta)
      *   - los diez contactos mas llamados y los diez que mas veces
      *     se han llamado sin contestar nunca
      * El informe queda en la cola central de impresion (SPOSUB01).
      * La agenda de practicas ENTRENAMIENTO no cuenta.
      */
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANALIZA-LLAMADAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LLAMADAS-FILE ASSIGN TO "LLAMADAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LLAMADAS.
           SELECT CONTACTOS-FILE ASSIGN TO "CONTACTOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLAVE-REG
               ALTERNATE RECORD KEY IS TELEFONO-REG WITH DUPLICATES
               FILE STATUS IS FS-CONTACTOS.
           SELECT LLAMANA-FILE ASSIGN TO "LLAMANA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LLAMANA.
      * Registro comun de fin de ejecucion (copybooks/RESUMEN.cpy),
      * compartido por toda la suite y resumido por RESUMEN-NOCHE.
           SELECT RESUMEN-FILE ASSIGN TO "RESUMEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RESUMEN.
       DATA DIVISION.
       FILE SECTION.
       FD LLAMADAS-FILE.
           01 LINEA-LLAMADA PIC X(120).

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
                   ==CATEGORIA== BY ==CATEGORIA-REG==.

       FD LLAMANA-FILE.
           01 LINEA-LLAMANA PIC X(100).

       FD RESUMEN-FILE.
           01 LINEA-RESUMEN PIC X(50).

       WORKING-STORAGE SECTION.
           77 FS-LLAMADAS PIC XX.
           77 FS-CONTACTOS PIC XX.
           77 FS-LLAMANA PIC XX.

      * Periodo analizado, de SYSIN: los ultimos N dias hasta hoy.
           77 DIAS-TEXTO PIC X(3).
           77 DIAS-PERIODO PIC 9(3) VALUE 7.
           77 FECHA-HOY PIC 9(8).
           77 HORA-HOY PIC 9(8).
           77 FECHA-DESDE PIC 9(8).

      * Troceado de la linea de llamada.
           77 LLA-FECHA PIC X(8).
           77 LLA-HORA PIC X(8).
           77 LLA-AGENDA PIC X(15).
           77 LLA-NOMBRE PIC X(30).
           77 LLA-OPERADOR PIC X(8).
           77 LLA-RESULTADO PIC X(8).
               88 LLAMADA-CONTESTADA VALUE "CONTESTA".
           77 LLA-FECHA-COMP PIC 9(8).
           77 LLA-HORA-NUM PIC 9(2).

      * Por operador.
           01 TABLA-OPERADORES.
               05 FILA-OPERADOR OCCURS 50 TIMES.
                   10 OPE-CODIGO PIC X(8).
                   10 OPE-INTENTOS PIC 9(5).
                   10 OPE-CONTESTA PIC 9(5).
           77 TOTAL-OPERADORES PIC 9(3) VALUE 0.
           77 IDX-OPE PIC 9(3).

      * Por resultado anotado.
           01 TABLA-RESULTADOS.
               05 FILA-RESULTADO OCCURS 30 TIMES.
                   10 RDO-CODIGO PIC X(8).
                   10 RDO-INTENTOS PIC 9(5).
           77 TOTAL-RESULTADOS PIC 9(3) VALUE 0.
           77 IDX-RDO PIC 9(3).

      * Por hora del dia (fila 1 = las 00, fila 24 = las 23).
           01 TABLA-HORAS.
               05 FILA-HORA OCCURS 24 TIMES.
                   10 HOR-INTENTOS PIC 9(5).
                   10 HOR-CONTESTA PIC 9(5).
           77 IDX-HOR PIC 9(2).
           77 HORA-TEXTO PIC 9(2).

      * Por contacto, en el orden cronologico del registro.
           01 TABLA-CONTACTOS.
               05 FILA-CONTACTO OCCURS 500 TIMES.
                   10 CNT-AGENDA PIC X(15).
                   10 CNT-NOMBRE PIC X(30).
                   10 CNT-CATEGORIA PIC X(10).
                   10 CNT-INTENTOS PIC 9(5).
                   10 CNT-CONTESTA PIC 9(5).
                   10 CNT-HASTA PIC 9(5).
                   10 CNT-LISTADO PIC X.
           77 TOTAL-CONTACTOS PIC 9(3) VALUE 0.
           77 IDX-CNT PIC 9(3).

      * Por agenda y categoria del contacto.
           01 TABLA-GRUPOS.
               05 FILA-GRUPO OCCURS 100 TIMES.
                   10 GRP-AGENDA PIC X(15).
                   10 GRP-CATEGORIA PIC X(10).
                   10 GRP-INTENTOS PIC 9(5).
                   10 GRP-CONTESTA PIC 9(5).
           77 TOTAL-GRUPOS PIC 9(3) VALUE 0.
           77 IDX-GRP PIC 9(3).

      * Seleccion de los diez primeros de cada clasificacion.
           77 PUESTO PIC 9(2).
           77 IDX-MAYOR PIC 9(3).
           77 VALOR-MAYOR PIC 9(5).
           77 SW-SIN-CONTESTAR PIC X.
               88 SOLO-SIN-CONTESTAR VALUE "S".

      * Parametros de la subrutina compartida de fechas FECHASUB.
           77 FEC-OPERACION PIC X.
           77 FEC-FECHA-1 PIC 9(8).
           77 FEC-FECHA-2 PIC 9(8).
           77 FEC-DIAS PIC S9(5).
           77 FEC-RESULTADO PIC 9(8).
           77 FEC-TEXTO PIC X(10).
           77 FEC-ESTADO PIC 9.

      * Parametros de la subrutina de la cola central de
      * impresion SPOSUB01.
           77 SPO-FICHERO PIC X(8).
           77 SPO-INFORME PIC X(8).
           77 SPO-OPERADOR PIC X(8).
           77 SPO-ESTADO PIC 9.

           77 LLAMADAS-LEIDAS PIC 9(5) VALUE 0.
           77 LLAMADAS-PERIODO PIC 9(5) VALUE 0.
           77 CONTESTADAS-PERIODO PIC 9(5) VALUE 0.
           77 SIN-HUECO PIC 9(5) VALUE 0.
           77 CONTACTOS-LOCALIZADOS PIC 9(5) VALUE 0.
           77 INTENTOS-HASTA-CONTACTO PIC 9(7) VALUE 0.

      * Linea de desglose comun a todas las secciones.
           77 ETIQUETA-DESGLOSE PIC X(30).
           77 INTENTOS-DESGLOSE PIC 9(5).
           77 CONTESTA-DESGLOSE PIC 9(5).
           77 TASA-CONTACTO PIC 9(3)V99.
           77 TASA-TEXTO PIC ZZ9.99.
           77 INTENTOS-TEXTO PIC Z(4)9.
           77 CONTESTA-TEXTO PIC Z(4)9.
           77 MEDIA-INTENTOS PIC 9(3)V99.
           77 MEDIA-TEXTO PIC ZZ9.99.

      * Registro de fin de ejecucion para el fichero RESUMEN.
           77 FS-RESUMEN PIC XX.
           01 RESUMEN-ACTUAL.
               COPY RESUMEN.

           77 CODIGO-SALIDA PIC 9 VALUE ZERO.

       PROCEDURE DIVISION.
       PRINCIPAL.
           ACCEPT DIAS-TEXTO.
           IF DIAS-TEXTO(1:3) IS NUMERIC
               MOVE DIAS-TEXTO TO DIAS-PERIODO
           ELSE
               IF DIAS-TEXTO(1:2) IS NUMERIC
                   MOVE DIAS-TEXTO(1:2) TO DIAS-PERIODO
               ELSE
                   IF DIAS-TEXTO(1:1) IS NUMERIC
                       MOVE DIAS-TEXTO(1:1) TO DIAS-PERIODO
                   END-IF
               END-IF
           END-IF.
           IF DIAS-PERIODO = 0
               MOVE 7 TO DIAS-PERIODO
           END-IF.
           ACCEPT FECHA-HOY FROM DATE.
           IF FECHA-HOY < 19000101
               ADD 20000000 TO FECHA-HOY
           END-IF.
           ACCEPT HORA-HOY FROM TIME.
           MOVE "S" TO FEC-OPERACION.
           MOVE FECHA-HOY TO FEC-FECHA-1.
           COMPUTE FEC-DIAS = 1 - DIAS-PERIODO.
           CALL "FECHASUB" USING FEC-OPERACION FEC-FECHA-1
               FEC-FECHA-2 FEC-DIAS FEC-RESULTADO FEC-TEXTO
               FEC-ESTADO.
           MOVE FEC-RESULTADO TO FECHA-DESDE.
           INITIALIZE TABLA-HORAS.
           OPEN INPUT LLAMADAS-FILE.
           IF FS-LLAMADAS NOT = "00"
               DISPLAY "Sin registro LLAMADAS: no hay nada que "-
                   "analizar"
               MOVE 4 TO CODIGO-SALIDA
           ELSE
               PERFORM UNTIL FS-LLAMADAS = "10"
                   READ LLAMADAS-FILE
                       AT END
                           MOVE "10" TO FS-LLAMADAS
                       NOT AT END
                           PERFORM TRATAR-LLAMADA
                   END-READ
               END-PERFORM
               CLOSE LLAMADAS-FILE
               PERFORM CLASIFICAR-CONTACTOS
               PERFORM ESCRIBIR-INFORME
               IF SIN-HUECO > 0
                   DISPLAY "Aviso: " SIN-HUECO " llamadas sin hueco "-
                       "en las tablas del analisis"
                   MOVE 4 TO CODIGO-SALIDA
               END-IF
           END-IF.
           MOVE "ANALLAM" TO RES-PROGRAMA.
           MOVE LLAMADAS-LEIDAS TO RES-ENTRADAS.
           MOVE LLAMADAS-PERIODO TO RES-SALIDAS.
           MOVE SIN-HUECO TO RES-RECHAZOS.
           MOVE CODIGO-SALIDA TO RES-RC.
           PERFORM GRABAR-RESUMEN.
           MOVE CODIGO-SALIDA TO RETURN-CODE.
           STOP RUN.

      * UNA LINEA DEL REGISTRO: SI CAE EN EL PERIODO SE ACUMULA EN
      * TODOS LOS DESGLOSES A LA VEZ
       TRATAR-LLAMADA.
           ADD 1 TO LLAMADAS-LEIDAS.
           MOVE SPACES TO LLA-FECHA.
           MOVE SPACES TO LLA-HORA.
           MOVE SPACES TO LLA-AGENDA.
           MOVE SPACES TO LLA-NOMBRE.
           MOVE SPACES TO LLA-OPERADOR.
           MOVE SPACES TO LLA-RESULTADO.
           UNSTRING LINEA-LLAMADA DELIMITED BY ";"
               INTO LLA-FECHA LLA-HORA LLA-AGENDA LLA-NOMBRE
                   LLA-OPERADOR LLA-RESULTADO.
           MOVE FUNCTION UPPER-CASE(LLA-RESULTADO) TO LLA-RESULTADO.
           IF LLA-FECHA IS NUMERIC
               MOVE LLA-FECHA TO LLA-FECHA-COMP
           ELSE
               MOVE 0 TO LLA-FECHA-COMP
           END-IF.
      * RETO-03 anota la fecha tal cual la da ACCEPT FROM DATE.
           IF LLA-FECHA-COMP > 0 AND LLA-FECHA-COMP < 19000101
               ADD 20000000 TO LLA-FECHA-COMP
           END-IF.
           IF LLA-FECHA-COMP >= FECHA-DESDE
               AND LLA-FECHA-COMP <= FECHA-HOY
               AND LLA-AGENDA NOT = "ENTRENAMIENTO"
               ADD 1 TO LLAMADAS-PERIODO
               IF LLAMADA-CONTESTADA
                   ADD 1 TO CONTESTADAS-PERIODO
               END-IF
               PERFORM ACUMULAR-OPERADOR
               PERFORM ACUMULAR-RESULTADO
               PERFORM ACUMULAR-HORA
               PERFORM ACUMULAR-CONTACTO
           END-IF.

       ACUMULAR-OPERADOR.
           PERFORM VARYING IDX-OPE FROM 1 BY 1
                   UNTIL IDX-OPE > TOTAL-OPERADORES
                       OR OPE-CODIGO(IDX-OPE) = LLA-OPERADOR
               CONTINUE
           END-PERFORM.
           IF IDX-OPE > TOTAL-OPERADORES
               IF TOTAL-OPERADORES < 50
                   ADD 1 TO TOTAL-OPERADORES
                   MOVE LLA-OPERADOR TO OPE-CODIGO(IDX-OPE)
                   MOVE 0 TO OPE-INTENTOS(IDX-OPE)
                   MOVE 0 TO OPE-CONTESTA(IDX-OPE)
               ELSE
                   ADD 1 TO SIN-HUECO
                   MOVE 0 TO IDX-OPE
               END-IF
           END-IF.
           IF IDX-OPE > 0
               ADD 1 TO OPE-INTENTOS(IDX-OPE)
               IF LLAMADA-CONTESTADA
                   ADD 1 TO OPE-CONTESTA(IDX-OPE)
               END-IF
           END-IF.

       ACUMULAR-RESULTADO.
           PERFORM VARYING IDX-RDO FROM 1 BY 1
                   UNTIL IDX-RDO > TOTAL-RESULTADOS
                       OR RDO-CODIGO(IDX-RDO) = LLA-RESULTADO
               CONTINUE
           END-PERFORM.
           IF IDX-RDO > TOTAL-RESULTADOS
               IF TOTAL-RESULTADOS < 30
                   ADD 1 TO TOTAL-RESULTADOS
                   MOVE LLA-RESULTADO TO RDO-CODIGO(IDX-RDO)
                   MOVE 0 TO RDO-INTENTOS(IDX-RDO)
               ELSE
                   ADD 1 TO SIN-HUECO
                   MOVE 0 TO IDX-RDO
               END-IF
           END-IF.
           IF IDX-RDO > 0
               ADD 1 TO RDO-INTENTOS(IDX-RDO)
           END-IF.

      * LA HORA VIENE EN HHMMSSCC; UNA HORA ILEGIBLE NO SE DESGLOSA
       ACUMULAR-HORA.
           IF LLA-HORA(1:2) IS NUMERIC
               MOVE LLA-HORA(1:2) TO LLA-HORA-NUM
               IF LLA-HORA-NUM < 24
                   COMPUTE IDX-HOR = LLA-HORA-NUM + 1
                   ADD 1 TO HOR-INTENTOS(IDX-HOR)
                   IF LLAMADA-CONTESTADA
                       ADD 1 TO HOR-CONTESTA(IDX-HOR)
                   END-IF
               END-IF
           END-IF.

      * LOS INTENTOS HASTA EL CONTACTO SE CUENTAN HASTA LA PRIMERA
      * LLAMADA CONTESTADA DEL PERIODO, ESA INCLUIDA
       ACUMULAR-CONTACTO.
           PERFORM VARYING IDX-CNT FROM 1 BY 1
                   UNTIL IDX-CNT > TOTAL-CONTACTOS
                       OR (CNT-AGENDA(IDX-CNT) = LLA-AGENDA
                           AND CNT-NOMBRE(IDX-CNT) = LLA-NOMBRE)
               CONTINUE
           END-PERFORM.
           IF IDX-CNT > TOTAL-CONTACTOS
               IF TOTAL-CONTACTOS < 500
                   ADD 1 TO TOTAL-CONTACTOS
                   MOVE LLA-AGENDA TO CNT-AGENDA(IDX-CNT)
                   MOVE LLA-NOMBRE TO CNT-NOMBRE(IDX-CNT)
                   MOVE SPACES TO CNT-CATEGORIA(IDX-CNT)
                   MOVE 0 TO CNT-INTENTOS(IDX-CNT)
                   MOVE 0 TO CNT-CONTESTA(IDX-CNT)
                   MOVE 0 TO CNT-HASTA(IDX-CNT)
                   MOVE "N" TO CNT-LISTADO(IDX-CNT)
               ELSE
                   ADD 1 TO SIN-HUECO
                   MOVE 0 TO IDX-CNT
               END-IF
           END-IF.
           IF IDX-CNT > 0
               ADD 1 TO CNT-INTENTOS(IDX-CNT)
               IF CNT-CONTESTA(IDX-CNT) = 0
                   ADD 1 TO CNT-HASTA(IDX-CNT)
               END-IF
               IF LLAMADA-CONTESTADA
                   ADD 1 TO CNT-CONTESTA(IDX-CNT)
               END-IF
           END-IF.

      * LA CATEGORIA SE TOMA DEL MAESTRO, UNA LECTURA POR CONTACTO
      * LLAMADO; UN CONTACTO QUE YA NO ESTA SALE COMO "(BAJA)". DE
      * PASO SE ACUMULAN LOS GRUPOS Y LA MEDIA DE INTENTOS
       CLASIFICAR-CONTACTOS.
           OPEN INPUT CONTACTOS-FILE.
           PERFORM VARYING IDX-CNT FROM 1 BY 1
                   UNTIL IDX-CNT > TOTAL-CONTACTOS
               MOVE "(BAJA)" TO CNT-CATEGORIA(IDX-CNT)
               IF FS-CONTACTOS = "00" OR FS-CONTACTOS = "23"
                   MOVE CNT-AGENDA(IDX-CNT) TO AGENDA-NOMBRE-REG
                   MOVE CNT-NOMBRE(IDX-CNT) TO NOMBRE-REG
                   READ CONTACTOS-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CATEGORIA-REG TO
                               CNT-CATEGORIA(IDX-CNT)
                   END-READ
               END-IF
               IF CNT-CONTESTA(IDX-CNT) > 0
                   ADD 1 TO CONTACTOS-LOCALIZADOS
                   ADD CNT-HASTA(IDX-CNT) TO INTENTOS-HASTA-CONTACTO
               END-IF
               PERFORM ACUMULAR-GRUPO
           END-PERFORM.
           IF FS-CONTACTOS NOT = "35"
               CLOSE CONTACTOS-FILE
           END-IF.

       ACUMULAR-GRUPO.
           PERFORM VARYING IDX-GRP FROM 1 BY 1
                   UNTIL IDX-GRP > TOTAL-GRUPOS
                       OR (GRP-AGENDA(IDX-GRP) = CNT-AGENDA(IDX-CNT)
                           AND GRP-CATEGORIA(IDX-GRP) =
                               CNT-CATEGORIA(IDX-CNT))
               CONTINUE
           END-PERFORM.
           IF IDX-GRP > TOTAL-GRUPOS
               IF TOTAL-GRUPOS < 100
                   ADD 1 TO TOTAL-GRUPOS
                   MOVE CNT-AGENDA(IDX-CNT) TO GRP-AGENDA(IDX-GRP)
                   MOVE CNT-CATEGORIA(IDX-CNT) TO GRP-CATEGORIA(IDX-GRP)
                   MOVE 0 TO GRP-INTENTOS(IDX-GRP)
                   MOVE 0 TO GRP-CONTESTA(IDX-GRP)
               ELSE
                   ADD 1 TO SIN-HUECO
                   MOVE 0 TO IDX-GRP
               END-IF
           END-IF.
           IF IDX-GRP > 0
               ADD CNT-INTENTOS(IDX-CNT) TO GRP-INTENTOS(IDX-GRP)
               ADD CNT-CONTESTA(IDX-CNT) TO GRP-CONTESTA(IDX-GRP)
           END-IF.

       ESCRIBIR-INFORME.
           OPEN OUTPUT LLAMANA-FILE.
           MOVE SPACES TO LINEA-LLAMANA.
           STRING "ANALISIS DE LLAMADAS DEL " FECHA-DESDE
               " AL " FECHA-HOY " - " HORA-HOY
               DELIMITED BY SIZE INTO LINEA-LLAMANA.
           WRITE LINEA-LLAMANA.
           MOVE "TOTAL DEL PERIODO" TO ETIQUETA-DESGLOSE.
           MOVE LLAMADAS-PERIODO TO INTENTOS-DESGLOSE.
           MOVE CONTESTADAS-PERIODO TO CONTESTA-DESGLOSE.
           PERFORM ESCRIBIR-DESGLOSE.
           IF CONTACTOS-LOCALIZADOS > 0
               COMPUTE MEDIA-INTENTOS ROUNDED =
                   INTENTOS-HASTA-CONTACTO / CONTACTOS-LOCALIZADOS
           ELSE
               MOVE 0 TO MEDIA-INTENTOS
           END-IF.
           MOVE MEDIA-INTENTOS TO MEDIA-TEXTO.
           MOVE SPACES TO LINEA-LLAMANA.
           STRING "MEDIA DE INTENTOS HASTA LOCALIZAR: " MEDIA-TEXTO
               " (" CONTACTOS-LOCALIZADOS " CONTACTOS LOCALIZADOS)"
               DELIMITED BY SIZE INTO LINEA-LLAMANA.
           WRITE LINEA-LLAMANA.

           PERFORM ESCRIBIR-TITULO-DESGLOSE.
           MOVE "POR OPERADOR" TO LINEA-LLAMANA(1:30).
           WRITE LINEA-LLAMANA.
           PERFORM VARYING IDX-OPE FROM 1 BY 1
                   UNTIL IDX-OPE > TOTAL-OPERADORES
               MOVE OPE-CODIGO(IDX-OPE) TO ETIQUETA-DESGLOSE
               MOVE OPE-INTENTOS(IDX-OPE) TO INTENTOS-DESGLOSE
               MOVE OPE-CONTESTA(IDX-OPE) TO CONTESTA-DESGLOSE
               PERFORM ESCRIBIR-DESGLOSE
           END-PERFORM.

      * Por resultado no hay tasa: cada resultado es o no contacto.
           PERFORM ESCRIBIR-TITULO-DESGLOSE.
           MOVE "POR RESULTADO" TO LINEA-LLAMANA(1:30).
           WRITE LINEA-LLAMANA.
           PERFORM VARYING IDX-RDO FROM 1 BY 1
                   UNTIL IDX-RDO > TOTAL-RESULTADOS
               MOVE RDO-INTENTOS(IDX-RDO) TO INTENTOS-TEXTO
               MOVE SPACES TO LINEA-LLAMANA
               STRING "  " RDO-CODIGO(IDX-RDO) "  " INTENTOS-TEXTO
                   DELIMITED BY SIZE INTO LINEA-LLAMANA
               WRITE LINEA-LLAMANA
           END-PERFORM.

           PERFORM ESCRIBIR-TITULO-DESGLOSE.
           MOVE "POR HORA DEL DIA" TO LINEA-LLAMANA(1:30).
           WRITE LINEA-LLAMANA.
           PERFORM VARYING IDX-HOR FROM 1 BY 1 UNTIL IDX-HOR > 24
               IF HOR-INTENTOS(IDX-HOR) > 0
                   COMPUTE HORA-TEXTO = IDX-HOR - 1
                   MOVE SPACES TO ETIQUETA-DESGLOSE
                   STRING "DE LAS " HORA-TEXTO " H"
                       DELIMITED BY SIZE INTO ETIQUETA-DESGLOSE
                   MOVE HOR-INTENTOS(IDX-HOR) TO INTENTOS-DESGLOSE
                   MOVE HOR-CONTESTA(IDX-HOR) TO CONTESTA-DESGLOSE
                   PERFORM ESCRIBIR-DESGLOSE
               END-IF
           END-PERFORM.

           PERFORM ESCRIBIR-TITULO-DESGLOSE.
           MOVE "POR AGENDA Y CATEGORIA" TO LINEA-LLAMANA(1:30).
           WRITE LINEA-LLAMANA.
           PERFORM VARYING IDX-GRP FROM 1 BY 1
                   UNTIL IDX-GRP > TOTAL-GRUPOS
               MOVE SPACES TO ETIQUETA-DESGLOSE
               STRING GRP-AGENDA(IDX-GRP) " " GRP-CATEGORIA(IDX-GRP)
                   DELIMITED BY SIZE INTO ETIQUETA-DESGLOSE
               MOVE GRP-INTENTOS(IDX-GRP) TO INTENTOS-DESGLOSE
               MOVE GRP-CONTESTA(IDX-GRP) TO CONTESTA-DESGLOSE
               PERFORM ESCRIBIR-DESGLOSE
           END-PERFORM.

           MOVE SPACES TO LINEA-LLAMANA.
           WRITE LINEA-LLAMANA.
           MOVE "LOS DIEZ CONTACTOS MAS LLAMADOS" TO LINEA-LLAMANA.
           WRITE LINEA-LLAMANA.
           MOVE "N" TO SW-SIN-CONTESTAR.
           PERFORM ESCRIBIR-DIEZ-PRIMEROS.
           MOVE SPACES TO LINEA-LLAMANA.
           WRITE LINEA-LLAMANA.
           MOVE "LOS DIEZ CONTACTOS MAS LLAMADOS SIN CONTESTAR NUNCA"
               TO LINEA-LLAMANA.
           WRITE LINEA-LLAMANA.
           MOVE "S" TO SW-SIN-CONTESTAR.
           PERFORM ESCRIBIR-DIEZ-PRIMEROS.
           CLOSE LLAMANA-FILE.
      * El informe queda ademas en la cola central de impresion,
      * de donde lo libera el operador con LIBERAR-COLA.
           MOVE "LLAMANA" TO SPO-FICHERO.
           MOVE "ANALLAM" TO SPO-INFORME.
           MOVE "LOTE" TO SPO-OPERADOR.
           CALL "SPOSUB01" USING SPO-FICHERO SPO-INFORME SPO-OPERADOR
               SPO-ESTADO.
           DISPLAY "Analisis de llamadas generado en LLAMANA ("
               LLAMADAS-PERIODO " llamadas del periodo)".

       ESCRIBIR-TITULO-DESGLOSE.
           MOVE SPACES TO LINEA-LLAMANA.
           WRITE LINEA-LLAMANA.
           MOVE SPACES TO LINEA-LLAMANA.
           MOVE "INTENTOS CONTESTA  TASA %" TO LINEA-LLAMANA(33:25).

      * UNA LINEA DE DESGLOSE: INTENTOS, CONTESTADAS Y TASA DE
      * CONTACTO; SIN INTENTOS LA TASA QUEDA A CERO
       ESCRIBIR-DESGLOSE.
           IF INTENTOS-DESGLOSE > 0
               COMPUTE TASA-CONTACTO ROUNDED =
                   CONTESTA-DESGLOSE * 100 / INTENTOS-DESGLOSE
           ELSE
               MOVE 0 TO TASA-CONTACTO
           END-IF.
           MOVE TASA-CONTACTO TO TASA-TEXTO.
           MOVE INTENTOS-DESGLOSE TO INTENTOS-TEXTO.
           MOVE CONTESTA-DESGLOSE TO CONTESTA-TEXTO.
           MOVE SPACES TO LINEA-LLAMANA.
           STRING "  " ETIQUETA-DESGLOSE "   " INTENTOS-TEXTO
               "    " CONTESTA-TEXTO "  " TASA-TEXTO
               DELIMITED BY SIZE INTO LINEA-LLAMANA.
           WRITE LINEA-LLAMANA.

      * DIEZ PASADAS A LA TABLA DE CONTACTOS QUEDANDOSE CADA VEZ CON
      * EL MAS LLAMADO DE LOS AUN NO LISTADOS (SOLO LOS QUE NUNCA
      * CONTESTARON, SI ASI SE PIDE)
       ESCRIBIR-DIEZ-PRIMEROS.
           PERFORM VARYING IDX-CNT FROM 1 BY 1
                   UNTIL IDX-CNT > TOTAL-CONTACTOS
               MOVE "N" TO CNT-LISTADO(IDX-CNT)
           END-PERFORM.
           PERFORM VARYING PUESTO FROM 1 BY 1 UNTIL PUESTO > 10
               MOVE 0 TO IDX-MAYOR
               MOVE 0 TO VALOR-MAYOR
               PERFORM VARYING IDX-CNT FROM 1 BY 1
                       UNTIL IDX-CNT > TOTAL-CONTACTOS
                   IF CNT-LISTADO(IDX-CNT) = "N"
                       AND CNT-INTENTOS(IDX-CNT) > VALOR-MAYOR
                       AND (NOT SOLO-SIN-CONTESTAR
                           OR CNT-CONTESTA(IDX-CNT) = 0)
                       MOVE IDX-CNT TO IDX-MAYOR
                       MOVE CNT-INTENTOS(IDX-CNT) TO VALOR-MAYOR
                   END-IF
               END-PERFORM
               IF IDX-MAYOR > 0
                   MOVE "S" TO CNT-LISTADO(IDX-MAYOR)
                   MOVE CNT-INTENTOS(IDX-MAYOR) TO INTENTOS-TEXTO
                   MOVE CNT-CONTESTA(IDX-MAYOR) TO CONTESTA-TEXTO
                   MOVE SPACES TO LINEA-LLAMANA
                   STRING "  " PUESTO ". " CNT-AGENDA(IDX-MAYOR) " "
                       CNT-NOMBRE(IDX-MAYOR) " " INTENTOS-TEXTO
                       " LLAMADAS " CONTESTA-TEXTO " CONTESTADAS"
                       DELIMITED BY SIZE INTO LINEA-LLAMANA
                   WRITE LINEA-LLAMANA
               END-IF
           END-PERFORM.


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

       END PROGRAM ANALIZA-LLAMADAS.
