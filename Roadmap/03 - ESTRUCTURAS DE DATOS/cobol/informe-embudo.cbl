     /*
      * INFORME MENSUAL DEL EMBUDO COMERCIAL (ETAPAS DEL CONTACTO).
      * No es la solucion de ningun reto: ESTADO solo dice vivo o de
      * baja y CATEGORIA es texto libre, asi que para saber cuantos
      * posibles clientes, clientes y antiguos clientes hay la etapa
      * de cada contacto se lleva en el satelite ETAPAS (lo anotan la
      * agenda RETO-03 y MANTENIMIENTO-LOTE a traves de ETPSUB01; una
      * linea fechada por cada cambio de etapa). El informe EMBINF
      * tiene tres partes:
      *   - por agenda y organizacion, los contactos activos de
      *     CONTACTOS en cada etapa (y los que aun no tienen), con
      *     cuantos de ellos cambiaron de etapa en el mes, subtotal
      *     por agenda y total general;
      *   - los cambios de etapa del mes, de que etapa a que etapa;
      *   - la permanencia media en dias en cada etapa: de las
      *     estancias ya cerradas (de una linea a la siguiente del
      *     mismo contacto) y de las que siguen abiertas al cierre
      *     del mes, contadas hasta ese dia.
      * El mes sale de la tarjeta de SYSIN (AAAAMM); en blanco es el
      * mes en curso y el cierre es hoy, que es como corre en el lote
      * (el ultimo dia del mes, gobernado por PLANEXEC). Con un mes
      * pasado se cuenta hasta su ultimo dia y no se mira ninguna
      * linea posterior. Los contactos de la agenda de practicas
      * ENTRENAMIENTO no salen. El informe va a la cola central de
      * impresion con sus claves de reparto (agenda y organizacion)
      * en CLAVEREP.
      */
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORME-EMBUDO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTACTOS-FILE ASSIGN TO "CONTACTOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLAVE-REG
               ALTERNATE RECORD KEY IS TELEFONO-REG WITH DUPLICATES
               FILE STATUS IS FS-CONTACTOS.
      * Instantanea nocturna de CONTACTOS (INSTANTANEA-CONTACTOS),
      * que se lee en su lugar cuando INSSUB01 la da por buena.
           SELECT CONTINST-FILE ASSIGN TO "CONTINST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-CONTINST.
      * Historico de etapas (AGENDA;NOMBRE;ETAPA;FECHA;ORIGEN;
      * OPERADOR;ANTERIOR), en orden de anotacion.
           SELECT ETAPAS-FILE ASSIGN TO "ETAPAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ETAPAS.
           SELECT EMBINF-FILE ASSIGN TO "EMBINF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EMBINF.
           SELECT CLAVEREP-FILE ASSIGN TO "CLAVEREP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CLAVEREP.
      * Registro comun de fin de ejecucion (copybooks/RESUMEN.cpy),
      * compartido por toda la suite y resumido por RESUMEN-NOCHE.
           SELECT RESUMEN-FILE ASSIGN TO "RESUMEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RESUMEN.
       DATA DIVISION.
       FILE SECTION.
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
                   ==DIRECCION== BY ==DIRECCION-REG==
                   ==DIR-CALLE== BY ==DIR-CALLE-REG==
                   ==DIR-CIUDAD== BY ==DIR-CIUDAD-REG==
                   ==DIR-CP== BY ==DIR-CP-REG==.

       FD CONTINST-FILE.
      * Imagen fija del registro canonico completo, como las copias.
           01 REG-CONTINST PIC X(350).

       FD ETAPAS-FILE.
           01 LINEA-ETAPAS PIC X(110).

       FD EMBINF-FILE.
           01 LINEA-EMBINF PIC X(110).

       FD CLAVEREP-FILE.
           01 REG-REPARTO.
               COPY REPARTO.

       FD RESUMEN-FILE.
           01 LINEA-RESUMEN PIC X(50).

       WORKING-STORAGE SECTION.
           77 FS-CONTACTOS PIC XX.
           77 FS-CONTINST PIC XX.
      * De donde se lee CONTACTOS: "I" la instantanea, "V" el vivo.
           77 INS-ORIGEN PIC X VALUE SPACE.
               88 INSTANTANEA-VALIDA VALUE "I".
           77 FS-ETAPAS PIC XX.
           77 FS-EMBINF PIC XX.
           77 FS-CLAVEREP PIC XX.

      * Etapas en el orden del ciclo de vida (la lista cerrada de
      * ETPSUB01); la sexta columna es la de los que no tienen.
           01 ETAPAS-VALORES.
               05 FILLER PIC X(10) VALUE "PROSPECTO".
               05 FILLER PIC X(10) VALUE "CALIFICADO".
               05 FILLER PIC X(10) VALUE "CLIENTE".
               05 FILLER PIC X(10) VALUE "EXCLIENTE".
               05 FILLER PIC X(10) VALUE "PROVEEDOR".
               05 FILLER PIC X(10) VALUE "SIN ETAPA".
           01 TABLA-NOMBRES-ETAPA REDEFINES ETAPAS-VALORES.
               05 NOMBRE-ETAPA PIC X(10) OCCURS 6 TIMES.
           77 SIN-ETAPA PIC 9 VALUE 6.
           77 IDX-ETP PIC 9.
           77 IDX-DESDE PIC 9.
           77 IDX-HASTA PIC 9.

      * Tarjeta de SYSIN con el mes (AAAAMM) y fechas del informe.
           77 TARJETA-MES PIC X(6).
           77 MES-INFORME PIC 9(6).
           77 MES-ACTUAL PIC 9(6).
           77 FECHA-HOY PIC 9(8).
           77 FECHA-CORTE PIC 9(8).
           01 PRIMERO-SIGUIENTE.
               05 PSG-ANIO PIC 9(4).
               05 PSG-MES PIC 9(2).
               05 PSG-DIA PIC 9(2).

      * Etapa vigente de cada contacto con historia en ETAPAS, fecha
      * desde la que lo es y cambios de etapa que tuvo en el mes.
           01 TABLA-VIGENTES.
               05 FILA-VIGENTE OCCURS 3000 TIMES.
                   10 VIG-AGENDA PIC X(15).
                   10 VIG-NOMBRE PIC X(30).
                   10 VIG-ETAPA PIC 9.
                   10 VIG-FECHA PIC 9(8).
                   10 VIG-CAMBIOS PIC 9(3).
           77 TOTAL-VIGENTES PIC 9(4) VALUE 0.
           77 IDX-VIG PIC 9(4).
           77 SW-VIG PIC X.
               88 VIGENTE-HALLADA VALUE "S".

      * Troceado de la linea de ETAPAS.
           01 ETAPA-LEIDA.
               05 ETL-AGENDA PIC X(15).
               05 ETL-NOMBRE PIC X(30).
               05 ETL-ETAPA PIC X(10).
               05 ETL-FECHA PIC 9(8).

      * Cambios del mes de cada etapa (o de ninguna) a cada etapa.
           01 TABLA-CAMBIOS.
               05 FILA-DESDE OCCURS 6 TIMES.
                   10 CAMBIOS-HACIA PIC 9(5) OCCURS 5 TIMES.
           77 CAMBIOS-MES PIC 9(5) VALUE 0.

      * Estancias en cada etapa: cerradas por un cambio posterior y
      * abiertas al cierre del mes, con los dias acumulados.
           01 TABLA-PERMANENCIA.
               05 FILA-PERMANENCIA OCCURS 5 TIMES.
                   10 PER-CERRADAS PIC 9(6).
                   10 PER-DIAS-CERRADAS PIC 9(9).
                   10 PER-ABIERTAS PIC 9(6).
                   10 PER-DIAS-ABIERTAS PIC 9(9).
           77 DIAS-ESTANCIA PIC 9(5).
           77 MEDIA-DIAS PIC 9(5).
           77 TOTAL-ESTANCIAS PIC 9(6).
           77 TOTAL-DIAS PIC 9(9).

      * Recuento por agenda y organizacion, en orden de las dos.
           01 TABLA-EMBUDO.
               05 FILA-EMBUDO OCCURS 300 TIMES.
                   10 EMB-AGENDA PIC X(15).
                   10 EMB-ORGANIZACION PIC X(8).
                   10 EMB-CUENTA PIC 9(5) OCCURS 6 TIMES.
                   10 EMB-TOTAL PIC 9(5).
                   10 EMB-CAMBIOS PIC 9(5).
           77 TOTAL-FILAS PIC 9(3) VALUE 0.
           77 IDX-EMB PIC 9(3).
           77 IDX-HUECO PIC 9(3).
           77 SW-EMB PIC X.
               88 FILA-HALLADA VALUE "S".
           01 FILA-SUMA.
               05 SUM-CUENTA PIC 9(5) OCCURS 6 TIMES.
               05 SUM-TOTAL PIC 9(5).
               05 SUM-CAMBIOS PIC 9(5).
           01 FILA-GENERAL.
               05 GEN-CUENTA PIC 9(5) OCCURS 6 TIMES.
               05 GEN-TOTAL PIC 9(5).
               05 GEN-CAMBIOS PIC 9(5).
           77 AGENDA-EN-CURSO PIC X(15).
           77 LINEA-GUARDADA PIC X(110).
           77 ETAPA-CONTACTO PIC 9.
           77 CAMBIOS-CONTACTO PIC 9(3).

      * Linea de detalle del recuento, con las columnas de etapa.
           01 LINEA-DETALLE.
               05 DET-AGENDA PIC X(15).
               05 FILLER PIC X VALUE SPACE.
               05 DET-ORGANIZACION PIC X(8).
               05 DET-COLUMNA OCCURS 6 TIMES.
                   10 FILLER PIC X(6) VALUE SPACES.
                   10 DET-CUENTA PIC ZZZZ9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 DET-TOTAL PIC ZZZZ9.
               05 FILLER PIC X(3) VALUE SPACES.
               05 DET-CAMBIOS PIC ZZZZ9.

           77 LEIDOS PIC 9(5) VALUE 0.
           77 LINEAS-ETAPAS PIC 9(5) VALUE 0.
           77 LINEAS-MALAS PIC 9(5) VALUE 0.
           77 TOTAL-TEXTO PIC ZZZZ9.
           77 TOTAL-TEXTO-2 PIC ZZZZ9.
           77 MEDIA-TEXTO PIC ZZZZ9.
           77 MEDIA-TEXTO-2 PIC ZZZZ9.
           77 MEDIA-TEXTO-3 PIC ZZZZ9.

      * Paginacion con la cabecera del informe clasico.
           77 LINEAS-POR-PAGINA PIC 9(2) VALUE 20.
           77 LINEAS-PAGINA-ACTUAL PIC 9(2) VALUE 0.
           77 PAGINA-ACTUAL PIC 9(3) VALUE 0.
           77 PAGINA-TEXTO PIC ZZ9.
           77 INFORME-HORA PIC 9(8).

      * Parametros de la subrutina compartida de fechas FECHASUB.
           77 FEC-OPERACION PIC X.
           77 FEC-FECHA-1 PIC 9(8).
           77 FEC-FECHA-2 PIC 9(8).
           77 FEC-DIAS PIC S9(5).
           77 FEC-RESULTADO PIC 9(8).
           77 FEC-TEXTO PIC X(10).
           77 FEC-ESTADO PIC 9.

      * Parametros de la subrutina compartida de la cola central de
      * impresion SPOSUB01.
           77 SPO-FICHERO PIC X(8).
           77 SPO-INFORME PIC X(8).
           77 SPO-OPERADOR PIC X(8).
           77 SPO-ESTADO PIC 9.

      * Registro de fin de ejecucion para el fichero RESUMEN.
           77 FS-RESUMEN PIC XX.
           01 RESUMEN-ACTUAL.
               COPY RESUMEN.

           77 CODIGO-SALIDA PIC 9 VALUE ZERO.

       PROCEDURE DIVISION.
       PRINCIPAL.
           INITIALIZE TABLA-CAMBIOS.
           INITIALIZE TABLA-PERMANENCIA.
           PERFORM FIJAR-MES.
           PERFORM CARGAR-ETAPAS.
           PERFORM CERRAR-ESTANCIAS-ABIERTAS.
           PERFORM RECONTAR-CONTACTOS.
           IF CODIGO-SALIDA NOT = 8
               PERFORM ESCRIBIR-INFORME
           END-IF.
           MOVE "EMBUDO" TO RES-PROGRAMA.
           MOVE LEIDOS TO RES-ENTRADAS.
           MOVE TOTAL-FILAS TO RES-SALIDAS.
           MOVE LINEAS-MALAS TO RES-RECHAZOS.
           MOVE CODIGO-SALIDA TO RES-RC.
           PERFORM GRABAR-RESUMEN.
           MOVE CODIGO-SALIDA TO RETURN-CODE.
           STOP RUN.

      *EL MES DE LA TARJETA (AAAAMM) SI ES BUENO Y NO ES FUTURO; SI
      *NO, EL EN CURSO. EL CIERRE ES HOY EN EL MES EN CURSO Y EL
      *ULTIMO DIA EN UNO PASADO (EL DIA 1 DEL SIGUIENTE MENOS UNO)
       FIJAR-MES.
           ACCEPT FECHA-HOY FROM DATE.
           IF FECHA-HOY < 19000101
               ADD 20000000 TO FECHA-HOY
           END-IF.
           MOVE FECHA-HOY(1:6) TO MES-ACTUAL.
           MOVE MES-ACTUAL TO MES-INFORME.
           MOVE SPACES TO TARJETA-MES.
           ACCEPT TARJETA-MES.
           IF TARJETA-MES IS NUMERIC
               IF TARJETA-MES < MES-ACTUAL
                   AND TARJETA-MES(5:2) >= "01"
                   AND TARJETA-MES(5:2) <= "12"
                   MOVE TARJETA-MES TO MES-INFORME
               END-IF
           END-IF.
           IF MES-INFORME = MES-ACTUAL
               MOVE FECHA-HOY TO FECHA-CORTE
           ELSE
               MOVE MES-INFORME(1:4) TO PSG-ANIO
               MOVE MES-INFORME(5:2) TO PSG-MES
               MOVE 1 TO PSG-DIA
               IF PSG-MES = 12
                   ADD 1 TO PSG-ANIO
                   MOVE 1 TO PSG-MES
               ELSE
                   ADD 1 TO PSG-MES
               END-IF
               MOVE "S" TO FEC-OPERACION
               MOVE PRIMERO-SIGUIENTE TO FEC-FECHA-1
               MOVE -1 TO FEC-DIAS
               PERFORM LLAMAR-FECHASUB
               MOVE FEC-RESULTADO TO FECHA-CORTE
           END-IF.

      *EL HISTORICO VA EN ORDEN DE ANOTACION: CADA LINEA CIERRA LA
      *ESTANCIA DEL CONTACTO EN SU ETAPA ANTERIOR Y ABRE LA NUEVA.
      *LAS LINEAS POSTERIORES AL CIERRE NO CUENTAN
       CARGAR-ETAPAS.
           OPEN INPUT ETAPAS-FILE.
           IF FS-ETAPAS = "00"
               PERFORM UNTIL FS-ETAPAS = "10"
                   READ ETAPAS-FILE
                       AT END
                           MOVE "10" TO FS-ETAPAS
                       NOT AT END
                           ADD 1 TO LINEAS-ETAPAS
                           PERFORM TRATAR-LINEA-ETAPA
                   END-READ
               END-PERFORM
               CLOSE ETAPAS-FILE
           ELSE
               DISPLAY "No hay fichero ETAPAS: todos los contactos "-
                   "salen sin etapa"
           END-IF.

       TRATAR-LINEA-ETAPA.
           MOVE SPACES TO ETAPA-LEIDA.
           UNSTRING LINEA-ETAPAS DELIMITED BY ";"
               INTO ETL-AGENDA ETL-NOMBRE ETL-ETAPA ETL-FECHA.
           MOVE 0 TO IDX-HASTA.
           PERFORM VARYING IDX-ETP FROM 1 BY 1 UNTIL IDX-ETP > 5
               IF ETL-ETAPA = NOMBRE-ETAPA(IDX-ETP)
                   MOVE IDX-ETP TO IDX-HASTA
               END-IF
           END-PERFORM.
           IF IDX-HASTA = 0 OR ETL-FECHA IS NOT NUMERIC
               ADD 1 TO LINEAS-MALAS
           ELSE
           IF ETL-FECHA NOT > FECHA-CORTE
               PERFORM BUSCAR-VIGENTE
               IF VIGENTE-HALLADA
                   MOVE VIG-ETAPA(IDX-VIG) TO IDX-DESDE
               ELSE
                   MOVE SIN-ETAPA TO IDX-DESDE
                   PERFORM ANADIR-VIGENTE
               END-IF
      * Una linea con la misma etapa (dos historias juntadas por
      * una fusion) no es un cambio y no corta la estancia.
               IF IDX-VIG > 0 AND IDX-DESDE NOT = IDX-HASTA
                   IF IDX-DESDE NOT = SIN-ETAPA
                       MOVE "E" TO FEC-OPERACION
                       MOVE VIG-FECHA(IDX-VIG) TO FEC-FECHA-1
                       MOVE ETL-FECHA TO FEC-FECHA-2
                       PERFORM LLAMAR-FECHASUB
                       MOVE FEC-DIAS TO DIAS-ESTANCIA
                       ADD 1 TO PER-CERRADAS(IDX-DESDE)
                       ADD DIAS-ESTANCIA TO
                           PER-DIAS-CERRADAS(IDX-DESDE)
                   END-IF
                   IF ETL-FECHA(1:6) = MES-INFORME
                       ADD 1 TO CAMBIOS-HACIA(IDX-DESDE IDX-HASTA)
                       ADD 1 TO CAMBIOS-MES
                       ADD 1 TO VIG-CAMBIOS(IDX-VIG)
                   END-IF
                   MOVE IDX-HASTA TO VIG-ETAPA(IDX-VIG)
                   MOVE ETL-FECHA TO VIG-FECHA(IDX-VIG)
               END-IF
           END-IF
           END-IF.

       BUSCAR-VIGENTE.
           MOVE "N" TO SW-VIG.
           PERFORM VARYING IDX-VIG FROM 1 BY 1
                   UNTIL IDX-VIG > TOTAL-VIGENTES OR VIGENTE-HALLADA
               IF VIG-AGENDA(IDX-VIG) = ETL-AGENDA
                   AND VIG-NOMBRE(IDX-VIG) = ETL-NOMBRE
                   MOVE "S" TO SW-VIG
                   SUBTRACT 1 FROM IDX-VIG
               END-IF
           END-PERFORM.

      *CONTACTO NUEVO EN LA TABLA, AUN SIN ETAPA; LLENA LA TABLA SE
      *DEJA IDX-VIG A CERO Y LA LINEA NO CUENTA
       ANADIR-VIGENTE.
           IF TOTAL-VIGENTES < 3000
               ADD 1 TO TOTAL-VIGENTES
               MOVE TOTAL-VIGENTES TO IDX-VIG
               MOVE ETL-AGENDA TO VIG-AGENDA(IDX-VIG)
               MOVE ETL-NOMBRE TO VIG-NOMBRE(IDX-VIG)
               MOVE SIN-ETAPA TO VIG-ETAPA(IDX-VIG)
               MOVE 0 TO VIG-FECHA(IDX-VIG)
               MOVE 0 TO VIG-CAMBIOS(IDX-VIG)
           ELSE
               MOVE 0 TO IDX-VIG
               ADD 1 TO LINEAS-MALAS
           END-IF.

      *LA ETAPA VIGENTE DE CADA CONTACTO ES UNA ESTANCIA ABIERTA QUE
      *SE CUENTA HASTA EL CIERRE DEL MES
       CERRAR-ESTANCIAS-ABIERTAS.
           PERFORM VARYING IDX-VIG FROM 1 BY 1
                   UNTIL IDX-VIG > TOTAL-VIGENTES
               IF VIG-ETAPA(IDX-VIG) NOT = SIN-ETAPA
                   MOVE "E" TO FEC-OPERACION
                   MOVE VIG-FECHA(IDX-VIG) TO FEC-FECHA-1
                   MOVE FECHA-CORTE TO FEC-FECHA-2
                   PERFORM LLAMAR-FECHASUB
                   MOVE FEC-DIAS TO DIAS-ESTANCIA
                   MOVE VIG-ETAPA(IDX-VIG) TO IDX-ETP
                   ADD 1 TO PER-ABIERTAS(IDX-ETP)
                   ADD DIAS-ESTANCIA TO PER-DIAS-ABIERTAS(IDX-ETP)
               END-IF
           END-PERFORM.

       RECONTAR-CONTACTOS.
           PERFORM ABRIR-CONTACTOS.
           IF FS-CONTACTOS NOT = "00"
               DISPLAY "No existe CONTACTOS; no hay nada que contar"
               MOVE 8 TO CODIGO-SALIDA
           ELSE
               PERFORM UNTIL FS-CONTACTOS = "10"
                   PERFORM LEER-CONTACTO
                   IF FS-CONTACTOS NOT = "10"
      * Los contactos ficticios de la agenda de practicas
      * ENTRENAMIENTO no salen en las salidas de produccion.
                       IF CONTACTO-ACTIVO-REG
                           AND AGENDA-NOMBRE-REG NOT =
                               "ENTRENAMIENTO"
                           ADD 1 TO LEIDOS
                           PERFORM CLASIFICAR-CONTACTO
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM CERRAR-CONTACTOS
           END-IF.

      *LA ETAPA DEL CONTACTO ES LA VIGENTE AL CIERRE; SIN HISTORIA EN
      *ETAPAS VA A LA COLUMNA SIN ETAPA
       CLASIFICAR-CONTACTO.
           MOVE AGENDA-NOMBRE-REG TO ETL-AGENDA.
           MOVE NOMBRE-REG TO ETL-NOMBRE.
           PERFORM BUSCAR-VIGENTE.
           IF VIGENTE-HALLADA
               MOVE VIG-ETAPA(IDX-VIG) TO ETAPA-CONTACTO
               MOVE VIG-CAMBIOS(IDX-VIG) TO CAMBIOS-CONTACTO
           ELSE
               MOVE SIN-ETAPA TO ETAPA-CONTACTO
               MOVE 0 TO CAMBIOS-CONTACTO
           END-IF.
           PERFORM BUSCAR-FILA-EMBUDO.
           IF FILA-HALLADA
               ADD 1 TO EMB-CUENTA(IDX-EMB ETAPA-CONTACTO)
               ADD 1 TO EMB-TOTAL(IDX-EMB)
               IF CAMBIOS-CONTACTO > 0
                   ADD 1 TO EMB-CAMBIOS(IDX-EMB)
               END-IF
           END-IF.

      *BUSCA LA FILA DE LA AGENDA Y ORGANIZACION DEL CONTACTO; SI NO
      *ESTA, LA METE EN SU SITIO (LA TABLA VA ORDENADA POR LAS DOS)
      *CORRIENDO UN PUESTO LAS QUE VAN DETRAS
       BUSCAR-FILA-EMBUDO.
           MOVE "N" TO SW-EMB.
           PERFORM VARYING IDX-EMB FROM 1 BY 1
                   UNTIL IDX-EMB > TOTAL-FILAS OR FILA-HALLADA
                       OR EMB-AGENDA(IDX-EMB) > AGENDA-NOMBRE-REG
                       OR (EMB-AGENDA(IDX-EMB) = AGENDA-NOMBRE-REG
                           AND EMB-ORGANIZACION(IDX-EMB) >
                               ORGANIZACION)
               IF EMB-AGENDA(IDX-EMB) = AGENDA-NOMBRE-REG
                   AND EMB-ORGANIZACION(IDX-EMB) = ORGANIZACION
                   MOVE "S" TO SW-EMB
                   SUBTRACT 1 FROM IDX-EMB
               END-IF
           END-PERFORM.
           IF NOT FILA-HALLADA
               IF TOTAL-FILAS < 300
                   PERFORM VARYING IDX-HUECO FROM TOTAL-FILAS BY -1
                           UNTIL IDX-HUECO < IDX-EMB
                       MOVE FILA-EMBUDO(IDX-HUECO) TO
                           FILA-EMBUDO(IDX-HUECO + 1)
                   END-PERFORM
                   ADD 1 TO TOTAL-FILAS
                   INITIALIZE FILA-EMBUDO(IDX-EMB)
                   MOVE AGENDA-NOMBRE-REG TO EMB-AGENDA(IDX-EMB)
                   MOVE ORGANIZACION TO EMB-ORGANIZACION(IDX-EMB)
                   MOVE "S" TO SW-EMB
               ELSE
                   ADD 1 TO LINEAS-MALAS
               END-IF
           END-IF.

       ESCRIBIR-INFORME.
           OPEN OUTPUT EMBINF-FILE.
           OPEN OUTPUT CLAVEREP-FILE.
           MOVE SPACES TO REG-REPARTO.
           MOVE "CAB" TO REP-TIPO.
           MOVE "EMBINF" TO REP-FICHERO.
           WRITE REG-REPARTO.
           ACCEPT INFORME-HORA FROM TIME.
           PERFORM ESCRIBIR-CABECERA-PAGINA.
           PERFORM ESCRIBIR-RECUENTO.
           PERFORM ESCRIBIR-CAMBIOS.
           PERFORM ESCRIBIR-PERMANENCIA.
           CLOSE EMBINF-FILE.
           CLOSE CLAVEREP-FILE.
      * El informe queda ademas en la cola central de impresion,
      * de donde lo libera el operador con LIBERAR-COLA.
           MOVE "EMBINF" TO SPO-FICHERO.
           MOVE "EMBINF" TO SPO-INFORME.
           MOVE "LOTE" TO SPO-OPERADOR.
           CALL "SPOSUB01" USING SPO-FICHERO SPO-INFORME SPO-OPERADOR
               SPO-ESTADO.
           DISPLAY "Informe del embudo generado en EMBINF (" LEIDOS
               " contactos, " CAMBIOS-MES " cambios de etapa en el "-
               "mes)".

      *UNA LINEA POR AGENDA Y ORGANIZACION, SUBTOTAL AL CAMBIAR DE
      *AGENDA Y TOTAL GENERAL AL FINAL
       ESCRIBIR-RECUENTO.
           MOVE "----- CONTACTOS ACTIVOS POR ETAPA -----"
               TO LINEA-EMBINF.
           PERFORM ESCRIBIR-LINEA-COMUN.
           PERFORM ESCRIBIR-TITULO-COLUMNAS.
           INITIALIZE FILA-SUMA.
           INITIALIZE FILA-GENERAL.
           MOVE SPACES TO AGENDA-EN-CURSO.
           PERFORM VARYING IDX-EMB FROM 1 BY 1
                   UNTIL IDX-EMB > TOTAL-FILAS
               IF EMB-AGENDA(IDX-EMB) NOT = AGENDA-EN-CURSO
                   IF AGENDA-EN-CURSO NOT = SPACES
                       PERFORM ESCRIBIR-SUBTOTAL-AGENDA
                   END-IF
                   MOVE EMB-AGENDA(IDX-EMB) TO AGENDA-EN-CURSO
               END-IF
               MOVE EMB-AGENDA(IDX-EMB) TO DET-AGENDA
               IF EMB-ORGANIZACION(IDX-EMB) = SPACES
                   MOVE "SIN ORG." TO DET-ORGANIZACION
               ELSE
                   MOVE EMB-ORGANIZACION(IDX-EMB) TO DET-ORGANIZACION
               END-IF
               PERFORM VARYING IDX-ETP FROM 1 BY 1 UNTIL IDX-ETP > 6
                   MOVE EMB-CUENTA(IDX-EMB IDX-ETP) TO
                       DET-CUENTA(IDX-ETP)
                   ADD EMB-CUENTA(IDX-EMB IDX-ETP) TO
                       SUM-CUENTA(IDX-ETP)
               END-PERFORM
               MOVE EMB-TOTAL(IDX-EMB) TO DET-TOTAL
               MOVE EMB-CAMBIOS(IDX-EMB) TO DET-CAMBIOS
               ADD EMB-TOTAL(IDX-EMB) TO SUM-TOTAL
               ADD EMB-CAMBIOS(IDX-EMB) TO SUM-CAMBIOS
               IF LINEAS-PAGINA-ACTUAL >= LINEAS-POR-PAGINA
                   PERFORM ESCRIBIR-CABECERA-PAGINA
                   PERFORM ESCRIBIR-TITULO-COLUMNAS
               END-IF
               MOVE LINEA-DETALLE TO LINEA-EMBINF
               WRITE LINEA-EMBINF
               MOVE SPACES TO REG-REPARTO
               MOVE "LIN" TO REP-TIPO
               MOVE EMB-AGENDA(IDX-EMB) TO REP-AGENDA
               MOVE EMB-ORGANIZACION(IDX-EMB) TO REP-ORGANIZACION
               WRITE REG-REPARTO
               ADD 1 TO LINEAS-PAGINA-ACTUAL
           END-PERFORM.
           IF AGENDA-EN-CURSO NOT = SPACES
               PERFORM ESCRIBIR-SUBTOTAL-AGENDA
           END-IF.
           MOVE "TOTAL GENERAL" TO DET-AGENDA.
           MOVE SPACES TO DET-ORGANIZACION.
           PERFORM VARYING IDX-ETP FROM 1 BY 1 UNTIL IDX-ETP > 6
               MOVE GEN-CUENTA(IDX-ETP) TO DET-CUENTA(IDX-ETP)
           END-PERFORM.
           MOVE GEN-TOTAL TO DET-TOTAL.
           MOVE GEN-CAMBIOS TO DET-CAMBIOS.
           MOVE LINEA-DETALLE TO LINEA-EMBINF.
           PERFORM ESCRIBIR-LINEA-COMUN.

      *EL SUBTOTAL LLEVA LA CLAVE DE LA AGENDA PERO NO LA DE NINGUNA
      *ORGANIZACION, PARA QUE LO RECIBA QUIEN RECIBE LA AGENDA
       ESCRIBIR-SUBTOTAL-AGENDA.
           MOVE "  TOTAL AGENDA" TO DET-AGENDA.
           MOVE SPACES TO DET-ORGANIZACION.
           PERFORM VARYING IDX-ETP FROM 1 BY 1 UNTIL IDX-ETP > 6
               MOVE SUM-CUENTA(IDX-ETP) TO DET-CUENTA(IDX-ETP)
               ADD SUM-CUENTA(IDX-ETP) TO GEN-CUENTA(IDX-ETP)
           END-PERFORM.
           MOVE SUM-TOTAL TO DET-TOTAL.
           MOVE SUM-CAMBIOS TO DET-CAMBIOS.
           ADD SUM-TOTAL TO GEN-TOTAL.
           ADD SUM-CAMBIOS TO GEN-CAMBIOS.
           IF LINEAS-PAGINA-ACTUAL >= LINEAS-POR-PAGINA
               PERFORM ESCRIBIR-CABECERA-PAGINA
               PERFORM ESCRIBIR-TITULO-COLUMNAS
           END-IF.
           MOVE LINEA-DETALLE TO LINEA-EMBINF.
           WRITE LINEA-EMBINF.
           MOVE SPACES TO REG-REPARTO.
           MOVE "LIN" TO REP-TIPO.
           MOVE AGENDA-EN-CURSO TO REP-AGENDA.
           WRITE REG-REPARTO.
           ADD 1 TO LINEAS-PAGINA-ACTUAL.
           INITIALIZE FILA-SUMA.

       ESCRIBIR-TITULO-COLUMNAS.
           MOVE SPACES TO LINEA-EMBINF.
           STRING "AGENDA          ORGANIZ.  PROSPECTO CALIFICADO"
               DELIMITED BY SIZE
               "    CLIENTE  EXCLIENTE  PROVEEDOR  SIN ETAPA"
               DELIMITED BY SIZE
               "  TOTAL CAMBIAN" DELIMITED BY SIZE
               INTO LINEA-EMBINF.
           PERFORM ESCRIBIR-LINEA-COMUN.

      *LOS CAMBIOS DEL MES QUE HAY, DE QUE ETAPA A QUE ETAPA (LA
      *PRIMERA ETAPA DE UN CONTACTO VIENE DE SIN ETAPA)
       ESCRIBIR-CAMBIOS.
           MOVE SPACES TO LINEA-EMBINF.
           PERFORM ESCRIBIR-LINEA-COMUN.
           MOVE "----- CAMBIOS DE ETAPA DEL MES -----" TO LINEA-EMBINF.
           PERFORM ESCRIBIR-LINEA-COMUN.
           PERFORM VARYING IDX-DESDE FROM 1 BY 1 UNTIL IDX-DESDE > 6
               PERFORM VARYING IDX-HASTA FROM 1 BY 1
                       UNTIL IDX-HASTA > 5
                   IF CAMBIOS-HACIA(IDX-DESDE IDX-HASTA) > 0
                       MOVE CAMBIOS-HACIA(IDX-DESDE IDX-HASTA)
                           TO TOTAL-TEXTO
                       MOVE SPACES TO LINEA-EMBINF
                       STRING "DE " DELIMITED BY SIZE
                           NOMBRE-ETAPA(IDX-DESDE) DELIMITED BY SIZE
                           " A " DELIMITED BY SIZE
                           NOMBRE-ETAPA(IDX-HASTA) DELIMITED BY SIZE
                           " : " DELIMITED BY SIZE
                           TOTAL-TEXTO DELIMITED BY SIZE
                           INTO LINEA-EMBINF
                       PERFORM ESCRIBIR-LINEA-COMUN
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE CAMBIOS-MES TO TOTAL-TEXTO.
           MOVE SPACES TO LINEA-EMBINF.
           STRING "TOTAL CAMBIOS DEL MES" DELIMITED BY SIZE
               "       : " DELIMITED BY SIZE
               TOTAL-TEXTO DELIMITED BY SIZE
               INTO LINEA-EMBINF.
           PERFORM ESCRIBIR-LINEA-COMUN.

      *MEDIA DE DIAS POR ESTANCIA EN CADA ETAPA: LAS CERRADAS, LAS
      *ABIERTAS AL CIERRE Y LAS DOS JUNTAS
       ESCRIBIR-PERMANENCIA.
           MOVE SPACES TO LINEA-EMBINF.
           PERFORM ESCRIBIR-LINEA-COMUN.
           MOVE "----- PERMANENCIA MEDIA EN CADA ETAPA (DIAS) -----"
               TO LINEA-EMBINF.
           PERFORM ESCRIBIR-LINEA-COMUN.
           MOVE SPACES TO LINEA-EMBINF.
           STRING "ETAPA        CERRADAS  MEDIA   ABIERTAS  MEDIA"
               DELIMITED BY SIZE
               "   MEDIA GLOBAL" DELIMITED BY SIZE
               INTO LINEA-EMBINF.
           PERFORM ESCRIBIR-LINEA-COMUN.
           PERFORM VARYING IDX-ETP FROM 1 BY 1 UNTIL IDX-ETP > 5
               MOVE PER-CERRADAS(IDX-ETP) TO TOTAL-TEXTO
               MOVE PER-ABIERTAS(IDX-ETP) TO TOTAL-TEXTO-2
               MOVE 0 TO MEDIA-DIAS
               IF PER-CERRADAS(IDX-ETP) > 0
                   COMPUTE MEDIA-DIAS ROUNDED =
                       PER-DIAS-CERRADAS(IDX-ETP)
                       / PER-CERRADAS(IDX-ETP)
               END-IF
               MOVE MEDIA-DIAS TO MEDIA-TEXTO
               MOVE 0 TO MEDIA-DIAS
               IF PER-ABIERTAS(IDX-ETP) > 0
                   COMPUTE MEDIA-DIAS ROUNDED =
                       PER-DIAS-ABIERTAS(IDX-ETP)
                       / PER-ABIERTAS(IDX-ETP)
               END-IF
               MOVE MEDIA-DIAS TO MEDIA-TEXTO-2
               COMPUTE TOTAL-ESTANCIAS = PER-CERRADAS(IDX-ETP)
                   + PER-ABIERTAS(IDX-ETP)
               COMPUTE TOTAL-DIAS = PER-DIAS-CERRADAS(IDX-ETP)
                   + PER-DIAS-ABIERTAS(IDX-ETP)
               MOVE 0 TO MEDIA-DIAS
               IF TOTAL-ESTANCIAS > 0
                   COMPUTE MEDIA-DIAS ROUNDED =
                       TOTAL-DIAS / TOTAL-ESTANCIAS
               END-IF
               MOVE MEDIA-DIAS TO MEDIA-TEXTO-3
               MOVE SPACES TO LINEA-EMBINF
               STRING NOMBRE-ETAPA(IDX-ETP) DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   TOTAL-TEXTO DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   MEDIA-TEXTO DELIMITED BY SIZE
                   "      " DELIMITED BY SIZE
                   TOTAL-TEXTO-2 DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   MEDIA-TEXTO-2 DELIMITED BY SIZE
                   "          " DELIMITED BY SIZE
                   MEDIA-TEXTO-3 DELIMITED BY SIZE
                   INTO LINEA-EMBINF
               PERFORM ESCRIBIR-LINEA-COMUN
           END-PERFORM.
           IF LINEAS-MALAS > 0
               MOVE LINEAS-MALAS TO TOTAL-TEXTO
               MOVE SPACES TO LINEA-EMBINF
               STRING "LINEAS DE ETAPAS DESCARTADAS (ETAPA O FECHA "
                   DELIMITED BY SIZE
                   "NO VALIDAS, TABLA LLENA): " DELIMITED BY SIZE
                   TOTAL-TEXTO DELIMITED BY SIZE
                   INTO LINEA-EMBINF
               PERFORM ESCRIBIR-LINEA-COMUN
           END-IF.

      *ESCRIBE UNA LINEA SIN CLAVES DE REPARTO (TITULOS, TOTALES Y
      *LAS DOS ULTIMAS PARTES, QUE SON DE TODA LA CASA)
       ESCRIBIR-LINEA-COMUN.
           IF LINEAS-PAGINA-ACTUAL >= LINEAS-POR-PAGINA
               MOVE LINEA-EMBINF TO LINEA-GUARDADA
               PERFORM ESCRIBIR-CABECERA-PAGINA
               MOVE LINEA-GUARDADA TO LINEA-EMBINF
           END-IF.
           WRITE LINEA-EMBINF.
           PERFORM ANOTAR-CLAVE-COMUN.
           ADD 1 TO LINEAS-PAGINA-ACTUAL.

      *ESCRIBE LA CABECERA DE UNA NUEVA PAGINA, CON LA FECHA
      *FORMATEADA POR FECHASUB COMO EN EL INFORME DE LA AGENDA
       ESCRIBIR-CABECERA-PAGINA.
           ADD 1 TO PAGINA-ACTUAL.
           MOVE PAGINA-ACTUAL TO PAGINA-TEXTO.
           MOVE FECHA-HOY TO FEC-FECHA-1.
           MOVE "F" TO FEC-OPERACION.
           PERFORM LLAMAR-FECHASUB.
           MOVE SPACES TO LINEA-EMBINF.
           STRING "EMBUDO COMERCIAL DEL MES " DELIMITED BY SIZE
               MES-INFORME(1:4) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               MES-INFORME(5:2) DELIMITED BY SIZE
               " - PAGINA " DELIMITED BY SIZE
               PAGINA-TEXTO DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               FEC-TEXTO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               INFORME-HORA(1:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               INFORME-HORA(3:2) DELIMITED BY SIZE
               INTO LINEA-EMBINF.
           WRITE LINEA-EMBINF.
           PERFORM ANOTAR-CLAVE-COMUN.
           MOVE 0 TO LINEAS-PAGINA-ACTUAL.

      *LINEA COMUN DEL INFORME (CABECERA, TITULO): CLAVES EN BLANCO
       ANOTAR-CLAVE-COMUN.
           MOVE SPACES TO REG-REPARTO.
           MOVE "LIN" TO REP-TIPO.
           WRITE REG-REPARTO.

       LLAMAR-FECHASUB.
           CALL "FECHASUB" USING FEC-OPERACION FEC-FECHA-1
               FEC-FECHA-2 FEC-DIAS FEC-RESULTADO FEC-TEXTO
               FEC-ESTADO.

      * CONTACTOS SE LEE DE LA INSTANTANEA DE LA NOCHE CONTINST SI
      * INSSUB01 LA DA POR BUENA Y SI NO DEL FICHERO VIVO; EL RESTO
      * DEL PROGRAMA SOLO VE FS-CONTACTOS Y REG-CONTACTO. SE DECIDE
      * UNA VEZ POR EJECUCION: TODAS LAS PASADAS VEN LA MISMA FOTO
       ABRIR-CONTACTOS.
           IF INS-ORIGEN = SPACE
               CALL "INSSUB01" USING INS-ORIGEN
           END-IF.
           IF INSTANTANEA-VALIDA
               OPEN INPUT CONTINST-FILE
               MOVE FS-CONTINST TO FS-CONTACTOS
               IF FS-CONTINST NOT = "00"
                   DISPLAY "Falta CONTINST; se lee el fichero vivo"
                   MOVE "V" TO INS-ORIGEN
               END-IF
           END-IF.
           IF NOT INSTANTANEA-VALIDA
               OPEN INPUT CONTACTOS-FILE
           END-IF.

       LEER-CONTACTO.
           IF INSTANTANEA-VALIDA
               READ CONTINST-FILE INTO REG-CONTACTO
                   AT END
                       MOVE "10" TO FS-CONTACTOS
               END-READ
           ELSE
               READ CONTACTOS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-CONTACTOS
               END-READ
           END-IF.

       CERRAR-CONTACTOS.
           IF INSTANTANEA-VALIDA
               CLOSE CONTINST-FILE
           ELSE
               CLOSE CONTACTOS-FILE
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

       END PROGRAM INFORME-EMBUDO.
