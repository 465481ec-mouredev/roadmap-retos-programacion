     /*
      * NORMALIZACION DE LOS NOMBRES DEL MAESTRO DE CONTACTOS.
      * No es la solucion de ningun reto: el NOMBRE de CONTACTOS
      * llega de la agenda, de IMPORTA-VCARD y de las cargas CSV
      * escrito de cualquier manera ("GARCIA LOPEZ MARIA", "maria
      * garcia", "Garcia  Lopez, Maria", "Maria Garcia, PhD"...).
      * Este paso propone para cada contacto su nombre normalizado:
      *   - sin blancos de mas y con ", " en la coma, y cada palabra
      *     con mayuscula inicial salvo las particulas de, del, y,
      *     la/las/los (operaciones E y T de CADSUB01);
      *   - sin tratamientos (Sr., Sra., D., Dna., Dr., Dra., Lic.,
      *     Ing., Prof., Mr., Mrs., Ms. delante; PhD, Jr., MBA, MD,
      *     Esq. detras, o en su propio tramo tras una coma, como
      *     los deja el vCard). El tratamiento no se pierde: pasa al
      *     fichero satelite TITULOS (AGENDA;NOMBRE;TITULO), que
      *     PROPAGA-CLAVES mantiene con la clave del contacto;
      *   - en el orden de la casa, "Apellidos, Nombre" (el mismo que
      *     HOGSUB01 lee para el "FAMILIA <apellido>"). Un nombre sin
      *     coma se ordena con la lista de nombres de pila (una tabla
      *     fija con los mas comunes mas las lineas del fichero
      *     NOMPILA, en mayusculas y sin acentos): si empieza por
      *     nombre de pila y acaba en apellido se le da la vuelta; si
      *     ya acaba en nombre de pila solo se le pone la coma. Si no
      *     se puede saber (ninguno o los dos extremos son nombres de
      *     pila, o hay mas de una coma) se deja en su orden y sale
      *     marcado REVISAR ORDEN.
      * El informe NOMBINF lista nombre viejo y nuevo, tratamiento y
      * aviso, y va a la cola de impresion. Sin tarjeta (o con
      * PROPUESTA) en SYSIN el paso solo informa; con la tarjeta
      * APLICAR, ademas, cada propuesta sin aviso que lo impida se
      * aplica como un cambio de clave mas: el registro se borra y se
      * graba con el nombre nuevo (si el nombre nuevo ya existe en la
      * agenda se deja como estaba y sale como COLISION), con su
      * linea NORMALIZA en AUDITORIA y su pareja de claves en CAMBCLAV
      * (CCLSUB01) para que PROPAGA-CLAVES lleve las tareas, citas,
      * notas, etc. al nombre nuevo esa misma noche. El cambio deja
      * tambien su linea M en el satelite PROCEDEN (PROSUB01) con
      * canal NORMALIZA.
      */
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NORMALIZA-NOMBRES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTACTOS-FILE ASSIGN TO "CONTACTOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLAVE-REG
               ALTERNATE RECORD KEY IS TELEFONO-REG WITH DUPLICATES
               FILE STATUS IS FS-CONTACTOS.
      * Nombres de pila que completan la tabla fija, uno por linea.
           SELECT NOMPILA-FILE ASSIGN TO "NOMPILA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NOMPILA.
           SELECT NOMBINF-FILE ASSIGN TO "NOMBINF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NOMBINF.
           SELECT TITULOS-FILE ASSIGN TO "TITULOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TITULOS.
           SELECT AUDITORIA-FILE ASSIGN TO "AUDITORIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITORIA.
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
                   ==CONTACTO-BORRADO== BY ==CONTACTO-BORRADO-REG==.

       FD NOMPILA-FILE.
           01 LINEA-NOMPILA PIC X(20).

       FD NOMBINF-FILE.
           01 LINEA-NOMBINF PIC X(132).

       FD TITULOS-FILE.
           01 LINEA-TITULOS PIC X(80).

       FD AUDITORIA-FILE.
           01 LINEA-AUDITORIA PIC X(120).

       FD RESUMEN-FILE.
           01 LINEA-RESUMEN PIC X(50).

       WORKING-STORAGE SECTION.
           77 FS-CONTACTOS PIC XX.
           77 FS-NOMPILA PIC XX.
           77 FS-NOMBINF PIC XX.
           77 FS-TITULOS PIC XX.
           77 FS-AUDITORIA PIC XX.

           01 FECHA-HOY PIC 9(8).
           77 HORA-HOY PIC 9(8).

      * Tarjeta de SYSIN: APLICAR, o PROPUESTA / en blanco para solo
      * informar.
           77 TARJETA-MODO PIC X(10).
           77 SW-APLICAR PIC X VALUE "N".
               88 MODO-APLICAR VALUE "S".

      * Nombres de pila mas comunes, en mayusculas y sin acentos. Se
      * dejan fuera los que tambien son apellidos corrientes (Martin,
      * Vicente, Lorenzo, Roman, Cruz...), que harian pasar un
      * apellido por nombre; quien los necesite los pone en NOMPILA.
           01 NOMBRES-PILA-VALORES.
               05 FILLER PIC X(24) VALUE "MARIA       JOSE        ".
               05 FILLER PIC X(24) VALUE "JUAN        ANTONIO     ".
               05 FILLER PIC X(24) VALUE "MANUEL      FRANCISCO   ".
               05 FILLER PIC X(24) VALUE "DAVID       JAVIER      ".
               05 FILLER PIC X(24) VALUE "DANIEL      CARLOS      ".
               05 FILLER PIC X(24) VALUE "JESUS       ALEJANDRO   ".
               05 FILLER PIC X(24) VALUE "MIGUEL      RAFAEL      ".
               05 FILLER PIC X(24) VALUE "PABLO       PEDRO       ".
               05 FILLER PIC X(24) VALUE "ANGEL       SERGIO      ".
               05 FILLER PIC X(24) VALUE "FERNANDO    JORGE       ".
               05 FILLER PIC X(24) VALUE "LUIS        ALBERTO     ".
               05 FILLER PIC X(24) VALUE "ALVARO      ADRIAN      ".
               05 FILLER PIC X(24) VALUE "DIEGO       RAUL        ".
               05 FILLER PIC X(24) VALUE "ENRIQUE     RAMON       ".
               05 FILLER PIC X(24) VALUE "IGNACIO     JOAQUIN     ".
               05 FILLER PIC X(24) VALUE "EDUARDO     OSCAR       ".
               05 FILLER PIC X(24) VALUE "RUBEN       ROBERTO     ".
               05 FILLER PIC X(24) VALUE "ALFONSO     JAIME       ".
               05 FILLER PIC X(24) VALUE "GUILLERMO   RICARDO     ".
               05 FILLER PIC X(24) VALUE "EMILIO      JULIO       ".
               05 FILLER PIC X(24) VALUE "HUGO        MARIO       ".
               05 FILLER PIC X(24) VALUE "IVAN        GONZALO     ".
               05 FILLER PIC X(24) VALUE "CARMEN      ANA         ".
               05 FILLER PIC X(24) VALUE "ISABEL      DOLORES     ".
               05 FILLER PIC X(24) VALUE "PILAR       TERESA      ".
               05 FILLER PIC X(24) VALUE "ROSA        CRISTINA    ".
               05 FILLER PIC X(24) VALUE "LAURA       ANTONIA     ".
               05 FILLER PIC X(24) VALUE "MARTA       FRANCISCA   ".
               05 FILLER PIC X(24) VALUE "LUCIA       ELENA       ".
               05 FILLER PIC X(24) VALUE "MERCEDES    MANUELA     ".
               05 FILLER PIC X(24) VALUE "RAQUEL      SARA        ".
               05 FILLER PIC X(24) VALUE "PAULA       CONCEPCION  ".
               05 FILLER PIC X(24) VALUE "ROSARIO     BEATRIZ     ".
               05 FILLER PIC X(24) VALUE "JULIA       SILVIA      ".
               05 FILLER PIC X(24) VALUE "NURIA       IRENE       ".
               05 FILLER PIC X(24) VALUE "PATRICIA    ANDREA      ".
               05 FILLER PIC X(24) VALUE "ALICIA      ROCIO       ".
               05 FILLER PIC X(24) VALUE "MONTSERRAT  SONIA       ".
               05 FILLER PIC X(24) VALUE "INMACULADA  JOSEFA      ".
               05 FILLER PIC X(24) VALUE "EVA         NATALIA     ".
               05 FILLER PIC X(24) VALUE "JOHN        MARY        ".
               05 FILLER PIC X(24) VALUE "MICHAEL     PETER       ".
           01 TABLA-NOMBRES-PILA REDEFINES NOMBRES-PILA-VALORES.
               05 PILA-FIJO PIC X(12) OCCURS 84 TIMES.
           77 TOTAL-PILA-FIJO PIC 9(3) VALUE 84.
      * Los de NOMPILA.
           01 TABLA-PILA-EXTRA.
               05 PILA-EXTRA PIC X(12) OCCURS 300 TIMES.
           77 TOTAL-PILA-EXTRA PIC 9(3) VALUE 0.
           77 IDX-PILA PIC 9(3).

      * Tratamientos reconocidos: forma en mayusculas sin puntos ni
      * acentos, si va delante (D) o detras (T) del nombre y como
      * se guarda en TITULOS.
           01 TITULOS-VALORES.
               05 FILLER PIC X(13) VALUE "SR    DSr.   ".
               05 FILLER PIC X(13) VALUE "SRA   DSra.  ".
               05 FILLER PIC X(13) VALUE "SRTA  DSrta. ".
               05 FILLER PIC X(13) VALUE "D     DD.    ".
               05 FILLER PIC X(13) VALUE "DON   DD.    ".
               05 FILLER PIC X(08) VALUE "DNA   DD".
               05 FILLER PIC X(01) VALUE X"F1".
               05 FILLER PIC X(04) VALUE "a.  ".
               05 FILLER PIC X(08) VALUE "DONA  DD".
               05 FILLER PIC X(01) VALUE X"F1".
               05 FILLER PIC X(04) VALUE "a.  ".
               05 FILLER PIC X(13) VALUE "DR    DDr.   ".
               05 FILLER PIC X(13) VALUE "DRA   DDra.  ".
               05 FILLER PIC X(13) VALUE "LIC   DLic.  ".
               05 FILLER PIC X(13) VALUE "LDO   DLdo.  ".
               05 FILLER PIC X(13) VALUE "LDA   DLda.  ".
               05 FILLER PIC X(13) VALUE "ING   DIng.  ".
               05 FILLER PIC X(13) VALUE "PROF  DProf. ".
               05 FILLER PIC X(13) VALUE "MR    DMr.   ".
               05 FILLER PIC X(13) VALUE "MRS   DMrs.  ".
               05 FILLER PIC X(13) VALUE "MS    DMs.   ".
               05 FILLER PIC X(13) VALUE "MISS  DMiss  ".
               05 FILLER PIC X(13) VALUE "PHD   TPhD   ".
               05 FILLER PIC X(13) VALUE "JR    TJr.   ".
               05 FILLER PIC X(13) VALUE "MBA   TMBA   ".
               05 FILLER PIC X(13) VALUE "MD    TMD    ".
               05 FILLER PIC X(13) VALUE "ESQ   TEsq.  ".
           01 TABLA-TITULOS REDEFINES TITULOS-VALORES.
               05 TITULO-CONOCIDO OCCURS 23 TIMES.
                   10 TIT-CLAVE PIC X(6).
                   10 TIT-POSICION PIC X.
                       88 TIT-DELANTE VALUE "D".
                       88 TIT-DETRAS VALUE "T".
                   10 TIT-FORMA PIC X(6).
           77 TOTAL-TITULOS PIC 9(2) VALUE 23.
           77 IDX-TIT PIC 9(2).

      * Palabras del nombre en curso: el texto tal cual, su forma de
      * comparacion (mayusculas, sin acentos ni puntos), el
      * tratamiento que es (0 si no lo es), si es la coma, si se
      * quita y si es nombre de pila.
           77 NOMBRE-TROCEADO PIC X(90).
           77 PUNTERO-NOMBRE PIC 9(3).
           77 PALABRA-LEIDA PIC X(30).
           01 TABLA-PALABRAS.
               05 PALABRA OCCURS 12 TIMES.
                   10 PAL-TEXTO PIC X(30).
                   10 PAL-CLAVE PIC X(30).
                       88 PAL-PARTICULA VALUE "DE" "DEL" "LA" "LAS"
                           "LOS".
                   10 PAL-TITULO PIC 9(2).
                   10 PAL-SW-COMA PIC X.
                       88 PAL-COMA VALUE "S".
                   10 PAL-SW-QUITADA PIC X.
                       88 PAL-QUITADA VALUE "S".
                   10 PAL-SW-PILA PIC X.
                       88 PAL-NOMBRE-PILA VALUE "S".
           77 TOTAL-PALABRAS PIC 9(2).
           77 IDX-PAL PIC 9(2).
           77 IDX-CAR PIC 9(2).
           77 LARGO-CLAVE PIC 9(2).
           77 CLAVE-SIN-PUNTOS PIC X(30).

      * Tramo entre comas que se esta revisando.
           77 TRAMO-INICIO PIC 9(2).
           77 TRAMO-FIN PIC 9(2).
           77 TRAMO-QUEDAN PIC 9(2).
           77 TRAMO-TITULOS PIC 9(2).
           77 IDX-TRAMO PIC 9(2).

      * Palabras que quedan (sin tratamientos ni comas quitadas).
           01 TABLA-QUEDAN.
               05 QUEDA-PAL PIC 9(2) OCCURS 12 TIMES.
           77 TOTAL-QUEDAN PIC 9(2).
           77 IDX-QUEDA PIC 9(2).
           77 TOTAL-COMAS PIC 9(2).
           77 POS-COMA PIC 9(2).
           77 PILA-DELANTE PIC 9(2).
           77 PILA-DETRAS PIC 9(2).
           77 SW-SIGUE PIC X.
               88 SIGUE-CONTANDO VALUE "S".

      * Nombre y tratamiento propuestos y su aviso.
           77 NOMBRE-MONTADO PIC X(60).
           77 PUNTERO-MONTADO PIC 9(2).
           77 TITULO-PROPUESTO PIC X(20).
           77 PUNTERO-TITULO PIC 9(2).
           77 AVISO-PROPUESTA PIC X(15).
               88 SIN-AVISO VALUE SPACES.
               88 AVISO-BLOQUEA VALUE "DEMASIADO LARGO" "COLISION"
                   "YA NO EXISTE".

      * Propuestas del barrido: se recogen primero y se aplican
      * despues, para no cambiar claves del fichero mientras se lee
      * en secuencia.
           01 TABLA-PROPUESTAS.
               05 PROPUESTA OCCURS 2000 TIMES.
                   10 PRO-AGENDA PIC X(15).
                   10 PRO-NOMBRE-VIEJO PIC X(30).
                   10 PRO-NOMBRE-NUEVO PIC X(30).
                   10 PRO-TITULO PIC X(20).
                   10 PRO-AVISO PIC X(15).
           77 TOTAL-PROPUESTAS PIC 9(4) VALUE 0.
           77 IDX-PRO PIC 9(4).
           77 IDX-OTRA PIC 9(4).

      * Parametros de la subrutina compartida de cadenas CADSUB01.
           77 SUB-OPERACION PIC X.
           77 SUB-ENTRADA PIC X(60).
           77 SUB-SALIDA PIC X(60).
           77 SUB-LONGITUD PIC 9(3).

      * Claves del cambio para CCLSUB01, como en APROBAR-CAMBIOS.
           01 CLAVE-VIEJA.
               05 AGENDA-VIEJA PIC X(15).
               05 NOMBRE-VIEJO PIC X(30).
           01 CLAVE-NUEVA.
               05 AGENDA-NUEVA PIC X(15).
               05 NOMBRE-NUEVO PIC X(30).
           77 CCL-OPERACION PIC X(10) VALUE "NORMALIZA".
           77 CONTACTO-ANTERIOR PIC X(320).
           77 SW-GRABADO PIC X.
               88 CONTACTO-GRABADO VALUE "S".

      * Linea de AUDITORIA de cada cambio, en las columnas de
      * siempre (fecha sin ventanar, como la graba la agenda).
           77 AUDIT-FECHA PIC 9(8).
           77 AUDIT-HORA PIC 9(8).
           77 AUDIT-OPERACION PIC X(10) VALUE "NORMALIZA".
           77 AUDIT-TELEFONO PIC X(19).
           77 AUDIT-OPERADOR PIC X(8) VALUE "LOTE".

           77 TOTAL-LEIDOS PIC 9(5) VALUE 0.
           77 TOTAL-A-REVISAR PIC 9(5) VALUE 0.
           77 TOTAL-RENOMBRADOS PIC 9(5) VALUE 0.
           77 TOTAL-TITULOS-QUITADOS PIC 9(5) VALUE 0.
           77 TOTAL-NO-APLICADOS PIC 9(5) VALUE 0.

      * Parametros de la subrutina compartida de la cola central de
      * impresion SPOSUB01, a la que se entrega el informe NOMBINF.
           77 SPO-FICHERO PIC X(8).
           77 SPO-INFORME PIC X(8).
           77 SPO-OPERADOR PIC X(8).
           77 SPO-ESTADO PIC 9.

      * Registro de fin de ejecucion para el fichero RESUMEN.
           77 FS-RESUMEN PIC XX.
           01 RESUMEN-ACTUAL.
               COPY RESUMEN.

      * Eslabon de la cadena de AUDITORIA, que sella AUDSUB01 justo
      * antes de cada WRITE.
           01 SELLO-AUDITORIA.
               COPY SELLO.

      * Parametros de PROSUB01; su PRO-AGENDA se renombra porque la
      * tabla de propuestas ya tiene el suyo.
           01 PROCEDENCIA.
               COPY PROCEDE REPLACING
                   ==PRO-AGENDA== BY ==PRO-AGENDA-CONTACTO==.

           77 CODIGO-SALIDA PIC 9 VALUE ZERO.

       PROCEDURE DIVISION.
       PRINCIPAL.
           ACCEPT FECHA-HOY FROM DATE.
           IF FECHA-HOY < 19000101
               ADD 20000000 TO FECHA-HOY
           END-IF.
           ACCEPT HORA-HOY FROM TIME.
           MOVE SPACES TO TARJETA-MODO.
           ACCEPT TARJETA-MODO.
           IF FUNCTION UPPER-CASE(TARJETA-MODO) = "APLICAR"
               MOVE "S" TO SW-APLICAR
           END-IF.
           PERFORM CARGAR-NOMBRES-PILA.
           IF MODO-APLICAR
               OPEN I-O CONTACTOS-FILE
           ELSE
               OPEN INPUT CONTACTOS-FILE
           END-IF.
           IF FS-CONTACTOS NOT = "00"
               DISPLAY "No se puede abrir CONTACTOS: " FS-CONTACTOS
               MOVE 4 TO CODIGO-SALIDA
           ELSE
               PERFORM RECOGER-PROPUESTAS
               OPEN OUTPUT NOMBINF-FILE
               MOVE SPACES TO LINEA-NOMBINF
               STRING "NORMALIZACION DE NOMBRES DE CONTACTOS - "
                   FECHA-HOY " " HORA-HOY
                   DELIMITED BY SIZE INTO LINEA-NOMBINF
               WRITE LINEA-NOMBINF
               IF MODO-APLICAR
                   MOVE "MODO APLICAR: SE RENOMBRAN LOS CONTACTOS SIN"-
                       " AVISO QUE LO IMPIDA" TO LINEA-NOMBINF
                   OPEN EXTEND AUDITORIA-FILE
                   IF FS-AUDITORIA = "35"
                       OPEN OUTPUT AUDITORIA-FILE
                   END-IF
                   OPEN EXTEND TITULOS-FILE
                   IF FS-TITULOS = "35"
                       OPEN OUTPUT TITULOS-FILE
                   END-IF
               ELSE
                   MOVE "SOLO PROPUESTA: NO SE TOCA NINGUN FICHERO" TO
                       LINEA-NOMBINF
               END-IF
               WRITE LINEA-NOMBINF
               MOVE SPACES TO LINEA-NOMBINF
               WRITE LINEA-NOMBINF
               MOVE SPACES TO LINEA-NOMBINF
               STRING "AGENDA          "
                   "NOMBRE ACTUAL                  "
                   "NOMBRE PROPUESTO               "
                   "TRATAMIENTO          AVISO"
                   DELIMITED BY SIZE INTO LINEA-NOMBINF
               WRITE LINEA-NOMBINF
               PERFORM REVISAR-PROPUESTA
                   VARYING IDX-PRO FROM 1 BY 1
                   UNTIL IDX-PRO > TOTAL-PROPUESTAS
               PERFORM ESCRIBIR-TOTALES
               IF MODO-APLICAR
                   CLOSE AUDITORIA-FILE
                   CLOSE TITULOS-FILE
               END-IF
               CLOSE CONTACTOS-FILE
               CLOSE NOMBINF-FILE
      * El informe queda ademas en la cola central de impresion, de
      * donde lo libera el operador con LIBERAR-COLA.
               MOVE "NOMBINF" TO SPO-FICHERO
               MOVE "NORNOM" TO SPO-INFORME
               MOVE "LOTE" TO SPO-OPERADOR
               CALL "SPOSUB01" USING SPO-FICHERO SPO-INFORME
                   SPO-OPERADOR SPO-ESTADO
               DISPLAY "Normalizacion de nombres: " TOTAL-PROPUESTAS
                   " propuestas en " TOTAL-LEIDOS " contactos, "
                   TOTAL-RENOMBRADOS " renombrados"
           END-IF.
           MOVE "NORNOM" TO RES-PROGRAMA.
           MOVE TOTAL-LEIDOS TO RES-ENTRADAS.
           IF MODO-APLICAR
               MOVE TOTAL-RENOMBRADOS TO RES-SALIDAS
           ELSE
               MOVE TOTAL-PROPUESTAS TO RES-SALIDAS
           END-IF.
           MOVE TOTAL-NO-APLICADOS TO RES-RECHAZOS.
           MOVE CODIGO-SALIDA TO RES-RC.
           PERFORM GRABAR-RESUMEN.
           MOVE CODIGO-SALIDA TO RETURN-CODE.
           STOP RUN.

      *LOS NOMBRES DE PILA DE NOMPILA, EN MAYUSCULAS Y SIN ACENTOS
      *COMO LOS DE LA TABLA FIJA; SIN FICHERO SOLO VALE LA TABLA
       CARGAR-NOMBRES-PILA.
           OPEN INPUT NOMPILA-FILE.
           IF FS-NOMPILA = "00"
               PERFORM UNTIL FS-NOMPILA = "10"
                   READ NOMPILA-FILE
                       AT END
                           MOVE "10" TO FS-NOMPILA
                       NOT AT END
                           IF LINEA-NOMPILA NOT = SPACES
                               AND TOTAL-PILA-EXTRA < 300
                               ADD 1 TO TOTAL-PILA-EXTRA
                               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM
                                   (LINEA-NOMPILA)) TO
                                   PILA-EXTRA(TOTAL-PILA-EXTRA)
                               INSPECT PILA-EXTRA(TOTAL-PILA-EXTRA)
                                   CONVERTING
                                   X"E1E9EDF3FAFCF1C1C9CDD3DADCD1"
                                   TO "AEIOUUNAEIOUUN"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOMPILA-FILE
           END-IF.

      *PRIMERA PASADA: EL MAESTRO EN SECUENCIA Y, POR CADA CONTACTO
      *CUYO NOMBRE CAMBIARIA, SU PROPUESTA EN LA TABLA
       RECOGER-PROPUESTAS.
           PERFORM UNTIL FS-CONTACTOS = "10"
               READ CONTACTOS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-CONTACTOS
                   NOT AT END
                       ADD 1 TO TOTAL-LEIDOS
                       PERFORM PROPONER-NOMBRE
                       IF NOMBRE-MONTADO(1:30) NOT = NOMBRE-REG
                           OR TITULO-PROPUESTO NOT = SPACES
                           OR NOT SIN-AVISO
                           PERFORM GUARDAR-PROPUESTA
                       END-IF
               END-READ
           END-PERFORM.

       GUARDAR-PROPUESTA.
           IF TOTAL-PROPUESTAS < 2000
               ADD 1 TO TOTAL-PROPUESTAS
               MOVE AGENDA-NOMBRE-REG TO PRO-AGENDA(TOTAL-PROPUESTAS)
               MOVE NOMBRE-REG TO PRO-NOMBRE-VIEJO(TOTAL-PROPUESTAS)
               MOVE NOMBRE-MONTADO TO
                   PRO-NOMBRE-NUEVO(TOTAL-PROPUESTAS)
               MOVE TITULO-PROPUESTO TO PRO-TITULO(TOTAL-PROPUESTAS)
               MOVE AVISO-PROPUESTA TO PRO-AVISO(TOTAL-PROPUESTAS)
           ELSE
               IF TOTAL-PROPUESTAS = 2000
                   DISPLAY "Mas de 2000 nombres que normalizar: el "-
                       "resto queda para otra ejecucion"
                   MOVE 4 TO CODIGO-SALIDA
                   ADD 1 TO TOTAL-PROPUESTAS
               END-IF
           END-IF.

      *NOMBRE PROPUESTO PARA EL CONTACTO LEIDO: SE TROCEA, SE QUITAN
      *LOS TRATAMIENTOS, SE ORDENA Y SE PASA POR LA OPERACION T DE
      *CADSUB01
       PROPONER-NOMBRE.
           MOVE SPACES TO NOMBRE-MONTADO.
           MOVE SPACES TO TITULO-PROPUESTO.
           MOVE SPACES TO AVISO-PROPUESTA.
           PERFORM TROCEAR-NOMBRE.
           IF TOTAL-PALABRAS > 0
               PERFORM QUITAR-TITULOS
               PERFORM ORDENAR-NOMBRE
               MOVE "T" TO SUB-OPERACION
               MOVE NOMBRE-MONTADO TO SUB-ENTRADA
               CALL "CADSUB01" USING SUB-OPERACION SUB-ENTRADA
                   SUB-SALIDA SUB-LONGITUD
               MOVE SUB-SALIDA TO NOMBRE-MONTADO
               IF SUB-LONGITUD > 30
                   MOVE NOMBRE-REG TO NOMBRE-MONTADO
                   MOVE SPACES TO TITULO-PROPUESTO
                   MOVE "DEMASIADO LARGO" TO AVISO-PROPUESTA
               END-IF
           ELSE
               MOVE NOMBRE-REG TO NOMBRE-MONTADO
           END-IF.

      *PALABRAS DEL NOMBRE, CON LA COMA COMO PALABRA APARTE AUNQUE
      *VAYA PEGADA ("Garcia,Maria")
       TROCEAR-NOMBRE.
           MOVE SPACES TO NOMBRE-TROCEADO.
           MOVE 1 TO PUNTERO-NOMBRE.
           PERFORM VARYING IDX-CAR FROM 1 BY 1 UNTIL IDX-CAR > 30
               IF NOMBRE-REG(IDX-CAR:1) = ","
                   STRING " , " DELIMITED BY SIZE INTO NOMBRE-TROCEADO
                       WITH POINTER PUNTERO-NOMBRE
               ELSE
                   STRING NOMBRE-REG(IDX-CAR:1) DELIMITED BY SIZE
                       INTO NOMBRE-TROCEADO WITH POINTER PUNTERO-NOMBRE
               END-IF
           END-PERFORM.
           MOVE 0 TO TOTAL-PALABRAS.
           MOVE 1 TO PUNTERO-NOMBRE.
           PERFORM UNTIL PUNTERO-NOMBRE > 90
               MOVE SPACES TO PALABRA-LEIDA
               UNSTRING NOMBRE-TROCEADO DELIMITED BY ALL SPACE
                   INTO PALABRA-LEIDA WITH POINTER PUNTERO-NOMBRE
               IF PALABRA-LEIDA NOT = SPACES
                   IF TOTAL-PALABRAS < 12
                       ADD 1 TO TOTAL-PALABRAS
                       PERFORM CLASIFICAR-PALABRA
                   ELSE
                       MOVE "REVISAR ORDEN" TO AVISO-PROPUESTA
                   END-IF
               END-IF
           END-PERFORM.

      *FORMA DE COMPARACION DE LA PALABRA Y SI ES COMA, TRATAMIENTO
      *O NOMBRE DE PILA
       CLASIFICAR-PALABRA.
           MOVE PALABRA-LEIDA TO PAL-TEXTO(TOTAL-PALABRAS).
           MOVE "N" TO PAL-SW-COMA(TOTAL-PALABRAS).
           MOVE "N" TO PAL-SW-QUITADA(TOTAL-PALABRAS).
           MOVE "N" TO PAL-SW-PILA(TOTAL-PALABRAS).
           MOVE 0 TO PAL-TITULO(TOTAL-PALABRAS).
           IF PALABRA-LEIDA = ","
               MOVE "S" TO PAL-SW-COMA(TOTAL-PALABRAS)
           END-IF.
           MOVE FUNCTION UPPER-CASE(PALABRA-LEIDA) TO PALABRA-LEIDA.
           INSPECT PALABRA-LEIDA CONVERTING
               X"E1E9EDF3FAFCF1C1C9CDD3DADCD1"
               TO "AEIOUUNAEIOUUN".
           MOVE SPACES TO CLAVE-SIN-PUNTOS.
           MOVE 0 TO LARGO-CLAVE.
           PERFORM VARYING IDX-CAR FROM 1 BY 1 UNTIL IDX-CAR > 30
               IF PALABRA-LEIDA(IDX-CAR:1) NOT = "."
                   ADD 1 TO LARGO-CLAVE
                   MOVE PALABRA-LEIDA(IDX-CAR:1) TO
                       CLAVE-SIN-PUNTOS(LARGO-CLAVE:1)
               END-IF
           END-PERFORM.
           MOVE CLAVE-SIN-PUNTOS TO PAL-CLAVE(TOTAL-PALABRAS).
           PERFORM VARYING IDX-TIT FROM 1 BY 1
                   UNTIL IDX-TIT > TOTAL-TITULOS
               IF TIT-CLAVE(IDX-TIT) = CLAVE-SIN-PUNTOS
                   MOVE IDX-TIT TO PAL-TITULO(TOTAL-PALABRAS)
               END-IF
           END-PERFORM.
           PERFORM VARYING IDX-PILA FROM 1 BY 1
                   UNTIL IDX-PILA > TOTAL-PILA-FIJO
               IF PILA-FIJO(IDX-PILA) = CLAVE-SIN-PUNTOS
                   MOVE "S" TO PAL-SW-PILA(TOTAL-PALABRAS)
               END-IF
           END-PERFORM.
           PERFORM VARYING IDX-PILA FROM 1 BY 1
                   UNTIL IDX-PILA > TOTAL-PILA-EXTRA
               IF PILA-EXTRA(IDX-PILA) = CLAVE-SIN-PUNTOS
                   MOVE "S" TO PAL-SW-PILA(TOTAL-PALABRAS)
               END-IF
           END-PERFORM.

      *TRAMO A TRAMO (ENTRE COMAS): UN TRAMO TRAS UNA COMA HECHO SOLO
      *DE TRATAMIENTOS DE DETRAS ("..., PhD") SE QUITA ENTERO CON SU
      *COMA; EN
      *LOS DEMAS SE QUITAN LOS TRATAMIENTOS DE DELANTE AL PRINCIPIO
      *Y LOS DE DETRAS AL FINAL, SIN DEJAR NUNCA UN TRAMO VACIO
      *("Garcia, D." SE QUEDA COMO ESTA)
       QUITAR-TITULOS.
           MOVE 1 TO TRAMO-INICIO.
           PERFORM VARYING IDX-PAL FROM 1 BY 1
                   UNTIL IDX-PAL > TOTAL-PALABRAS + 1
               IF IDX-PAL > TOTAL-PALABRAS
                   COMPUTE TRAMO-FIN = IDX-PAL - 1
                   PERFORM QUITAR-TITULOS-TRAMO
               ELSE
                   IF PAL-COMA(IDX-PAL)
                       COMPUTE TRAMO-FIN = IDX-PAL - 1
                       PERFORM QUITAR-TITULOS-TRAMO
                       COMPUTE TRAMO-INICIO = IDX-PAL + 1
                   END-IF
               END-IF
           END-PERFORM.

       QUITAR-TITULOS-TRAMO.
           MOVE 0 TO TRAMO-QUEDAN.
           MOVE 0 TO TRAMO-TITULOS.
           PERFORM VARYING IDX-QUEDA FROM TRAMO-INICIO BY 1
                   UNTIL IDX-QUEDA > TRAMO-FIN
               ADD 1 TO TRAMO-QUEDAN
               IF PAL-TITULO(IDX-QUEDA) > 0
                   MOVE PAL-TITULO(IDX-QUEDA) TO IDX-TIT
                   IF TIT-DETRAS(IDX-TIT)
                       ADD 1 TO TRAMO-TITULOS
                   END-IF
               END-IF
           END-PERFORM.
           IF TRAMO-QUEDAN > 0
               IF TRAMO-TITULOS = TRAMO-QUEDAN AND TRAMO-INICIO > 1
                   COMPUTE IDX-QUEDA = TRAMO-INICIO - 1
                   MOVE "S" TO PAL-SW-QUITADA(IDX-QUEDA)
                   PERFORM VARYING IDX-QUEDA FROM TRAMO-INICIO BY 1
                           UNTIL IDX-QUEDA > TRAMO-FIN
                       PERFORM QUITAR-UN-TITULO
                   END-PERFORM
               ELSE
                   MOVE TRAMO-INICIO TO IDX-QUEDA
                   PERFORM UNTIL TRAMO-QUEDAN < 2
                           OR PAL-TITULO(IDX-QUEDA) = 0
                       MOVE PAL-TITULO(IDX-QUEDA) TO IDX-TIT
                       IF TIT-DETRAS(IDX-TIT)
                           MOVE 1 TO TRAMO-QUEDAN
                       ELSE
                           PERFORM QUITAR-UN-TITULO
                           SUBTRACT 1 FROM TRAMO-QUEDAN
                           ADD 1 TO IDX-QUEDA
                       END-IF
                   END-PERFORM
                   PERFORM CONTAR-QUEDAN-TRAMO
                   MOVE TRAMO-FIN TO IDX-QUEDA
                   PERFORM UNTIL TRAMO-QUEDAN < 2
                           OR PAL-TITULO(IDX-QUEDA) = 0
                       MOVE PAL-TITULO(IDX-QUEDA) TO IDX-TIT
                       IF TIT-DELANTE(IDX-TIT)
                           MOVE 1 TO TRAMO-QUEDAN
                       ELSE
                           PERFORM QUITAR-UN-TITULO
                           SUBTRACT 1 FROM TRAMO-QUEDAN
                           SUBTRACT 1 FROM IDX-QUEDA
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       CONTAR-QUEDAN-TRAMO.
           MOVE 0 TO TRAMO-QUEDAN.
           PERFORM VARYING IDX-TRAMO FROM TRAMO-INICIO BY 1
                   UNTIL IDX-TRAMO > TRAMO-FIN
               IF NOT PAL-QUITADA(IDX-TRAMO)
                   ADD 1 TO TRAMO-QUEDAN
               END-IF
           END-PERFORM.

      *LA PALABRA IDX-QUEDA SE QUITA DEL NOMBRE Y SU FORMA DE LA
      *TABLA SE ANADE AL TRATAMIENTO
       QUITAR-UN-TITULO.
           MOVE "S" TO PAL-SW-QUITADA(IDX-QUEDA).
           MOVE PAL-TITULO(IDX-QUEDA) TO IDX-TIT.
           IF TITULO-PROPUESTO = SPACES
               MOVE TIT-FORMA(IDX-TIT) TO TITULO-PROPUESTO
           ELSE
               MOVE 1 TO PUNTERO-TITULO
               INSPECT TITULO-PROPUESTO TALLYING PUNTERO-TITULO
                   FOR CHARACTERS BEFORE INITIAL "  "
               STRING " " TIT-FORMA(IDX-TIT) DELIMITED BY SIZE
                   INTO TITULO-PROPUESTO WITH POINTER PUNTERO-TITULO
                   ON OVERFLOW
                       CONTINUE
               END-STRING
           END-IF.

      *CON UNA COMA LAS PALABRAS YA VAN "APELLIDOS, NOMBRE"; SIN COMA
      *SE CUENTAN LOS NOMBRES DE PILA DE CADA EXTREMO (CON LAS
      *PARTICULAS DE "Maria del Carmen" O "Maria de los Angeles"
      *ENTRE ELLOS) Y, SI SOLO UN EXTREMO LOS TIENE, SE PONE LA COMA
      *DETRAS DE LOS APELLIDOS
       ORDENAR-NOMBRE.
           MOVE 0 TO TOTAL-QUEDAN.
           MOVE 0 TO TOTAL-COMAS.
           MOVE 0 TO POS-COMA.
           PERFORM VARYING IDX-PAL FROM 1 BY 1
                   UNTIL IDX-PAL > TOTAL-PALABRAS
               IF NOT PAL-QUITADA(IDX-PAL)
                   ADD 1 TO TOTAL-QUEDAN
                   MOVE IDX-PAL TO QUEDA-PAL(TOTAL-QUEDAN)
                   IF PAL-COMA(IDX-PAL)
                       ADD 1 TO TOTAL-COMAS
                       MOVE TOTAL-QUEDAN TO POS-COMA
                   END-IF
               END-IF
           END-PERFORM.
      * La coma al final ("Garcia,") no separa nada y se quita.
           IF TOTAL-COMAS = 1 AND POS-COMA = TOTAL-QUEDAN
               SUBTRACT 1 FROM TOTAL-QUEDAN
               MOVE 0 TO TOTAL-COMAS
           END-IF.
           MOVE 1 TO PUNTERO-MONTADO.
           EVALUATE TRUE
               WHEN TOTAL-COMAS > 1
                   MOVE "REVISAR ORDEN" TO AVISO-PROPUESTA
                   PERFORM MONTAR-EN-SU-ORDEN
               WHEN TOTAL-COMAS = 1
                   PERFORM MONTAR-EN-SU-ORDEN
               WHEN TOTAL-QUEDAN < 2
                   PERFORM MONTAR-EN-SU-ORDEN
               WHEN OTHER
                   PERFORM CONTAR-PILA-DELANTE
                   PERFORM CONTAR-PILA-DETRAS
                   EVALUATE TRUE
                       WHEN PILA-DELANTE > 0 AND PILA-DETRAS = 0
                           AND PILA-DELANTE < TOTAL-QUEDAN
                           COMPUTE POS-COMA = PILA-DELANTE + 1
                           PERFORM VARYING IDX-QUEDA FROM POS-COMA
                                   BY 1 UNTIL IDX-QUEDA > TOTAL-QUEDAN
                               PERFORM MONTAR-PALABRA
                           END-PERFORM
                           STRING "," DELIMITED BY SIZE
                               INTO NOMBRE-MONTADO
                               WITH POINTER PUNTERO-MONTADO
                           PERFORM VARYING IDX-QUEDA FROM 1 BY 1
                                   UNTIL IDX-QUEDA > PILA-DELANTE
                               PERFORM MONTAR-PALABRA
                           END-PERFORM
                       WHEN PILA-DETRAS > 0 AND PILA-DELANTE = 0
                           AND PILA-DETRAS < TOTAL-QUEDAN
                           COMPUTE POS-COMA = TOTAL-QUEDAN - PILA-DETRAS
                           PERFORM VARYING IDX-QUEDA FROM 1 BY 1
                                   UNTIL IDX-QUEDA > POS-COMA
                               PERFORM MONTAR-PALABRA
                           END-PERFORM
                           STRING "," DELIMITED BY SIZE
                               INTO NOMBRE-MONTADO
                               WITH POINTER PUNTERO-MONTADO
                           ADD 1 TO POS-COMA
                           PERFORM VARYING IDX-QUEDA FROM POS-COMA
                                   BY 1 UNTIL IDX-QUEDA > TOTAL-QUEDAN
                               PERFORM MONTAR-PALABRA
                           END-PERFORM
                       WHEN OTHER
                           MOVE "REVISAR ORDEN" TO AVISO-PROPUESTA
                           PERFORM MONTAR-EN-SU-ORDEN
                   END-EVALUATE
           END-EVALUATE.

       MONTAR-EN-SU-ORDEN.
           PERFORM VARYING IDX-QUEDA FROM 1 BY 1
                   UNTIL IDX-QUEDA > TOTAL-QUEDAN
               PERFORM MONTAR-PALABRA
           END-PERFORM.

      *LA PALABRA QUE QUEDA EN IDX-QUEDA SE ANADE AL NOMBRE; LOS
      *BLANCOS DE MAS (Y EL QUE QUEDA DELANTE DE LA COMA) LOS QUITA
      *LUEGO CADSUB01
       MONTAR-PALABRA.
           MOVE QUEDA-PAL(IDX-QUEDA) TO IDX-PAL.
           STRING PAL-TEXTO(IDX-PAL) DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               INTO NOMBRE-MONTADO WITH POINTER PUNTERO-MONTADO
               ON OVERFLOW
                   CONTINUE
           END-STRING.

       CONTAR-PILA-DELANTE.
           MOVE 0 TO PILA-DELANTE.
           MOVE "S" TO SW-SIGUE.
           PERFORM VARYING IDX-QUEDA FROM 1 BY 1
                   UNTIL IDX-QUEDA > TOTAL-QUEDAN OR NOT SIGUE-CONTANDO
               MOVE QUEDA-PAL(IDX-QUEDA) TO IDX-PAL
               EVALUATE TRUE
                   WHEN PAL-NOMBRE-PILA(IDX-PAL)
                       MOVE IDX-QUEDA TO PILA-DELANTE
                   WHEN PAL-PARTICULA(IDX-PAL) AND PILA-DELANTE > 0
                       CONTINUE
                   WHEN OTHER
                       MOVE "N" TO SW-SIGUE
               END-EVALUATE
           END-PERFORM.

       CONTAR-PILA-DETRAS.
           MOVE 0 TO PILA-DETRAS.
           MOVE "S" TO SW-SIGUE.
           PERFORM VARYING IDX-QUEDA FROM TOTAL-QUEDAN BY -1
                   UNTIL IDX-QUEDA < 1 OR NOT SIGUE-CONTANDO
               MOVE QUEDA-PAL(IDX-QUEDA) TO IDX-PAL
               EVALUATE TRUE
                   WHEN PAL-NOMBRE-PILA(IDX-PAL)
                       COMPUTE PILA-DETRAS = TOTAL-QUEDAN - IDX-QUEDA
                           + 1
                   WHEN PAL-PARTICULA(IDX-PAL) AND PILA-DETRAS > 0
                       CONTINUE
                   WHEN OTHER
                       MOVE "N" TO SW-SIGUE
               END-EVALUATE
           END-PERFORM.

      *SEGUNDA PASADA: CADA PROPUESTA SE COMPRUEBA CONTRA EL MAESTRO
      *Y CONTRA LAS ANTERIORES (DOS CONTACTOS DE LA MISMA AGENDA NO
      *PUEDEN ACABAR CON EL MISMO NOMBRE), SE APLICA SI TOCA Y SALE
      *EN EL INFORME
       REVISAR-PROPUESTA.
           IF PRO-AVISO(IDX-PRO) = SPACES
               AND PRO-NOMBRE-NUEVO(IDX-PRO) NOT =
                   PRO-NOMBRE-VIEJO(IDX-PRO)
               PERFORM BUSCAR-COLISION
           END-IF.
      * Un REVISAR ORDEN no impide la propuesta (blancos y
      * mayusculas), pero si el nombre no cambia no hay nada que
      * aplicar.
           MOVE PRO-AVISO(IDX-PRO) TO AVISO-PROPUESTA.
           IF AVISO-BLOQUEA
               ADD 1 TO TOTAL-NO-APLICADOS
           ELSE
               IF MODO-APLICAR AND PRO-NOMBRE-NUEVO(IDX-PRO) NOT =
                   PRO-NOMBRE-VIEJO(IDX-PRO)
                   PERFORM APLICAR-PROPUESTA
               END-IF
           END-IF.
           MOVE PRO-AVISO(IDX-PRO) TO AVISO-PROPUESTA.
           IF NOT SIN-AVISO
               ADD 1 TO TOTAL-A-REVISAR
           END-IF.
           MOVE SPACES TO LINEA-NOMBINF.
           STRING PRO-AGENDA(IDX-PRO) " "
               PRO-NOMBRE-VIEJO(IDX-PRO) " "
               PRO-NOMBRE-NUEVO(IDX-PRO) " "
               PRO-TITULO(IDX-PRO) " "
               PRO-AVISO(IDX-PRO)
               DELIMITED BY SIZE INTO LINEA-NOMBINF.
           WRITE LINEA-NOMBINF.

       BUSCAR-COLISION.
           MOVE PRO-AGENDA(IDX-PRO) TO AGENDA-NOMBRE-REG.
           MOVE PRO-NOMBRE-NUEVO(IDX-PRO) TO NOMBRE-REG.
           READ CONTACTOS-FILE KEY IS CLAVE-REG
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "COLISION" TO PRO-AVISO(IDX-PRO)
           END-READ.
           PERFORM VARYING IDX-OTRA FROM 1 BY 1
                   UNTIL IDX-OTRA NOT < IDX-PRO
               IF PRO-AGENDA(IDX-OTRA) = PRO-AGENDA(IDX-PRO)
                   AND PRO-NOMBRE-NUEVO(IDX-OTRA) =
                       PRO-NOMBRE-NUEVO(IDX-PRO)
                   AND PRO-AVISO(IDX-OTRA) NOT = "COLISION"
                   MOVE "COLISION" TO PRO-AVISO(IDX-PRO)
               END-IF
           END-PERFORM.

      *EL CAMBIO DE CLAVE COMO LO HACE APROBAR-CAMBIOS: SE BORRA EL
      *REGISTRO, SE GRABA CON EL NOMBRE NUEVO Y, SI NO SE PUEDE, SE
      *VUELVE A GRABAR COMO ESTABA
       APLICAR-PROPUESTA.
           MOVE PRO-AGENDA(IDX-PRO) TO AGENDA-NOMBRE-REG.
           MOVE PRO-NOMBRE-VIEJO(IDX-PRO) TO NOMBRE-REG.
           MOVE "N" TO SW-GRABADO.
           READ CONTACTOS-FILE KEY IS CLAVE-REG
               INVALID KEY
                   MOVE "YA NO EXISTE" TO PRO-AVISO(IDX-PRO)
               NOT INVALID KEY
                   MOVE "S" TO SW-GRABADO
           END-READ.
           IF CONTACTO-GRABADO
               MOVE REG-CONTACTO TO CONTACTO-ANTERIOR
               MOVE CLAVE-REG TO CLAVE-VIEJA
               PERFORM CAMBIAR-CLAVE
           END-IF.
           IF CONTACTO-GRABADO
               ADD 1 TO TOTAL-RENOMBRADOS
               MOVE TELEFONO-REG TO AUDIT-TELEFONO
               PERFORM REGISTRAR-AUDITORIA
               PERFORM ANOTAR-PROCEDENCIA
               IF PRO-TITULO(IDX-PRO) NOT = SPACES
                   PERFORM GRABAR-TITULO
               END-IF
           ELSE
               ADD 1 TO TOTAL-NO-APLICADOS
           END-IF.

       CAMBIAR-CLAVE.
           DELETE CONTACTOS-FILE RECORD
               INVALID KEY
                   MOVE "N" TO SW-GRABADO
           END-DELETE.
           IF CONTACTO-GRABADO
               MOVE PRO-NOMBRE-NUEVO(IDX-PRO) TO NOMBRE-REG
               WRITE REG-CONTACTO
                   INVALID KEY
                       MOVE "N" TO SW-GRABADO
               END-WRITE
      * Si otra sesion ha ocupado el nombre nuevo entretanto, el
      * contacto vuelve a quedar como estaba.
               IF CONTACTO-GRABADO
                   MOVE CLAVE-REG TO CLAVE-NUEVA
                   CALL "CCLSUB01" USING CLAVE-VIEJA CLAVE-NUEVA
                       CCL-OPERACION AUDIT-OPERADOR
               ELSE
                   MOVE CONTACTO-ANTERIOR TO REG-CONTACTO
                   WRITE REG-CONTACTO
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   MOVE "COLISION" TO PRO-AVISO(IDX-PRO)
               END-IF
           ELSE
               DISPLAY "Error al renombrar " CLAVE-VIEJA
                   " (estado " FS-CONTACTOS ")"
               MOVE 4 TO CODIGO-SALIDA
           END-IF.

      *EL RENOMBRADO QUEDA EN PROCEDEN A NOMBRE DE LA CLAVE NUEVA,
      *CON LA HORA DE ARRANQUE DEL PASO COMO LOTE
       ANOTAR-PROCEDENCIA.
           MOVE "M" TO PRO-OPERACION.
           MOVE AGENDA-NOMBRE-REG TO PRO-AGENDA-CONTACTO.
           MOVE NOMBRE-REG TO PRO-NOMBRE.
           MOVE "NORMALIZA" TO PRO-CANAL.
           MOVE "NOMBINF" TO PRO-ORIGEN.
           DIVIDE HORA-HOY BY 100 GIVING PRO-HORA.
           MOVE AUDIT-OPERADOR TO PRO-OPERADOR.
           CALL "PROSUB01" USING PROCEDENCIA.

      *LINEA NORMALIZA CON EL NOMBRE NUEVO (EL VIEJO QUEDA EN
      *CAMBCLAV)
       REGISTRAR-AUDITORIA.
           ACCEPT AUDIT-FECHA FROM DATE.
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE SPACES TO LINEA-AUDITORIA.
           STRING AUDIT-FECHA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AUDIT-HORA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AUDIT-OPERACION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NOMBRE-REG DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AGENDA-NOMBRE-REG DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AUDIT-TELEFONO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AUDIT-OPERADOR DELIMITED BY SIZE
               INTO LINEA-AUDITORIA.
           SET SEL-NUEVA TO TRUE.
           CALL "AUDSUB01" USING SELLO-AUDITORIA LINEA-AUDITORIA.
           WRITE LINEA-AUDITORIA.

       GRABAR-TITULO.
           ADD 1 TO TOTAL-TITULOS-QUITADOS.
           MOVE SPACES TO LINEA-TITULOS.
           STRING AGENDA-NOMBRE-REG DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               NOMBRE-REG DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               PRO-TITULO(IDX-PRO) DELIMITED BY SIZE
               INTO LINEA-TITULOS.
           WRITE LINEA-TITULOS.

       ESCRIBIR-TOTALES.
           MOVE SPACES TO LINEA-NOMBINF.
           WRITE LINEA-NOMBINF.
           MOVE SPACES TO LINEA-NOMBINF.
           STRING "CONTACTOS LEIDOS: " TOTAL-LEIDOS
               "  PROPUESTAS: " TOTAL-PROPUESTAS
               "  CON AVISO: " TOTAL-A-REVISAR
               DELIMITED BY SIZE INTO LINEA-NOMBINF.
           WRITE LINEA-NOMBINF.
           IF MODO-APLICAR
               MOVE SPACES TO LINEA-NOMBINF
               STRING "RENOMBRADOS: " TOTAL-RENOMBRADOS
                   "  TRATAMIENTOS A TITULOS: " TOTAL-TITULOS-QUITADOS
                   "  NO APLICADOS: " TOTAL-NO-APLICADOS
                   DELIMITED BY SIZE INTO LINEA-NOMBINF
               WRITE LINEA-NOMBINF
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

       END PROGRAM NORMALIZA-NOMBRES.
