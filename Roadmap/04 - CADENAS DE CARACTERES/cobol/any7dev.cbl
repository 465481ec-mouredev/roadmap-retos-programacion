       FILE-CONTROL.
      *    Si existe este fichero, la dificultad extra se ejecuta en
      *    modo lote leyendo sus lineas en vez de pedir los datos por
      *    teclado una palabra cada vez. Una linea cuya primera
      *    palabra lleva ? o * es una busqueda por patron en el
      *    diccionario (ver LINEA-LOTE-PATRON).
           SELECT LOTE-FILE ASSIGN TO "PALABRAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOTE.
           05 LOTE-PALABRA1 PIC X(20).
           05 FILLER PIC X.
           05 LOTE-PALABRA2 PIC X(20).
      *    Linea de busqueda por patron: la mascara en la columna 1,
      *    la longitud exigida (en blanco, cualquiera) en la 22, las
      *    letras que tiene que llevar en la 25 y las que no puede
      *    llevar en la 36.
       01  LINEA-LOTE-PATRON.
           05 LOTE-PATRON PIC X(20).
           05 FILLER PIC X.
           05 LOTE-LONGITUD PIC X(2).
           05 FILLER PIC X.
           05 LOTE-CONTIENE PIC X(10).
           05 FILLER PIC X.
           05 LOTE-EXCLUYE PIC X(10).
       FD  RESULTADOS-FILE.
       01  LINEA-RESULTADO PIC X(120).
       FD  DICCIONARIO-FILE.
       01  PALABRA-DICCIONARIO PIC X(20).
       FD  ANAGDIC-FILE.
           77 ANAG-I PIC 9(2).
           77 ANAG-J PIC 9(2).
           77 ANAG-CAR PIC X.
      *BUSQUEDA POR PATRON EN EL DICCIONARIO: LA MASCARA (? UNA
      *LETRA, * CUALQUIER NUMERO DE LETRAS, INCLUIDO NINGUNA), LA
      *LONGITUD EXIGIDA (0, CUALQUIERA) Y LAS LETRAS QUE TIENE QUE
      *LLEVAR O NO PUEDE LLEVAR LA PALABRA
           77 PATRON-BUSCADO PIC X(20).
           77 PATRON-LONGITUD-TXT PIC X(2).
           77 PATRON-LONGITUD PIC 9(2).
           77 PATRON-CONTIENE PIC X(10).
           77 PATRON-EXCLUYE PIC X(10).
           77 GRABAR-PATRON PIC X VALUE "N".
               88 PATRON-A-RESULTADOS VALUE "S" "s".
      *LAS CADENAS SE COMPARAN LETRA A LETRA Y NO BYTE A BYTE: LA EÑE
      *Y LAS VOCALES ACENTUADAS OCUPAN DOS BYTES Y UN ? TIENE QUE
      *CASAR CON ELLAS ENTERAS. CADA TABLA GUARDA UNA LETRA POR
      *CASILLA (LA 21 QUEDA SIEMPRE EN BLANCO, DE TOPE)
           77 TEXTO-TROCEO PIC X(20).
           01 TABLA-TROCEO.
               05 CAR-TROCEO PIC X(4) OCCURS 21 TIMES.
           77 LARGO-TROCEO PIC 9(2).
           77 BYTE-TROCEO PIC X.
               88 BYTE-INICIAL-MULTIPLE VALUE X"C0" THRU X"FF".
               88 BYTE-DE-CONTINUACION VALUE X"80" THRU X"BF".
           77 IDX-BYTE PIC 9(2).
           77 IDX-BYTE-CAR PIC 9.
           01 TABLA-MASCARA.
               05 CAR-MASCARA PIC X(4) OCCURS 21 TIMES.
           77 LARGO-MASCARA PIC 9(2).
           01 TABLA-CANDIDATA.
               05 CAR-CANDIDATA PIC X(4) OCCURS 21 TIMES.
           77 LARGO-CANDIDATA PIC 9(2).
           01 TABLA-CONTIENE.
               05 CAR-CONTIENE PIC X(4) OCCURS 21 TIMES.
           77 LARGO-CONTIENE PIC 9(2).
           01 TABLA-EXCLUYE.
               05 CAR-EXCLUYE PIC X(4) OCCURS 21 TIMES.
           77 LARGO-EXCLUYE PIC 9(2).
      *POSICIONES DEL CASE DE LA MASCARA CONTRA LA PALABRA: LA DE LA
      *ULTIMA * VISTA Y LA LETRA DE LA PALABRA DESDE LA QUE SE
      *REINTENTA CUANDO LO QUE SIGUE A LA * NO CASA
           77 POS-MASCARA PIC 9(2).
           77 POS-PALABRA PIC 9(2).
           77 POS-ESTRELLA PIC 9(2).
           77 POS-REINTENTO PIC 9(2).
           77 IDX-LETRA PIC 9(2).
           77 IDX-OTRA-LETRA PIC 9(2).
           77 ENCAJA-PATRON PIC X.
               88 PALABRA-ENCAJA VALUE "S".
           77 LETRA-PRESENTE PIC X.
               88 LETRA-EN-PALABRA VALUE "S".
      *LISTADO PAGINADO: PALABRAS POR PAGINA EN PANTALLA Y EN
      *RESULTADOS, Y LA PAUSA ENTRE PAGINAS DE LA PANTALLA
           77 TOTAL-PATRON PIC 9(4).
           77 LINEAS-PAGINA PIC 9(2).
           77 PAGINA-PATRON PIC 9(3).
           77 PALABRAS-POR-PAGINA PIC 9(2) VALUE 20.
           77 PAUSA-PAGINA PIC X.
           77 SW-MOSTRAR PIC X.
               88 MOSTRAR-EN-PANTALLA VALUE "S".
      *CONTADORES DEL MODO LOTE PARA EL RESUMEN FINAL
           77 TOTAL-LINEAS PIC 9(4) VALUE 0.
           77 TOTAL-PANGRAMAS PIC 9(4) VALUE 0.
           77 TOTAL-PALINDROMOS PIC 9(4) VALUE 0.
           77 TOTAL-ANAGRAMAS PIC 9(4) VALUE 0.
           77 TOTAL-ISOGRAMAS PIC 9(4) VALUE 0.
           77 TOTAL-PATRONES PIC 9(4) VALUE 0.
           77 HAY-LOTE PIC X VALUE "N".
               88 LOTE-SI VALUE "S".
               88 LOTE-NO VALUE "N".
               IF PALABRA-BUSCADA NOT = SPACES
                   PERFORM BUSCAR-ANAGRAMAS-DICCIONARIO
               END-IF
               DISPLAY "-BUSQUEDA POR PATRON EN EL DICCIONARIO"
               DISPLAY "INTRODUCE EL PATRON (? UNA LETRA, * VARIAS; EN"
                   " BLANCO SE OMITE): "
               ACCEPT PATRON-BUSCADO
               IF PATRON-BUSCADO NOT = SPACES
                   PERFORM PEDIR-CONDICIONES-PATRON
                   PERFORM BUSCAR-POR-PATRON
               END-IF
           END-IF.
      *RETURN-CODE a 0 (sin incidencias), para que un JCL que encadene
      *este paso con COND=(0,NE) sepa que termino bien.
      *tres comprobaciones. La lectura de la siguiente linea la hace
      *el PERFORM UNTIL que llama a este parrafo.
       PROCESAR-LOTE-LINEA.
           MOVE 0 TO IDX-LETRA.
           INSPECT LOTE-PALABRA1 TALLYING IDX-LETRA FOR ALL "?"
               ALL "*".
           IF IDX-LETRA > 0
               PERFORM PROCESAR-LOTE-PATRON
           ELSE
               PERFORM PROCESAR-LOTE-PALABRAS
           END-IF.

       PROCESAR-LOTE-PALABRAS.
           ADD 1 TO TOTAL-LINEAS.
           MOVE LOTE-PALABRA1 TO FRASE.
           PERFORM PALINDROMOS.
               TOTAL-PALINDROMOS " PALINDROMOS, "
               TOTAL-ANAGRAMAS " ANAGRAMAS, "
               TOTAL-ISOGRAMAS " ISOGRAMAS, "
               TOTAL-PANGRAMAS " PANGRAMAS, "
               TOTAL-PATRONES " BUSQUEDAS POR PATRON"
               DELIMITED BY SIZE INTO LINEA-RESULTADO.
           WRITE LINEA-RESULTADO.

               WRITE LINEA-RESULTADO
           END-IF.

      *UNA LINEA DE PATRON DEL FICHERO DE PALABRAS: SUS CONDICIONES
      *VAN EN COLUMNAS FIJAS Y EL LISTADO SOLO VA A RESULTADOS
       PROCESAR-LOTE-PATRON.
           ADD 1 TO TOTAL-PATRONES.
           MOVE LOTE-PATRON TO PATRON-BUSCADO.
           MOVE LOTE-LONGITUD TO PATRON-LONGITUD-TXT.
           MOVE LOTE-CONTIENE TO PATRON-CONTIENE.
           MOVE LOTE-EXCLUYE TO PATRON-EXCLUYE.
           MOVE "S" TO GRABAR-PATRON.
           PERFORM VALIDAR-LONGITUD-PATRON.
           PERFORM BUSCAR-POR-PATRON.

       PEDIR-CONDICIONES-PATRON.
           DISPLAY "LONGITUD EXACTA (EN BLANCO, CUALQUIERA): ".
           ACCEPT PATRON-LONGITUD-TXT.
           PERFORM VALIDAR-LONGITUD-PATRON.
           DISPLAY "LETRAS QUE TIENE QUE LLEVAR (EN BLANCO, "-
               "NINGUNA): ".
           ACCEPT PATRON-CONTIENE.
           DISPLAY "LETRAS QUE NO PUEDE LLEVAR (EN BLANCO, NINGUNA): ".
           ACCEPT PATRON-EXCLUYE.
           DISPLAY "GRABAR LA LISTA EN RESULTADOS (S/N): ".
           ACCEPT GRABAR-PATRON.

      *LONGITUD DE UNA O DOS CIFRAS; LO QUE NO ES UN NUMERO DE 1 A 20
      *SE TOMA COMO SIN LONGITUD
       VALIDAR-LONGITUD-PATRON.
           MOVE 0 TO PATRON-LONGITUD.
           IF PATRON-LONGITUD-TXT(2:1) = SPACE
               MOVE PATRON-LONGITUD-TXT(1:1) TO PATRON-LONGITUD-TXT(2:1)
               MOVE "0" TO PATRON-LONGITUD-TXT(1:1)
           END-IF.
           IF PATRON-LONGITUD-TXT IS NUMERIC
               MOVE PATRON-LONGITUD-TXT TO PATRON-LONGITUD
               IF PATRON-LONGITUD > 20
                   MOVE 0 TO PATRON-LONGITUD
               END-IF
           END-IF.

      *BUSQUEDA POR PATRON: RECORRE DICCIONARIO Y LISTA CADA PALABRA
      *QUE CASA CON LA MASCARA Y CUMPLE LA LONGITUD Y LAS LETRAS
      *PEDIDAS, POR PAGINAS Y CON EL TOTAL AL FINAL. EN PANTALLA SE
      *PARA AL FINAL DE CADA PAGINA (F DEJA DE MOSTRAR, PERO LA
      *BUSQUEDA SIGUE PARA EL TOTAL Y PARA RESULTADOS); EN LOTE, O SI
      *SE PIDE, LA LISTA VA A RESULTADOS CON UNA CABECERA POR PAGINA
       BUSCAR-POR-PATRON.
           MOVE FUNCTION LOWER-CASE(PATRON-BUSCADO) TO TEXTO-TROCEO.
           PERFORM TROCEAR-LETRAS.
           MOVE TABLA-TROCEO TO TABLA-MASCARA.
           MOVE LARGO-TROCEO TO LARGO-MASCARA.
           MOVE FUNCTION LOWER-CASE(PATRON-CONTIENE) TO TEXTO-TROCEO.
           PERFORM TROCEAR-LETRAS.
           MOVE TABLA-TROCEO TO TABLA-CONTIENE.
           MOVE LARGO-TROCEO TO LARGO-CONTIENE.
           MOVE FUNCTION LOWER-CASE(PATRON-EXCLUYE) TO TEXTO-TROCEO.
           PERFORM TROCEAR-LETRAS.
           MOVE TABLA-TROCEO TO TABLA-EXCLUYE.
           MOVE LARGO-TROCEO TO LARGO-EXCLUYE.
           MOVE 0 TO TOTAL-PATRON.
           MOVE 0 TO PAGINA-PATRON.
           MOVE PALABRAS-POR-PAGINA TO LINEAS-PAGINA.
           IF LOTE-SI
               MOVE "N" TO SW-MOSTRAR
           ELSE
               MOVE "S" TO SW-MOSTRAR
               IF PATRON-A-RESULTADOS
                   OPEN OUTPUT RESULTADOS-FILE
               END-IF
           END-IF.
           OPEN INPUT DICCIONARIO-FILE.
           IF FS-DICCIONARIO NOT = "00"
               IF LOTE-NO
                   DISPLAY "No existe el fichero DICCIONARIO"
               END-IF
           ELSE
               PERFORM UNTIL FS-DICCIONARIO = "10"
                   READ DICCIONARIO-FILE
                       AT END
                           MOVE "10" TO FS-DICCIONARIO
                       NOT AT END
                           PERFORM COMPROBAR-PATRON
                           IF PALABRA-ENCAJA
                               PERFORM ANOTAR-PALABRA-PATRON
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DICCIONARIO-FILE
           END-IF.
           MOVE SPACES TO LINEA-ANAGR.
           STRING "PALABRAS CON EL PATRON " DELIMITED BY SIZE
               PATRON-BUSCADO DELIMITED BY SPACE
               ": " DELIMITED BY SIZE
               TOTAL-PATRON DELIMITED BY SIZE
               INTO LINEA-ANAGR.
           DISPLAY LINEA-ANAGR.
           IF LOTE-SI OR PATRON-A-RESULTADOS
               MOVE LINEA-ANAGR TO LINEA-RESULTADO
               WRITE LINEA-RESULTADO
           END-IF.
           IF LOTE-NO AND PATRON-A-RESULTADOS
               CLOSE RESULTADOS-FILE
               DISPLAY "Lista grabada en el fichero RESULTADOS"
           END-IF.

      *PARTE TEXTO-TROCEO EN LETRAS (UNA POR CASILLA DE TABLA-TROCEO,
      *CON SUS BYTES DE CONTINUACION SI ES UNA LETRA DE DOS O MAS
      *BYTES) Y SALTA LOS BLANCOS
       TROCEAR-LETRAS.
           MOVE SPACES TO TABLA-TROCEO.
           MOVE 0 TO LARGO-TROCEO.
           MOVE 1 TO IDX-BYTE-CAR.
           PERFORM VARYING IDX-BYTE FROM 1 BY 1 UNTIL IDX-BYTE > 20
               MOVE TEXTO-TROCEO(IDX-BYTE:1) TO BYTE-TROCEO
               EVALUATE TRUE
                   WHEN BYTE-TROCEO = SPACE
                       CONTINUE
                   WHEN BYTE-DE-CONTINUACION AND LARGO-TROCEO > 0
                       AND IDX-BYTE-CAR < 4
                       ADD 1 TO IDX-BYTE-CAR
                       MOVE BYTE-TROCEO TO
                           CAR-TROCEO(LARGO-TROCEO)(IDX-BYTE-CAR:1)
                   WHEN OTHER
                       ADD 1 TO LARGO-TROCEO
                       MOVE 1 TO IDX-BYTE-CAR
                       MOVE BYTE-TROCEO TO CAR-TROCEO(LARGO-TROCEO)
               END-EVALUATE
           END-PERFORM.

      *CASE DE LA MASCARA CONTRA LA PALABRA DEL DICCIONARIO CON
      *VUELTA ATRAS A LA ULTIMA *: SI LO QUE SIGUE A LA * NO CASA, LA
      *ESTRELLA SE TRAGA UNA LETRA MAS Y SE REINTENTA DESDE AHI. LUEGO
      *LA LONGITUD Y LAS LETRAS OBLIGATORIAS Y PROHIBIDAS
       COMPROBAR-PATRON.
           MOVE FUNCTION LOWER-CASE(PALABRA-DICCIONARIO) TO
               TEXTO-TROCEO.
           PERFORM TROCEAR-LETRAS.
           MOVE TABLA-TROCEO TO TABLA-CANDIDATA.
           MOVE LARGO-TROCEO TO LARGO-CANDIDATA.
           MOVE "S" TO ENCAJA-PATRON.
           IF LARGO-CANDIDATA = 0
               MOVE "N" TO ENCAJA-PATRON
           END-IF.
           IF PATRON-LONGITUD > 0
               AND LARGO-CANDIDATA NOT = PATRON-LONGITUD
               MOVE "N" TO ENCAJA-PATRON
           END-IF.
           MOVE 1 TO POS-MASCARA.
           MOVE 1 TO POS-PALABRA.
           MOVE 0 TO POS-ESTRELLA.
           MOVE 0 TO POS-REINTENTO.
           PERFORM UNTIL POS-PALABRA > LARGO-CANDIDATA
                   OR NOT PALABRA-ENCAJA
               EVALUATE TRUE
                   WHEN POS-MASCARA <= LARGO-MASCARA
                       AND (CAR-MASCARA(POS-MASCARA) = "?"
                       OR CAR-MASCARA(POS-MASCARA) =
                           CAR-CANDIDATA(POS-PALABRA))
                       ADD 1 TO POS-MASCARA
                       ADD 1 TO POS-PALABRA
                   WHEN POS-MASCARA <= LARGO-MASCARA
                       AND CAR-MASCARA(POS-MASCARA) = "*"
                       MOVE POS-MASCARA TO POS-ESTRELLA
                       MOVE POS-PALABRA TO POS-REINTENTO
                       ADD 1 TO POS-MASCARA
                   WHEN POS-ESTRELLA > 0
                       COMPUTE POS-MASCARA = POS-ESTRELLA + 1
                       ADD 1 TO POS-REINTENTO
                       MOVE POS-REINTENTO TO POS-PALABRA
                   WHEN OTHER
                       MOVE "N" TO ENCAJA-PATRON
               END-EVALUATE
           END-PERFORM.
           PERFORM UNTIL POS-MASCARA > LARGO-MASCARA
                   OR CAR-MASCARA(POS-MASCARA) NOT = "*"
               ADD 1 TO POS-MASCARA
           END-PERFORM.
           IF POS-MASCARA <= LARGO-MASCARA
               MOVE "N" TO ENCAJA-PATRON
           END-IF.
           PERFORM VARYING IDX-LETRA FROM 1 BY 1
                   UNTIL IDX-LETRA > LARGO-CONTIENE
                   OR NOT PALABRA-ENCAJA
               PERFORM BUSCAR-LETRA-CONTIENE
               IF NOT LETRA-EN-PALABRA
                   MOVE "N" TO ENCAJA-PATRON
               END-IF
           END-PERFORM.
           PERFORM VARYING IDX-LETRA FROM 1 BY 1
                   UNTIL IDX-LETRA > LARGO-EXCLUYE
                   OR NOT PALABRA-ENCAJA
               PERFORM BUSCAR-LETRA-EXCLUYE
               IF LETRA-EN-PALABRA
                   MOVE "N" TO ENCAJA-PATRON
               END-IF
           END-PERFORM.

       BUSCAR-LETRA-CONTIENE.
           MOVE "N" TO LETRA-PRESENTE.
           PERFORM VARYING IDX-OTRA-LETRA FROM 1 BY 1
                   UNTIL IDX-OTRA-LETRA > LARGO-CANDIDATA
               IF CAR-CANDIDATA(IDX-OTRA-LETRA) =
                   CAR-CONTIENE(IDX-LETRA)
                   MOVE "S" TO LETRA-PRESENTE
               END-IF
           END-PERFORM.

       BUSCAR-LETRA-EXCLUYE.
           MOVE "N" TO LETRA-PRESENTE.
           PERFORM VARYING IDX-OTRA-LETRA FROM 1 BY 1
                   UNTIL IDX-OTRA-LETRA > LARGO-CANDIDATA
               IF CAR-CANDIDATA(IDX-OTRA-LETRA) =
                   CAR-EXCLUYE(IDX-LETRA)
                   MOVE "S" TO LETRA-PRESENTE
               END-IF
           END-PERFORM.

       ANOTAR-PALABRA-PATRON.
           ADD 1 TO TOTAL-PATRON.
           IF LINEAS-PAGINA >= PALABRAS-POR-PAGINA
               PERFORM CAMBIAR-PAGINA-PATRON
           END-IF.
           ADD 1 TO LINEAS-PAGINA.
           IF MOSTRAR-EN-PANTALLA
               DISPLAY "  " PALABRA-DICCIONARIO
           END-IF.
           IF LOTE-SI OR PATRON-A-RESULTADOS
               MOVE SPACES TO LINEA-RESULTADO
               STRING "  PATRON: " DELIMITED BY SIZE
                   PALABRA-DICCIONARIO DELIMITED BY SIZE
                   INTO LINEA-RESULTADO
               WRITE LINEA-RESULTADO
           END-IF.

      *SALTO DE PAGINA: EN PANTALLA, PAUSA ANTES DE LA SIGUIENTE
      *(SALVO EN LA PRIMERA); EN RESULTADOS, LA CABECERA CON EL
      *PATRON Y EL NUMERO DE PAGINA
       CAMBIAR-PAGINA-PATRON.
           IF MOSTRAR-EN-PANTALLA AND PAGINA-PATRON > 0
               DISPLAY "-- INTRO PARA SEGUIR, F PARA NO MOSTRAR "-
                   "MAS --"
               MOVE SPACE TO PAUSA-PAGINA
               ACCEPT PAUSA-PAGINA
               IF PAUSA-PAGINA = "F" OR PAUSA-PAGINA = "f"
                   MOVE "N" TO SW-MOSTRAR
               END-IF
           END-IF.
           ADD 1 TO PAGINA-PATRON.
           MOVE 0 TO LINEAS-PAGINA.
           IF LOTE-SI OR PATRON-A-RESULTADOS
               MOVE SPACES TO LINEA-RESULTADO
               STRING "BUSQUEDA POR PATRON " DELIMITED BY SIZE
                   PATRON-BUSCADO DELIMITED BY SPACE
                   " LONGITUD " DELIMITED BY SIZE
                   PATRON-LONGITUD DELIMITED BY SIZE
                   " CON " DELIMITED BY SIZE
                   PATRON-CONTIENE DELIMITED BY SPACE
                   " SIN " DELIMITED BY SIZE
                   PATRON-EXCLUYE DELIMITED BY SPACE
                   " - PAGINA " DELIMITED BY SIZE
                   PAGINA-PATRON DELIMITED BY SIZE
                   INTO LINEA-RESULTADO
               WRITE LINEA-RESULTADO
           END-IF.

       END PROGRAM RETO-04.
