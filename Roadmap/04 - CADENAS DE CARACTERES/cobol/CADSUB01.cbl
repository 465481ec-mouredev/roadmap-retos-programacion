      * repetidas (mayusculas, minusculas, longitud e inversion) para
      * que RETO-04 pueda invocarlas con CALL en vez de repetir la
      * misma FUNCTION en cada sitio que las necesite.
      * NORMALIZA-NOMBRES usa ademas las dos operaciones de nombres
      * propios: E (espacios) y T (mayuscula inicial con las
      * particulas de los apellidos espanoles en minuscula).
      */

       IDENTIFICATION DIVISION.
           77 SW-CADLOG-ABIERTO PIC X VALUE "N".
               88 CADLOG-YA-ABIERTO VALUE "S".

      *Recorrido caracter a caracter de las operaciones E y T.
           77 IDX-LEE PIC 9(3).
           77 IDX-ESCRIBE PIC 9(3).
           77 CARACTER PIC X.
           77 CARACTER-ANTERIOR PIC X.
               88 FIN-DE-PALABRA VALUE SPACE "," "-" "'".
      *Palabra en curso (en mayusculas, para compararla), la
      *anterior y si es la primera de su tramo (al principio de la
      *cadena o detras de la coma), que nunca va en minuscula.
           77 PALABRA PIC X(60).
               88 PALABRA-PARTICULA VALUE "DE" "DEL" "Y" "E" "I".
               88 PALABRA-ARTICULO VALUE "LA" "LAS" "LOS".
           77 PALABRA-ANTERIOR PIC X(60).
           77 SW-PRIMERA PIC X.
               88 PRIMERA-DEL-TRAMO VALUE "S".
      *Vocales acentuadas y enes en su byte latin-1, en minuscula y
      *en mayuscula, en el mismo orden.
           77 ACENTOS-MINUSCULA PIC X(7) VALUE X"E1E9EDF3FAFCF1".
           77 ACENTOS-MAYUSCULA PIC X(7) VALUE X"C1C9CDD3DADCD1".

       LINKAGE SECTION.
      *OPERACION A REALIZAR: M-MAYUSCULAS N-MINUSCULAS
      *                      I-INVERTIR   L-LONGITUD
      *                      A-NORMALIZAR (MAYUSCULAS SIN ACENTOS)
      *                      F-CODIGO FONETICO
      *                      E-ESPACIOS (SIN BLANCOS AL PRINCIPIO,
      *                        UNO SOLO ENTRE PALABRAS Y ", " EN LA
      *                        COMA; DEVUELVE TAMBIEN LA LONGITUD)
      *                      T-NOMBRE PROPIO (E, Y CADA PALABRA CON
      *                        MAYUSCULA INICIAL SALVO DE, DEL, Y, E,
      *                        I Y LA/LAS/LOS DETRAS DE DE)
           77 OPERACION PIC X.
               88 OP-MAYUSCULAS VALUE "M".
               88 OP-MINUSCULAS VALUE "N".
               88 OP-LONGITUD VALUE "L".
               88 OP-NORMALIZAR VALUE "A".
               88 OP-FONETICO VALUE "F".
               88 OP-ESPACIOS VALUE "E".
               88 OP-NOMBRE-PROPIO VALUE "T".
           77 CADENA-ENTRADA PIC X(60).
           77 CADENA-SALIDA PIC X(60).
           77 LONGITUD-SALIDA PIC 9(3).
      *codigo y la comparacion las empareja.
                   INSPECT CADENA-SALIDA CONVERTING "VZCQG"
                       TO "BSKKJ"
               WHEN OP-ESPACIOS
                   PERFORM QUITAR-ESPACIOS
               WHEN OP-NOMBRE-PROPIO
                   PERFORM QUITAR-ESPACIOS
                   PERFORM PONER-NOMBRE-PROPIO
           END-EVALUATE.
           PERFORM REGISTRAR-CADLOG.
      *RETURN-CODE a 0 (sin incidencias), como el resto de programas
               X"E1E9EDF3FAFCF1C1C9CDD3DADCD1"
               TO "AEIOUUNAEIOUUN".

      *COPIA LA ENTRADA SIN BLANCOS DE MAS: NINGUNO AL PRINCIPIO,
      *UNO SOLO ENTRE PALABRAS, NINGUNO DELANTE DE LA COMA Y UNO
      *DETRAS ("Garcia  Lopez ,Maria" QUEDA "Garcia Lopez, Maria")
       QUITAR-ESPACIOS.
           MOVE SPACES TO CADENA-SALIDA.
           MOVE 0 TO IDX-ESCRIBE.
           MOVE SPACE TO CARACTER-ANTERIOR.
           PERFORM VARYING IDX-LEE FROM 1 BY 1 UNTIL IDX-LEE > 60
               MOVE CADENA-ENTRADA(IDX-LEE:1) TO CARACTER
               EVALUATE TRUE
                   WHEN CARACTER = SPACE
                       CONTINUE
                   WHEN CARACTER = ","
                       PERFORM ESCRIBIR-CARACTER
                   WHEN CARACTER-ANTERIOR = SPACE AND IDX-ESCRIBE > 0
                       AND IDX-ESCRIBE < 60
                       ADD 1 TO IDX-ESCRIBE
                       PERFORM ESCRIBIR-CARACTER
                   WHEN CARACTER-ANTERIOR = "," AND IDX-ESCRIBE < 60
                       ADD 1 TO IDX-ESCRIBE
                       PERFORM ESCRIBIR-CARACTER
                   WHEN OTHER
                       PERFORM ESCRIBIR-CARACTER
               END-EVALUATE
               MOVE CARACTER TO CARACTER-ANTERIOR
           END-PERFORM.
           MOVE IDX-ESCRIBE TO LONGITUD-SALIDA.

       ESCRIBIR-CARACTER.
           IF IDX-ESCRIBE < 60
               ADD 1 TO IDX-ESCRIBE
               MOVE CARACTER TO CADENA-SALIDA(IDX-ESCRIBE:1)
           END-IF.

      *TODO EN MINUSCULA Y LUEGO LA PRIMERA LETRA DE CADA PALABRA EN
      *MAYUSCULA, SALVO LAS PARTICULAS DE LOS APELLIDOS ("Maria de
      *la Cruz", "Ortega y Gasset"), QUE SOLO VAN EN MAYUSCULA AL
      *PRINCIPIO DE LA CADENA O DETRAS DE LA COMA ("De la Cruz,
      *Maria"). EL GUION Y EL APOSTROFO TAMBIEN EMPIEZAN PALABRA
      *("Garcia-Lopez", "O'Neill")
       PONER-NOMBRE-PROPIO.
           MOVE FUNCTION LOWER-CASE(CADENA-SALIDA) TO CADENA-SALIDA.
           INSPECT CADENA-SALIDA CONVERTING ACENTOS-MAYUSCULA
               TO ACENTOS-MINUSCULA.
           MOVE SPACES TO PALABRA-ANTERIOR.
           MOVE "S" TO SW-PRIMERA.
           MOVE SPACE TO CARACTER-ANTERIOR.
           PERFORM VARYING IDX-LEE FROM 1 BY 1
                   UNTIL IDX-LEE > LONGITUD-SALIDA
               MOVE CADENA-SALIDA(IDX-LEE:1) TO CARACTER
               IF FIN-DE-PALABRA AND CARACTER NOT = SPACE
                   AND CARACTER NOT = ","
                   PERFORM PONER-MAYUSCULA-INICIAL
               END-IF
               IF CARACTER = ","
                   MOVE "S" TO SW-PRIMERA
               END-IF
               MOVE CARACTER TO CARACTER-ANTERIOR
           END-PERFORM.

      *LA PALABRA QUE EMPIEZA EN IDX-LEE, EN MAYUSCULAS Y SIN
      *ACENTOS, DECIDE SI SU PRIMERA LETRA SUBE
       PONER-MAYUSCULA-INICIAL.
           MOVE SPACES TO PALABRA.
           UNSTRING CADENA-SALIDA(IDX-LEE:) DELIMITED BY SPACE OR ","
               OR "-" OR "'" INTO PALABRA.
           MOVE FUNCTION UPPER-CASE(PALABRA) TO PALABRA.
           INSPECT PALABRA CONVERTING ACENTOS-MINUSCULA
               TO ACENTOS-MAYUSCULA.
           IF PRIMERA-DEL-TRAMO
               OR NOT (PALABRA-PARTICULA OR (PALABRA-ARTICULO
                   AND PALABRA-ANTERIOR = "DE"))
               MOVE FUNCTION UPPER-CASE(CARACTER) TO
                   CADENA-SALIDA(IDX-LEE:1)
               INSPECT CADENA-SALIDA(IDX-LEE:1) CONVERTING
                   ACENTOS-MINUSCULA TO ACENTOS-MAYUSCULA
           END-IF.
           MOVE PALABRA TO PALABRA-ANTERIOR.
           MOVE "N" TO SW-PRIMERA.

      *ABRE EL FICHERO DE TRAZA EN MODO EXTEND PARA QUE EL HISTORIAL
      *SOBREVIVA ENTRE EJECUCIONES, IGUAL QUE LA AUDITORIA DE RETO-03
       ABRIR-CADLOG.
