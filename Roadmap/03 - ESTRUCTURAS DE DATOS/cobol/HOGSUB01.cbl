     /*
      * Subrutina compartida de agrupacion por hogares, hermana de
      * CONSUB01/RETSUB01: IMPRIME-ETIQUETAS y GENERA-CARTAS la
      * llaman en su modo HOGAR con la direccion, la clave y el
      * nombre de cada contacto, y ella devuelve:
      *   - la clave de hogar: la calle normalizada (mayusculas, sin
      *     acentos, sin signos ni espacios, asi "C/ Mayor, 5" y
      *     "C/MAYOR 5" son la misma) seguida del codigo postal sin
      *     espacios. Sin calle no hay hogar que compartir y la clave
      *     es la del propio contacto, que queda solo;
      *   - el apellido, para el "FAMILIA <apellido>" de la pieza: lo
      *     que va delante de la coma si el nombre la lleva
      *     ("PEREZ GARCIA, JUAN") y si no la primera palabra
      *     ("PEREZ JUAN"), que es como se dan de alta en la agenda;
      *   - si el contacto es el miembro principal de su hogar segun
      *     el fichero HOGARPRI (lineas AGENDA;NOMBRE), en cuyo caso
      *     la pieza va a su nombre en vez de a la familia.
      * HOGARPRI se carga una sola vez por run unit, como RETENLEG en
      * RETSUB01; sin fichero no hay principales y todo va a nombre
      * de la familia.
      */

       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOGSUB01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOGARPRI-FILE ASSIGN TO "HOGARPRI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HOGARPRI.
       DATA DIVISION.
       FILE SECTION.
       FD  HOGARPRI-FILE.
       01  LINEA-HOGARPRI PIC X(60).

       WORKING-STORAGE SECTION.
           77 FS-HOGARPRI PIC XX.
           77 SW-CARGADO PIC X VALUE "N".
               88 PRINCIPALES-CARGADOS VALUE "S".

           01 TABLA-PRINCIPALES.
               05 FILA-PRINCIPAL OCCURS 200 TIMES.
                   10 PRI-AGENDA PIC X(15).
                   10 PRI-NOMBRE PIC X(30).
           77 TOTAL-PRINCIPALES PIC 9(3) VALUE 0.
           77 IDX-PRI PIC 9(3).

      * Calle en mayusculas y sin acentos, y la misma sin nada que
      * no sea letra o cifra.
           77 CALLE-NORMALIZADA PIC X(30).
           77 CALLE-COMPACTA PIC X(30).
           77 CP-COMPACTO PIC X(8).
           77 IDX-CAR PIC 9(2).
           77 LARGO-COMPACTO PIC 9(2).
           77 CARACTER PIC X.
               88 CARACTER-VALIDO VALUE "A" THRU "Z" "0" THRU "9".
           77 NOMBRE-MAYUSCULAS PIC X(30).

       LINKAGE SECTION.
           77 H-AGENDA PIC X(15).
           77 H-NOMBRE PIC X(30).
           77 H-CALLE PIC X(30).
           77 H-CP PIC X(8).
      *CLAVE DE HOGAR: CALLE COMPACTA (30) + CP COMPACTO (8), O "*"
      *MAS LA CLAVE DEL CONTACTO CUANDO NO HAY CALLE
           77 H-HOGAR PIC X(46).
           77 H-APELLIDO PIC X(30).
      *0 = MIEMBRO CORRIENTE; 1 = PRINCIPAL DE SU HOGAR (HOGARPRI)
           77 H-PRINCIPAL PIC 9.

       PROCEDURE DIVISION USING H-AGENDA H-NOMBRE H-CALLE H-CP
               H-HOGAR H-APELLIDO H-PRINCIPAL.

       CALCULAR-HOGAR.
           IF NOT PRINCIPALES-CARGADOS
               PERFORM CARGAR-PRINCIPALES
           END-IF.
           PERFORM MONTAR-CLAVE-HOGAR.
           PERFORM SACAR-APELLIDO.
           MOVE 0 TO H-PRINCIPAL.
           PERFORM VARYING IDX-PRI FROM 1 BY 1
                   UNTIL IDX-PRI > TOTAL-PRINCIPALES
               IF PRI-AGENDA(IDX-PRI) = H-AGENDA
                   AND PRI-NOMBRE(IDX-PRI) = H-NOMBRE
                   MOVE 1 TO H-PRINCIPAL
               END-IF
           END-PERFORM.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *MAYUSCULAS Y SIN ACENTOS COMO LA OPERACION "A" DE CADSUB01, Y
      *LUEGO SOLO LETRAS Y CIFRAS
       MONTAR-CLAVE-HOGAR.
           MOVE FUNCTION UPPER-CASE(H-CALLE) TO CALLE-NORMALIZADA.
           INSPECT CALLE-NORMALIZADA CONVERTING
               X"E1E9EDF3FAFCF1C1C9CDD3DADCD1"
               TO "AEIOUUNAEIOUUN".
           MOVE SPACES TO CALLE-COMPACTA.
           MOVE 0 TO LARGO-COMPACTO.
           PERFORM VARYING IDX-CAR FROM 1 BY 1 UNTIL IDX-CAR > 30
               MOVE CALLE-NORMALIZADA(IDX-CAR:1) TO CARACTER
               IF CARACTER-VALIDO
                   ADD 1 TO LARGO-COMPACTO
                   MOVE CARACTER TO CALLE-COMPACTA(LARGO-COMPACTO:1)
               END-IF
           END-PERFORM.
           MOVE SPACES TO CP-COMPACTO.
           MOVE 0 TO LARGO-COMPACTO.
           PERFORM VARYING IDX-CAR FROM 1 BY 1 UNTIL IDX-CAR > 8
               IF H-CP(IDX-CAR:1) NOT = SPACE
                   ADD 1 TO LARGO-COMPACTO
                   MOVE H-CP(IDX-CAR:1) TO CP-COMPACTO(LARGO-COMPACTO:1)
               END-IF
           END-PERFORM.
           MOVE SPACES TO H-HOGAR.
           IF CALLE-COMPACTA = SPACES
               STRING "*" DELIMITED BY SIZE
                   H-AGENDA DELIMITED BY SIZE
                   H-NOMBRE DELIMITED BY SIZE
                   INTO H-HOGAR
           ELSE
               STRING CALLE-COMPACTA DELIMITED BY SIZE
                   CP-COMPACTO DELIMITED BY SIZE
                   INTO H-HOGAR
           END-IF.

       SACAR-APELLIDO.
           MOVE FUNCTION UPPER-CASE(H-NOMBRE) TO NOMBRE-MAYUSCULAS.
           MOVE SPACES TO H-APELLIDO.
           IF NOMBRE-MAYUSCULAS(1:1) = SPACE
               MOVE FUNCTION TRIM(NOMBRE-MAYUSCULAS) TO
                   NOMBRE-MAYUSCULAS
           END-IF.
           MOVE 0 TO IDX-CAR.
           INSPECT NOMBRE-MAYUSCULAS TALLYING IDX-CAR FOR ALL ",".
           IF IDX-CAR > 0
               UNSTRING NOMBRE-MAYUSCULAS DELIMITED BY ","
                   INTO H-APELLIDO
           ELSE
               UNSTRING NOMBRE-MAYUSCULAS DELIMITED BY SPACE
                   INTO H-APELLIDO
           END-IF.

       CARGAR-PRINCIPALES.
           SET PRINCIPALES-CARGADOS TO TRUE.
           OPEN INPUT HOGARPRI-FILE.
           IF FS-HOGARPRI = "00"
               PERFORM UNTIL FS-HOGARPRI = "10"
                   READ HOGARPRI-FILE
                       AT END
                           MOVE "10" TO FS-HOGARPRI
                       NOT AT END
                           IF TOTAL-PRINCIPALES < 200
                               ADD 1 TO TOTAL-PRINCIPALES
                               MOVE SPACES TO
                                   FILA-PRINCIPAL(TOTAL-PRINCIPALES)
                               UNSTRING LINEA-HOGARPRI
                                   DELIMITED BY ";"
                                   INTO
                                   PRI-AGENDA(TOTAL-PRINCIPALES)
                                   PRI-NOMBRE(TOTAL-PRINCIPALES)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOGARPRI-FILE
           END-IF.

       END PROGRAM HOGSUB01.
