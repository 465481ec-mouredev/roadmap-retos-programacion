    SELECT CAMBIOS-FILE ASSIGN TO "CAMBIOS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-CAMBIOS.
*> Cuadros de las opciones de ahorro e inversion (I, V y N): uno
*> por calculo, periodo a periodo, paginado como AMORTINF.
    SELECT INVERINF-FILE ASSIGN TO "INVERINF"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-INVERINF.
*> Flujos de caja para el VAN y la TIR cuando no se teclean: un
*> importe entero por linea, con "-" delante si es un pago.
    SELECT FLUJOS-FILE ASSIGN TO "FLUJOS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-FLUJOS.
*> Modo lote (operador L): peticiones de la calculadora, una por
*> linea en columnas fijas, que se atienden igual que tecleadas.
    SELECT CALCTRN-FILE ASSIGN TO "CALCTRN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-CALCTRN.
*> Resultado de cada peticion atendida del lote, en columnas fijas.
    SELECT CALCSAL-FILE ASSIGN TO "CALCSAL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-CALCSAL.
*> Peticiones rechazadas del lote, al fichero comun de excepciones
*> de la suite.
    SELECT EXCEPCIONES-FILE ASSIGN TO "EXCEPCIONES"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-EXCEPCIONES.
DATA DIVISION.
FILE SECTION.
FD CALCLOG-FILE.
01 LINEA-AMORTINF PIC X(80).
FD CAMBIOS-FILE.
01 LINEA-CAMBIO PIC X(30).
FD INVERINF-FILE.
01 LINEA-INVERINF PIC X(90).
FD FLUJOS-FILE.
01 LINEA-FLUJO PIC X(20).
*> Una peticion: referencia libre, operador (+ - * / A C I V N B)
*> y hasta cuatro datos ajustados a la izquierda, en el orden en
*> que los pide la calculadora: los dos operandos; capital, tipo y
*> plazo; moneda, sentido e importe; capital, tipo, aportacion y
*> plazo; sentido, importe, tipo y anos; tipo y origen de los
*> flujos, que en lote solo pueden venir del fichero FLUJOS; o
*> base de origen, base de destino y el numero, que ocupa los
*> datos tercero y cuarto seguidos (hasta 16 cifras o letras).
FD CALCTRN-FILE.
01 REG-CALCTRN.
    05 TRN-REFERENCIA PIC X(10).
    05 TRN-OPERACION PIC X.
    05 TRN-DATOS.
        10 TRN-DATO PIC X(8) OCCURS 4 TIMES.
    05 FILLER PIC X(5).
*> Referencia, operador y datos de la peticion tal como llegaron, y
*> el resultado (cuota en la amortizacion) ajustado a la derecha.
FD CALCSAL-FILE.
01 REG-CALCSAL.
    05 SAL-REFERENCIA PIC X(10).
    05 FILLER PIC X.
    05 SAL-OPERACION PIC X.
    05 FILLER PIC X.
    05 SAL-DATOS PIC X(32).
    05 FILLER PIC X.
*> Ensanchado: un cambio a binario da hasta treinta cifras.
    05 SAL-RESULTADO PIC X(32) JUSTIFIED RIGHT.
FD EXCEPCIONES-FILE.
01 LINEA-EXCEPCION PIC X(90).
WORKING-STORAGE SECTION.
01 NUM-A PIC 9(2) VALUE 10.
01 NUM-B PIC 9(2) VALUE 20.
    88 OPERADOR-AMORTIZA VALUE "A" "a".
    88 OPERADOR-CONVIERTE VALUE "C" "c".
    88 OPERADOR-FIN VALUE "F" "f".
    88 OPERADOR-LOTE VALUE "L" "l".
    88 OPERADOR-AHORRO VALUE "I" "i".
    88 OPERADOR-VALOR VALUE "V" "v".
    88 OPERADOR-VAN VALUE "N" "n".
    88 OPERADOR-BASE VALUE "B" "b".
*> Modo de trabajo: interactivo (teclado) o lote (CALCTRN). En lote
*> los datos salen de la peticion en curso, uno tras otro, en vez
*> de pedirse por pantalla.
01 SW-MODO PIC X VALUE "I".
    88 MODO-LOTE VALUE "L".
01 TEXTO-PETICION PIC X(80).
01 IDX-DATO PIC 9.
01 FS-CALCTRN PIC XX.
01 FS-CALCSAL PIC XX.
01 FS-EXCEPCIONES PIC XX.
01 TRN-LEIDAS PIC 9(5) VALUE 0.
01 TRN-ATENDIDAS PIC 9(5) VALUE 0.
01 TRN-RECHAZADAS PIC 9(5) VALUE 0.
*> Linea de EXCEPCIONES, con el trazado de copybooks/EXCEPCION.cpy
*> (ese copybook es de formato fijo y no entra en este fuente). En
*> lote, cada rechazo de la calculadora deja aqui su tipo; si al
*> terminar la peticion sigue en blanco, la peticion fue buena.
01 EXCEPCION-ACTUAL.
    05 EXC-FECHA PIC 9(8).
    05 EXC-HORA PIC 9(8).
    05 EXC-PROGRAMA PIC X(8).
    05 EXC-TIPO PIC X(15).
    05 EXC-DETALLE PIC X(30).
    05 EXC-GRAVEDAD PIC X.
    05 EXC-OPERADOR PIC X(8).
*> Conversion de divisas contra la referencia CAMBIOS: la tabla de
*> cambios cargada, la vigencia y los datos de la operacion.
01 FS-CAMBIOS PIC XX.
01 AMO-LINEAS-PAGINA PIC 9(2).
01 AMO-PAGINA PIC 9(3).
01 AMO-PAGINA-EDIT PIC ZZ9.
*> Ahorro con aportaciones (opcion I): capital inicial, tipo anual
*> en centesimas de punto, aportacion al final de cada mes y plazo;
*> interes compuesto mensual, redondeado cada mes como la cuota.
01 FS-INVERINF PIC XX.
01 AHO-CAPITAL PIC 9(9)V99 COMP-3.
01 AHO-TIPO-CENT PIC 9(5) COMP-3.
01 AHO-APORTACION PIC 9(9)V99 COMP-3.
01 AHO-MESES PIC 9(3) COMP-3.
01 AHO-INTERES-MES PIC V9(9) COMP-3.
01 AHO-MES PIC 9(3) COMP-3.
01 AHO-INTERES PIC 9(9)V99 COMP-3.
01 AHO-SALDO PIC 9(11)V99 COMP-3.
01 AHO-APORTADO PIC 9(11)V99 COMP-3.
01 AHO-INTERESES PIC 9(11)V99 COMP-3.
01 SW-AHO PIC X.
    88 AHORRO-BUENO VALUE "S".
*> Valor futuro o actual (opcion V) de un importe a un tipo anual
*> durante un numero de anos, con capitalizacion anual.
01 VAL-SENTIDO PIC X.
    88 VAL-FUTURO VALUE "F" "f".
    88 VAL-ACTUAL VALUE "P" "p".
01 VAL-IMPORTE PIC 9(9)V99 COMP-3.
01 VAL-TIPO-CENT PIC 9(5) COMP-3.
01 VAL-ANOS PIC 9(2) COMP-3.
01 VAL-ANO PIC 9(2) COMP-3.
01 VAL-FACTOR PIC 9(6)V9(9) COMP-3.
01 VAL-RESULTADO PIC 9(11)V99 COMP-3.
01 SW-VAL PIC X.
    88 VALOR-BUENO VALUE "S".
*> VAN y TIR (opcion N): tipo de descuento anual y hasta 60 flujos
*> de caja, uno por periodo empezando en el periodo 0 (que no se
*> descuenta), tecleados o leidos de FLUJOS.
01 FS-FLUJOS PIC XX.
01 TABLA-FLUJOS.
    05 FLU-IMPORTE PIC S9(9) COMP-3 OCCURS 60 TIMES.
01 TOTAL-FLUJOS PIC 9(2) VALUE 0.
01 IDX-FLU PIC 9(2).
01 FLU-ORIGEN PIC X.
    88 FLUJOS-DE-PANTALLA VALUE "P" "p".
    88 FLUJOS-DE-FICHERO VALUE "F" "f".
01 FLU-SIGNO PIC S9 VALUE 1.
01 FLU-TEXTO PIC X(8).
01 SW-FLU PIC X.
    88 FIN-FLUJOS VALUE "S".
01 VAN-TIPO-CENT PIC 9(5) COMP-3.
01 VAN-TASA PIC V9(9) COMP-3.
01 VAN-FACTOR PIC 9(6)V9(9) COMP-3.
01 VAN-ACTUAL PIC S9(11)V99 COMP-3.
01 VAN-TOTAL PIC S9(11)V99 COMP-3.
01 SW-VAN PIC X.
    88 VAN-BUENO VALUE "S".
*> La TIR se busca por biseccion entre -50% y +200%: la tasa que
*> anula el VAN. Con decenas de periodos los factores de descuento
*> se salen de cualquier campo de coma fija, asi que esta busqueda
*> va en coma flotante (COMP-2); el resultado se da con dos
*> decimales y es una estimacion, no un importe.
01 TIR-BAJA COMP-2.
01 TIR-ALTA COMP-2.
01 TIR-MEDIA COMP-2.
01 TIR-TASA COMP-2.
01 TIR-VAN COMP-2.
01 TIR-VAN-BAJA COMP-2.
01 TIR-DESCUENTO COMP-2.
01 TIR-VUELTA PIC 9(3).
01 SW-TIR PIC X.
    88 TIR-CALCULADA VALUE "S".
*> Edicion de los cuadros de ahorro e inversion.
01 INV-TITULO PIC X(40).
01 INV-COLUMNAS PIC X(90).
01 INV-LINEAS-PAGINA PIC 9(2).
01 INV-PAGINA PIC 9(3).
01 INV-PERIODO-EDIT PIC ZZ9.
01 INV-IMPORTE-EDIT PIC ZZ,ZZZ,ZZZ,ZZ9.99.
01 INV-IMPORTE2-EDIT PIC ZZ,ZZZ,ZZZ,ZZ9.99.
01 INV-IMPORTE3-EDIT PIC ZZ,ZZZ,ZZZ,ZZ9.99.
01 INV-SALDO-EDIT PIC ZZ,ZZZ,ZZZ,ZZ9.99.
01 INV-FLUJO-EDIT PIC --,---,---,--9.
01 INV-SIGNO-EDIT PIC ---,---,---,--9.99.
01 INV-FACTOR-EDIT PIC ZZ9.999999.
01 INV-TIPO-EDIT PIC ZZ9.99.
01 INV-TIR-EDIT PIC ---9.99.
01 INV-IMPORTE-LOG PIC 9(9).
01 INV-TIPO-LOG PIC 9(5).
01 INV-PLAZO-LOG PIC 9(3).
*> Copias en zona de los datos de la peticion: STRING no admite
*> operandos empaquetados y la linea del diario se monta con ellas.
01 AMO-CAPITAL-LOG PIC 9(9).
01 AMO-TIPO-LOG PIC 9(5).
01 AMO-MESES-LOG PIC 9(3).
*> Cambio de base y romanos (opcion B) con la subrutina BASESUB de
*> la calculadora de enteros: bases por letra (D, B, O, H, R), el
*> numero y el resultado ajustados a la izquierda.
01 CNB-ORIGEN PIC X.
01 CNB-DESTINO PIC X.
01 CNB-ENTRADA PIC X(32).
01 CNB-SALIDA PIC X(32).
01 CNB-VALOR PIC 9(9) COMP-3.
01 CNB-ESTADO PIC 9.
01 CNB-LARGO PIC 9(2).
01 SW-ENTRADA PIC X.
    88 ENTRADA-BUENA VALUE "S".
01 SW-CALCULO PIC X.

B100-CALCULADORA.
    DISPLAY "Calculadora: operador (+ - * /), A para amortizacion "
        "de prestamo, C para conversion de divisas, I para "
        "ahorro con aportaciones, V para valor futuro o actual, "
        "N para VAN y TIR, B para cambio de base y numeros "
        "romanos, L para atender el lote CALCTRN o F para terminar"
    ACCEPT CALC-OPERADOR
    IF OPERADOR-FIN
        DISPLAY "Fin de la calculadora (diario en CALCLOG)"
    ELSE
        IF OPERADOR-LOTE
            PERFORM B700-LOTE
        ELSE
            PERFORM B110-EJECUTAR-OPERACION
        END-IF
    END-IF.

*> Una operacion con el operador ya en CALC-OPERADOR, sea tecleado o
*> leido de la peticion del lote.
B110-EJECUTAR-OPERACION.
    EVALUATE TRUE
        WHEN OPERADOR-SUMA OR OPERADOR-RESTA
                OR OPERADOR-MULTIPLICA OR OPERADOR-DIVIDE
            PERFORM B200-PEDIR-OPERANDOS
            IF ENTRADA-BUENA
                PERFORM B300-CALCULAR
                    PERFORM B400-ANOTAR-DIARIO
                END-IF
            END-IF
        WHEN OPERADOR-AMORTIZA
            PERFORM B500-AMORTIZACION
        WHEN OPERADOR-CONVIERTE
            PERFORM B600-CONVERSION
        WHEN OPERADOR-AHORRO
            PERFORM B800-AHORRO
        WHEN OPERADOR-VALOR
            PERFORM B820-VALOR
        WHEN OPERADOR-VAN
            PERFORM B840-VAN-TIR
        WHEN OPERADOR-BASE
            PERFORM B900-CAMBIO-BASE
        WHEN OTHER
            DISPLAY "Operador no reconocido"
            MOVE "OPERADOR" TO EXC-TIPO
    END-EVALUATE.

*> Un dato de la operacion: en interactivo se pide por pantalla con
*> el texto de TEXTO-PETICION; en lote es el siguiente dato de la
*> peticion en curso.
B150-TOMAR-ENTRADA.
    IF MODO-LOTE
        ADD 1 TO IDX-DATO
        IF IDX-DATO > 4
            MOVE SPACES TO ENTRADA-TECLADO
        ELSE
            MOVE TRN-DATO(IDX-DATO) TO ENTRADA-TECLADO
        END-IF
    ELSE
        DISPLAY TEXTO-PETICION
        ACCEPT ENTRADA-TECLADO
    END-IF.

*> Cuadro de amortizacion por el metodo frances: capital, tipo anual
*> el diario CALCLOG como cualquier otra operacion.
B500-AMORTIZACION.
    MOVE "S" TO SW-AMO
    MOVE "Capital del prestamo (entero, hasta 6 cifras):"
        TO TEXTO-PETICION
    PERFORM B150-TOMAR-ENTRADA
    PERFORM B250-VALIDAR-ENTRADA
    IF NOT ENTRADA-BUENA
        MOVE "N" TO SW-AMO
    ELSE
        MOVE OPERANDO-NORMALIZADO TO CALC-A
        MOVE CALC-A TO AMO-CAPITAL
        MOVE "Tipo anual en centesimas de punto (450 = 4,50%):"
            TO TEXTO-PETICION
        PERFORM B150-TOMAR-ENTRADA
        PERFORM B250-VALIDAR-ENTRADA
        IF NOT ENTRADA-BUENA
            MOVE "N" TO SW-AMO
        ELSE
            MOVE OPERANDO-NORMALIZADO TO CALC-A
            MOVE CALC-A TO AMO-TIPO-CENT
            MOVE "Plazo en meses (1 a 480):" TO TEXTO-PETICION
            PERFORM B150-TOMAR-ENTRADA
            PERFORM B250-VALIDAR-ENTRADA
            IF NOT ENTRADA-BUENA
                MOVE "N" TO SW-AMO
                MOVE OPERANDO-NORMALIZADO TO CALC-A
                IF CALC-A < 1 OR CALC-A > 480
                    DISPLAY "Plazo fuera de rango"
                    MOVE "PLAZO" TO EXC-TIPO
                    MOVE "N" TO SW-AMO
                ELSE
                    MOVE CALC-A TO AMO-MESES
    END-IF
    IF AMORTIZACION-BUENA AND AMO-CAPITAL = 0
        DISPLAY "El capital no puede ser cero"
        MOVE "CAPITAL-CERO" TO EXC-TIPO
        MOVE "N" TO SW-AMO
    END-IF
    IF AMORTIZACION-BUENA
*> El factor no cabe (tipo o plazo disparatados): se aborta la
*> amortizacion en vez de imprimir un cuadro con basura.
                    DISPLAY "Tipo y plazo desbordan el calculo"
                    MOVE "DESBORDAMIENTO" TO EXC-TIPO
                    MOVE "N" TO SW-AMO
            END-COMPUTE
        END-PERFORM
                / (AMO-FACTOR - 1)
                ON SIZE ERROR
                    DISPLAY "La cuota no cabe en el campo"
                    MOVE "DESBORDAMIENTO" TO EXC-TIPO
                    MOVE "N" TO SW-AMO
            END-COMPUTE
        END-IF
    END-IF.

*> En lote AMORTINF queda abierto todo el lote (B700-LOTE) y los
*> cuadros de las peticiones salen uno tras otro.
B520-ESCRIBIR-CUADRO.
    IF NOT MODO-LOTE
        OPEN OUTPUT AMORTINF-FILE
    END-IF
    MOVE 0 TO AMO-LINEAS-PAGINA
    MOVE 0 TO AMO-PAGINA
    PERFORM B525-CABECERA-PAGINA
        WRITE LINEA-AMORTINF
        ADD 1 TO AMO-LINEAS-PAGINA
    END-PERFORM
    IF NOT MODO-LOTE
        CLOSE AMORTINF-FILE
    END-IF.

B525-CABECERA-PAGINA.
    ADD 1 TO AMO-PAGINA
    MOVE AMO-PAGINA TO AMO-PAGINA-EDIT
    MOVE SPACES TO LINEA-AMORTINF
    IF MODO-LOTE
        STRING "CUADRO DE AMORTIZACION - PETICION " DELIMITED BY SIZE
            TRN-REFERENCIA DELIMITED BY SIZE
            " - PAGINA " DELIMITED BY SIZE
            AMO-PAGINA-EDIT DELIMITED BY SIZE
            INTO LINEA-AMORTINF
    ELSE
        STRING "CUADRO DE AMORTIZACION - PAGINA " DELIMITED BY SIZE
            AMO-PAGINA-EDIT DELIMITED BY SIZE
            INTO LINEA-AMORTINF
    END-IF
    WRITE LINEA-AMORTINF
    MOVE "MES        CUOTA        INTERES   AMORTIZACION  SALDO"
        TO LINEA-AMORTINF
    PERFORM B610-CARGAR-CAMBIOS
    IF TOTAL-CAMBIOS = 0
        DISPLAY "Sin fichero CAMBIOS no se puede convertir"
        MOVE "SIN-CAMBIOS" TO EXC-TIPO
        MOVE "N" TO SW-CNV
    END-IF
    IF CONVERSION-BUENA
        MOVE "Moneda (codigo de tres letras, ej. USD):"
            TO TEXTO-PETICION
        PERFORM B150-TOMAR-ENTRADA
        MOVE ENTRADA-TECLADO TO CNV-MONEDA
        MOVE 0 TO IDX-CMB
        PERFORM VARYING IDX-BUSCA FROM 1 BY 1
                UNTIL IDX-BUSCA > TOTAL-CAMBIOS
        END-PERFORM
        IF IDX-CMB = 0
            DISPLAY "Esa moneda no esta en la referencia CAMBIOS"
            MOVE "MONEDA" TO EXC-TIPO
            MOVE "N" TO SW-CNV
        END-IF
    END-IF
        PERFORM B615-COMPROBAR-VIGENCIA
    END-IF
    IF CONVERSION-BUENA
        MOVE "Sentido: E = de euro a divisa, D = de divisa a euro"
            TO TEXTO-PETICION
        PERFORM B150-TOMAR-ENTRADA
        MOVE ENTRADA-TECLADO TO CNV-SENTIDO
        IF NOT CNV-A-DIVISA AND NOT CNV-A-EURO
            DISPLAY "Sentido no reconocido"
            MOVE "SENTIDO" TO EXC-TIPO
            MOVE "N" TO SW-CNV
        END-IF
    END-IF
    IF CONVERSION-BUENA
        MOVE "Importe en centimos (hasta 6 cifras):"
            TO TEXTO-PETICION
        PERFORM B150-TOMAR-ENTRADA
        PERFORM B250-VALIDAR-ENTRADA
        IF NOT ENTRADA-BUENA
            MOVE "N" TO SW-CNV
                CNV-IMPORTE * CMB-UNIDADES(IDX-CMB) / 100000
                ON SIZE ERROR
                    DISPLAY "El resultado no cabe"
                    MOVE "DESBORDAMIENTO" TO EXC-TIPO
                    MOVE "N" TO SW-CNV
            END-COMPUTE
        ELSE
                CNV-IMPORTE * 100000 / CMB-UNIDADES(IDX-CMB)
                ON SIZE ERROR
                    DISPLAY "El resultado no cabe"
                    MOVE "DESBORDAMIENTO" TO EXC-TIPO
                    MOVE "N" TO SW-CNV
            END-COMPUTE
        END-IF
        DISPLAY "El cambio de " CNV-MONEDA " esta rancio ("
            CMB-FECHA(IDX-CMB) "); refresquelo con "
            "MANTENER-CAMBIOS"
        MOVE "CAMBIO-RANCIO" TO EXC-TIPO
        MOVE "N" TO SW-CNV
    END-IF.


B200-PEDIR-OPERANDOS.
    MOVE "S" TO SW-ENTRADA
    MOVE "Primer operando (hasta 6 cifras):" TO TEXTO-PETICION
    PERFORM B150-TOMAR-ENTRADA
    PERFORM B250-VALIDAR-ENTRADA
    IF ENTRADA-BUENA
        MOVE OPERANDO-NORMALIZADO TO CALC-A
        MOVE "Segundo operando (hasta 6 cifras):" TO TEXTO-PETICION
        PERFORM B150-TOMAR-ENTRADA
        PERFORM B250-VALIDAR-ENTRADA
        IF ENTRADA-BUENA
            MOVE OPERANDO-NORMALIZADO TO CALC-B
        FOR CHARACTERS BEFORE INITIAL " "
    IF DIGITOS-TECLEADOS >= 1 AND DIGITOS-TECLEADOS <= 6
        AND ENTRADA-TECLADO(1:DIGITOS-TECLEADOS) IS NUMERIC
        MOVE "S" TO SW-ENTRADA
        MOVE "000000" TO OPERANDO-NORMALIZADO
        MOVE ENTRADA-TECLADO(1:DIGITOS-TECLEADOS) TO
            OPERANDO-NORMALIZADO
            (7 - DIGITOS-TECLEADOS:DIGITOS-TECLEADOS)
    ELSE
        DISPLAY "Operando no numerico"
        MOVE "OPERANDO" TO EXC-TIPO
        MOVE "N" TO SW-ENTRADA
    END-IF.

            COMPUTE CALC-RESULT = CALC-A + CALC-B
                ON SIZE ERROR
                    DISPLAY "El resultado no cabe"
                    MOVE "DESBORDAMIENTO" TO EXC-TIPO
                    MOVE "N" TO SW-CALCULO
            END-COMPUTE
        WHEN OPERADOR-RESTA
            COMPUTE CALC-RESULT = CALC-A - CALC-B
                ON SIZE ERROR
                    DISPLAY "El resultado no cabe"
                    MOVE "DESBORDAMIENTO" TO EXC-TIPO
                    MOVE "N" TO SW-CALCULO
            END-COMPUTE
        WHEN OPERADOR-MULTIPLICA
            COMPUTE CALC-RESULT = CALC-A * CALC-B
                ON SIZE ERROR
                    DISPLAY "El resultado no cabe"
                    MOVE "DESBORDAMIENTO" TO EXC-TIPO
                    MOVE "N" TO SW-CALCULO
            END-COMPUTE
        WHEN OPERADOR-DIVIDE
            IF CALC-B = 0
                DISPLAY "No se puede dividir entre cero"
                MOVE "DIVISION-CERO" TO EXC-TIPO
                MOVE "N" TO SW-CALCULO
            ELSE
                COMPUTE CALC-RESULT = CALC-A / CALC-B
                    ON SIZE ERROR
                        DISPLAY "El resultado no cabe"
                        MOVE "DESBORDAMIENTO" TO EXC-TIPO
                        MOVE "N" TO SW-CALCULO
                END-COMPUTE
            END-IF
        INTO LINEA-CALCLOG
    WRITE LINEA-CALCLOG
    CLOSE CALCLOG-FILE.

*> Modo lote: cada linea de CALCTRN es una peticion que se atiende
*> con los mismos parrafos que la tecleada, de modo que pasa las
*> mismas validaciones y queda en el diario CALCLOG como siempre.
*> Las buenas dejan su resultado en CALCSAL; las rechazadas, una
*> linea de aviso en EXCEPCIONES con el motivo. Los cuadros de
*> amortizacion salen seguidos en AMORTINF, y los de ahorro e
*> inversion en INVERINF. Los flujos del VAN llegan por FLUJOS.
B700-LOTE.
    OPEN INPUT CALCTRN-FILE
    IF FS-CALCTRN NOT = "00"
        DISPLAY "No hay fichero CALCTRN; no hay peticiones que "
            "atender"
    ELSE
        MOVE "L" TO SW-MODO
        MOVE 0 TO TRN-LEIDAS
        MOVE 0 TO TRN-ATENDIDAS
        MOVE 0 TO TRN-RECHAZADAS
        OPEN OUTPUT CALCSAL-FILE
        OPEN OUTPUT AMORTINF-FILE
        OPEN OUTPUT INVERINF-FILE
        OPEN EXTEND EXCEPCIONES-FILE
        IF FS-EXCEPCIONES = "35"
            OPEN OUTPUT EXCEPCIONES-FILE
        END-IF
        PERFORM UNTIL FS-CALCTRN = "10"
            READ CALCTRN-FILE
                AT END
                    MOVE "10" TO FS-CALCTRN
                NOT AT END
                    IF REG-CALCTRN NOT = SPACES
                        PERFORM B710-ATENDER-PETICION
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CALCTRN-FILE
        CLOSE CALCSAL-FILE
        CLOSE AMORTINF-FILE
        CLOSE INVERINF-FILE
        CLOSE EXCEPCIONES-FILE
        MOVE "I" TO SW-MODO
        DISPLAY "Lote CALCTRN: " TRN-LEIDAS " peticiones, "
            TRN-ATENDIDAS " atendidas en CALCSAL y "
            TRN-RECHAZADAS " rechazadas a EXCEPCIONES"
    END-IF
*> El operador de la ultima peticion no debe terminar la sesion.
    MOVE "L" TO CALC-OPERADOR.

B710-ATENDER-PETICION.
    ADD 1 TO TRN-LEIDAS
    MOVE SPACES TO EXC-TIPO
    MOVE 0 TO IDX-DATO
    MOVE TRN-OPERACION TO CALC-OPERADOR
    IF OPERADOR-FIN OR OPERADOR-LOTE
        DISPLAY "Operador no reconocido"
        MOVE "OPERADOR" TO EXC-TIPO
    ELSE
        PERFORM B110-EJECUTAR-OPERACION
    END-IF
    IF EXC-TIPO = SPACES
        PERFORM B720-GRABAR-RESULTADO
    ELSE
        PERFORM B730-REGISTRAR-EXCEPCION
    END-IF.

B720-GRABAR-RESULTADO.
    ADD 1 TO TRN-ATENDIDAS
    MOVE SPACES TO REG-CALCSAL
    MOVE TRN-REFERENCIA TO SAL-REFERENCIA
    MOVE TRN-OPERACION TO SAL-OPERACION
    MOVE TRN-DATOS TO SAL-DATOS
    EVALUATE TRUE
        WHEN OPERADOR-AMORTIZA
            MOVE AMO-CUOTA-EDIT TO SAL-RESULTADO
        WHEN OPERADOR-CONVIERTE
            MOVE CNV-RESULTADO-EDIT TO SAL-RESULTADO
        WHEN OPERADOR-AHORRO
            MOVE AHO-SALDO TO INV-SALDO-EDIT
            MOVE INV-SALDO-EDIT TO SAL-RESULTADO
        WHEN OPERADOR-VALOR
            MOVE VAL-RESULTADO TO INV-SALDO-EDIT
            MOVE INV-SALDO-EDIT TO SAL-RESULTADO
        WHEN OPERADOR-VAN
            MOVE VAN-TOTAL TO INV-SIGNO-EDIT
            MOVE INV-SIGNO-EDIT TO SAL-RESULTADO
        WHEN OPERADOR-BASE
            MOVE CNB-SALIDA(1:CNB-LARGO) TO SAL-RESULTADO
        WHEN OTHER
            MOVE CALC-RESULT-EDIT TO SAL-RESULTADO
    END-EVALUATE
    WRITE REG-CALCSAL.

B730-REGISTRAR-EXCEPCION.
    ADD 1 TO TRN-RECHAZADAS
    ACCEPT EXC-FECHA FROM DATE
    ACCEPT EXC-HORA FROM TIME
    MOVE "RETOMAIN" TO EXC-PROGRAMA
    MOVE SPACES TO EXC-DETALLE
    STRING TRN-REFERENCIA DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        TRN-OPERACION DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        TRN-DATOS DELIMITED BY SIZE
        INTO EXC-DETALLE
    MOVE "A" TO EXC-GRAVEDAD
    MOVE "LOTE" TO EXC-OPERADOR
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

*> Ahorro con aportaciones periodicas: capital inicial, tipo anual,
*> aportacion mensual y plazo dentro; saldo mes a mes fuera, en el
*> cuadro INVERINF, y la peticion en el diario CALCLOG.
B800-AHORRO.
    MOVE "S" TO SW-AHO
    MOVE "Capital inicial (entero, hasta 6 cifras; 0 si no hay):"
        TO TEXTO-PETICION
    PERFORM B150-TOMAR-ENTRADA
    PERFORM B250-VALIDAR-ENTRADA
    IF NOT ENTRADA-BUENA
        MOVE "N" TO SW-AHO
    ELSE
        MOVE OPERANDO-NORMALIZADO TO CALC-A
        MOVE CALC-A TO AHO-CAPITAL
        MOVE "Tipo anual en centesimas de punto (450 = 4,50%):"
            TO TEXTO-PETICION
        PERFORM B150-TOMAR-ENTRADA
        PERFORM B250-VALIDAR-ENTRADA
        IF NOT ENTRADA-BUENA
            MOVE "N" TO SW-AHO
        ELSE
            MOVE OPERANDO-NORMALIZADO TO CALC-A
            MOVE CALC-A TO AHO-TIPO-CENT
            PERFORM B801-PEDIR-APORTACION-PLAZO
        END-IF
    END-IF
    IF AHORRO-BUENO AND AHO-CAPITAL = 0 AND AHO-APORTACION = 0
        DISPLAY "Sin capital ni aportaciones no hay ahorro"
        MOVE "CAPITAL-CERO" TO EXC-TIPO
        MOVE "N" TO SW-AHO
    END-IF
    IF AHORRO-BUENO
        PERFORM B805-CALCULAR-AHORRO
    END-IF
    IF AHORRO-BUENO
        PERFORM B810-ESCRIBIR-AHORRO
        PERFORM B815-ANOTAR-AHORRO
        MOVE AHO-SALDO TO INV-SALDO-EDIT
        DISPLAY "Cuadro de ahorro generado en INVERINF (saldo final "
            INV-SALDO-EDIT ")"
    END-IF.

B801-PEDIR-APORTACION-PLAZO.
    MOVE "Aportacion al final de cada mes (entero, hasta 6 cifras):"
        TO TEXTO-PETICION
    PERFORM B150-TOMAR-ENTRADA
    PERFORM B250-VALIDAR-ENTRADA
    IF NOT ENTRADA-BUENA
        MOVE "N" TO SW-AHO
    ELSE
        MOVE OPERANDO-NORMALIZADO TO CALC-A
        MOVE CALC-A TO AHO-APORTACION
        MOVE "Plazo en meses (1 a 480):" TO TEXTO-PETICION
        PERFORM B150-TOMAR-ENTRADA
        PERFORM B250-VALIDAR-ENTRADA
        IF NOT ENTRADA-BUENA
            MOVE "N" TO SW-AHO
        ELSE
            MOVE OPERANDO-NORMALIZADO TO CALC-A
            IF CALC-A < 1 OR CALC-A > 480
                DISPLAY "Plazo fuera de rango"
                MOVE "PLAZO" TO EXC-TIPO
                MOVE "N" TO SW-AHO
            ELSE
                MOVE CALC-A TO AHO-MESES
            END-IF
        END-IF
    END-IF.

*> Primero se recorre el plazo solo para ver que el saldo cabe; el
*> cuadro se escribe despues sin riesgo de quedarse a medias.
B805-CALCULAR-AHORRO.
    COMPUTE AHO-INTERES-MES ROUNDED = AHO-TIPO-CENT / 120000
    MOVE AHO-CAPITAL TO AHO-SALDO
    PERFORM VARYING AHO-MES FROM 1 BY 1
            UNTIL AHO-MES > AHO-MESES OR NOT AHORRO-BUENO
        COMPUTE AHO-INTERES ROUNDED = AHO-SALDO * AHO-INTERES-MES
            ON SIZE ERROR
                DISPLAY "El saldo no cabe en el campo"
                MOVE "DESBORDAMIENTO" TO EXC-TIPO
                MOVE "N" TO SW-AHO
        END-COMPUTE
        COMPUTE AHO-SALDO = AHO-SALDO + AHO-INTERES + AHO-APORTACION
            ON SIZE ERROR
                DISPLAY "El saldo no cabe en el campo"
                MOVE "DESBORDAMIENTO" TO EXC-TIPO
                MOVE "N" TO SW-AHO
        END-COMPUTE
    END-PERFORM.

B810-ESCRIBIR-AHORRO.
    IF NOT MODO-LOTE
        OPEN OUTPUT INVERINF-FILE
    END-IF
    MOVE "AHORRO CON APORTACIONES" TO INV-TITULO
    MOVE "MES         APORTACION          INTERES   TOTAL APORTADO"
        & "       SALDO" TO INV-COLUMNAS
    MOVE 0 TO INV-PAGINA
    PERFORM B890-CABECERA-INVERINF
    MOVE AHO-CAPITAL TO AHO-SALDO
    MOVE AHO-CAPITAL TO AHO-APORTADO
    MOVE 0 TO AHO-INTERESES
    PERFORM VARYING AHO-MES FROM 1 BY 1 UNTIL AHO-MES > AHO-MESES
        COMPUTE AHO-INTERES ROUNDED = AHO-SALDO * AHO-INTERES-MES
        ADD AHO-INTERES TO AHO-INTERESES
        ADD AHO-APORTACION TO AHO-APORTADO
        COMPUTE AHO-SALDO = AHO-SALDO + AHO-INTERES + AHO-APORTACION
        IF INV-LINEAS-PAGINA >= 20
            PERFORM B890-CABECERA-INVERINF
        END-IF
        MOVE AHO-MES TO INV-PERIODO-EDIT
        MOVE AHO-APORTACION TO INV-IMPORTE-EDIT
        MOVE AHO-INTERES TO INV-IMPORTE2-EDIT
        MOVE AHO-APORTADO TO INV-IMPORTE3-EDIT
        MOVE AHO-SALDO TO INV-SALDO-EDIT
        MOVE SPACES TO LINEA-INVERINF
        STRING INV-PERIODO-EDIT DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            INV-IMPORTE-EDIT DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            INV-IMPORTE2-EDIT DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            INV-IMPORTE3-EDIT DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            INV-SALDO-EDIT DELIMITED BY SIZE
            INTO LINEA-INVERINF
        WRITE LINEA-INVERINF
        ADD 1 TO INV-LINEAS-PAGINA
    END-PERFORM
    MOVE AHO-INTERESES TO INV-IMPORTE2-EDIT
    MOVE SPACES TO LINEA-INVERINF
    STRING "INTERESES GANADOS: " DELIMITED BY SIZE
        INV-IMPORTE2-EDIT DELIMITED BY SIZE
        INTO LINEA-INVERINF
    WRITE LINEA-INVERINF
    IF NOT MODO-LOTE
        CLOSE INVERINF-FILE
    END-IF.

B815-ANOTAR-AHORRO.
    MOVE AHO-CAPITAL TO INV-IMPORTE-LOG
    MOVE AHO-TIPO-CENT TO INV-TIPO-LOG
    MOVE AHO-MESES TO INV-PLAZO-LOG
    MOVE AHO-APORTACION TO CALC-A
    MOVE AHO-SALDO TO INV-SALDO-EDIT
    MOVE SPACES TO LINEA-CALCLOG
    PERFORM B880-FECHA-DIARIO
    STRING CALC-FECHA DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        CALC-HORA DELIMITED BY SIZE
        " AHORRO " DELIMITED BY SIZE
        INV-IMPORTE-LOG DELIMITED BY SIZE
        " T" DELIMITED BY SIZE
        INV-TIPO-LOG DELIMITED BY SIZE
        " A" DELIMITED BY SIZE
        CALC-A DELIMITED BY SIZE
        " M" DELIMITED BY SIZE
        INV-PLAZO-LOG DELIMITED BY SIZE
        " =" DELIMITED BY SIZE
        INV-SALDO-EDIT DELIMITED BY SIZE
        INTO LINEA-CALCLOG
    PERFORM B885-GRABAR-DIARIO.

*> Valor futuro (F) de un importe de hoy, o valor actual (P) de un
*> importe a cobrar al final del plazo, a un tipo anual con
*> capitalizacion anual. El cuadro da el factor y el valor ano a
*> ano; la ultima linea es el resultado.
B820-VALOR.
    MOVE "S" TO SW-VAL
    MOVE "Sentido: F = valor futuro de hoy, P = valor actual de "
        & "un cobro" TO TEXTO-PETICION
    PERFORM B150-TOMAR-ENTRADA
    MOVE ENTRADA-TECLADO TO VAL-SENTIDO
    IF NOT VAL-FUTURO AND NOT VAL-ACTUAL
        DISPLAY "Sentido no reconocido"
        MOVE "SENTIDO" TO EXC-TIPO
        MOVE "N" TO SW-VAL
    END-IF
    IF VALOR-BUENO
        MOVE "Importe (entero, hasta 6 cifras):" TO TEXTO-PETICION
        PERFORM B150-TOMAR-ENTRADA
        PERFORM B250-VALIDAR-ENTRADA
        IF NOT ENTRADA-BUENA
            MOVE "N" TO SW-VAL
        ELSE
            MOVE OPERANDO-NORMALIZADO TO CALC-A
            MOVE CALC-A TO VAL-IMPORTE
        END-IF
    END-IF
    IF VALOR-BUENO
        MOVE "Tipo anual en centesimas de punto (450 = 4,50%):"
            TO TEXTO-PETICION
        PERFORM B150-TOMAR-ENTRADA
        PERFORM B250-VALIDAR-ENTRADA
        IF NOT ENTRADA-BUENA
            MOVE "N" TO SW-VAL
        ELSE
            MOVE OPERANDO-NORMALIZADO TO CALC-A
            MOVE CALC-A TO VAL-TIPO-CENT
        END-IF
    END-IF
    IF VALOR-BUENO
        MOVE "Plazo en anos (1 a 50):" TO TEXTO-PETICION
        PERFORM B150-TOMAR-ENTRADA
        PERFORM B250-VALIDAR-ENTRADA
        IF NOT ENTRADA-BUENA
            MOVE "N" TO SW-VAL
        ELSE
            MOVE OPERANDO-NORMALIZADO TO CALC-A
            IF CALC-A < 1 OR CALC-A > 50
                DISPLAY "Plazo fuera de rango"
                MOVE "PLAZO" TO EXC-TIPO
                MOVE "N" TO SW-VAL
            ELSE
                MOVE CALC-A TO VAL-ANOS
            END-IF
        END-IF
    END-IF
    IF VALOR-BUENO
        PERFORM B825-ESCRIBIR-VALOR
    END-IF
    IF VALOR-BUENO
        PERFORM B828-ANOTAR-VALOR
        MOVE VAL-RESULTADO TO INV-SALDO-EDIT
        DISPLAY "Cuadro de valor generado en INVERINF (resultado "
            INV-SALDO-EDIT ")"
    END-IF.

*> El factor (1 + tipo) elevado al ano se acumula multiplicando,
*> como en la cuota francesa, y con la misma proteccion.
B825-ESCRIBIR-VALOR.
    IF NOT MODO-LOTE
        OPEN OUTPUT INVERINF-FILE
    END-IF
    IF VAL-FUTURO
        MOVE "VALOR FUTURO" TO INV-TITULO
    ELSE
        MOVE "VALOR ACTUAL" TO INV-TITULO
    END-IF
    MOVE "ANO      FACTOR              VALOR" TO INV-COLUMNAS
    MOVE 0 TO INV-PAGINA
    PERFORM B890-CABECERA-INVERINF
    MOVE 1 TO VAL-FACTOR
    PERFORM VARYING VAL-ANO FROM 1 BY 1
            UNTIL VAL-ANO > VAL-ANOS OR NOT VALOR-BUENO
        COMPUTE VAL-FACTOR ROUNDED =
            VAL-FACTOR * (1 + VAL-TIPO-CENT / 10000)
            ON SIZE ERROR
                DISPLAY "Tipo y plazo desbordan el calculo"
                MOVE "DESBORDAMIENTO" TO EXC-TIPO
                MOVE "N" TO SW-VAL
        END-COMPUTE
        IF VALOR-BUENO
            IF VAL-FUTURO
                COMPUTE VAL-RESULTADO ROUNDED =
                    VAL-IMPORTE * VAL-FACTOR
                    ON SIZE ERROR
                        DISPLAY "El resultado no cabe"
                        MOVE "DESBORDAMIENTO" TO EXC-TIPO
                        MOVE "N" TO SW-VAL
                END-COMPUTE
            ELSE
                COMPUTE VAL-RESULTADO ROUNDED =
                    VAL-IMPORTE / VAL-FACTOR
            END-IF
        END-IF
        IF VALOR-BUENO
            IF INV-LINEAS-PAGINA >= 20
                PERFORM B890-CABECERA-INVERINF
            END-IF
            MOVE VAL-ANO TO INV-PERIODO-EDIT
            MOVE VAL-FACTOR TO INV-FACTOR-EDIT
            MOVE VAL-RESULTADO TO INV-SALDO-EDIT
            MOVE SPACES TO LINEA-INVERINF
            STRING INV-PERIODO-EDIT DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                INV-FACTOR-EDIT DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                INV-SALDO-EDIT DELIMITED BY SIZE
                INTO LINEA-INVERINF
            WRITE LINEA-INVERINF
            ADD 1 TO INV-LINEAS-PAGINA
        END-IF
    END-PERFORM
    IF NOT MODO-LOTE
        CLOSE INVERINF-FILE
    END-IF.

B828-ANOTAR-VALOR.
    MOVE VAL-IMPORTE TO INV-IMPORTE-LOG
    MOVE VAL-TIPO-CENT TO INV-TIPO-LOG
    MOVE VAL-ANOS TO INV-PLAZO-LOG
    MOVE VAL-RESULTADO TO INV-SALDO-EDIT
    MOVE SPACES TO LINEA-CALCLOG
    PERFORM B880-FECHA-DIARIO
    STRING CALC-FECHA DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        CALC-HORA DELIMITED BY SIZE
        " VALOR " DELIMITED BY SIZE
        VAL-SENTIDO DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        INV-IMPORTE-LOG DELIMITED BY SIZE
        " T" DELIMITED BY SIZE
        INV-TIPO-LOG DELIMITED BY SIZE
        " N" DELIMITED BY SIZE
        INV-PLAZO-LOG DELIMITED BY SIZE
        " =" DELIMITED BY SIZE
        INV-SALDO-EDIT DELIMITED BY SIZE
        INTO LINEA-CALCLOG
    PERFORM B885-GRABAR-DIARIO.

*> VAN y TIR: tipo de descuento y origen de los flujos (P pantalla,
*> F fichero FLUJOS) dentro; cuadro periodo a periodo con el valor
*> actual de cada flujo, el VAN y la TIR fuera, en INVERINF.
B840-VAN-TIR.
    MOVE "S" TO SW-VAN
    MOVE 0 TO TOTAL-FLUJOS
    MOVE "Tipo de descuento anual en centesimas (450 = 4,50%):"
        TO TEXTO-PETICION
    PERFORM B150-TOMAR-ENTRADA
    PERFORM B250-VALIDAR-ENTRADA
    IF NOT ENTRADA-BUENA
        MOVE "N" TO SW-VAN
    ELSE
        MOVE OPERANDO-NORMALIZADO TO CALC-A
        MOVE CALC-A TO VAN-TIPO-CENT
        MOVE "Flujos: P = teclearlos, F = leerlos del fichero FLUJOS"
            TO TEXTO-PETICION
        PERFORM B150-TOMAR-ENTRADA
        MOVE ENTRADA-TECLADO TO FLU-ORIGEN
        EVALUATE TRUE
            WHEN FLUJOS-DE-PANTALLA
                PERFORM B841-PEDIR-FLUJOS
            WHEN FLUJOS-DE-FICHERO
                PERFORM B842-CARGAR-FLUJOS
            WHEN OTHER
                DISPLAY "Origen de los flujos no reconocido"
                MOVE "ORIGEN" TO EXC-TIPO
                MOVE "N" TO SW-VAN
        END-EVALUATE
    END-IF
    IF VAN-BUENO AND TOTAL-FLUJOS < 2
        DISPLAY "Hacen falta al menos dos flujos"
        MOVE "SIN-FLUJOS" TO EXC-TIPO
        MOVE "N" TO SW-VAN
    END-IF
    IF VAN-BUENO
        IF NOT MODO-LOTE
            OPEN OUTPUT INVERINF-FILE
        END-IF
        PERFORM B845-ESCRIBIR-VAN
        IF VAN-BUENO
            PERFORM B850-CALCULAR-TIR
            PERFORM B848-ANOTAR-VAN
            MOVE VAN-TOTAL TO INV-SIGNO-EDIT
            DISPLAY "Cuadro de VAN y TIR generado en INVERINF (VAN "
                INV-SIGNO-EDIT ")"
        END-IF
        IF NOT MODO-LOTE
            CLOSE INVERINF-FILE
        END-IF
    END-IF.

*> Un flujo por pregunta hasta una respuesta en blanco (o el
*> maximo de la tabla). Un flujo mal tecleado anula el calculo.
B841-PEDIR-FLUJOS.
    MOVE "N" TO SW-FLU
    PERFORM UNTIL FIN-FLUJOS OR NOT VAN-BUENO
        MOVE "Flujo del periodo (entero, con - si es pago; en "
            & "blanco para terminar):" TO TEXTO-PETICION
        PERFORM B150-TOMAR-ENTRADA
        IF ENTRADA-TECLADO = SPACES
            MOVE "S" TO SW-FLU
        ELSE
            PERFORM B843-ANOTAR-FLUJO
        END-IF
    END-PERFORM.

B842-CARGAR-FLUJOS.
    OPEN INPUT FLUJOS-FILE
    IF FS-FLUJOS NOT = "00"
        DISPLAY "No existe el fichero FLUJOS"
        MOVE "SIN-FLUJOS" TO EXC-TIPO
        MOVE "N" TO SW-VAN
    ELSE
        MOVE "N" TO SW-FLU
        PERFORM UNTIL FS-FLUJOS = "10" OR NOT VAN-BUENO
            READ FLUJOS-FILE
                AT END
                    MOVE "10" TO FS-FLUJOS
                NOT AT END
                    IF LINEA-FLUJO NOT = SPACES
                        MOVE LINEA-FLUJO TO ENTRADA-TECLADO
                        PERFORM B843-ANOTAR-FLUJO
                    END-IF
            END-READ
        END-PERFORM
        CLOSE FLUJOS-FILE
    END-IF.

*> Un flujo con su signo: se quita el "-" y el resto pasa la misma
*> validacion que cualquier otro operando.
B843-ANOTAR-FLUJO.
    IF TOTAL-FLUJOS >= 60
        DISPLAY "Mas de 60 flujos; se calcula con los 60 primeros"
        MOVE "S" TO SW-FLU
    ELSE
        MOVE 1 TO FLU-SIGNO
        IF ENTRADA-TECLADO(1:1) = "-"
            MOVE -1 TO FLU-SIGNO
            MOVE ENTRADA-TECLADO(2:7) TO FLU-TEXTO
            MOVE FLU-TEXTO TO ENTRADA-TECLADO
        END-IF
        PERFORM B250-VALIDAR-ENTRADA
        IF NOT ENTRADA-BUENA
            MOVE "N" TO SW-VAN
        ELSE
            MOVE OPERANDO-NORMALIZADO TO CALC-A
            ADD 1 TO TOTAL-FLUJOS
            COMPUTE FLU-IMPORTE(TOTAL-FLUJOS) = CALC-A * FLU-SIGNO
        END-IF
    END-IF.

*> El flujo del periodo 0 no se descuenta; el del periodo n se
*> divide por (1 + tipo) elevado a n.
B845-ESCRIBIR-VAN.
    MOVE "VALOR ACTUAL NETO Y TASA INTERNA" TO INV-TITULO
    MOVE "PER           FLUJO     FACTOR      VALOR ACTUAL"
        & "        VAN ACUMULADO" TO INV-COLUMNAS
    MOVE 0 TO INV-PAGINA
    PERFORM B890-CABECERA-INVERINF
    COMPUTE VAN-TASA ROUNDED = VAN-TIPO-CENT / 10000
        ON SIZE ERROR
            DISPLAY "Tipo de descuento fuera de rango"
            MOVE "DESBORDAMIENTO" TO EXC-TIPO
            MOVE "N" TO SW-VAN
    END-COMPUTE
    MOVE 1 TO VAN-FACTOR
    MOVE 0 TO VAN-TOTAL
    PERFORM VARYING IDX-FLU FROM 1 BY 1
            UNTIL IDX-FLU > TOTAL-FLUJOS OR NOT VAN-BUENO
        IF IDX-FLU > 1
            COMPUTE VAN-FACTOR ROUNDED = VAN-FACTOR * (1 + VAN-TASA)
                ON SIZE ERROR
                    DISPLAY "Tipo y plazo desbordan el calculo"
                    MOVE "DESBORDAMIENTO" TO EXC-TIPO
                    MOVE "N" TO SW-VAN
            END-COMPUTE
        END-IF
        IF VAN-BUENO
            COMPUTE VAN-ACTUAL ROUNDED =
                FLU-IMPORTE(IDX-FLU) / VAN-FACTOR
            ADD VAN-ACTUAL TO VAN-TOTAL
            IF INV-LINEAS-PAGINA >= 20
                PERFORM B890-CABECERA-INVERINF
            END-IF
            COMPUTE INV-PERIODO-EDIT = IDX-FLU - 1
            MOVE FLU-IMPORTE(IDX-FLU) TO INV-FLUJO-EDIT
            MOVE VAN-FACTOR TO INV-FACTOR-EDIT
            MOVE VAN-ACTUAL TO INV-SIGNO-EDIT
            MOVE SPACES TO LINEA-INVERINF
            STRING INV-PERIODO-EDIT DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                INV-FLUJO-EDIT DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                INV-FACTOR-EDIT DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                INV-SIGNO-EDIT DELIMITED BY SIZE
                INTO LINEA-INVERINF
            MOVE VAN-TOTAL TO INV-SIGNO-EDIT
            MOVE INV-SIGNO-EDIT TO LINEA-INVERINF(61:18)
            WRITE LINEA-INVERINF
            ADD 1 TO INV-LINEAS-PAGINA
        END-IF
    END-PERFORM
    IF VAN-BUENO
        MOVE VAN-TIPO-CENT TO INV-TIPO-LOG
        COMPUTE INV-TIPO-EDIT = VAN-TIPO-CENT / 100
        MOVE VAN-TOTAL TO INV-SIGNO-EDIT
        MOVE SPACES TO LINEA-INVERINF
        STRING "VAN AL " DELIMITED BY SIZE
            INV-TIPO-EDIT DELIMITED BY SIZE
            "%: " DELIMITED BY SIZE
            INV-SIGNO-EDIT DELIMITED BY SIZE
            INTO LINEA-INVERINF
        WRITE LINEA-INVERINF
    END-IF.

*> Biseccion: el VAN a -50% y a +200% debe tener signo distinto (los
*> flujos cambian de signo); si no, no hay TIR en ese intervalo. Se
*> parte el intervalo por la mitad hasta 100 veces o hasta que el
*> VAN quede por debajo del centimo.
B850-CALCULAR-TIR.
    MOVE "N" TO SW-TIR
    MOVE -0.5 TO TIR-BAJA
    MOVE 2 TO TIR-ALTA
    MOVE TIR-BAJA TO TIR-TASA
    PERFORM B855-VAN-A-TASA
    MOVE TIR-VAN TO TIR-VAN-BAJA
    MOVE TIR-ALTA TO TIR-TASA
    PERFORM B855-VAN-A-TASA
    IF (TIR-VAN-BAJA > 0 AND TIR-VAN < 0)
        OR (TIR-VAN-BAJA < 0 AND TIR-VAN > 0)
        MOVE "S" TO SW-TIR
        MOVE 0 TO TIR-VUELTA
        MOVE 1 TO TIR-VAN
        PERFORM UNTIL TIR-VUELTA >= 100
                OR (TIR-VAN < 0.005 AND TIR-VAN > -0.005)
            ADD 1 TO TIR-VUELTA
            COMPUTE TIR-MEDIA = (TIR-BAJA + TIR-ALTA) / 2
            MOVE TIR-MEDIA TO TIR-TASA
            PERFORM B855-VAN-A-TASA
            IF (TIR-VAN > 0 AND TIR-VAN-BAJA > 0)
                OR (TIR-VAN < 0 AND TIR-VAN-BAJA < 0)
                MOVE TIR-MEDIA TO TIR-BAJA
                MOVE TIR-VAN TO TIR-VAN-BAJA
            ELSE
                MOVE TIR-MEDIA TO TIR-ALTA
            END-IF
        END-PERFORM
        COMPUTE INV-TIR-EDIT ROUNDED = TIR-MEDIA * 100
    END-IF
    MOVE SPACES TO LINEA-INVERINF
    IF TIR-CALCULADA
        STRING "TIR: " DELIMITED BY SIZE
            INV-TIR-EDIT DELIMITED BY SIZE
            "%" DELIMITED BY SIZE
            INTO LINEA-INVERINF
    ELSE
        MOVE "TIR: NO CALCULABLE (LOS FLUJOS NO CAMBIAN DE SIGNO "
            & "ENTRE -50% Y 200%)" TO LINEA-INVERINF
    END-IF
    WRITE LINEA-INVERINF.

B855-VAN-A-TASA.
    MOVE 0 TO TIR-VAN
    MOVE 1 TO TIR-DESCUENTO
    PERFORM VARYING IDX-FLU FROM 1 BY 1 UNTIL IDX-FLU > TOTAL-FLUJOS
        COMPUTE TIR-VAN = TIR-VAN
            + FLU-IMPORTE(IDX-FLU) / TIR-DESCUENTO
        COMPUTE TIR-DESCUENTO = TIR-DESCUENTO * (1 + TIR-TASA)
    END-PERFORM.

B848-ANOTAR-VAN.
    MOVE VAN-TIPO-CENT TO INV-TIPO-LOG
    MOVE TOTAL-FLUJOS TO INV-PLAZO-LOG
    MOVE VAN-TOTAL TO INV-SIGNO-EDIT
    MOVE SPACES TO LINEA-CALCLOG
    PERFORM B880-FECHA-DIARIO
    IF TIR-CALCULADA
        STRING CALC-FECHA DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            CALC-HORA DELIMITED BY SIZE
            " VAN T" DELIMITED BY SIZE
            INV-TIPO-LOG DELIMITED BY SIZE
            " F" DELIMITED BY SIZE
            INV-PLAZO-LOG DELIMITED BY SIZE
            " =" DELIMITED BY SIZE
            INV-SIGNO-EDIT DELIMITED BY SIZE
            " TIR" DELIMITED BY SIZE
            INV-TIR-EDIT DELIMITED BY SIZE
            INTO LINEA-CALCLOG
    ELSE
        STRING CALC-FECHA DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            CALC-HORA DELIMITED BY SIZE
            " VAN T" DELIMITED BY SIZE
            INV-TIPO-LOG DELIMITED BY SIZE
            " F" DELIMITED BY SIZE
            INV-PLAZO-LOG DELIMITED BY SIZE
            " =" DELIMITED BY SIZE
            INV-SIGNO-EDIT DELIMITED BY SIZE
            " SIN TIR" DELIMITED BY SIZE
            INTO LINEA-CALCLOG
    END-IF
    PERFORM B885-GRABAR-DIARIO.

*> Fecha y hora de la linea del diario, y su grabacion en CALCLOG
*> (EXTEND, OUTPUT la primera vez), como hacen las demas opciones.
B880-FECHA-DIARIO.
    ACCEPT CALC-FECHA FROM DATE
    ACCEPT CALC-HORA FROM TIME.

B885-GRABAR-DIARIO.
    OPEN EXTEND CALCLOG-FILE
    IF FS-CALCLOG = "35"
        OPEN OUTPUT CALCLOG-FILE
    END-IF
    WRITE LINEA-CALCLOG
    CLOSE CALCLOG-FILE.

B890-CABECERA-INVERINF.
    ADD 1 TO INV-PAGINA
    MOVE INV-PAGINA TO AMO-PAGINA-EDIT
    MOVE SPACES TO LINEA-INVERINF
    IF MODO-LOTE
        STRING INV-TITULO DELIMITED BY "  "
            " - PETICION " DELIMITED BY SIZE
            TRN-REFERENCIA DELIMITED BY SIZE
            " - PAGINA " DELIMITED BY SIZE
            AMO-PAGINA-EDIT DELIMITED BY SIZE
            INTO LINEA-INVERINF
    ELSE
        STRING INV-TITULO DELIMITED BY "  "
            " - PAGINA " DELIMITED BY SIZE
            AMO-PAGINA-EDIT DELIMITED BY SIZE
            INTO LINEA-INVERINF
    END-IF
    WRITE LINEA-INVERINF
    MOVE INV-COLUMNAS TO LINEA-INVERINF
    WRITE LINEA-INVERINF
    MOVE 0 TO INV-LINEAS-PAGINA.

*> Cambio de base y numeros romanos: base de origen, base de
*> destino y numero dentro; BASESUB valida las cifras de la base y
*> la forma canonica del romano y anota la conversion en su diario
*> BASELOG, y la peticion queda ademas en CALCLOG como las demas.
*> En lote el numero son los datos tercero y cuarto seguidos.
B900-CAMBIO-BASE.
    MOVE "Base de origen (D decimal, B binario, O octal, "
        & "H hexadecimal, R romano):" TO TEXTO-PETICION
    PERFORM B150-TOMAR-ENTRADA
    MOVE ENTRADA-TECLADO(1:1) TO CNB-ORIGEN
    MOVE "Base de destino (D, B, O, H o R):" TO TEXTO-PETICION
    PERFORM B150-TOMAR-ENTRADA
    MOVE ENTRADA-TECLADO(1:1) TO CNB-DESTINO
    MOVE SPACES TO CNB-ENTRADA
    IF MODO-LOTE
        MOVE TRN-DATOS(17:16) TO CNB-ENTRADA
    ELSE
        DISPLAY "Numero a convertir:"
        ACCEPT CNB-ENTRADA
    END-IF
    CALL "BASESUB" USING CNB-ORIGEN CNB-DESTINO CNB-ENTRADA
        CNB-SALIDA CNB-VALOR CNB-ESTADO
    EVALUATE CNB-ESTADO
        WHEN 0
            MOVE 0 TO CNB-LARGO
            INSPECT CNB-SALIDA TALLYING CNB-LARGO
                FOR CHARACTERS BEFORE INITIAL " "
            DISPLAY "Resultado: " CNB-SALIDA(1:CNB-LARGO)
            PERFORM B910-ANOTAR-CAMBIO-BASE
        WHEN 1
            DISPLAY "Base invalida: D, B, O, H o R"
            MOVE "BASE" TO EXC-TIPO
        WHEN 2
            DISPLAY "El numero lleva cifras o letras que no son de "
                "su base"
            MOVE "CIFRA" TO EXC-TIPO
        WHEN 3
            DISPLAY "Numero vacio o fuera de rango (hasta 999999999; "
                "romanos de I a MMMCMXCIX)"
            MOVE "RANGO" TO EXC-TIPO
        WHEN OTHER
            DISPLAY "Romano mal formado: se escribe canonico (IV y "
                "no IIII, XCIX y no IC)"
            MOVE "ROMANO" TO EXC-TIPO
    END-EVALUATE.

B910-ANOTAR-CAMBIO-BASE.
    MOVE SPACES TO LINEA-CALCLOG
    PERFORM B880-FECHA-DIARIO
    STRING CALC-FECHA DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        CALC-HORA DELIMITED BY SIZE
        " BASE " DELIMITED BY SIZE
        CNB-ORIGEN DELIMITED BY SIZE
        ">" DELIMITED BY SIZE
        CNB-DESTINO DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        CNB-ENTRADA DELIMITED BY SPACE
        " = " DELIMITED BY SIZE
        CNB-SALIDA DELIMITED BY SPACE
        INTO LINEA-CALCLOG
    PERFORM B885-GRABAR-DIARIO.
