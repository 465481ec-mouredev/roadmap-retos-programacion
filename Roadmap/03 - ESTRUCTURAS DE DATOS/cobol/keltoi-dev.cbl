      * Registro canonico de contacto (copybooks/CONTACTO.cpy),
      * compartido con la otra implementacion de esta misma agenda.
           COPY CONTACTO REPLACING ==05== BY ==02==.
      * NIF/NIE/CIF del contacto, ya normalizado por NIFSUB01; no
      * cabe en el registro canonico y solo viaja por el checkpoint.
           02 ag-nif PIC X(9).

      * Variables simples
       77  contador PIC 99.
       77  ntel1-ckp PIC X(13).
       77  ntipo2-ckp PIC X(8).
       77  ntel2-ckp PIC X(13).
       77  nif-ckp PIC X(9).

      * Codigos postales validos (con su ciudad) cargados desde
      * CODPOST; con la tabla vacia (fichero ausente) no se valida
       77  eml-estado PIC 9.
       01  sw-codpost PIC X VALUE "S".
           88 codpost-ok VALUE "S".
      * NIF/NIE/CIF capturado y lo que devuelve la subrutina comun
      * NIFSUB01 (0 = aceptado), como el circuito del email.
       77  nif-capturado PIC X(12).
       77  nif-normal PIC X(9).
       77  nif-tipo PIC X(3).
       77  nif-estado PIC 9.

      * Agendas permitidas de la sesion, cargadas de ACCESOS; con la
      * tabla vacia no se restringe nada.
           88 sel-direccion VALUE "D" "d".
           88 sel-notas VALUE "A" "a".
           88 sel-otros VALUE "O" "o".
           88 sel-nif VALUE "F" "f".
           88 sel-cancela VALUE "C" "c".

       PROCEDURE DIVISION.
               ACCEPT nombre(hueco-libre)
               PERFORM Pide-email
               MOVE email-capturado TO email(hueco-libre)
               PERFORM Pide-nif
               MOVE nif-normal TO ag-nif(hueco-libre)
               DISPLAY "Ingrese la calle (opcional):"
               ACCEPT dir-calle(hueco-libre)
               DISPLAY "Ingrese la ciudad (opcional):"
       Modifica-seleccion.
           IF id-editar <= indice
               DISPLAY "Que va a editar N=Nombre T=Telefono E=Email "
                   "D=Direccion A=Notas O=Otros tel F=NIF/CIF "
                   "C=Cancelar?"
               ACCEPT seleccion
               IF sel-nombre
                   DISPLAY "Ingrese el nuevo Nombre:"
                       PERFORM Guarda-checkpoint
                       DISPLAY "Se ha modificado el email"
                   ELSE
                   IF sel-nif
                       DISPLAY "NIF/CIF actual: " ag-nif(id-editar)
                       PERFORM Pide-nif
                       MOVE nif-normal TO ag-nif(id-editar)
                       ADD 1 TO total-modificaciones
                       PERFORM Guarda-checkpoint
                       DISPLAY "Se ha modificado el NIF/CIF"
                   ELSE
                   IF sel-direccion
                       DISPLAY "Ingrese la nueva calle:"
                       ACCEPT dir-calle(id-editar)
               MOVE SPACES TO email(hueco-libre)
               MOVE SPACES TO direccion(hueco-libre)
               MOVE SPACES TO notas(hueco-libre)
               MOVE SPACES TO ag-nif(hueco-libre)
               MOVE hueco-libre TO ag-indice(hueco-libre).

      * Cambia la agenda activa: la tabla no cambia, solo el filtro
                   PERFORM Registra-excepcion
                   PERFORM Pide-email.

      * Pide el NIF/NIE/CIF y lo repite hasta que la subrutina
      * comun NIFSUB01 lo acepte (formato y caracter de control); en
      * blanco vale, es opcional. La forma normalizada queda en
      * nif-normal.
       Pide-nif.
           DISPLAY "Ingrese el NIF/NIE/CIF (opcional):".
           MOVE SPACES TO nif-capturado.
           MOVE SPACES TO nif-normal.
           ACCEPT nif-capturado.
           IF nif-capturado NOT = SPACES
               CALL "NIFSUB01" USING nif-capturado nif-normal nif-tipo
                   nif-estado
               IF nif-estado NOT = 0
                   DISPLAY "NIF/NIE/CIF no valido (formato o caracter "
                       "de control)"
                   MOVE 4 TO codigo-salida
                   MOVE "NIF" TO exc-tipo
                   MOVE "A" TO exc-gravedad
                   MOVE nif-capturado TO exc-detalle
                   PERFORM Registra-excepcion
                   PERFORM Pide-nif.

      * Pide el codigo postal (con la ciudad ya capturada en
      * ciudad-capturada) y lo repite hasta que case con la
      * referencia CODPOST; el resultado queda en cp-capturado.
                   ntipo2-ckp DELIMITED BY SPACE
                   ";" DELIMITED BY SIZE
                   ntel2-ckp DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   nif-ckp DELIMITED BY SPACE
                   INTO linea-checkpoint
               WRITE linea-checkpoint.
           ADD 1 TO I.
           MOVE SPACES TO ntel1-ckp.
           MOVE SPACES TO ntipo2-ckp.
           MOVE SPACES TO ntel2-ckp.
           MOVE SPACES TO nif-ckp.
           IF ag-nif(I) NOT = LOW-VALUES
               MOVE ag-nif(I) TO nif-ckp.
           IF num-tipo(I) NOT = LOW-VALUES
               MOVE num-tipo(I) TO tipo-ckp.
           IF num-adic-total(I) IS NUMERIC
                   MOVE SPACES TO ntel1-ckp
                   MOVE SPACES TO ntipo2-ckp
                   MOVE SPACES TO ntel2-ckp
                   MOVE SPACES TO nif-ckp
                   UNSTRING linea-checkpoint DELIMITED BY ";"
                       INTO id-editar nombre-csv telefono-csv agenda-csv
                           email-ckp calle-ckp ciudad-ckp cp-ckp
                           notas-ckp tipo-ckp ntotal-ckp ntipo1-ckp
                           ntel1-ckp ntipo2-ckp ntel2-ckp nif-ckp
                   MOVE id-editar TO ag-indice(id-editar)
                   MOVE nombre-csv TO nombre(id-editar)
                   MOVE telefono-csv TO telefono(id-editar)
                   MOVE cp-ckp TO dir-cp(id-editar)
                   MOVE notas-ckp TO notas(id-editar)
                   MOVE tipo-ckp TO num-tipo(id-editar)
                   MOVE nif-ckp TO ag-nif(id-editar)
      * Telefonos adicionales: solo se recuperan los que el contador
      * de la linea declara; un checkpoint anterior a su existencia
      * deja el contador a cero.
