      * medias. Comprueba, linea a linea:
      *   - nombre informado y numero numerico
      *   - prefijo de pais contra la referencia PREFIJOS (si existe)
      *   - NIF/NIE/CIF, si viene, con su caracter de control
      *     (subrutina NIFSUB01)
      *   - duplicados dentro del propio fichero
      *   - duplicados contra la agenda PRINCIPAL de CONTACTOS (la
      *     agenda sobre la que carga una ejecucion estandar)
      *   - capacidad: que todo el fichero quepa bajo el tope de 200
      * Las lineas malas se copian al fichero RECHAZOS en el MISMO
      * formato NOMBRE;PAIS;NUMERO;EXTENSION;NIF con el motivo
      * anadido en un campo mas al final: basta corregirlas, quitar
      * el motivo y volver a presentar ese mismo fichero como
      * IMPORTAR.
      * Un fichero de terceros con otras columnas se convierte antes
      * a este formato con MAPEA-IMPORTAR.
      */
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALIDA-IMPORTAR.
       FD IMPORTAR-FILE.
           01 REG-IMPORTAR.
      * NOMBRE;PAIS;NUMERO;EXTENSION, una linea por contacto, igual
      * que lo espera la carga masiva de la agenda, con el NIF
      * opcional al final.
               05 NOMBRE-IMP PIC X(30).
               05 FILLER PIC X VALUE ";".
               05 PAIS-IMP PIC X(4).
               05 NUMERO-IMP PIC 9(9).
               05 FILLER PIC X VALUE ";".
               05 EXT-IMP PIC X(6).
               05 FILLER PIC X VALUE ";".
               05 NIF-IMP PIC X(12).

       FD RECHAZOS-FILE.
           01 LINEA-RECHAZO PIC X(80).

       FD CONTACTOS-FILE.
           01 REG-CONTACTO.
           77 SW-HALLADO PIC X.
               88 HALLADO VALUE "S".

      * Parametros de la subrutina de identificadores fiscales.
           77 NIF-NORMAL PIC X(9).
           77 NIF-TIPO PIC X(3).
           77 NIF-ESTADO PIC 9.

           77 CODIGO-SALIDA PIC 9 VALUE ZERO.

      * Registro de fin de ejecucion para el fichero RESUMEN.
                   MOVE "TELEFONO" TO MOTIVO
               WHEN OTHER
                   PERFORM VALIDAR-PREFIJO-LINEA
                   IF MOTIVO = SPACES AND NIF-IMP NOT = SPACES
                       CALL "NIFSUB01" USING NIF-IMP NIF-NORMAL
                           NIF-TIPO NIF-ESTADO
                       IF NIF-ESTADO NOT = 0
                           MOVE "NIF" TO MOTIVO
                       END-IF
                   END-IF
                   IF MOTIVO = SPACES
                       PERFORM VALIDAR-DUPLICADO-FICHERO
                   END-IF
