      * categoria y la edad media de la banda, y cierra con el
      * recuento de registros con la fecha a cero, que es la medida
      * de lo incompleto que esta el dato.
      * Con un ano en SYSIN (o ANUAL, que es el ano anterior al de
      * hoy) saca la version anual que pide el cierre de ano: las
      * edades al 31 de diciembre de ese ano, sobre la copia de fin
      * de ano CONTaaaa de CIERRE-ANUAL (si no esta, sobre la de
      * siempre), y al fichero EDADANUA. Con SYSIN en blanco, el
      * perfil de hoy en EDADINF.
      */
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORME-EDADES.
               RECORD KEY IS CLAVE-REG
               ALTERNATE RECORD KEY IS TELEFONO-REG WITH DUPLICATES
               FILE STATUS IS FS-CONTACTOS.
      * Instantanea nocturna de CONTACTOS (INSTANTANEA-CONTACTOS),
      * que se lee en su lugar cuando INSSUB01 la da por buena.
      * En la version anual, la copia de fin de ano, que tiene la
      * misma imagen.
           SELECT CONTINST-FILE ASSIGN TO CONTINST-NOMBRE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-CONTINST.
      * EDADINF o, en la version anual, EDADANUA.
           SELECT EDADINF-FILE ASSIGN TO EDADINF-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EDADINF.
      * Registro comun de fin de ejecucion (copybooks/RESUMEN.cpy),
                   ==CATEGORIA== BY ==CATEGORIA-REG==
                   ==FECHA-NACIMIENTO== BY ==FECHA-NACIM-REG==.

       FD CONTINST-FILE.
      * Imagen fija del registro canonico completo, como las copias.
           01 REG-CONTINST PIC X(350).

       FD EDADINF-FILE.
           01 LINEA-EDADINF PIC X(90).


       WORKING-STORAGE SECTION.
           77 FS-CONTACTOS PIC XX.
           77 FS-CONTINST PIC XX.
      * De donde se lee CONTACTOS: "I" la instantanea, "V" el vivo.
           77 INS-ORIGEN PIC X VALUE SPACE.
               88 INSTANTANEA-VALIDA VALUE "I".
           77 FS-EDADINF PIC XX.
           77 CONTINST-NOMBRE PIC X(8) VALUE "CONTINST".
           77 EDADINF-NOMBRE PIC X(8) VALUE "EDADINF".

           77 FECHA-HOY PIC 9(8).
           77 HORA-HOY PIC 9(8).
      * Ano de la version anual (0 = perfil de hoy) y fecha a la que
      * se calculan las edades.
           77 ANO-TEXTO PIC X(5).
           77 ANO-INFORME PIC 9(4) VALUE 0.
           77 FECHA-EDAD PIC 9(8).

      * Etiquetas de las seis bandas de edad.
           01 TABLA-ETIQUETAS.
               ADD 20000000 TO FECHA-HOY
           END-IF.
           ACCEPT HORA-HOY FROM TIME.
           MOVE FECHA-HOY TO FECHA-EDAD.
           PERFORM LEER-PARAMETRO.
           PERFORM ABRIR-CONTACTOS.
           IF FS-CONTACTOS NOT = "00"
               DISPLAY "No existe CONTACTOS; no hay perfil que "-
                   "calcular"
               MOVE 4 TO CODIGO-SALIDA
           ELSE
               PERFORM UNTIL FS-CONTACTOS = "10"
                   PERFORM LEER-CONTACTO
                   IF FS-CONTACTOS NOT = "10"
      * Los contactos ficticios de la agenda de practicas
      * ENTRENAMIENTO no salen en las salidas de produccion.
                       IF CONTACTO-ACTIVO-REG
                           AND AGENDA-NOMBRE-REG NOT =
                               "ENTRENAMIENTO"
                           PERFORM CLASIFICAR-CONTACTO
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM CERRAR-CONTACTOS
               PERFORM ESCRIBIR-INFORME
           END-IF.
           MOVE "EDADES" TO RES-PROGRAMA.
           MOVE CODIGO-SALIDA TO RETURN-CODE.
           STOP RUN.

      * SYSIN EN BLANCO: PERFIL DE HOY. UN ANO AAAA O LA PALABRA
      * ANUAL (EL ANO ANTERIOR AL DE HOY): VERSION ANUAL, CON LAS
      * EDADES AL 31-12 DE ESE ANO SOBRE LA COPIA DE FIN DE ANO
       LEER-PARAMETRO.
           MOVE SPACES TO ANO-TEXTO.
           ACCEPT ANO-TEXTO.
           IF ANO-TEXTO = "ANUAL"
               COMPUTE ANO-INFORME = FECHA-HOY / 10000 - 1
           ELSE
               IF ANO-TEXTO(1:4) IS NUMERIC
                   MOVE ANO-TEXTO(1:4) TO ANO-INFORME
               END-IF
           END-IF.
           IF ANO-INFORME > 0
               COMPUTE FECHA-EDAD = ANO-INFORME * 10000 + 1231
               MOVE "EDADANUA" TO EDADINF-NOMBRE
               MOVE SPACES TO CONTINST-NOMBRE
               STRING "CONT" ANO-INFORME DELIMITED BY SIZE
                   INTO CONTINST-NOMBRE
               OPEN INPUT CONTINST-FILE
               IF FS-CONTINST = "00"
                   CLOSE CONTINST-FILE
                   MOVE "I" TO INS-ORIGEN
               ELSE
                   DISPLAY "Sin copia de fin de ano " CONTINST-NOMBRE
                       "; se usa la base de hoy"
                   MOVE "CONTINST" TO CONTINST-NOMBRE
               END-IF
           END-IF.

       CLASIFICAR-CONTACTO.
           IF FECHA-NACIM-REG IS NOT NUMERIC
               OR FECHA-NACIM-REG = 0
               IF FEC-FECHA-1 < 19000101
                   ADD 20000000 TO FEC-FECHA-1
               END-IF
               MOVE FECHA-EDAD TO FEC-FECHA-2
               CALL "FECHASUB" USING FEC-OPERACION FEC-FECHA-1
                   FEC-FECHA-2 FEC-DIAS FEC-RESULTADO FEC-TEXTO
                   FEC-ESTADO
       ESCRIBIR-INFORME.
           OPEN OUTPUT EDADINF-FILE.
           MOVE SPACES TO LINEA-EDADINF.
           IF ANO-INFORME = 0
               STRING "PERFIL DE EDADES POR CATEGORIA - " FECHA-HOY
                   " " HORA-HOY
                   DELIMITED BY SIZE INTO LINEA-EDADINF
           ELSE
               STRING "PERFIL ANUAL DE EDADES POR CATEGORIA - EDADES "
                   "AL " FECHA-EDAD " - " FECHA-HOY " " HORA-HOY
                   DELIMITED BY SIZE INTO LINEA-EDADINF
           END-IF.
           WRITE LINEA-EDADINF.
           PERFORM VARYING IDX-PRF FROM 1 BY 1
                   UNTIL IDX-PRF > TOTAL-PERFILES
               INTO LINEA-EDADINF.
           WRITE LINEA-EDADINF.
           CLOSE EDADINF-FILE.
           DISPLAY "Perfil de edades generado en " EDADINF-NOMBRE " ("
               CON-FECHA " con fecha, " SIN-FECHA " sin fecha)".

      * UNA BANDA DE LA CATEGORIA EN CURSO: RECUENTO, PORCENTAJE
           END-IF.


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
