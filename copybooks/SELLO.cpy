      *    Parametros de la subrutina AUDSUB01, que encadena las
      *    lineas de AUDITORIA: cada linea lleva en las columnas
      *    115-120 su eslabon, un resumen de las columnas 1-114 y del
      *    eslabon de la linea anterior, de modo que retocar, quitar
      *    o intercalar una linea rompe la cadena desde ese punto. La
      *    cadena empieza en AUDITARC y sigue en AUDITORIA, y el
      *    fichero AUDCADENA guarda el ultimo eslabon emitido. Los
      *    niveles se pueden reasignar con COPY REPLACING ==05== BY
      *    ==xx==.
      *    "N"ueva linea (sella con el ultimo eslabon de AUDCADENA y
      *    lo avanza: es lo que llama cada programa antes de su WRITE
      *    en AUDITORIA), "S"ellar con el eslabon que se le pasa (los
      *    que reescriben la traza entera), "C"omprobar una linea
      *    contra el eslabon que se le pasa, "F"ijar en AUDCADENA el
      *    eslabon que se le pasa y "V"erificar la cadena entera.
           05 SEL-FUNCION PIC X.
               88 SEL-NUEVA VALUE "N".
               88 SEL-SELLAR VALUE "S".
               88 SEL-COMPROBAR VALUE "C".
               88 SEL-FIJAR VALUE "F".
               88 SEL-VERIFICAR VALUE "V".
      *    Eslabon de la linea anterior a la entrada y de la linea
      *    tratada a la salida (S, C y N). V lo devuelve con el que
      *    acaba AUDITARC, que es con el que empieza AUDITORIA.
           05 SEL-ESLABON PIC X(6).
      *    0 = correcto; 1 = la linea no cuadra con su eslabon (C) o
      *    la cadena esta rota (V); 2 = linea sin sellar donde ya
      *    tendria que estarlo; 3 = el final de la traza no es el
      *    ultimo eslabon de AUDCADENA (faltan lineas al final).
           05 SEL-ESTADO PIC 9.
               88 SEL-CORRECTO VALUE 0.
               88 SEL-ROTO VALUE 1.
               88 SEL-SIN-SELLO VALUE 2.
               88 SEL-COLA-DISTINTA VALUE 3.
      *    Solo V: fichero y numero de la primera linea que falla (la
      *    linea misma vuelve en el segundo parametro; con estado 3,
      *    la posicion de la primera que falta al final de AUDITORIA)
      *    y recuentos de lineas selladas y de lineas anteriores a la
      *    cadena.
           05 SEL-FICHERO PIC X(9).
           05 SEL-NUMERO PIC 9(7).
           05 SEL-SELLADAS PIC 9(7).
           05 SEL-ANTERIORES PIC 9(7).
