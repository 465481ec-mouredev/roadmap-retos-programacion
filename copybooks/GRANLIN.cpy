      *    Numero grande editado por GRANSUB (operacion E) para
      *    imprimirlo: cifras agrupadas de tres en tres con punto de
      *    millares, quince grupos por linea, y las lineas que haga
      *    falta. Una linea que no es la ultima termina en punto, para
      *    que se lea que el numero sigue en la siguiente.
           05 NGL-LINEAS PIC 9(2).
           05 NGL-LINEA PIC X(64) OCCURS 12 TIMES.
