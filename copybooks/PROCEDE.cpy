      *    Parametros de la subrutina PROSUB01, que lleva la
      *    procedencia de cada contacto en el satelite PROCEDEN: por
      *    que canal entro, que lote o fichero lo trajo y cuando, y por
      *    donde le llego el ultimo cambio. Los niveles se pueden
      *    reasignar con COPY REPLACING ==05== BY ==xx==.
      *    "A"lta (el contacto entra en el maestro), "M"odificacion
      *    (cualquier cambio posterior, tambien de clave), "F"usion (el
      *    superviviente de DEPURA-DUPLICADOS, con el nombre absorbido
      *    en PRO-ORIGEN) y "C"onsulta de la procedencia.
           05 PRO-OPERACION PIC X.
               88 PRO-ANOTA-ALTA VALUE "A".
               88 PRO-ANOTA-CAMBIO VALUE "M".
               88 PRO-ANOTA-FUSION VALUE "F".
               88 PRO-CONSULTA VALUE "C".
           05 PRO-AGENDA PIC X(15).
           05 PRO-NOMBRE PIC X(30).
      *    Canal de entrada: FORMULARIO, IMPORTAR, VCARD, DELEGACION,
      *    CRM, COPIA, FUSION, o el proceso que reescribe el contacto
      *    (NORMALIZA, REASIGNA, RENUMERA, RECONCILIA, APROBACION).
           05 PRO-CANAL PIC X(10).
      *    Lote o fichero que lo trae (delegacion y secuencia de la
      *    cabecera de MOVIMIENTOS, nombre del fichero de carga...).
           05 PRO-ORIGEN PIC X(30).
      *    Hora (HHMMSS) de arranque de la carga, la misma para todo
      *    el lote; a cero toma la del momento (altas sueltas).
           05 PRO-HORA PIC 9(6).
           05 PRO-OPERADOR PIC X(8).
      *    Solo C: canal, origen y fecha del alta y del ultimo cambio.
           05 PRO-ALTA-CANAL PIC X(10).
           05 PRO-ALTA-ORIGEN PIC X(30).
           05 PRO-ALTA-FECHA PIC 9(8).
           05 PRO-ULT-CANAL PIC X(10).
           05 PRO-ULT-ORIGEN PIC X(30).
           05 PRO-ULT-FECHA PIC 9(8).
      *    0 = correcto; 1 = contacto sin procedencia (anterior al
      *    satelite o sin linea de alta, en la consulta); 8 = error al
      *    escribir el fichero.
           05 PRO-ESTADO PIC 9.
               88 PRO-CORRECTO VALUE 0.
               88 PRO-SIN-PROCEDENCIA VALUE 1.
