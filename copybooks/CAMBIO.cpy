      *    Linea del fichero PENDCAMB: un cambio de contacto que no
      *    se aplica directamente sino que espera la doble firma de
      *    un supervisor (bajas, contactos bajo retencion legal y
      *    cambios de un operador de nivel 1 en las categorias de
      *    APROBCAT). La graba RETO-03 y la consume APROBAR-CAMBIOS,
      *    que es la unica que aplica el cambio sobre CONTACTOS.
           05 CMB-FECHA PIC 9(8).
           05 CMB-HORA PIC 9(8).
      *    Operador que pidio el cambio (no puede aprobarlo el mismo).
           05 CMB-OPERADOR PIC X(8).
      *    "MODIFICAR" o "BAJA", como la operacion de AUDITORIA que
      *    se escribira al aprobarlo.
           05 CMB-OPERACION PIC X(10).
      *    Por que necesita la doble firma: "BAJA", "RETENIDO" o
      *    "CATEGORIA".
           05 CMB-MOTIVO PIC X(10).
      *    Imagen del registro de CONTACTOS tal y como estaba al
      *    pedir el cambio y tal y como quedaria. La aprobacion solo
      *    aplica el cambio si el fichero sigue igual que ANTES.
           05 CMB-ANTES PIC X(320).
           05 CMB-DESPUES PIC X(320).
      *    NIF y etapa del formulario, que no van en el registro sino
      *    en los satelites NIFCONT y ETAPAS: APROBAR-CAMBIOS los
      *    anota con la clave de DESPUES al aprobar el cambio. El NIF
      *    solo si CMB-NIF-CAMBIA (puede cambiar a blanco); la etapa
      *    solo si no esta en blanco.
           05 CMB-NIF-CAMBIA PIC X.
               88 CMB-NIF-CAMBIADO VALUE "S".
           05 CMB-NIF PIC X(9).
           05 CMB-NIF-TIPO PIC X(3).
           05 CMB-ETAPA PIC X(10).
