      *    Linea de revision de la recertificacion trimestral de
      *    accesos (fichero RECERT), en columnas fijas. La genera
      *    RECERTIFICA-ACCESOS, una por nivel de operador y otra por
      *    cada agenda de ACCESOS, repartidas entre los supervisores;
      *    cada supervisor confirma o revoca las suyas con
      *    REVISAR-ACCESOS, y las que llegan al limite sin revisar
      *    las revoca el lote. Al abrir la campana siguiente la
      *    entera pasa al historico RECHIST, que se guarda como
      *    evidencia para los auditores. Los niveles se pueden
      *    reasignar con COPY REPLACING ==05== BY ==xx==.
      *    Fecha (AAAAMMDD) en que se abrio la campana y fecha limite
      *    de revision.
           05 REC-CAMPANA PIC 9(8).
           05 REC-LIMITE PIC 9(8).
      *    Supervisor que tiene que revisar la linea.
           05 REC-SUPERVISOR PIC X(8).
           05 REC-OPERADOR PIC X(8).
      *    "N"ivel del operador en OPERADORES o "A"cceso a la agenda
      *    REC-AGENDA en ACCESOS. Revocar el nivel 2 lo deja en 1;
      *    revocar el nivel 1 da de baja al operador.
           05 REC-TIPO PIC X.
               88 REC-DE-NIVEL VALUE "N".
               88 REC-DE-ACCESO VALUE "A".
           05 REC-AGENDA PIC X(15).
           05 REC-NIVEL PIC X.
      *    Ultima firma en SESIONES (0 = nunca) y operaciones en
      *    AUDITORIA de los ultimos 90 dias, al abrir la campana.
           05 REC-ULTIMA-FIRMA PIC 9(8).
           05 REC-ACTIVIDAD PIC 9(5).
      *    "I"nactivo (sin firmar en 90 dias, en las de nivel) o
      *    agenda "S"in uso (ninguna operacion suya en AUDITORIA).
           05 REC-AVISO PIC X.
               88 REC-INACTIVO VALUE "I".
               88 REC-SIN-USO VALUE "S".
      *    "P"endiente, "C"onfirmada, "R"evocada por el supervisor o
      *    "V"encida (revocada por el lote al pasar el limite).
           05 REC-ESTADO PIC X.
               88 REC-PENDIENTE VALUE "P".
               88 REC-CONFIRMADA VALUE "C".
               88 REC-REVOCADA VALUE "R".
               88 REC-VENCIDA VALUE "V".
      *    Quien la decidio (el supervisor o LOTE) y cuando.
           05 REC-REVISOR PIC X(8).
           05 REC-FECHA-REVISION PIC 9(8).
