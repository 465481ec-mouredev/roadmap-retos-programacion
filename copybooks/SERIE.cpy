      *    Definicion de una serie periodica de citas o de tareas
      *    (fichero SERIES), en columnas fijas. La da de alta y la
      *    anula MANTENER-SERIES, desde MANTENER-CITAS o desde
      *    MANTENER-TAREAS, y GENERA-SERIES la recorre cada noche
      *    para anotar en CITAS o en TAREAS las ocurrencias que caen
      *    dentro del horizonte, con el numero de la serie en el
      *    septimo campo de la linea. Los niveles se pueden reasignar
      *    con COPY REPLACING ==05== BY ==xx==.
           05 SER-NUMERO PIC 9(6).
           05 SER-CLASE PIC X.
               88 SER-DE-CITAS VALUE "C".
               88 SER-DE-TAREAS VALUE "T".
           05 SER-ESTADO PIC X.
               88 SER-ACTIVA VALUE "A".
               88 SER-ANULADA VALUE "B".
               88 SER-TERMINADA VALUE "T".
      *    Lo que se copia en cada ocurrencia: el operador titular,
      *    el contacto (opcional en las citas), la hora (solo citas,
      *    HHMM) y el motivo de la cita o la descripcion de la tarea.
           05 SER-OPERADOR PIC X(8).
           05 SER-AGENDA PIC X(15).
           05 SER-NOMBRE PIC X(30).
           05 SER-HORA PIC X(4).
           05 SER-TEXTO PIC X(40).
      *    Frecuencia y cada cuantas unidades se repite (cada 2
      *    semanas, cada 3 meses...). La diaria es cada dia laborable.
           05 SER-FRECUENCIA PIC X.
               88 SER-DIARIA VALUE "D".
               88 SER-SEMANAL VALUE "S".
               88 SER-MENSUAL VALUE "M".
               88 SER-ANUAL VALUE "A".
           05 SER-INTERVALO PIC 9(2).
      *    Semanal: una "S" por cada dia de lunes a viernes en que
      *    toca. Mensual: el dia del mes (si el mes es mas corto, su
      *    ultimo dia), o 00 para el ultimo dia laborable del mes.
      *    La anual repite el dia y el mes del inicio.
           05 SER-DIAS-SEMANA PIC X(5).
           05 SER-DIA-MES PIC 9(2).
      *    Fechas de inicio y de fin (AAAAMMDD, 0 sin fin) y numero
      *    maximo de ocurrencias (0 sin limite).
           05 SER-INICIO PIC 9(8).
           05 SER-FIN PIC 9(8).
           05 SER-MAXIMO PIC 9(3).
      *    Que hacer cuando la ocurrencia cae en sabado, domingo o
      *    festivo del calendario FESTIVOS: saltarla, adelantarla al
      *    dia laborable anterior o retrasarla al siguiente.
           05 SER-FESTIVO PIC X.
               88 SER-SALTA-FESTIVO VALUE "S".
               88 SER-ADELANTA-FESTIVO VALUE "A".
               88 SER-RETRASA-FESTIVO VALUE "R".
      *    Hasta que fecha se ha generado ya (0 todavia nada) y
      *    cuantas ocurrencias van, y fecha de la anulacion.
           05 SER-HASTA PIC 9(8).
           05 SER-GENERADAS PIC 9(3).
           05 SER-FECHA-BAJA PIC 9(8).
