      *    Rechazo del CRM pendiente de corregir (fichero CRMPEND), en
      *    columnas fijas. Lo mantiene RECHAZOS-CRM con los rechazos
      *    que el CRM devuelve en CRMRECH; EXTRAE-DELTA reenvia en el
      *    delta siguiente los ya corregidos y los marca reenviados,
      *    y RESUMEN-NOCHE cuenta los que pasaron el plazo sin
      *    corregir. Los niveles se pueden reasignar con COPY
      *    REPLACING ==05== BY ==xx== para meterlo en una tabla.
           05 PEN-AGENDA PIC X(15).
           05 PEN-NOMBRE PIC X(30).
      *    Codigo de motivo del CRM (EMAIL, OBLIGATORIO, DUPLICADO...).
           05 PEN-MOTIVO PIC X(12).
      *    Fecha (AAAAMMDD) y hora en que se recibio el rechazo; un
      *    cambio del contacto posterior a ese momento lo da por
      *    corregido.
           05 PEN-FECHA PIC 9(8).
           05 PEN-HORA PIC 9(8).
      *    "P"endiente, "E"scalado (pendiente fuera de plazo),
      *    "C"orregido (por reenviar) o "R"eenviado en un delta.
           05 PEN-ESTADO PIC X.
               88 PEN-PENDIENTE VALUE "P".
               88 PEN-ESCALADO VALUE "E".
               88 PEN-CORREGIDO VALUE "C".
               88 PEN-REENVIADO VALUE "R".
      *    Texto libre del rechazo, tal y como lo manda el CRM.
           05 PEN-TEXTO PIC X(60).
