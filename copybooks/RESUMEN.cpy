           05 RES-SALIDAS PIC 9(5).
           05 RES-RECHAZOS PIC 9(5).
           05 RES-RC PIC 9.
      *    Solo los programas que escriben o llaman a contactos
      *    (cartas, etiquetas, correos, listas, extracciones): los
      *    contactos retirados por falta de consentimiento, detras
      *    del RETURN-CODE para no mover las columnas de siempre.
           05 RES-SUPRIMIDOS PIC 9(5).
