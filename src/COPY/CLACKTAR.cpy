      *    de Tarjetas a la maniana siguiente por cada movimiento del
      *    archivo de interfase NOTTARJ, entrada del procesador de
      *    acuses CL0023 (solicitud 022). Formato acordado con
      *    Tarjetas: movimiento de un caracter (A/B/R/F/I, como en
      *    CLNOTTAR), resultado 'A' aceptado o 'R' rechazado con su
      *    motivo, y fecha de proceso compacta AAAAMMDD sin guiones.
      *=================================================================
