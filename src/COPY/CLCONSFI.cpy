      *=================================================================
      *    COPYBOOK: CLCONSFI
      *    Layout de la constancia de control contra las listas de
      *    sanciones y PEP (archivo FILTCONS): un registro por cada
      *    cliente controlado, con la version de la lista usada, el
      *    origen del control y el resultado. Es la prueba ante el
      *    regulador de que cada cliente fue controlado contra la
      *    lista vigente: la graban el alta (via CL0034) y el
      *    recontrol nocturno CL0036 para todos los activos cada vez
      *    que llega una lista nueva. El archivo solo se agrega, no se
      *    regraba.
      *=================================================================
       01  CON-REG.
           05  CON-CLI-ID          PIC 9(10).
           05  CON-FECHA           PIC X(10).
           05  CON-HORA            PIC X(08).
           05  CON-ORIGEN          PIC X(04).
           05  CON-VERSION-LISTA   PIC X(10).
           05  CON-RESULTADO       PIC X(01).
               88  CON-SIN-COINCIDENCIA   VALUE 'S'.
               88  CON-CON-COINCIDENCIA   VALUE 'C'.
