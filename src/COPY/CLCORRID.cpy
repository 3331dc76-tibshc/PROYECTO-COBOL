      *=================================================================
      *    COPYBOOK: CLCORRID
      *    Layout del registro del control de corridas batch (archivo
      *    CTLCORR, secuencial de acumulacion). Cada proceso batch de
      *    Clientes deja al terminar un registro con su job, la fecha
      *    y hora de inicio y de fin, los registros leidos, grabados
      *    y rechazados y el codigo de retorno con que termina; lo
      *    graba la subrutina comun CL0041 y lo lee el balance
      *    matutino de operaciones (CL0042), que marca los jobs que
      *    no corrieron, los que corrieron dos veces y los que
      *    terminaron con RC distinto de cero.
      *    COR-CANT-CUENTAS y COR-CANT-TARJETAS solo los informa el
      *    circuito de notificaciones, para el balance de la cadena
      *    NOTIFCLI -> CL0010 -> CL0023: el envio (CL0010) deja los
      *    registros grabados en NOTCUEN y NOTTARJ y el proceso de
      *    acuses (CL0023) los acuses casados de cada consumidor. Los
      *    demas procesos los dejan en cero.
      *=================================================================
       01  COR-REG.
           05  COR-JOB             PIC X(08).
           05  COR-PROGRAMA        PIC X(08).
           05  COR-FEC-INICIO      PIC X(10).
           05  COR-HORA-INICIO     PIC X(08).
           05  COR-FEC-FIN         PIC X(10).
           05  COR-HORA-FIN        PIC X(08).
           05  COR-LEIDOS          PIC 9(09).
           05  COR-GRABADOS        PIC 9(09).
           05  COR-RECHAZADOS      PIC 9(09).
           05  COR-RETURN-CODE     PIC 9(04).
           05  COR-CANT-CUENTAS    PIC 9(09).
           05  COR-CANT-TARJETAS   PIC 9(09).
           05  FILLER              PIC X(19).
