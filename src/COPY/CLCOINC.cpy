      *=================================================================
      *    COPYBOOK: CLCOINC
      *    Layout del archivo de coincidencias contra las listas de
      *    sanciones y PEP (archivo COINCLI). Lo graban el control al
      *    alta via CL0034 y el recontrol nocturno CL0036; cumplimiento
      *    resuelve cada coincidencia pendiente con la pantalla CL0035
      *    como falso positivo (descartada) o como coincidencia
      *    confirmada, que eleva el riesgo del cliente a 'AL'. Trae
      *    los datos de la entrada de la lista que coincidio para que
      *    el oficial compare sin salir de la pantalla. La coincidencia
      *    de origen 'ALTA' retiene la notificacion de alta hacia
      *    Cuentas y Tarjetas hasta que se resuelve. La de origen
      *    'IDEN' lleva en COI-REF-SOLICITUD la fecha y hora de la
      *    solicitud de PENDAUT que la origino: retiene solo esa
      *    solicitud en CL0024, y si el supervisor la rechaza se
      *    descarta con ella.
      *=================================================================
       01  COI-REG.
           05  COI-CLI-ID          PIC 9(10).
           05  COI-ESTADO          PIC X(01).
               88  COI-PENDIENTE          VALUE 'P'.
               88  COI-DESCARTADA         VALUE 'D'.
               88  COI-CONFIRMADA         VALUE 'C'.
           05  COI-ORIGEN          PIC X(04).
               88  COI-ORIGEN-ALTA        VALUE 'ALTA'.
               88  COI-ORIGEN-IDENTIDAD   VALUE 'IDEN'.
               88  COI-ORIGEN-NOCTURNO    VALUE 'NOCT'.
           05  COI-LST-ID          PIC X(12).
           05  COI-TIPO-LISTA      PIC X(04).
           05  COI-VERSION-LISTA   PIC X(10).
           05  COI-TIPO-COINC      PIC X(01).
               88  COI-COINC-DOCUMENTO    VALUE 'D'.
               88  COI-COINC-NOMBRE       VALUE 'N'.
           05  COI-LST-TIPO-DOC    PIC X(02).
           05  COI-LST-NUM-DOC     PIC X(15).
           05  COI-LST-NOMBRE      PIC X(40).
           05  COI-LST-APELLIDO    PIC X(40).
           05  COI-FECHA-DET       PIC X(10).
           05  COI-HORA-DET        PIC X(08).
           05  COI-USUARIO         PIC X(08).
           05  COI-OFICIAL         PIC X(08).
           05  COI-FEC-RESOL       PIC X(10).
           05  COI-OBSERVACION     PIC X(60).
           05  COI-REF-SOLICITUD.
               10  COI-FEC-SOL     PIC X(10).
               10  COI-HORA-SOL    PIC X(08).
