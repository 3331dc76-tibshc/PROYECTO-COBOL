      *=================================================================
      *    COPYBOOK: CLFILTRO
      *    Area de comunicacion con la subrutina comun de control
      *    contra las listas de sanciones y PEP CL0034. El llamador
      *    carga el modo, el cliente y sus datos de identidad; CL0034
      *    devuelve el resultado, la version de la lista contra la
      *    que se controlo y, ante una coincidencia, la entrada de la
      *    lista que coincidio.
      *    FIL-MODO:
      *      'C' = solo consulta: devuelve el resultado sin grabar
      *            nada (la usa el Alta antes de insertar y el
      *            recontrol nocturno CL0036, que graba por su cuenta
      *            con los archivos abiertos toda la corrida);
      *      'R' = registra: ademas deja la constancia del control en
      *            FILTCONS y, si hubo coincidencia, la encola en
      *            COINCLI para la resolucion de cumplimiento.
      *    FIL-ORIGEN identifica quien pidio el control: 'ALTA' alta
      *    de cliente, 'IDEN' correccion de identidad, 'NOCT'
      *    recontrol nocturno. Con origen 'IDEN' el llamador carga
      *    en FIL-REF-SOLICITUD la fecha y hora de la solicitud que
      *    encola en PENDAUT; CL0034 la deja en la coincidencia.
      *=================================================================
       01  FIL-AREA.
           05  FIL-MODO            PIC X(01).
               88  FIL-MODO-CONSULTA        VALUE 'C'.
               88  FIL-MODO-REGISTRO        VALUE 'R'.
           05  FIL-ORIGEN          PIC X(04).
           05  FIL-USUARIO         PIC X(08).
           05  FIL-CLI-ID          PIC 9(10).
           05  FIL-REF-SOLICITUD.
               10  FIL-FEC-SOL     PIC X(10).
               10  FIL-HORA-SOL    PIC X(08).
           05  FIL-DATOS.
               10  FIL-TIPO-DOC    PIC X(02).
               10  FIL-NUM-DOC     PIC X(15).
               10  FIL-NOMBRE      PIC X(40).
               10  FIL-APELLIDO    PIC X(40).
           05  FIL-RETORNO         PIC 9(02).
               88  FIL-SIN-COINCIDENCIA     VALUE 00.
               88  FIL-CON-COINCIDENCIA     VALUE 04.
               88  FIL-LISTA-NO-DISPONIBLE  VALUE 12.
           05  FIL-VERSION-LISTA   PIC X(10).
           05  FIL-CANT-ENTRADAS   PIC 9(05).
           05  FIL-COINCIDENCIA.
               10  FIL-LST-ID          PIC X(12).
               10  FIL-TIPO-LISTA      PIC X(04).
               10  FIL-TIPO-COINC      PIC X(01).
                   88  FIL-COINC-DOCUMENTO  VALUE 'D'.
                   88  FIL-COINC-NOMBRE     VALUE 'N'.
               10  FIL-LST-TIPO-DOC    PIC X(02).
               10  FIL-LST-NUM-DOC     PIC X(15).
               10  FIL-LST-NOMBRE      PIC X(40).
               10  FIL-LST-APELLIDO    PIC X(40).
           05  FIL-MENSAJE         PIC X(60).
