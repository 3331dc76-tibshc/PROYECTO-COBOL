      *=================================================================
      *    COPYBOOK: CLLISTA
      *    Layout del archivo de listas de sanciones y de personas
      *    expuestas politicamente (PEP) que cumplimiento recibe cada
      *    semana (archivo LISTSANC). Un registro por persona listada
      *    con su identificador en la lista de origen, el tipo de
      *    lista y la version (fecha de publicacion AAAA-MM-DD, la
      *    misma en todos los registros de una entrega). El documento
      *    puede venir en blanco cuando la lista solo publica el
      *    nombre. Lo carga en memoria la subrutina comun de control
      *    CL0034.
      *=================================================================
       01  LST-REG.
           05  LST-ID              PIC X(12).
           05  LST-TIPO-LISTA      PIC X(04).
               88  LST-LISTA-SANCIONES    VALUE 'SANC'.
               88  LST-LISTA-PEP          VALUE 'PEP '.
           05  LST-VERSION         PIC X(10).
           05  LST-TIPO-DOC        PIC X(02).
           05  LST-NUM-DOC         PIC X(15).
           05  LST-NOMBRE          PIC X(40).
           05  LST-APELLIDO        PIC X(40).
