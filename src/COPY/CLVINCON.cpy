      *=================================================================
      *    COPYBOOK: CLVINCON
      *    Area de comunicacion con la subrutina comun de consulta de
      *    vinculos CL0039. El llamador carga VNC-CLI-ID; CL0039
      *    devuelve cuantos vinculos abiertos tiene el cliente (vigente
      *    y sin vencer a la fecha del dia), en cualquiera de los dos
      *    sentidos, y el detalle de los primeros en VNC-TABLA. El rol
      *    indica el lado del cliente consultado: 'T' titular o
      *    representado, 'V' parte vinculada. Retornos: 00 consulta
      *    resuelta (la cantidad puede ser cero, tambien si el archivo
      *    todavia no existe), 12 archivo de vinculos no disponible.
      *=================================================================
       01  VNC-AREA.
           05  VNC-CLI-ID          PIC 9(10).
           05  VNC-RETORNO         PIC 9(02).
               88  VNC-CONSULTA-OK          VALUE 00.
               88  VNC-NO-DISPONIBLE        VALUE 12.
           05  VNC-CANT-ABIERTOS   PIC 9(05).
           05  VNC-CANT-TABLA      PIC 9(03).
           05  VNC-TABLA OCCURS 20 TIMES.
               10  VNC-T-ROL           PIC X(01).
                   88  VNC-T-ES-TITULAR     VALUE 'T'.
                   88  VNC-T-ES-VINCULADO   VALUE 'V'.
               10  VNC-T-CLI-ID-OTRO   PIC 9(10).
               10  VNC-T-TIPO          PIC X(02).
               10  VNC-T-FEC-DESDE     PIC X(10).
               10  VNC-T-FEC-HASTA     PIC X(10).
