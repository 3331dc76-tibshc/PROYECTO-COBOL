      *    rechazos quedan con el motivo del supervisor y se le
      *    muestran al operador solicitante en su proxima firma en
      *    CL0000, pasando entonces a 'V' (rechazo visto).
      *    La correccion de identidad (CL0037) encola el tipo 'IDEN':
      *    sus imagenes antes/despues llevan documento, nombre y
      *    apellido en la vista PEN-x-IDENTIDAD, que redefine las
      *    imagenes de contacto sin cambiar el largo del registro.
      *    La deteccion mensual de inactivos (CL0040) encola bajas
      *    propuestas con usuario BATCH y terminal CL0040, que el
      *    supervisor puede confirmar en bloque desde CL0024.
      *=================================================================
       01  PEND-REG.
           05  PEN-TIPO            PIC X(04).
               88  PEN-TIPO-BAJA          VALUE 'BAJA'.
               88  PEN-TIPO-RIESGO        VALUE 'RIES'.
               88  PEN-TIPO-IDENTIDAD     VALUE 'IDEN'.
           05  PEN-ESTADO          PIC X(01).
               88  PEN-PENDIENTE          VALUE 'P'.
               88  PEN-APROBADA           VALUE 'A'.
           05  PEN-CLI-ID          PIC 9(10).
           05  PEN-USUARIO         PIC X(08).
           05  PEN-TERMINAL        PIC X(08).
               88  PEN-PROPUESTA-INACTIVIDAD VALUE 'CL0040'.
           05  PEN-FECHA-SOL       PIC X(10).
           05  PEN-HORA-SOL        PIC X(08).
      *    Imagenes antes/despues con el mismo juego de campos del
               10  PEN-A-EMAIL     PIC X(50).
               10  PEN-A-ESTADO    PIC X(01).
               10  PEN-A-RIESGO    PIC X(02).
           05  PEN-A-IDENTIDAD REDEFINES PEN-ANTES.
               10  PEN-A-TIPO-DOC  PIC X(02).
               10  PEN-A-NUM-DOC   PIC X(15).
               10  PEN-A-NOMBRE    PIC X(40).
               10  PEN-A-APELLIDO  PIC X(40).
               10  FILLER          PIC X(31).
           05  PEN-DESPUES.
               10  PEN-D-DIRECCION PIC X(60).
               10  PEN-D-TELEFONO  PIC X(15).
               10  PEN-D-EMAIL     PIC X(50).
               10  PEN-D-ESTADO    PIC X(01).
               10  PEN-D-RIESGO    PIC X(02).
           05  PEN-D-IDENTIDAD REDEFINES PEN-DESPUES.
               10  PEN-D-TIPO-DOC  PIC X(02).
               10  PEN-D-NUM-DOC   PIC X(15).
               10  PEN-D-NOMBRE    PIC X(40).
               10  PEN-D-APELLIDO  PIC X(40).
               10  FILLER          PIC X(31).
           05  PEN-FEC-KYC-NUEVA   PIC X(10).
           05  PEN-SUPERVISOR      PIC X(08).
           05  PEN-FEC-RESOL       PIC X(10).
