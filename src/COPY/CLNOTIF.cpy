      *    cuando una Alta, una Baja o una Reactivacion de cliente se
      *    completa con exito, para que Cuentas y Emision de Tarjetas
      *    puedan enterarse (solicitud 008, accion REAC agregada por
      *    solicitud 013, accion FUSI por solicitud 020, accion IDEN
      *    para la correccion de identidad aprobada). El
      *    despachador batch CL0010 marca cada registro como enviado
      *    con su fecha de envio (solicitud 010) y el procesador de
      *    acuses CL0023 lo confirma ('C') o lo devuelve a pendiente
               88  NOT-ACCION-BAJA        VALUE 'BAJA'.
               88  NOT-ACCION-REAC        VALUE 'REAC'.
               88  NOT-ACCION-FUSI        VALUE 'FUSI'.
               88  NOT-ACCION-IDEN        VALUE 'IDEN'.
           05  NOT-FEC-EFECTIVA    PIC X(10).
           05  NOT-FECHA-GEN       PIC X(10).
           05  NOT-HORA-GEN        PIC X(08).
