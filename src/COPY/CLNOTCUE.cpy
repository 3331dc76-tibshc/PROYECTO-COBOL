      *    el area de Cuentas: fechas con guiones (AAAA-MM-DD). En la
      *    accion FUSI, NCUE-CLI-ID-REL trae el cliente sobreviviente
      *    al que reapuntar los productos (solicitud 020); en el resto
      *    de las acciones viene en cero. La accion IDEN avisa una
      *    correccion de identidad (nombre, apellido o documento).
      *=================================================================
       01  NCUE-REG.
           05  NCUE-CLI-ID         PIC 9(10).
