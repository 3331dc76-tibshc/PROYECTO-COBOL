      *    (las categorias de VAL-CAMPO-ERROR) y el primer mensaje.
      *    Pensado como lista de trabajo para que las sucursales
      *    corrijan con la Modificacion (CL0003): trae el documento y
      *    el nombre para ubicar al cliente sin otra consulta. Los
      *    avisos de renovacion KYC (CL0046) lo leen para no mandar
      *    email a una casilla observada.
      *=================================================================
       01  CAL-REG.
           05  CAL-CLI-ID          PIC 9(10).
