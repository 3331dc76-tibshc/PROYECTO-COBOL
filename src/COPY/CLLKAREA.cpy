               10  CL-D-EMAIL          PIC X(50).
               10  CL-D-ESTADO         PIC X(01).
               10  CL-D-RIESGO         PIC X(02).
      *    'S' cuando el Alta quedo retenida por coincidir con las
      *    listas de sanciones/PEP: el cliente se inserto pero su
      *    notificacion de ALTA espera la resolucion de cumplimiento
      *    (CL0035). CL0006 lo informa en el reporte de excepciones.
           05  CL-RETENIDO         PIC X(01) VALUE 'N'.
               88  CL-ALTA-RETENIDA          VALUE 'S'.
      *    Sucursal que el Alta asigna al cliente nuevo: en linea la
      *    del perfil del operador firmado (la carga CL0000 al
      *    validar la firma), en lote la del registro de la carga
      *    masiva (la carga CL0006).
           05  CL-SUCURSAL         PIC X(04) VALUE SPACES.
