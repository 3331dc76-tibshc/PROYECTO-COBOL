      *    Usado como area de host variables (EXEC SQL) y como
      *    layout de registro en los procesos batch (FD) que leen
      *    o escriben extractos de clientes.
      *    El cliente anonimizado al cumplir la retencion despues de
      *    la Baja o la fusion (CL0043) queda con tipo de documento
      *    'AN', un numero de documento ficticio unico, nombre y
      *    apellido ANONIMIZADO y el contacto en blanco; conserva el
      *    numero, el estado, las fechas y el riesgo.
      *    CLI-SUCURSAL es la sucursal duenia del cliente: la toma el
      *    Alta de la sucursal del operador (PERFILES) o del registro
      *    de la carga masiva, y solo la cambia el traspaso de
      *    sucursal (CL0045). En blanco = sin sucursal asignada
      *    (clientes anteriores a la asignacion, hasta su traspaso).
      *=================================================================
       01  CLIENTES-REG.
           05  CLI-ID              PIC 9(10).
           05  CLI-TIPO-DOC        PIC X(02).
               88  CLI-ANONIMIZADO         VALUE 'AN'.
           05  CLI-NUM-DOC         PIC X(15).
           05  CLI-NOMBRE          PIC X(40).
           05  CLI-APELLIDO        PIC X(40).
               88  CLI-RIESGO-MEDIO        VALUE 'MD'.
               88  CLI-RIESGO-ALTO         VALUE 'AL'.
           05  CLI-FEC-KYC         PIC X(10).
           05  CLI-SUCURSAL        PIC X(04).
