      *=================================================================
      *    COPYBOOK: CLAVISOS
      *    Layout del historial de avisos de renovacion KYC enviados
      *    a los clientes (archivo AVISOKYC). Lo graba CL0046, un
      *    registro por carta o email efectivamente emitido, y nada
      *    se borra: es la constancia de contacto que cumplimiento
      *    presenta antes de restringir una cuenta. Es indexado (VSAM
      *    KSDS) como VINCULOS: la clave es cliente + fecha KYC
      *    vigente al enviar + numero de aviso (1 = primer aviso,
      *    2 = recordatorio). Cuando la Modificacion (CL0003) o la
      *    actualizacion KYC (CL0018) renuevan la fecha KYC, la clave
      *    del ciclo anterior ya no coincide y no sale ningun aviso
      *    mas sobre ese ciclo. Clientes sin revision previa llevan la
      *    fecha KYC en blanco. No lleva datos personales (ni nombre,
      *    ni direccion, ni email): el destino de cada aviso queda en
      *    el archivo de correspondencia CARTAKYC de la corrida.
      *=================================================================
       01  AVI-REG.
           05  AVI-CLAVE.
               10  AVI-CLI-ID      PIC 9(10).
               10  AVI-FEC-KYC     PIC X(10).
               10  AVI-NUM-AVISO   PIC 9(01).
                   88  AVI-PRIMER-AVISO       VALUE 1.
                   88  AVI-RECORDATORIO       VALUE 2.
           05  AVI-FEC-ENVIO       PIC X(10).
           05  AVI-CANAL           PIC X(01).
               88  AVI-CANAL-CARTA        VALUE 'C'.
               88  AVI-CANAL-EMAIL        VALUE 'E'.
           05  AVI-SITUACION       PIC X(15).
           05  AVI-FEC-LIMITE      PIC X(10).
           05  AVI-RIESGO          PIC X(02).
           05  AVI-SUCURSAL        PIC X(04).
           05  FILLER              PIC X(17).
