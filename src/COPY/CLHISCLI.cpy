      *=================================================================
      *    COPYBOOK: CLHISCLI
      *    Layout del historico de versiones de clientes (CLIHIST): un
      *    registro por cada version del registro completo de
      *    CLIENTES, con la vigencia desde/hasta (fecha y hora). La
      *    version vigente tiene hasta 9999-12-31 23:59:59; cada cambio
      *    la cierra con la fecha y hora del cambio y graba la nueva.
      *    Es indexado (VSAM KSDS) como AUDITCLI: la clave es cliente +
      *    fecha/hora desde + secuencia, que desempata los cambios del
      *    mismo segundo, asi que las versiones de un cliente quedan
      *    juntas y en orden. HIS-IMAGEN es el registro CLIENTES tal
      *    como quedo (se lee en una copia de CLIENTES-REG).
      *    HIS-OPERACION identifica el cambio ('CARGA INICIAL' para la
      *    version de partida que graba CL0050). Lo graba la subrutina
      *    comun CL0049, lo consulta a una fecha CL0051 y la
      *    anonimizacion CL0043 enmascara las imagenes.
      *=================================================================
       01  HIS-REG.
           05  HIS-CLAVE.
               10  HIS-CLI-ID      PIC 9(10).
               10  HIS-VIG-DESDE.
                   15  HIS-FEC-DESDE   PIC X(10).
                   15  HIS-HORA-DESDE  PIC X(08).
               10  HIS-SECUENCIA   PIC 9(03).
           05  HIS-VIG-HASTA.
               10  HIS-FEC-HASTA   PIC X(10).
                   88  HIS-VERSION-VIGENTE    VALUE '9999-12-31'.
               10  HIS-HORA-HASTA  PIC X(08).
           05  HIS-PROGRAMA        PIC X(08).
           05  HIS-USUARIO         PIC X(08).
           05  HIS-OPERACION       PIC X(15).
               88  HIS-CARGA-INICIAL      VALUE 'CARGA INICIAL'.
           05  HIS-IMAGEN          PIC X(259).
           05  FILLER              PIC X(21).
