      *=================================================================
      *    COPYBOOK: CLANONI
      *    Layout de la lista de clientes anonimizados en una corrida
      *    de la anonimizacion por retencion (archivo ANONLIS). La
      *    graba CL0043 en orden de numero de cliente, un registro
      *    por cliente efectivamente anonimizado en CLIENTES, y la
      *    lee CL0044 para enmascarar esos mismos clientes en cada
      *    generacion del archivo historico de auditoria AUDARCH.
      *=================================================================
       01  ANO-REG.
           05  ANO-CLI-ID          PIC 9(10).
           05  ANO-FECHA           PIC X(10).
