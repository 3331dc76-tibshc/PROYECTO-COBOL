      *    AAAAMMDD sin guiones. En el movimiento 'F' (fusion),
      *    NTAR-CLI-ID-REL trae el cliente sobreviviente al que
      *    reapuntar los plasticos (solicitud 020); en el resto de los
      *    movimientos viene en cero. El movimiento 'I' avisa una
      *    correccion de identidad (nombre, apellido o documento) del
      *    cliente.
      *=================================================================
       01  NTAR-REG.
           05  NTAR-TIPO-MOV       PIC X(01).
