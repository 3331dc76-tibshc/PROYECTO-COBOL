      *        cliente observado con el primer mensaje del validador,
      *        como lista de trabajo de correccion para las
      *        sucursales.
      *    Los clientes anonimizados por retencion (CL0043) quedan
      *    afuera: sus datos ficticios no son un error a corregir.
      *    Como CL0017 corta en el primer error, cada cliente
      *    observado cuenta en una sola categoria: la del primer
      *    campo que fallo. Se ejecuta desde el JCL CL0030J.
           05  WS-PORC-ED          PIC ZZ9.99.
           05  FILLER              PIC X(02) VALUE " %".

      *    Registro de la corrida para el control de corridas
      *    batch, que graba CL0041 al terminar.
           COPY CLCORRID.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 0010-INICIAR-CORRIDA
           PERFORM 0100-INICIALIZAR
           PERFORM 0200-EXAMINAR-CLIENTE
               UNTIL WS-NO-HAY-MAS-CLIENTES
           PERFORM 0900-FINALIZAR
           PERFORM 0950-REGISTRAR-CORRIDA
           STOP RUN.

       0010-INICIAR-CORRIDA.
           INITIALIZE COR-REG
           CALL 'CL0009' USING COR-FEC-INICIO, COR-HORA-INICIO.

       0100-INICIALIZAR.
           CALL 'CL0009' USING WS-FECHA-HOY, WS-HORA-HOY

                          CLI_NOMBRE, CLI_APELLIDO, CLI_EMAIL,
                          CLI_ESTADO, CLI_FEC_ALTA, CLI_FEC_KYC
                       FROM CLIENTES
                       WHERE CLI_TIPO_DOC <> 'AN'
                       ORDER BY CLI_ID
           END-EXEC

           DISPLAY "Examinados: " WS-CONTADOR-EXAMINADOS
                   " Limpios: " WS-CONTADOR-LIMPIOS
                   " Observados: " WS-CONTADOR-OBSERVADOS.

       0950-REGISTRAR-CORRIDA.
      *    Deja la corrida en el control de corridas (CL0041). La
      *    llamada pone en cero el RETURN-CODE: se guarda antes y
      *    se repone al volver.
           MOVE "CL0030J"              TO COR-JOB
           MOVE "CL0030"               TO COR-PROGRAMA
           MOVE WS-CONTADOR-EXAMINADOS TO COR-LEIDOS
           MOVE WS-CONTADOR-OBSERVADOS TO COR-GRABADOS
           MOVE RETURN-CODE            TO COR-RETURN-CODE
           CALL 'CL0041' USING COR-REG
           MOVE COR-RETURN-CODE        TO RETURN-CODE.
