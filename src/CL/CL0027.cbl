       01  WS-CONTADOR-GRABADOS    PIC 9(09) VALUE 0.
       01  WS-CONTADOR-PERDIDOS    PIC 9(09) VALUE 0.

      *    Registro de la corrida para el control de corridas
      *    batch, que graba CL0041 al terminar.
           COPY CLCORRID.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 0010-INICIAR-CORRIDA
           PERFORM 0100-INICIALIZAR
           PERFORM 0200-CONVERTIR-REGISTRO
               UNTIL WS-FIN-ENTRADA
           PERFORM 0900-FINALIZAR
           PERFORM 0950-REGISTRAR-CORRIDA
           STOP RUN.

       0010-INICIAR-CORRIDA.
           INITIALIZE COR-REG
           CALL 'CL0009' USING COR-FEC-INICIO, COR-HORA-INICIO.

       0100-INICIALIZAR.
           OPEN INPUT ENTRADA-FILE

           DISPLAY "Leidos: " WS-CONTADOR-LEIDOS
                   " Grabados: " WS-CONTADOR-GRABADOS
                   " Sin grabar: " WS-CONTADOR-PERDIDOS.

       0950-REGISTRAR-CORRIDA.
      *    Deja la corrida en el control de corridas (CL0041). La
      *    llamada pone en cero el RETURN-CODE: se guarda antes y
      *    se repone al volver.
           MOVE "CL0027J"              TO COR-JOB
           MOVE "CL0027"               TO COR-PROGRAMA
           MOVE WS-CONTADOR-LEIDOS     TO COR-LEIDOS
           MOVE WS-CONTADOR-GRABADOS   TO COR-GRABADOS
           MOVE WS-CONTADOR-PERDIDOS   TO COR-RECHAZADOS
           MOVE RETURN-CODE            TO COR-RETURN-CODE
           CALL 'CL0041' USING COR-REG
           MOVE COR-RETURN-CODE        TO RETURN-CODE.
