           05  WS-COLA-HASH         PIC 9(15).
           05  FILLER               PIC X(66) VALUE SPACES.

      *    Registro de la corrida para el control de corridas
      *    batch, que graba CL0041 al terminar.
           COPY CLCORRID.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 0010-INICIAR-CORRIDA
           PERFORM 0100-INICIALIZAR
           PERFORM 0200-EXTRAER-CLIENTE
               UNTIL WS-NO-HAY-MAS-CLIENTES
           PERFORM 0900-FINALIZAR
           PERFORM 0950-REGISTRAR-CORRIDA
           STOP RUN.

       0010-INICIAR-CORRIDA.
           INITIALIZE COR-REG
           CALL 'CL0009' USING COR-FEC-INICIO, COR-HORA-INICIO.

       0100-INICIALIZAR.
           CALL 'CL0009' USING WS-FECHA-HOY, WS-HORA-HOY

                       " queda sin registro de cola."
               MOVE 12 TO RETURN-CODE
           END-IF.

       0950-REGISTRAR-CORRIDA.
      *    Deja la corrida en el control de corridas (CL0041). La
      *    llamada pone en cero el RETURN-CODE: se guarda antes y
      *    se repone al volver.
           MOVE "CL0022J"              TO COR-JOB
           MOVE "CL0022"               TO COR-PROGRAMA
           MOVE WS-CONTADOR-DETALLE    TO COR-LEIDOS
           MOVE WS-CONTADOR-DETALLE    TO COR-GRABADOS
           MOVE RETURN-CODE            TO COR-RETURN-CODE
           CALL 'CL0041' USING COR-REG
           MOVE COR-RETURN-CODE        TO RETURN-CODE.
