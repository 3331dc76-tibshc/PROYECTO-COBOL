               "Pares con documento ig: ".
           05  WS-TOT-PARES        PIC ZZZ,ZZ9.

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
           OPEN OUTPUT REPORTE-FILE
           WRITE RPT-LINEA FROM WS-LINEA-ENCABEZADO
           DISPLAY "Deteccion de documentos duplicados finalizada."
           DISPLAY "Examinados: " WS-CONTADOR-LEIDOS
                   " Pares: " WS-CONTADOR-PARES.

       0950-REGISTRAR-CORRIDA.
      *    Deja la corrida en el control de corridas (CL0041). La
      *    llamada pone en cero el RETURN-CODE: se guarda antes y
      *    se repone al volver.
           MOVE "CL0015J"              TO COR-JOB
           MOVE "CL0015"               TO COR-PROGRAMA
           MOVE WS-CONTADOR-LEIDOS     TO COR-LEIDOS
           MOVE WS-CONTADOR-PARES      TO COR-GRABADOS
           MOVE RETURN-CODE            TO COR-RETURN-CODE
           CALL 'CL0041' USING COR-REG
           MOVE COR-RETURN-CODE        TO RETURN-CODE.
