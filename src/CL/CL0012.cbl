
           COPY CLLKAREA.

      *    Registro de la corrida para el control de corridas
      *    batch, que graba CL0041 al terminar.
           COPY CLCORRID.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 0010-INICIAR-CORRIDA
           MOVE "BATCH"           TO CL-USUARIO
           MOVE "CL0012"          TO CL-TERMINAL
           MOVE 6                 TO CL-OPCION
           DISPLAY "Consulta de auditoria batch finalizada."
           DISPLAY "Resultado: " CL-RETURN-CODE " " CL-MENSAJE

           PERFORM 0950-REGISTRAR-CORRIDA
           STOP RUN.

       0010-INICIAR-CORRIDA.
           INITIALIZE COR-REG
           CALL 'CL0009' USING COR-FEC-INICIO, COR-HORA-INICIO.

       0950-REGISTRAR-CORRIDA.
      *    Deja la corrida en el control de corridas (CL0041). La
      *    llamada pone en cero el RETURN-CODE: se guarda antes y
      *    se repone al volver.
           MOVE "CL0012J"              TO COR-JOB
           MOVE "CL0012"               TO COR-PROGRAMA
           MOVE RETURN-CODE            TO COR-RETURN-CODE
           CALL 'CL0041' USING COR-REG
           MOVE COR-RETURN-CODE        TO RETURN-CODE.
