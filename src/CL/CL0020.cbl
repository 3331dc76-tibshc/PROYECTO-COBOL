           05  WS-TOT-ETIQUETA     PIC X(24).
           05  WS-TOT-CANTIDAD     PIC ZZZ,ZZ9.

      *    Registro de la corrida para el control de corridas
      *    batch, que graba CL0041 al terminar.
           COPY CLCORRID.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 0010-INICIAR-CORRIDA
           PERFORM 0100-INICIALIZAR
           PERFORM 1000-DEPURAR-AUDITORIA
           PERFORM 2000-DEPURAR-NOTIFICACIONES
           PERFORM 0900-FINALIZAR
           PERFORM 0950-REGISTRAR-CORRIDA
           STOP RUN.

       0010-INICIAR-CORRIDA.
           INITIALIZE COR-REG
           CALL 'CL0009' USING COR-FEC-INICIO, COR-HORA-INICIO.

       0100-INICIALIZAR.
           CALL 'CL0009' USING WS-FECHA-HOY, WS-HORA-HOY

           DISPLAY "Notificac. - Leidos: " WS-NOT-LEIDOS
                   " Archivados: " WS-NOT-ARCHIVADOS
                   " Retenidos: " WS-NOT-RETENIDOS.

       0950-REGISTRAR-CORRIDA.
      *    Deja la corrida en el control de corridas (CL0041). La
      *    llamada pone en cero el RETURN-CODE: se guarda antes y
      *    se repone al volver.
           MOVE "CL0020J"              TO COR-JOB
           MOVE "CL0020"               TO COR-PROGRAMA
           COMPUTE COR-LEIDOS = WS-AUD-LEIDOS
                   + WS-NOT-LEIDOS
           COMPUTE COR-GRABADOS = WS-AUD-ARCHIVADOS
                   + WS-NOT-ARCHIVADOS
           MOVE RETURN-CODE            TO COR-RETURN-CODE
           CALL 'CL0041' USING COR-REG
           MOVE COR-RETURN-CODE        TO RETURN-CODE.
