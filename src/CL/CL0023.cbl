           05  WS-TOT-ETIQUETA     PIC X(24).
           05  WS-TOT-CANTIDAD     PIC ZZZ,ZZ9.

      *    Registro de la corrida para el control de corridas
      *    batch, que graba CL0041 al terminar.
           COPY CLCORRID.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 0010-INICIAR-CORRIDA
           PERFORM 0100-INICIALIZAR
           IF WS-NOTIF-FILE-ABIERTO
               PERFORM 1000-LEER-NOTIFICACION
                   UNTIL WS-FIN-NOTIF
           END-IF
           PERFORM 0900-FINALIZAR
           PERFORM 0950-REGISTRAR-CORRIDA
           STOP RUN.

       0010-INICIAR-CORRIDA.
           INITIALIZE COR-REG
           CALL 'CL0009' USING COR-FEC-INICIO, COR-HORA-INICIO.

       0100-INICIALIZAR.
           CALL 'CL0009' USING WS-FECHA-HOY, WS-HORA-HOY

                   MOVE 'REAC' TO WS-ATA-ACCION(WS-CANT-ACK-TAR)
               WHEN 'F'
                   MOVE 'FUSI' TO WS-ATA-ACCION(WS-CANT-ACK-TAR)
               WHEN 'I'
                   MOVE 'IDEN' TO WS-ATA-ACCION(WS-CANT-ACK-TAR)
               WHEN OTHER
                   MOVE SPACES TO WS-ATA-ACCION(WS-CANT-ACK-TAR)
           END-EVALUATE
               MOVE WS-ATA-ACCION(WS-INDICE) TO WS-SIN-ACCION
               WRITE CTL-LINEA FROM WS-LINEA-SIN-CORRESP
           END-IF.

       0950-REGISTRAR-CORRIDA.
      *    Deja la corrida en el control de corridas (CL0041). La
      *    llamada pone en cero el RETURN-CODE: se guarda antes y
      *    se repone al volver.
           MOVE "CL0023J"              TO COR-JOB
           MOVE "CL0023"               TO COR-PROGRAMA
           COMPUTE COR-LEIDOS = WS-CANT-ACK-CUE
                   + WS-CANT-ACK-TAR
                   + WS-CUE-DESBORDADOS
                   + WS-TAR-DESBORDADOS
           COMPUTE COR-GRABADOS = WS-CUE-ACEPTADAS
                   + WS-CUE-RECHAZADAS
                   + WS-TAR-ACEPTADAS
                   + WS-TAR-RECHAZADAS
           COMPUTE COR-RECHAZADOS = WS-CUE-SIN-CORRESP
                   + WS-TAR-SIN-CORRESP
                   + WS-CUE-DESBORDADOS
                   + WS-TAR-DESBORDADOS
           COMPUTE COR-CANT-CUENTAS = WS-CUE-ACEPTADAS
                   + WS-CUE-RECHAZADAS
           COMPUTE COR-CANT-TARJETAS = WS-TAR-ACEPTADAS
                   + WS-TAR-RECHAZADAS
           MOVE RETURN-CODE            TO COR-RETURN-CODE
           CALL 'CL0041' USING COR-REG
           MOVE COR-RETURN-CODE        TO RETURN-CODE.
