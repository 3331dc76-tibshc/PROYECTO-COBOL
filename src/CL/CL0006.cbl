      *    registros graba un checkpoint (DD CLICKPT); si el paso se
      *    corta y se relanza, retoma desde el ultimo checkpoint en
      *    vez de reprocesar el archivo completo (solicitud 009).
      *    Las altas que CL0001 deja retenidas por coincidir con las
      *    listas de sanciones/PEP cuentan como correctas (el cliente
      *    queda insertado) pero se informan tambien en el reporte de
      *    excepciones para que cumplimiento las tenga a la vista.
      *    Cada registro trae en CLI-SUCURSAL la sucursal duenia del
      *    cliente; sin sucursal valida CL0001 rechaza el registro a
      *    excepciones.
      *    La primera version de cada cliente en el historico de
      *    clientes la graba CL0001 via CL0049; aca el historico se
      *    abre al empezar y se cierra al terminar la carga, y las
      *    versiones quedan a nombre del usuario BATCH.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

           COPY CLLKAREA.

      *    Registro de la corrida para el control de corridas
      *    batch, que graba CL0041 al terminar.
           COPY CLCORRID.

      *=================================================================
      *    AREA DEL HISTORICO DE VERSIONES DE CLIENTES CL0049
      *=================================================================
           COPY CLHISTAR.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 0010-INICIAR-CORRIDA
           PERFORM 0100-INICIALIZAR
           PERFORM 0200-PROCESAR-REGISTRO UNTIL WS-FIN-ARCHIVO
           PERFORM 0900-FINALIZAR
           PERFORM 0950-REGISTRAR-CORRIDA
           STOP RUN.

       0010-INICIAR-CORRIDA.
           INITIALIZE COR-REG
           CALL 'CL0009' USING COR-FEC-INICIO, COR-HORA-INICIO.

       0100-INICIALIZAR.
           MOVE "BATCH"             TO CL-USUARIO
           MOVE "CL0006"            TO CL-TERMINAL
           MOVE 'A'                 TO HST-FUNCION
           CALL 'CL0049' USING HST-AREA
           OPEN INPUT ENTRADA-FILE
           PERFORM 0050-VERIFICAR-CHECKPOINT
           PERFORM 1000-LEER-SIGUIENTE
           MOVE CLI-TELEFONO        TO CL-LOTE-TELEFONO
           MOVE CLI-EMAIL           TO CL-LOTE-EMAIL
           MOVE CLI-FEC-ALTA        TO CL-LOTE-FEC-ALTA
           MOVE CLI-SUCURSAL        TO CL-SUCURSAL
           MOVE 00                  TO CL-RETURN-CODE
           MOVE 0                   TO CL-SQLCODE-OUT
           MOVE SPACES              TO CL-MENSAJE

           IF CL-RC-OK
               ADD 1 TO WS-CONTADOR-OK
               IF CL-ALTA-RETENIDA
                   PERFORM 3000-ESCRIBIR-EXCEPCION
               END-IF
           ELSE
               ADD 1 TO WS-CONTADOR-ERR
               PERFORM 3000-ESCRIBIR-EXCEPCION
           WRITE EXC-LINEA FROM WS-LINEA-TOTAL-ERR

           CLOSE EXCEPCION-FILE
           MOVE 'C'                 TO HST-FUNCION
           CALL 'CL0049' USING HST-AREA

           DISPLAY "Carga masiva de clientes finalizada."
           DISPLAY "Leidos: " WS-CONTADOR-LEIDOS
           OPEN OUTPUT CKPT-FILE
           WRITE CKPT-REG
           CLOSE CKPT-FILE.

       0950-REGISTRAR-CORRIDA.
      *    Deja la corrida en el control de corridas (CL0041). La
      *    llamada pone en cero el RETURN-CODE: se guarda antes y
      *    se repone al volver.
           MOVE "CL0006J"              TO COR-JOB
           MOVE "CL0006"               TO COR-PROGRAMA
           MOVE WS-CONTADOR-LEIDOS     TO COR-LEIDOS
           MOVE WS-CONTADOR-OK         TO COR-GRABADOS
           MOVE WS-CONTADOR-ERR        TO COR-RECHAZADOS
           MOVE RETURN-CODE            TO COR-RETURN-CODE
           CALL 'CL0041' USING COR-REG
           MOVE COR-RETURN-CODE        TO RETURN-CODE.
