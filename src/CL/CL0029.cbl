      *      KYC-HASTA=AAAA-MM-DD
      *      EMAIL=S|N             con/sin email cargado
      *      TELEFONO=S|N          con/sin telefono cargado
      *      SUCURSAL=nnnn         sucursal duenia del cliente
      *    Los clientes seleccionados salen a EXTSEL en el layout
      *    CLIENTES completo y el reporte de control RPTSELEC repite
      *    las tarjetas recibidas (incluidas las desconocidas, que se
       FILE SECTION.
       FD  SALIDA-FILE
           RECORDING MODE IS F.
       01  SAL-REG                 PIC X(259).

       FD  CONTROL-FILE
           RECORDING MODE IS F.
           05  WS-CRIT-EMAIL       PIC X(01).
           05  WS-USA-TELEFONO     PIC X(01) VALUE 'N'.
           05  WS-CRIT-TELEFONO    PIC X(01).
           05  WS-USA-SUCURSAL     PIC X(01) VALUE 'N'.
           05  WS-CRIT-SUCURSAL    PIC X(04).

       01  WS-CUMPLE               PIC X(01).
           88  WS-CLIENTE-CUMPLE          VALUE 'S'.
           05  WS-TOT-ETIQUETA     PIC X(24).
           05  WS-TOT-CANTIDAD     PIC ZZZ,ZZ9.

      *    Registro de la corrida para el control de corridas
      *    batch, que graba CL0041 al terminar.
           COPY CLCORRID.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 0010-INICIAR-CORRIDA
           PERFORM 0100-INICIALIZAR
           PERFORM 1000-LEER-TARJETAS
           PERFORM 2000-SELECCIONAR-CLIENTES
           PERFORM 0900-FINALIZAR
           PERFORM 0950-REGISTRAR-CORRIDA
           STOP RUN.

       0010-INICIAR-CORRIDA.
           INITIALIZE COR-REG
           CALL 'CL0009' USING COR-FEC-INICIO, COR-HORA-INICIO.

       0100-INICIALIZAR.
           CALL 'CL0009' USING WS-FECHA-HOY, WS-HORA-HOY

               WHEN "TELEFONO"
                   MOVE 'S' TO WS-USA-TELEFONO
                   MOVE WS-TARJ-VALOR(1:1) TO WS-CRIT-TELEFONO
               WHEN "SUCURSAL"
                   MOVE 'S' TO WS-USA-SUCURSAL
                   MOVE WS-TARJ-VALOR(1:4) TO WS-CRIT-SUCURSAL
               WHEN OTHER
                   MOVE "<- TARJETA DESCONOCIDA" TO WS-CTL-OBSERV
           END-EVALUATE
                   SELECT CLI_ID, CLI_TIPO_DOC, CLI_NUM_DOC,
                          CLI_NOMBRE, CLI_APELLIDO, CLI_DIRECCION,
                          CLI_TELEFONO, CLI_EMAIL, CLI_ESTADO,
                          CLI_FEC_ALTA, CLI_RIESGO, CLI_FEC_KYC,
                          CLI_SUCURSAL
                       FROM CLIENTES
                       ORDER BY CLI_ID
           END-EXEC
                   INTO :CLI-ID, :CLI-TIPO-DOC, :CLI-NUM-DOC,
                        :CLI-NOMBRE, :CLI-APELLIDO, :CLI-DIRECCION,
                        :CLI-TELEFONO, :CLI-EMAIL, :CLI-ESTADO,
                        :CLI-FEC-ALTA, :CLI-RIESGO, :CLI-FEC-KYC,
                        :CLI-SUCURSAL
           END-EXEC

           IF SQLCODE = 100
                   OR CLI-FEC-KYC > WS-CRIT-KYC-HASTA)
               MOVE 'N' TO WS-CUMPLE
           END-IF
           IF WS-USA-SUCURSAL = 'S'
              AND CLI-SUCURSAL NOT = WS-CRIT-SUCURSAL
               MOVE 'N' TO WS-CUMPLE
           END-IF
           IF WS-USA-EMAIL = 'S'
               IF WS-CRIT-EMAIL = 'S' AND CLI-EMAIL = SPACES
                   MOVE 'N' TO WS-CUMPLE
           DISPLAY "Extracto por parametros finalizado."
           DISPLAY "Examinados: " WS-CONTADOR-EXAMINADOS
                   " Seleccionados: " WS-CONTADOR-SELECC.

       0950-REGISTRAR-CORRIDA.
      *    Deja la corrida en el control de corridas (CL0041). La
      *    llamada pone en cero el RETURN-CODE: se guarda antes y
      *    se repone al volver.
           MOVE "CL0029J"              TO COR-JOB
           MOVE "CL0029"               TO COR-PROGRAMA
           MOVE WS-CONTADOR-EXAMINADOS TO COR-LEIDOS
           MOVE WS-CONTADOR-SELECC     TO COR-GRABADOS
           MOVE RETURN-CODE            TO COR-RETURN-CODE
           CALL 'CL0041' USING COR-REG
           MOVE COR-RETURN-CODE        TO RETURN-CODE.
