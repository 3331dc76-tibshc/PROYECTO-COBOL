      *    (cliente inexistente, dado de baja, riesgo o fecha
      *    invalidos) con totales finales. Se ejecuta desde el JCL
      *    CL0018J.
      *    Cada cambio aplicado graba la nueva version del cliente en
      *    el historico de clientes via CL0049, que queda abierto
      *    toda la corrida.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  WS-TOT-ETIQUETA     PIC X(24).
           05  WS-TOT-CANTIDAD     PIC ZZZ,ZZ9.

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
           PERFORM 1000-LEER-RECLASIFICACION
           PERFORM 0200-PROCESAR-RECLASIFICACION
               UNTIL WS-FIN-RECLA
           PERFORM 0900-FINALIZAR
           PERFORM 0950-REGISTRAR-CORRIDA
           STOP RUN.

       0010-INICIAR-CORRIDA.
           INITIALIZE COR-REG
           CALL 'CL0009' USING COR-FEC-INICIO, COR-HORA-INICIO.

       0100-INICIALIZAR.
           CALL 'CL0009' USING WS-FECHA-HOY, WS-HORA-HOY

               OPEN I-O AUDIT-FILE
           END-IF

           MOVE 'A' TO HST-FUNCION
           CALL 'CL0049' USING HST-AREA

           OPEN OUTPUT REPORTE-FILE
           WRITE RPT-LINEA FROM WS-LINEA-ENCABEZADO
           MOVE WS-FECHA-HOY      TO WS-ENC-FECHA

           IF SQLCODE = 0
               PERFORM 4000-AUDITAR-CAMBIO
               PERFORM 4500-REGISTRAR-HISTORICO
           ELSE
               MOVE 'N' TO WS-APLICABLE
               MOVE SQLCODE TO WS-SQLCODE-DISP
           MOVE WS-HORA-HOY  TO AUD-HORA
           MOVE 0            TO WS-SECUENCIA-PROX.

       4500-REGISTRAR-HISTORICO.
           MOVE 'G'            TO HST-FUNCION
           MOVE CLI-ID         TO HST-CLI-ID
           MOVE 'CL0018'       TO HST-PROGRAMA
           MOVE 'BATCH'        TO HST-USUARIO
           MOVE 'RECLASIF RIESGO' TO HST-OPERACION
           CALL 'CL0049' USING HST-AREA.

       5000-REPORTAR-APLICADO.
           ADD 1 TO WS-CONTADOR-APLICADOS
           MOVE REC-CLI-ID        TO WS-APL-CLI-ID
           CLOSE RECLA-FILE
           CLOSE AUDIT-FILE
           CLOSE REPORTE-FILE
           MOVE 'C' TO HST-FUNCION
           CALL 'CL0049' USING HST-AREA

           DISPLAY "Reclasificacion masiva de riesgo finalizada."
           DISPLAY "Leidos: " WS-CONTADOR-LEIDOS
                   " Aplicados: " WS-CONTADOR-APLICADOS
                   " Rechazados: " WS-CONTADOR-RECHAZOS.

       0950-REGISTRAR-CORRIDA.
      *    Deja la corrida en el control de corridas (CL0041). La
      *    llamada pone en cero el RETURN-CODE: se guarda antes y
      *    se repone al volver.
           MOVE "CL0018J"              TO COR-JOB
           MOVE "CL0018"               TO COR-PROGRAMA
           MOVE WS-CONTADOR-LEIDOS     TO COR-LEIDOS
           MOVE WS-CONTADOR-APLICADOS  TO COR-GRABADOS
           MOVE WS-CONTADOR-RECHAZOS   TO COR-RECHAZADOS
           MOVE RETURN-CODE            TO COR-RETURN-CODE
           CALL 'CL0041' USING COR-REG
           MOVE COR-RETURN-CODE        TO RETURN-CODE.
