      *        reclasificaciones de riesgo, manteniendo el archivo
      *        abierto toda la corrida con el mismo reintento de
      *        secuencia (solicitud 025).
      *    Cada cambio aplicado graba ademas la nueva version del
      *    cliente en el historico de clientes via CL0049, abierto
      *    toda la corrida.
      *    Se ejecuta desde el JCL CL0031J.
      *=================================================================
       ENVIRONMENT DIVISION.
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
           PERFORM 1000-LEER-NOVEDAD
           PERFORM 0200-PROCESAR-NOVEDAD
               UNTIL WS-FIN-NOVEDADES
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
               PERFORM 4500-AUDITAR-CAMBIO
               PERFORM 4800-REGISTRAR-HISTORICO
           ELSE
               MOVE 'N' TO WS-APLICABLE
               MOVE SQLCODE TO WS-SQLCODE-DISP
           MOVE WS-HORA-HOY  TO AUD-HORA
           MOVE 0            TO WS-SECUENCIA-PROX.

       4800-REGISTRAR-HISTORICO.
           MOVE 'G'            TO HST-FUNCION
           MOVE CLI-ID         TO HST-CLI-ID
           MOVE 'CL0031'       TO HST-PROGRAMA
           MOVE 'BATCH'        TO HST-USUARIO
           MOVE 'NOVEDAD BC'   TO HST-OPERACION
           CALL 'CL0049' USING HST-AREA.

       5000-REPORTAR-RECHAZO.
           ADD 1 TO WS-CONTADOR-RECHAZADAS
           MOVE NOV-CLI-ID        TO WS-RCH-CLI-ID
           CLOSE NOVEDAD-FILE
           CLOSE AUDIT-FILE
           CLOSE REPORTE-FILE
           MOVE 'C' TO HST-FUNCION
           CALL 'CL0049' USING HST-AREA

           DISPLAY "Aplicacion de novedades de Banca Central"
                   " finalizada."
           DISPLAY "Leidas: " WS-CONTADOR-LEIDAS
                   " Aplicadas: " WS-CONTADOR-APLICADAS
                   " Rechazadas: " WS-CONTADOR-RECHAZADAS.

       0950-REGISTRAR-CORRIDA.
      *    Deja la corrida en el control de corridas (CL0041). La
      *    llamada pone en cero el RETURN-CODE: se guarda antes y
      *    se repone al volver.
           MOVE "CL0031J"              TO COR-JOB
           MOVE "CL0031"               TO COR-PROGRAMA
           MOVE WS-CONTADOR-LEIDAS     TO COR-LEIDOS
           MOVE WS-CONTADOR-APLICADAS  TO COR-GRABADOS
           MOVE WS-CONTADOR-RECHAZADAS TO COR-RECHAZADOS
           MOVE RETURN-CODE            TO COR-RETURN-CODE
           CALL 'CL0041' USING COR-REG
           MOVE COR-RETURN-CODE        TO RETURN-CODE.
