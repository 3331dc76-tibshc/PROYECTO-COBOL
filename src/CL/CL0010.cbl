       01  WS-CONTADOR-PENDIENTES  PIC 9(07) VALUE 0.
       01  WS-CONTADOR-ENVIADAS    PIC 9(07) VALUE 0.
       01  WS-CONTADOR-RECHAZADAS  PIC 9(07) VALUE 0.
      *    Registros efectivamente grabados en cada interfase, para
      *    el balance de la cadena de notificaciones (CL0042).
       01  WS-CONTADOR-NCUE        PIC 9(07) VALUE 0.
       01  WS-CONTADOR-NTAR        PIC 9(07) VALUE 0.

       01  WS-LINEA-ENCABEZADO     PIC X(100) VALUE
           "REPORTE DE CONTROL - DESPACHO DE NOTIFICACIONES CLIENTES".
               "Rechazadas (quedan P) : ".
           05  WS-TOT-RECHAZADAS   PIC ZZZ,ZZ9.

      *    Registro de la corrida para el control de corridas
      *    batch, que graba CL0041 al terminar.
           COPY CLCORRID.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 0010-INICIAR-CORRIDA
           PERFORM 0100-INICIALIZAR
           IF NOT WS-FIN-NOTIF
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
           CALL 'CL0009' USING WS-FECHA-ENVIO, WS-HORA-ENVIO

           END-IF
           IF NOT NOT-ACCION-ALTA AND NOT NOT-ACCION-BAJA
              AND NOT NOT-ACCION-REAC AND NOT NOT-ACCION-FUSI
              AND NOT NOT-ACCION-IDEN
               MOVE 'N' TO WS-NOTIF-VALIDA
               MOVE "Accion desconocida" TO WS-RCH-MOTIVO
           END-IF
           MOVE WS-FECHA-ENVIO    TO NCUE-FEC-ENVIO
           MOVE NOT-CLI-ID-REL    TO NCUE-CLI-ID-REL
           WRITE NCUE-REG
           IF WS-CUENTAS-STATUS = '00'
               ADD 1 TO WS-CONTADOR-NCUE
           END-IF

      *    Tarjetas recibe el movimiento en un caracter y las fechas
      *    compactas AAAAMMDD, sin los guiones del formato interno.
           MOVE WS-FECHA-ENVIO(6:2)   TO NTAR-FEC-PROCESO(5:2)
           MOVE WS-FECHA-ENVIO(9:2)   TO NTAR-FEC-PROCESO(7:2)
           MOVE NOT-CLI-ID-REL        TO NTAR-CLI-ID-REL
           WRITE NTAR-REG
           IF WS-TARJETAS-STATUS = '00'
               ADD 1 TO WS-CONTADOR-NTAR
           END-IF.

       4000-MARCAR-ENVIADA.
           MOVE 'E'               TO NOT-ESTADO-ENVIO
           DISPLAY "Pendientes: " WS-CONTADOR-PENDIENTES
                   " Enviadas: " WS-CONTADOR-ENVIADAS
                   " Rechazadas: " WS-CONTADOR-RECHAZADAS.

       0950-REGISTRAR-CORRIDA.
      *    Deja la corrida en el control de corridas (CL0041). La
      *    llamada pone en cero el RETURN-CODE: se guarda antes y
      *    se repone al volver.
           MOVE "CL0010J"              TO COR-JOB
           MOVE "CL0010"               TO COR-PROGRAMA
           MOVE WS-CONTADOR-PENDIENTES TO COR-LEIDOS
           MOVE WS-CONTADOR-ENVIADAS   TO COR-GRABADOS
           MOVE WS-CONTADOR-RECHAZADAS TO COR-RECHAZADOS
           MOVE WS-CONTADOR-NCUE       TO COR-CANT-CUENTAS
           MOVE WS-CONTADOR-NTAR       TO COR-CANT-TARJETAS
           MOVE RETURN-CODE            TO COR-RETURN-CODE
           CALL 'CL0041' USING COR-REG
           MOVE COR-RETURN-CODE        TO RETURN-CODE.
