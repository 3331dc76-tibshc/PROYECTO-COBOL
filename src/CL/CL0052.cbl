       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL0052.
       AUTHOR. BANC-S.
      *=================================================================
      *    CONSULTA DE CLIENTES A UNA FECHA (PASO BATCH)
      *    Paso batch para reconstruir la situacion de un cliente o
      *    de todo el archivo de clientes a una fecha pasada (pedidos
      *    de auditoria, de la justicia o del regulador): arma la
      *    comarea en modo lote e invoca la misma consulta CL0051 que
      *    usa el menu CL0000, tomando los datos de SYSIN (una linea
      *    por dato, en el orden cliente / fecha; cliente 0 = todos)
      *    y dejando la reconstruccion en CLIASOF (layout CLIENTES) y
      *    el detalle en RPTHIST. Se ejecuta desde el JCL CL0052J.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

           COPY CLLKAREA.

      *    Registro de la corrida para el control de corridas
      *    batch, que graba CL0041 al terminar.
           COPY CLCORRID.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 0010-INICIAR-CORRIDA
           MOVE "BATCH"           TO CL-USUARIO
           MOVE "CL0052"          TO CL-TERMINAL
           MOVE 16                TO CL-OPCION
           MOVE 0                 TO CL-CLI-ID
           MOVE 00                TO CL-RETURN-CODE
           MOVE 0                 TO CL-SQLCODE-OUT
           MOVE SPACES            TO CL-MENSAJE
           MOVE 'B'               TO CL-MODO-EJECUCION

           CALL 'CL0051' USING CL-COMAREA

           DISPLAY "Consulta de clientes a una fecha batch finalizada."
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
           MOVE "CL0052J"              TO COR-JOB
           MOVE "CL0052"               TO COR-PROGRAMA
           MOVE RETURN-CODE            TO COR-RETURN-CODE
           CALL 'CL0041' USING COR-REG
           MOVE COR-RETURN-CODE        TO RETURN-CODE.
