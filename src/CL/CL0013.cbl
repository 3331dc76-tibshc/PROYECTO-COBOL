      *    e incluye los que vencen dentro de los proximos 30 dias
      *    como POR VENCER, con totales por nivel de riesgo. Se
      *    ejecuta desde el JCL CL0013J (solicitud 012).
      *    La lista sale cortada por sucursal duenia del cliente (el
      *    SORT ordena por sucursal y dentro de ella por fecha
      *    limite): cada sucursal abre con su encabezado y cierra con
      *    su subtotal, y los totales por riesgo del final son los
      *    del banco. Los clientes sin sucursal asignada encabezan la
      *    lista como SIN ASIGNAR.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  ORD-RIESGO          PIC X(02).
           05  ORD-FEC-KYC         PIC X(10).
           05  ORD-SITUACION       PIC X(15).
           05  ORD-SUCURSAL        PIC X(04).

       WORKING-STORAGE SECTION.

       01  WS-TOT-TIER-MD          PIC 9(07) VALUE 0.
       01  WS-TOT-TIER-BA          PIC 9(07) VALUE 0.
       01  WS-TOT-TIER-SC          PIC 9(07) VALUE 0.
       01  WS-SUBTOTAL-SUCURSAL    PIC 9(07) VALUE 0.
       01  WS-SUC-ACTUAL           PIC X(04).
       01  WS-PRIMERA-SUCURSAL     PIC X(01) VALUE 'S'.
           88  WS-ES-PRIMERA-SUCURSAL     VALUE 'S'.

       01  WS-LINEA-ENCABEZADO     PIC X(100) VALUE
           "LISTA DE TRABAJO KYC - VENCIDOS Y POR VENCER".
           05  FILLER              PIC X(08) VALUE "Hora: ".
           05  WS-ENC-HORA         PIC X(08).

       01  WS-ENCABEZADO-SUC.
           05  FILLER              PIC X(10) VALUE "SUCURSAL: ".
           05  WS-ENC-SUCURSAL     PIC X(11).

       01  WS-ENCABEZADO-COL.
           05  FILLER              PIC X(11) VALUE "FEC LIMITE ".
           05  FILLER              PIC X(11) VALUE "NUM CLIENTE".
           05  WS-TOT-ETIQUETA     PIC X(24).
           05  WS-TOT-CANTIDAD     PIC ZZZ,ZZ9.

      *    Registro de la corrida para el control de corridas
      *    batch, que graba CL0041 al terminar.
           COPY CLCORRID.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 0010-INICIAR-CORRIDA
           PERFORM 0100-INICIALIZAR

           SORT ORDEN-FILE ON ASCENDING KEY ORD-SUCURSAL
                                            ORD-FEC-LIMITE
               INPUT PROCEDURE IS 2000-CLASIFICAR-CLIENTES
               OUTPUT PROCEDURE IS 3000-EMITIR-REPORTE

           PERFORM 0900-FINALIZAR
           PERFORM 0950-REGISTRAR-CORRIDA
           STOP RUN.

       0010-INICIAR-CORRIDA.
           INITIALIZE COR-REG
           CALL 'CL0009' USING COR-FEC-INICIO, COR-HORA-INICIO.

       0100-INICIALIZAR.
           CALL 'CL0009' USING WS-FECHA-HOY, WS-HORA-HOY

           WRITE RPT-LINEA FROM WS-LINEA-ENCABEZADO
           MOVE WS-FECHA-HOY      TO WS-ENC-FECHA
           MOVE WS-HORA-HOY       TO WS-ENC-HORA
           WRITE RPT-LINEA FROM WS-LINEA-FECHA.

       2000-CLASIFICAR-CLIENTES.
           EXEC SQL
               DECLARE CUR-KYC CURSOR FOR
                   SELECT CLI_ID, CLI_NOMBRE, CLI_APELLIDO,
                          CLI_RIESGO, CLI_FEC_KYC, CLI_SUCURSAL
                       FROM CLIENTES
                       WHERE CLI_ESTADO = 'A'
                       ORDER BY CLI_ID
           EXEC SQL
               FETCH CUR-KYC
                   INTO :CLI-ID, :CLI-NOMBRE, :CLI-APELLIDO,
                        :CLI-RIESGO, :CLI-FEC-KYC, :CLI-SUCURSAL
           END-EXEC

           IF SQLCODE = 100
           MOVE CLI-APELLIDO      TO ORD-APELLIDO
           MOVE CLI-RIESGO        TO ORD-RIESGO
           MOVE CLI-FEC-KYC       TO ORD-FEC-KYC
           MOVE CLI-SUCURSAL      TO ORD-SUCURSAL

           EVALUATE TRUE
      *        Los sin clasificar (o sin fecha de revision utilizable,
       3000-EMITIR-REPORTE.
           PERFORM 3100-RETORNAR-ORDENADO
           PERFORM 3200-ESCRIBIR-DETALLE
               UNTIL WS-NO-HAY-MAS-ORDEN
      *    Sin clientes en la lista igual salen los titulos de
      *    columna; si hubo, se cierra la ultima sucursal.
           IF WS-ES-PRIMERA-SUCURSAL
               MOVE SPACES TO RPT-LINEA
               WRITE RPT-LINEA
               WRITE RPT-LINEA FROM WS-ENCABEZADO-COL
           ELSE
               PERFORM 3400-IMPRIMIR-SUBTOTAL
           END-IF.

       3100-RETORNAR-ORDENADO.
           RETURN ORDEN-FILE
           END-RETURN.

       3200-ESCRIBIR-DETALLE.
           IF WS-ES-PRIMERA-SUCURSAL
              OR ORD-SUCURSAL NOT = WS-SUC-ACTUAL
               PERFORM 3300-CORTE-SUCURSAL
           END-IF
           MOVE ORD-FEC-LIMITE    TO WS-DET-FEC-LIMITE
           MOVE ORD-CLI-ID        TO WS-DET-CLI-ID
           MOVE SPACES            TO WS-DET-NOMBRE
           MOVE ORD-FEC-KYC       TO WS-DET-FEC-KYC
           MOVE ORD-SITUACION     TO WS-DET-SITUACION
           WRITE RPT-LINEA FROM WS-LINEA-DETALLE
           ADD 1 TO WS-SUBTOTAL-SUCURSAL
           PERFORM 3100-RETORNAR-ORDENADO.

       3300-CORTE-SUCURSAL.
      *    Cierra la sucursal anterior con su subtotal y abre la nueva
      *    con su encabezado y los titulos de columna.
           IF WS-ES-PRIMERA-SUCURSAL
               MOVE 'N' TO WS-PRIMERA-SUCURSAL
           ELSE
               PERFORM 3400-IMPRIMIR-SUBTOTAL
           END-IF
           MOVE ORD-SUCURSAL      TO WS-SUC-ACTUAL
           MOVE 0                 TO WS-SUBTOTAL-SUCURSAL
           IF WS-SUC-ACTUAL = SPACES
               MOVE "SIN ASIGNAR" TO WS-ENC-SUCURSAL
           ELSE
               MOVE WS-SUC-ACTUAL TO WS-ENC-SUCURSAL
           END-IF
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           WRITE RPT-LINEA FROM WS-ENCABEZADO-SUC
           WRITE RPT-LINEA FROM WS-ENCABEZADO-COL.

       3400-IMPRIMIR-SUBTOTAL.
           MOVE "Total sucursal        : " TO WS-TOT-ETIQUETA
           MOVE WS-SUBTOTAL-SUCURSAL TO WS-TOT-CANTIDAD
           WRITE RPT-LINEA FROM WS-LINEA-TOTAL.

       0900-FINALIZAR.
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           DISPLAY "Barrido KYC finalizado."
           DISPLAY "Examinados: " WS-CONTADOR-LEIDOS
                   " En lista: " WS-CONTADOR-LISTADOS.

       0950-REGISTRAR-CORRIDA.
      *    Deja la corrida en el control de corridas (CL0041). La
      *    llamada pone en cero el RETURN-CODE: se guarda antes y
      *    se repone al volver.
           MOVE "CL0013J"              TO COR-JOB
           MOVE "CL0013"               TO COR-PROGRAMA
           MOVE WS-CONTADOR-LEIDOS     TO COR-LEIDOS
           MOVE WS-CONTADOR-LISTADOS   TO COR-GRABADOS
           MOVE RETURN-CODE            TO COR-RETURN-CODE
           CALL 'CL0041' USING COR-REG
           MOVE COR-RETURN-CODE        TO RETURN-CODE.
