      *    aprobadas por el circuito de doble intervencion, y las
      *    modificaciones incluyen ademas las aplicadas por batch
      *    (reclasificacion de riesgo y novedades de contacto del
      *    core), las coincidencias con listas confirmadas, las
      *    correcciones de identidad aprobadas y los traspasos de
      *    sucursal; las solicitudes encoladas sin aprobar y las
      *    rechazadas por el supervisor no se cuentan (solicitud
      *    023). Se ejecuta desde el JCL CL0028J.
      *    La seccion CARTERA POR SUCURSAL abre el stock por sucursal
      *    duenia del cliente (una linea por sucursal con activos,
      *    inactivos, fusionados, riesgo de los activos y altas de los
      *    dos meses, y el total del banco al pie); los clientes sin
      *    sucursal asignada salen como SIN ASIGNAR.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-ALTAS-MES-ACTUAL     PIC 9(07) VALUE 0.
       01  WS-ALTAS-MES-ANTERIOR   PIC 9(07) VALUE 0.

      *=================================================================
      *    CARTERA POR SUCURSAL (mismo patron de tabla que la de
      *    usuarios). El cursor llega ordenado por sucursal, asi que
      *    cada sucursal nueva se agrega al final. Columnas: 1 activos
      *    2 inactivos 3 fusionados 4 a 7 riesgo AL/MD/BA/SC de los
      *    activos 8 altas del mes informado 9 altas del mes anterior.
      *=================================================================
       01  WS-MAX-SUCURSALES       PIC 9(03) COMP VALUE 500.
       01  WS-CANT-SUCURSALES      PIC 9(03) COMP VALUE 0.
       01  WS-SUC-INDICE           PIC 9(03) COMP VALUE 0.
       01  WS-SUC-COLUMNA          PIC 9(02) COMP.
       01  WS-TABLA-SUCURSALES.
           05  WS-SUC-ENT OCCURS 500 TIMES.
               10  WS-SUC-CODIGO   PIC X(04).
               10  WS-SUC-CONT     PIC 9(07) OCCURS 9 TIMES.

      *=================================================================
      *    LINEAS DEL REPORTE
      *=================================================================
           05  FILLER              PIC X(05) VALUE SPACES.
           05  WS-USU-TOTANT-ED    PIC ZZ,ZZ9.

       01  WS-ENCABEZADO-SUC.
           05  FILLER              PIC X(11) VALUE "SUCURSAL".
           05  FILLER              PIC X(09) VALUE "  ACTIVOS".
           05  FILLER              PIC X(09) VALUE "  INACTIV".
           05  FILLER              PIC X(09) VALUE "  FUSIONA".
           05  FILLER              PIC X(09) VALUE "  ACT. AL".
           05  FILLER              PIC X(09) VALUE "  ACT. MD".
           05  FILLER              PIC X(09) VALUE "  ACT. BA".
           05  FILLER              PIC X(09) VALUE "  ACT. SC".
           05  FILLER              PIC X(09) VALUE "  ALT.MES".
           05  FILLER              PIC X(09) VALUE "  ALT.ANT".

       01  WS-LINEA-SUC.
           05  WS-LSU-SUCURSAL     PIC X(11).
           05  WS-LSU-COLUMNA OCCURS 9 TIMES.
               10  FILLER          PIC X(02).
               10  WS-LSU-CANT     PIC ZZZ,ZZ9.

       01  WS-LINEA-TOTAL.
           05  WS-TOT-ETIQUETA     PIC X(28).
           05  WS-TOT-CANTIDAD     PIC ZZZ,ZZ9.

      *    Registro de la corrida para el control de corridas
      *    batch, que graba CL0041 al terminar.
           COPY CLCORRID.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 0010-INICIAR-CORRIDA
           PERFORM 0100-INICIALIZAR
           PERFORM 1000-CONTAR-MOVIMIENTOS
           PERFORM 2000-RELEVAR-STOCK
           PERFORM 3000-EMITIR-REPORTE
           PERFORM 0900-FINALIZAR
           PERFORM 0950-REGISTRAR-CORRIDA
           STOP RUN.

       0010-INICIAR-CORRIDA.
           INITIALIZE COR-REG
           CALL 'CL0009' USING COR-FEC-INICIO, COR-HORA-INICIO.

       0100-INICIALIZAR.
      *    Los contadores por tipo y la tabla de usuarios no llevan
      *    VALUE (los OCCURS arrancan aca): a cero antes de acumular.
           INITIALIZE WS-MOV-ACTUAL
                      WS-MOV-ANTERIOR
                      WS-TABLA-USUARIOS
                      WS-TABLA-SUCURSALES

           CALL 'CL0009' USING WS-FECHA-HOY, WS-HORA-HOY
           PERFORM 0150-RESOLVER-PERIODOS
                   WHEN "RECLASIF RIESGO"
                   WHEN "NOVEDAD CENTRAL"
                   WHEN "RIESGO APROBADO"
                   WHEN "COINC CONFIRM"
                   WHEN "IDENT APROBADA"
                   WHEN "TRASPASO SUC"
                       MOVE 3 TO WS-TIPO-MOV
                   WHEN "REACTIVACION"
                       MOVE 4 TO WS-TIPO-MOV
       2000-RELEVAR-STOCK.
           EXEC SQL
               DECLARE CUR-STOCK CURSOR FOR
                   SELECT CLI_ESTADO, CLI_RIESGO, CLI_FEC_ALTA,
                          CLI_SUCURSAL
                       FROM CLIENTES
                       ORDER BY CLI_SUCURSAL
           END-EXEC

           EXEC SQL
       2100-LEER-CLIENTE.
           EXEC SQL
               FETCH CUR-STOCK
                   INTO :CLI-ESTADO, :CLI-RIESGO, :CLI-FEC-ALTA,
                        :CLI-SUCURSAL
           END-EXEC

           IF SQLCODE = 100
           END-IF.

       2200-ACUMULAR-STOCK.
           PERFORM 2500-UBICAR-SUCURSAL

           EVALUATE TRUE
               WHEN CLI-ACTIVO
                   ADD 1 TO WS-STK-ACTIVOS
                   MOVE 1 TO WS-SUC-COLUMNA
                   PERFORM 2600-SUMAR-A-SUCURSAL
                   PERFORM 2300-ACUMULAR-RIESGO
               WHEN CLI-INACTIVO
                   ADD 1 TO WS-STK-INACTIVOS
                   MOVE 2 TO WS-SUC-COLUMNA
                   PERFORM 2600-SUMAR-A-SUCURSAL
               WHEN CLI-FUSIONADO
                   ADD 1 TO WS-STK-FUSIONADOS
                   MOVE 3 TO WS-SUC-COLUMNA
                   PERFORM 2600-SUMAR-A-SUCURSAL
               WHEN OTHER
                   ADD 1 TO WS-STK-OTROS
           END-EVALUATE

           IF CLI-FEC-ALTA(1:7) = WS-PERIODO-ACTUAL
               ADD 1 TO WS-ALTAS-MES-ACTUAL
               MOVE 8 TO WS-SUC-COLUMNA
               PERFORM 2600-SUMAR-A-SUCURSAL
           END-IF
           IF CLI-FEC-ALTA(1:7) = WS-PERIODO-ANTERIOR
               ADD 1 TO WS-ALTAS-MES-ANTERIOR
               MOVE 9 TO WS-SUC-COLUMNA
               PERFORM 2600-SUMAR-A-SUCURSAL
           END-IF

           PERFORM 2100-LEER-CLIENTE.
           EVALUATE TRUE
               WHEN CLI-RIESGO-ALTO
                   ADD 1 TO WS-STK-RIESGO-AL
                   MOVE 4 TO WS-SUC-COLUMNA
               WHEN CLI-RIESGO-MEDIO
                   ADD 1 TO WS-STK-RIESGO-MD
                   MOVE 5 TO WS-SUC-COLUMNA
               WHEN CLI-RIESGO-BAJO
                   ADD 1 TO WS-STK-RIESGO-BA
                   MOVE 6 TO WS-SUC-COLUMNA
               WHEN OTHER
                   ADD 1 TO WS-STK-RIESGO-SC
                   MOVE 7 TO WS-SUC-COLUMNA
           END-EVALUATE
           PERFORM 2600-SUMAR-A-SUCURSAL.

       2500-UBICAR-SUCURSAL.
      *    Con el cursor ordenado por sucursal basta comparar con la
      *    ultima de la tabla; con la tabla llena el cliente igual
      *    queda sumado en el stock del banco.
           IF WS-CANT-SUCURSALES = 0
              OR CLI-SUCURSAL NOT = WS-SUC-CODIGO(WS-CANT-SUCURSALES)
               IF WS-CANT-SUCURSALES < WS-MAX-SUCURSALES
                   ADD 1 TO WS-CANT-SUCURSALES
                   MOVE CLI-SUCURSAL
                       TO WS-SUC-CODIGO(WS-CANT-SUCURSALES)
                   MOVE WS-CANT-SUCURSALES TO WS-SUC-INDICE
               ELSE
                   MOVE 0 TO WS-SUC-INDICE
               END-IF
           END-IF.

       2600-SUMAR-A-SUCURSAL.
           IF WS-SUC-INDICE > 0
               ADD 1 TO WS-SUC-CONT(WS-SUC-INDICE, WS-SUC-COLUMNA)
           END-IF.

       3000-EMITIR-REPORTE.
           WRITE RPT-LINEA FROM WS-LINEA-ENCABEZADO

           PERFORM 3100-SECCION-MOVIMIENTOS
           PERFORM 3300-SECCION-USUARIOS
           PERFORM 3500-SECCION-STOCK
           PERFORM 3700-SECCION-SUCURSALES.

       3100-SECCION-MOVIMIENTOS.
           MOVE SPACES TO RPT-LINEA
           MOVE WS-ALTAS-MES-ANTERIOR TO WS-TOT-CANTIDAD
           WRITE RPT-LINEA FROM WS-LINEA-TOTAL.

       3700-SECCION-SUCURSALES.
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE "CARTERA POR SUCURSAL" TO WS-LINEA-SECCION
           WRITE RPT-LINEA FROM WS-LINEA-SECCION
           WRITE RPT-LINEA FROM WS-ENCABEZADO-SUC

           MOVE 0 TO WS-SUC-INDICE
           PERFORM 3800-LINEA-DE-SUCURSAL
               WS-CANT-SUCURSALES TIMES

           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
      *    El total del banco sale del stock general, no de sumar la
      *    tabla, para que cierre aunque la tabla se haya llenado.
           MOVE SPACES                TO WS-LINEA-SUC
           MOVE "TOTAL BANCO"         TO WS-LSU-SUCURSAL
           MOVE WS-STK-ACTIVOS        TO WS-LSU-CANT(1)
           MOVE WS-STK-INACTIVOS      TO WS-LSU-CANT(2)
           MOVE WS-STK-FUSIONADOS     TO WS-LSU-CANT(3)
           MOVE WS-STK-RIESGO-AL      TO WS-LSU-CANT(4)
           MOVE WS-STK-RIESGO-MD      TO WS-LSU-CANT(5)
           MOVE WS-STK-RIESGO-BA      TO WS-LSU-CANT(6)
           MOVE WS-STK-RIESGO-SC      TO WS-LSU-CANT(7)
           MOVE WS-ALTAS-MES-ACTUAL   TO WS-LSU-CANT(8)
           MOVE WS-ALTAS-MES-ANTERIOR TO WS-LSU-CANT(9)
           WRITE RPT-LINEA FROM WS-LINEA-SUC.

       3800-LINEA-DE-SUCURSAL.
           ADD 1 TO WS-SUC-INDICE
           MOVE SPACES TO WS-LINEA-SUC
           IF WS-SUC-CODIGO(WS-SUC-INDICE) = SPACES
               MOVE "SIN ASIGNAR" TO WS-LSU-SUCURSAL
           ELSE
               MOVE WS-SUC-CODIGO(WS-SUC-INDICE) TO WS-LSU-SUCURSAL
           END-IF
           MOVE 0 TO WS-SUC-COLUMNA
           PERFORM 3850-COLUMNA-SUCURSAL 9 TIMES
           WRITE RPT-LINEA FROM WS-LINEA-SUC.

       3850-COLUMNA-SUCURSAL.
           ADD 1 TO WS-SUC-COLUMNA
           MOVE WS-SUC-CONT(WS-SUC-INDICE, WS-SUC-COLUMNA)
               TO WS-LSU-CANT(WS-SUC-COLUMNA).

       0900-FINALIZAR.
           CLOSE REPORTE-FILE

           DISPLAY "Estadisticas mensuales finalizadas."
           DISPLAY "Periodo informado: " WS-PERIODO-ACTUAL
                   " Usuarios con movimientos: " WS-CANT-USUARIOS.

       0950-REGISTRAR-CORRIDA.
      *    Deja la corrida en el control de corridas (CL0041). La
      *    llamada pone en cero el RETURN-CODE: se guarda antes y
      *    se repone al volver.
           MOVE "CL0028J"              TO COR-JOB
           MOVE "CL0028"               TO COR-PROGRAMA
           COMPUTE COR-LEIDOS = WS-STK-ACTIVOS
                   + WS-STK-INACTIVOS
                   + WS-STK-FUSIONADOS
                   + WS-STK-OTROS
           MOVE RETURN-CODE            TO COR-RETURN-CODE
           CALL 'CL0041' USING COR-REG
           MOVE COR-RETURN-CODE        TO RETURN-CODE.
