       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL0036.
       AUTHOR. BANC-S.
      *=================================================================
      *    RECONTROL NOCTURNO CONTRA LISTAS DE SANCIONES Y PEP (BATCH)
      *    Cuando cumplimiento recibe una version nueva de la lista
      *    (LISTSANC), vuelve a controlar todos los clientes activos
      *    de CLIENTES contra ella con la misma regla del alta
      *    (subrutina comun CL0034). Deja una constancia por cliente
      *    en FILTCONS (cliente, fecha, version y resultado), que es
      *    la prueba de que toda la cartera se controlo contra la
      *    lista vigente, y encola en COINCLI las coincidencias nuevas
      *    para que cumplimiento las resuelva con CL0035; una
      *    coincidencia del mismo cliente con la misma entrada de la
      *    lista que ya estaba en COINCLI (pendiente o resuelta) no se
      *    vuelve a encolar. El archivo de control FILTCTL guarda la
      *    ultima version recontrolada: si la lista no cambio el paso
      *    termina sin recorrer la cartera, y si la corrida no llega a
      *    recorrerla completa la version no se registra, para que la
      *    proxima noche se repita. Sin lista termina con RC 12. Deja
      *    el reporte RPTFILTR con las coincidencias nuevas y los
      *    totales. Se ejecuta desde el JCL CL0036J.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO FILTCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT COINC-FILE ASSIGN TO COINCLI
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COINC-STATUS.
           SELECT CONST-FILE ASSIGN TO FILTCONS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONST-STATUS.
           SELECT REPORTE-FILE ASSIGN TO RPTFILTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Un unico registro con la ultima version de la lista contra
      *    la que se recontrolo la cartera completa.
       FD  CONTROL-FILE
           RECORDING MODE IS F.
       01  CTL-REG.
           05  CTL-VERSION-LISTA   PIC X(10).
           05  CTL-FECHA           PIC X(10).
           05  CTL-HORA            PIC X(08).
           05  CTL-CANT-CLIENTES   PIC 9(07).

       FD  COINC-FILE
           RECORDING MODE IS F.
           COPY CLCOINC.

       FD  CONST-FILE
           RECORDING MODE IS F.
           COPY CLCONSFI.

       FD  REPORTE-FILE
           RECORDING MODE IS F.
       01  RPT-LINEA               PIC X(100).

       WORKING-STORAGE SECTION.

      *=================================================================
      *    VARIABLES DE BASE DE DATOS Y HOST (ESQL)
      *=================================================================
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.

           COPY CLIENTES.

           EXEC SQL END DECLARE SECTION END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      *=================================================================
      *    VARIABLES DE CONTROL Y LOGICA
      *=================================================================
       01  WS-CONTROL-STATUS       PIC X(02).
           88  WS-CONTROL-NO-EXISTE        VALUE '35'.
       01  WS-COINC-STATUS         PIC X(02).
           88  WS-COINC-NO-EXISTE          VALUE '35'.
           88  WS-FIN-COINC                VALUE '10'.
       01  WS-CONST-STATUS         PIC X(02).
           88  WS-CONST-NO-EXISTE          VALUE '35'.
       01  WS-RPT-STATUS           PIC X(02).
       01  WS-SQLCODE-DISP         PIC -(8)9.
       01  WS-FIN-CURSOR           PIC X(01) VALUE 'N'.
           88  WS-NO-HAY-MAS-CLIENTES     VALUE 'S'.
       01  WS-CURSOR-COMPLETO      PIC X(01) VALUE 'N'.
           88  WS-CARTERA-COMPLETA        VALUE 'S'.
       01  WS-FECHA-HOY            PIC X(10).
       01  WS-HORA-HOY             PIC X(08).
       01  WS-VERSION-ANTERIOR     PIC X(10) VALUE SPACES.

       01  WS-CONTADOR-LEIDOS      PIC 9(07) VALUE 0.
       01  WS-CONTADOR-NUEVAS      PIC 9(07) VALUE 0.
       01  WS-CONTADOR-CONOCIDAS   PIC 9(07) VALUE 0.
       01  WS-CONTADOR-DESBORDE    PIC 9(07) VALUE 0.

      *=================================================================
      *    AREA DEL CONTROL DE LISTAS DE SANCIONES Y PEP CL0034
      *=================================================================
           COPY CLFILTRO.

      *=================================================================
      *    TABLA DE COINCIDENCIAS YA ENCOLADAS
      *    Se carga de COINCLI al arrancar para no volver a encolar
      *    la misma coincidencia cliente / entrada de la lista cada
      *    vez que llega una version nueva. Si la tabla queda chica
      *    las sobrantes se cuentan y se avisan en el reporte (mismo
      *    criterio de CL0023).
      *=================================================================
       01  WS-MAX-CONOCIDAS        PIC 9(05) COMP VALUE 10000.
       01  WS-CANT-CONOCIDAS       PIC 9(05) COMP VALUE 0.
       01  WS-INDICE               PIC 9(05) COMP.
       01  WS-ENCONTRADO           PIC 9(05) COMP.

       01  WS-TABLA-CONOCIDAS.
           05  WS-CON-ENT OCCURS 10000 TIMES.
               10  WS-CON-CLI-ID   PIC 9(10).
               10  WS-CON-LST-ID   PIC X(12).

      *=================================================================
      *    LINEAS DEL REPORTE
      *=================================================================
       01  WS-LINEA-ENCABEZADO     PIC X(100) VALUE
           "RECONTROL DE CLIENTES ACTIVOS CONTRA LISTAS SANCIONES/PEP".

       01  WS-LINEA-FECHA.
           05  FILLER              PIC X(10) VALUE "Fecha: ".
           05  WS-ENC-FECHA        PIC X(10).
           05  FILLER              PIC X(05) VALUE SPACES.
           05  FILLER              PIC X(08) VALUE "Hora: ".
           05  WS-ENC-HORA         PIC X(08).

       01  WS-LINEA-VERSION.
           05  FILLER              PIC X(18) VALUE
               "Version de lista: ".
           05  WS-VER-ACTUAL       PIC X(10).
           05  FILLER              PIC X(22) VALUE
               "   Version anterior: ".
           05  WS-VER-ANTERIOR     PIC X(10).

       01  WS-LINEA-SIN-NOVEDAD    PIC X(100) VALUE
           "La lista no cambio desde el ultimo recontrol - sin proceso".

       01  WS-LINEA-SIN-LISTA      PIC X(100) VALUE
           "Lista de sanciones y PEP no disponible - sin proceso".

       01  WS-LINEA-INCOMPLETO     PIC X(100) VALUE
           "RECONTROL INCOMPLETO - la version no queda registrada".

       01  WS-ENCABEZADO-COL.
           05  FILLER              PIC X(11) VALUE "NUM CLIENTE".
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(42) VALUE "NOMBRE".
           05  FILLER              PIC X(06) VALUE "LISTA ".
           05  FILLER              PIC X(13) VALUE "ENTRADA".
           05  FILLER              PIC X(10) VALUE "COINCIDE".

       01  WS-LINEA-DETALLE.
           05  WS-DET-CLI-ID       PIC Z(9)9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DET-NOMBRE       PIC X(41).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-DET-TIPO-LISTA   PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DET-LST-ID       PIC X(12).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-DET-TIPO-COINC   PIC X(10).

       01  WS-LINEA-DESBORDE.
           05  FILLER              PIC X(45) VALUE
               "AVISO: tabla de coincidencias desbordada en ".
           05  WS-DES-CANTIDAD     PIC ZZZ,ZZ9.
           05  FILLER              PIC X(30) VALUE
               " registros - ampliar la tabla".

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

           IF FIL-LISTA-NO-DISPONIBLE
               WRITE RPT-LINEA FROM WS-LINEA-SIN-LISTA
               MOVE 12 TO RETURN-CODE
           ELSE
               IF FIL-VERSION-LISTA = WS-VERSION-ANTERIOR
                   WRITE RPT-LINEA FROM WS-LINEA-SIN-NOVEDAD
               ELSE
                   PERFORM 0300-CARGAR-CONOCIDAS
                   PERFORM 0400-ABRIR-SALIDAS
                   WRITE RPT-LINEA FROM WS-ENCABEZADO-COL
                   PERFORM 2000-RECONTROLAR-CARTERA
                   PERFORM 0800-CERRAR-SALIDAS
               END-IF
           END-IF

           PERFORM 0900-FINALIZAR
           PERFORM 0950-REGISTRAR-CORRIDA
           STOP RUN.

       0010-INICIAR-CORRIDA.
           INITIALIZE COR-REG
           CALL 'CL0009' USING COR-FEC-INICIO, COR-HORA-INICIO.

       0100-INICIALIZAR.
           CALL 'CL0009' USING WS-FECHA-HOY, WS-HORA-HOY

           OPEN INPUT CONTROL-FILE
           IF NOT WS-CONTROL-NO-EXISTE
               READ CONTROL-FILE
               IF WS-CONTROL-STATUS = '00'
                   MOVE CTL-VERSION-LISTA TO WS-VERSION-ANTERIOR
               END-IF
               CLOSE CONTROL-FILE
           END-IF

      *    Primera llamada sin datos de cliente: solo carga la lista
      *    en CL0034 y devuelve su version (ningun registro de la
      *    lista coincide con documento y apellido en blanco).
           INITIALIZE FIL-AREA
           MOVE 'C'    TO FIL-MODO
           MOVE 'NOCT' TO FIL-ORIGEN
           CALL 'CL0034' USING FIL-AREA

           OPEN OUTPUT REPORTE-FILE
           WRITE RPT-LINEA FROM WS-LINEA-ENCABEZADO
           MOVE WS-FECHA-HOY      TO WS-ENC-FECHA
           MOVE WS-HORA-HOY       TO WS-ENC-HORA
           WRITE RPT-LINEA FROM WS-LINEA-FECHA
           MOVE FIL-VERSION-LISTA   TO WS-VER-ACTUAL
           MOVE WS-VERSION-ANTERIOR TO WS-VER-ANTERIOR
           WRITE RPT-LINEA FROM WS-LINEA-VERSION
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA.

       0300-CARGAR-CONOCIDAS.
           OPEN INPUT COINC-FILE
           IF WS-COINC-NO-EXISTE
               MOVE '10' TO WS-COINC-STATUS
           ELSE
               PERFORM 0350-LEER-COINCIDENCIA
               PERFORM 0370-GUARDAR-CONOCIDA
                   UNTIL WS-FIN-COINC
                      OR WS-CANT-CONOCIDAS >= WS-MAX-CONOCIDAS
               PERFORM 0380-CONTAR-DESBORDE
                   UNTIL WS-FIN-COINC
               CLOSE COINC-FILE
           END-IF.

       0350-LEER-COINCIDENCIA.
           READ COINC-FILE
               AT END
                   MOVE '10' TO WS-COINC-STATUS
           END-READ.

       0370-GUARDAR-CONOCIDA.
           ADD 1 TO WS-CANT-CONOCIDAS
           MOVE COI-CLI-ID    TO WS-CON-CLI-ID(WS-CANT-CONOCIDAS)
           MOVE COI-LST-ID    TO WS-CON-LST-ID(WS-CANT-CONOCIDAS)
           PERFORM 0350-LEER-COINCIDENCIA.

       0380-CONTAR-DESBORDE.
           ADD 1 TO WS-CONTADOR-DESBORDE
           PERFORM 0350-LEER-COINCIDENCIA.

       0400-ABRIR-SALIDAS.
      *    Los dos archivos son acumulativos (tambien los graba el
      *    alta online via CL0034): se agregan al final.
           OPEN EXTEND COINC-FILE
           IF WS-COINC-NO-EXISTE
               OPEN OUTPUT COINC-FILE
           END-IF
           OPEN EXTEND CONST-FILE
           IF WS-CONST-NO-EXISTE
               OPEN OUTPUT CONST-FILE
           END-IF.

       2000-RECONTROLAR-CARTERA.
           EXEC SQL
               DECLARE CUR-FILTRO CURSOR FOR
                   SELECT CLI_ID, CLI_TIPO_DOC, CLI_NUM_DOC,
                          CLI_NOMBRE, CLI_APELLIDO
                       FROM CLIENTES
                       WHERE CLI_ESTADO = 'A'
                       ORDER BY CLI_ID
           END-EXEC

           EXEC SQL
               OPEN CUR-FILTRO
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISP
               DISPLAY "Error de base de datos SQLCODE "
                       WS-SQLCODE-DISP
               MOVE 'S' TO WS-FIN-CURSOR
           ELSE
               PERFORM 2100-LEER-CLIENTE
               PERFORM 2200-CONTROLAR-CLIENTE
                   UNTIL WS-NO-HAY-MAS-CLIENTES

               EXEC SQL
                   CLOSE CUR-FILTRO
               END-EXEC
           END-IF.

       2100-LEER-CLIENTE.
           EXEC SQL
               FETCH CUR-FILTRO
                   INTO :CLI-ID, :CLI-TIPO-DOC, :CLI-NUM-DOC,
                        :CLI-NOMBRE, :CLI-APELLIDO
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-CONTADOR-LEIDOS
               WHEN 100
                   MOVE 'S' TO WS-FIN-CURSOR
                   MOVE 'S' TO WS-CURSOR-COMPLETO
               WHEN OTHER
      *            Un error a mitad del recorrido deja la cartera sin
      *            controlar completa: no se registra la version.
                   MOVE SQLCODE TO WS-SQLCODE-DISP
                   DISPLAY "Error de base de datos SQLCODE "
                           WS-SQLCODE-DISP
                   MOVE 'S' TO WS-FIN-CURSOR
           END-EVALUATE.

       2200-CONTROLAR-CLIENTE.
           MOVE 'C'           TO FIL-MODO
           MOVE 'NOCT'        TO FIL-ORIGEN
           MOVE "BATCH"       TO FIL-USUARIO
           MOVE CLI-ID        TO FIL-CLI-ID
           MOVE CLI-TIPO-DOC  TO FIL-TIPO-DOC
           MOVE CLI-NUM-DOC   TO FIL-NUM-DOC
           MOVE CLI-NOMBRE    TO FIL-NOMBRE
           MOVE CLI-APELLIDO  TO FIL-APELLIDO
           CALL 'CL0034' USING FIL-AREA

           PERFORM 2300-GRABAR-CONSTANCIA
           IF FIL-CON-COINCIDENCIA
               PERFORM 2400-BUSCAR-CONOCIDA
               IF WS-ENCONTRADO > 0
                   ADD 1 TO WS-CONTADOR-CONOCIDAS
               ELSE
                   PERFORM 2500-ENCOLAR-COINCIDENCIA
               END-IF
           END-IF

           PERFORM 2100-LEER-CLIENTE.

       2300-GRABAR-CONSTANCIA.
           MOVE CLI-ID            TO CON-CLI-ID
           MOVE WS-FECHA-HOY      TO CON-FECHA
           MOVE WS-HORA-HOY       TO CON-HORA
           MOVE 'NOCT'            TO CON-ORIGEN
           MOVE FIL-VERSION-LISTA TO CON-VERSION-LISTA
           IF FIL-CON-COINCIDENCIA
               MOVE 'C' TO CON-RESULTADO
           ELSE
               MOVE 'S' TO CON-RESULTADO
           END-IF
           WRITE CON-REG.

       2400-BUSCAR-CONOCIDA.
           MOVE 0 TO WS-ENCONTRADO
           MOVE 0 TO WS-INDICE
           PERFORM 2450-COMPARAR-CONOCIDA
               WS-CANT-CONOCIDAS TIMES.

       2450-COMPARAR-CONOCIDA.
           ADD 1 TO WS-INDICE
           IF WS-ENCONTRADO = 0
              AND WS-CON-CLI-ID(WS-INDICE) = CLI-ID
              AND WS-CON-LST-ID(WS-INDICE) = FIL-LST-ID
               MOVE WS-INDICE TO WS-ENCONTRADO
           END-IF.

       2500-ENCOLAR-COINCIDENCIA.
           INITIALIZE COI-REG
           MOVE CLI-ID            TO COI-CLI-ID
           MOVE 'P'               TO COI-ESTADO
           MOVE 'NOCT'            TO COI-ORIGEN
           MOVE FIL-LST-ID        TO COI-LST-ID
           MOVE FIL-TIPO-LISTA    TO COI-TIPO-LISTA
           MOVE FIL-VERSION-LISTA TO COI-VERSION-LISTA
           MOVE FIL-TIPO-COINC    TO COI-TIPO-COINC
           MOVE FIL-LST-TIPO-DOC  TO COI-LST-TIPO-DOC
           MOVE FIL-LST-NUM-DOC   TO COI-LST-NUM-DOC
           MOVE FIL-LST-NOMBRE    TO COI-LST-NOMBRE
           MOVE FIL-LST-APELLIDO  TO COI-LST-APELLIDO
           MOVE WS-FECHA-HOY      TO COI-FECHA-DET
           MOVE WS-HORA-HOY       TO COI-HORA-DET
           MOVE "BATCH"           TO COI-USUARIO
           WRITE COI-REG
           ADD 1 TO WS-CONTADOR-NUEVAS

      *    Si la tabla tiene lugar se agrega, para no duplicarla si el
      *    mismo cliente aparece dos veces en el recorrido.
           IF WS-CANT-CONOCIDAS < WS-MAX-CONOCIDAS
               ADD 1 TO WS-CANT-CONOCIDAS
               MOVE CLI-ID     TO WS-CON-CLI-ID(WS-CANT-CONOCIDAS)
               MOVE FIL-LST-ID TO WS-CON-LST-ID(WS-CANT-CONOCIDAS)
           END-IF

           MOVE CLI-ID            TO WS-DET-CLI-ID
           MOVE SPACES            TO WS-DET-NOMBRE
           STRING FUNCTION TRIM(CLI-NOMBRE)    DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  FUNCTION TRIM(CLI-APELLIDO)  DELIMITED BY SIZE
               INTO WS-DET-NOMBRE
           MOVE FIL-TIPO-LISTA    TO WS-DET-TIPO-LISTA
           MOVE FIL-LST-ID        TO WS-DET-LST-ID
           IF FIL-COINC-DOCUMENTO
               MOVE "DOCUMENTO" TO WS-DET-TIPO-COINC
           ELSE
               MOVE "NOMBRE"    TO WS-DET-TIPO-COINC
           END-IF
           WRITE RPT-LINEA FROM WS-LINEA-DETALLE.

       0800-CERRAR-SALIDAS.
           CLOSE COINC-FILE
           CLOSE CONST-FILE

      *    La version queda registrada solo si se recorrio la cartera
      *    completa; si no, la proxima corrida la vuelve a procesar.
           IF WS-CARTERA-COMPLETA
               MOVE FIL-VERSION-LISTA  TO CTL-VERSION-LISTA
               MOVE WS-FECHA-HOY       TO CTL-FECHA
               MOVE WS-HORA-HOY        TO CTL-HORA
               MOVE WS-CONTADOR-LEIDOS TO CTL-CANT-CLIENTES
               OPEN OUTPUT CONTROL-FILE
               WRITE CTL-REG
               CLOSE CONTROL-FILE
           ELSE
               MOVE SPACES TO RPT-LINEA
               WRITE RPT-LINEA
               WRITE RPT-LINEA FROM WS-LINEA-INCOMPLETO
               MOVE 12 TO RETURN-CODE
           END-IF.

       0900-FINALIZAR.
           IF WS-CONTADOR-DESBORDE > 0
               MOVE SPACES TO RPT-LINEA
               WRITE RPT-LINEA
               MOVE WS-CONTADOR-DESBORDE TO WS-DES-CANTIDAD
               WRITE RPT-LINEA FROM WS-LINEA-DESBORDE
           END-IF

           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE "Entradas en la lista      : " TO WS-TOT-ETIQUETA
           MOVE FIL-CANT-ENTRADAS     TO WS-TOT-CANTIDAD
           WRITE RPT-LINEA FROM WS-LINEA-TOTAL
           MOVE "Clientes controlados      : " TO WS-TOT-ETIQUETA
           MOVE WS-CONTADOR-LEIDOS    TO WS-TOT-CANTIDAD
           WRITE RPT-LINEA FROM WS-LINEA-TOTAL
           MOVE "Coincidencias nuevas      : " TO WS-TOT-ETIQUETA
           MOVE WS-CONTADOR-NUEVAS    TO WS-TOT-CANTIDAD
           WRITE RPT-LINEA FROM WS-LINEA-TOTAL
           MOVE "Coincidencias ya conocidas: " TO WS-TOT-ETIQUETA
           MOVE WS-CONTADOR-CONOCIDAS TO WS-TOT-CANTIDAD
           WRITE RPT-LINEA FROM WS-LINEA-TOTAL

           CLOSE REPORTE-FILE

           DISPLAY "Recontrol contra listas finalizado."
           DISPLAY "Version: " FIL-VERSION-LISTA
                   " Controlados: " WS-CONTADOR-LEIDOS
                   " Nuevas: " WS-CONTADOR-NUEVAS.

       0950-REGISTRAR-CORRIDA.
      *    Deja la corrida en el control de corridas (CL0041). La
      *    llamada pone en cero el RETURN-CODE: se guarda antes y
      *    se repone al volver.
           MOVE "CL0036J"              TO COR-JOB
           MOVE "CL0036"               TO COR-PROGRAMA
           MOVE WS-CONTADOR-LEIDOS     TO COR-LEIDOS
           MOVE WS-CONTADOR-NUEVAS     TO COR-GRABADOS
           MOVE RETURN-CODE            TO COR-RETURN-CODE
           CALL 'CL0041' USING COR-REG
           MOVE COR-RETURN-CODE        TO RETURN-CODE.
