       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL0050.
       AUTHOR. BANC-S.
      *=================================================================
      *    CARGA INICIAL DEL HISTORICO DE VERSIONES DE CLIENTES (BATCH)
      *    Se corre una unica vez, al poner en marcha el historico
      *    CLIHIST (copy CLHISCLI), antes de habilitar los programas
      *    que lo graban: recorre todos los clientes de CLIENTES,
      *    cualquiera sea su estado, y graba para cada uno la version
      *    de partida con la operacion 'CARGA INICIAL' via el grabador
      *    comun CL0049. Desde esa version la consulta a una fecha
      *    (CL0051) reconstruye al cliente; antes de ella no hay
      *    historia. CL0049 no graba una version igual a la vigente,
      *    asi que si el paso se corta se relanza tal cual: los
      *    clientes ya cargados se saltean solos.
      *    El reporte RPTHINI lista los clientes que no se pudieron
      *    versionar, con totales. Sin historico disponible termina
      *    con RC 12 sin proceso; con algun cliente sin versionar,
      *    con RC 04. Se ejecuta desde el JCL CL0050J.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORTE-FILE ASSIGN TO RPTHINI
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
       01  WS-RPT-STATUS           PIC X(02).
       01  WS-SQLCODE-DISP         PIC -(8)9.
       01  WS-FIN-CURSOR           PIC X(01) VALUE 'N'.
           88  WS-NO-HAY-MAS-CLIENTES     VALUE 'S'.
       01  WS-FECHA-HOY            PIC X(10).
       01  WS-HORA-HOY             PIC X(08).

      *=================================================================
      *    CONTADORES
      *=================================================================
       01  WS-CONTADOR-LEIDOS      PIC 9(07) VALUE 0.
       01  WS-CONTADOR-CARGADOS    PIC 9(07) VALUE 0.
       01  WS-CONTADOR-ERRORES     PIC 9(07) VALUE 0.

      *=================================================================
      *    LINEAS DEL REPORTE
      *=================================================================
       01  WS-LINEA-ENCABEZADO     PIC X(100) VALUE
           "CARGA INICIAL DEL HISTORICO DE CLIENTES - EXCEPCIONES".

       01  WS-LINEA-FECHA.
           05  FILLER              PIC X(10) VALUE "Fecha: ".
           05  WS-ENC-FECHA        PIC X(10).
           05  FILLER              PIC X(05) VALUE SPACES.
           05  FILLER              PIC X(08) VALUE "Hora: ".
           05  WS-ENC-HORA         PIC X(08).

       01  WS-ENCABEZADO-COL.
           05  FILLER              PIC X(11) VALUE "NUM CLIENTE".
           05  FILLER              PIC X(03) VALUE SPACES.
           05  FILLER              PIC X(60) VALUE "MOTIVO".

       01  WS-LINEA-ERROR.
           05  WS-ERR-CLI-ID       PIC Z(9)9.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  WS-ERR-MOTIVO       PIC X(60).

       01  WS-LINEA-AVISO          PIC X(100).

       01  WS-LINEA-TOTAL.
           05  WS-TOT-ETIQUETA     PIC X(28).
           05  WS-TOT-CANTIDAD     PIC ZZZ,ZZ9.

      *=================================================================
      *    AREA DEL HISTORICO DE VERSIONES DE CLIENTES CL0049
      *=================================================================
           COPY CLHISTAR.

      *    Registro de la corrida para el control de corridas
      *    batch, que graba CL0041 al terminar.
           COPY CLCORRID.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 0010-INICIAR-CORRIDA
           PERFORM 0100-INICIALIZAR

           MOVE 'A' TO HST-FUNCION
           CALL 'CL0049' USING HST-AREA
           IF HST-OK
               PERFORM 2000-RECORRER-CLIENTES
               MOVE 'C' TO HST-FUNCION
               CALL 'CL0049' USING HST-AREA
               IF WS-CONTADOR-ERRORES > 0 AND RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE SPACES TO WS-LINEA-AVISO
               STRING HST-MENSAJE DELIMITED SIZE
                      " - sin proceso" DELIMITED SIZE
                   INTO WS-LINEA-AVISO
               MOVE SPACES TO RPT-LINEA
               WRITE RPT-LINEA
               WRITE RPT-LINEA FROM WS-LINEA-AVISO
               MOVE 12 TO RETURN-CODE
           END-IF

           PERFORM 0900-FINALIZAR
           PERFORM 0950-REGISTRAR-CORRIDA
           STOP RUN.

       0010-INICIAR-CORRIDA.
           INITIALIZE COR-REG
           CALL 'CL0009' USING COR-FEC-INICIO, COR-HORA-INICIO.

       0100-INICIALIZAR.
           CALL 'CL0009' USING WS-FECHA-HOY, WS-HORA-HOY

           OPEN OUTPUT REPORTE-FILE
           WRITE RPT-LINEA FROM WS-LINEA-ENCABEZADO
           MOVE WS-FECHA-HOY      TO WS-ENC-FECHA
           MOVE WS-HORA-HOY       TO WS-ENC-HORA
           WRITE RPT-LINEA FROM WS-LINEA-FECHA
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           WRITE RPT-LINEA FROM WS-ENCABEZADO-COL.

       2000-RECORRER-CLIENTES.
      *    En orden de cliente el historico se carga en el orden de
      *    su clave.
           EXEC SQL
               DECLARE CUR-HINI CURSOR FOR
                   SELECT CLI_ID
                       FROM CLIENTES
                       ORDER BY CLI_ID
           END-EXEC

           EXEC SQL
               OPEN CUR-HINI
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISP
               DISPLAY "Error de base de datos SQLCODE "
                       WS-SQLCODE-DISP
               MOVE 'S' TO WS-FIN-CURSOR
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM 2100-LEER-CLIENTE
               PERFORM 2200-VERSIONAR-CLIENTE
                   UNTIL WS-NO-HAY-MAS-CLIENTES

               EXEC SQL
                   CLOSE CUR-HINI
               END-EXEC
           END-IF.

       2100-LEER-CLIENTE.
           EXEC SQL
               FETCH CUR-HINI
                   INTO :CLI-ID
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-CONTADOR-LEIDOS
               WHEN 100
                   MOVE 'S' TO WS-FIN-CURSOR
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISP
                   DISPLAY "Error de base de datos SQLCODE "
                           WS-SQLCODE-DISP
                   MOVE 'S' TO WS-FIN-CURSOR
                   MOVE 12 TO RETURN-CODE
           END-EVALUATE.

       2200-VERSIONAR-CLIENTE.
           MOVE 'G'              TO HST-FUNCION
           MOVE CLI-ID           TO HST-CLI-ID
           MOVE 'CL0050'         TO HST-PROGRAMA
           MOVE 'BATCH'          TO HST-USUARIO
           MOVE 'CARGA INICIAL'  TO HST-OPERACION
           CALL 'CL0049' USING HST-AREA

           IF HST-OK
               ADD 1 TO WS-CONTADOR-CARGADOS
           ELSE
               ADD 1 TO WS-CONTADOR-ERRORES
               MOVE CLI-ID       TO WS-ERR-CLI-ID
               MOVE HST-MENSAJE  TO WS-ERR-MOTIVO
               WRITE RPT-LINEA FROM WS-LINEA-ERROR
           END-IF

           PERFORM 2100-LEER-CLIENTE.

       0900-FINALIZAR.
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE "Clientes leidos           : " TO WS-TOT-ETIQUETA
           MOVE WS-CONTADOR-LEIDOS      TO WS-TOT-CANTIDAD
           WRITE RPT-LINEA FROM WS-LINEA-TOTAL
           MOVE "Clientes versionados      : " TO WS-TOT-ETIQUETA
           MOVE WS-CONTADOR-CARGADOS    TO WS-TOT-CANTIDAD
           WRITE RPT-LINEA FROM WS-LINEA-TOTAL
           MOVE "Clientes sin versionar    : " TO WS-TOT-ETIQUETA
           MOVE WS-CONTADOR-ERRORES     TO WS-TOT-CANTIDAD
           WRITE RPT-LINEA FROM WS-LINEA-TOTAL

           CLOSE REPORTE-FILE

           DISPLAY "Carga inicial del historico de clientes"
                   " finalizada."
           DISPLAY "Leidos: " WS-CONTADOR-LEIDOS
                   " Versionados: " WS-CONTADOR-CARGADOS
                   " Sin versionar: " WS-CONTADOR-ERRORES.

       0950-REGISTRAR-CORRIDA.
      *    Deja la corrida en el control de corridas (CL0041). La
      *    llamada pone en cero el RETURN-CODE: se guarda antes y
      *    se repone al volver.
           MOVE "CL0050J"              TO COR-JOB
           MOVE "CL0050"               TO COR-PROGRAMA
           MOVE WS-CONTADOR-LEIDOS     TO COR-LEIDOS
           MOVE WS-CONTADOR-CARGADOS   TO COR-GRABADOS
           MOVE WS-CONTADOR-ERRORES    TO COR-RECHAZADOS
           MOVE RETURN-CODE            TO COR-RETURN-CODE
           CALL 'CL0041' USING COR-REG
           MOVE COR-RETURN-CODE        TO RETURN-CODE.
