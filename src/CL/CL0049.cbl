       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL0049.
       AUTHOR. BANC-S.
      *=================================================================
      *    GRABADOR COMUN DEL HISTORICO DE VERSIONES DE CLIENTES
      *    Subrutina comun (al estilo de CL0032) que deja en el
      *    historico CLIHIST (copy CLHISCLI) la imagen completa de una
      *    fila de CLIENTES cada vez que un programa la cambia. El
      *    llamador pasa el area CLHISTAR despues de su INSERT o
      *    UPDATE; esta rutina lee la fila completa de la base (asi
      *    la imagen nunca depende de que columnas toco el
      *    llamador), cierra la version vigente del cliente con la
      *    fecha y hora del cambio y graba la nueva, vigente hasta
      *    9999-12-31 23:59:59. La secuencia desempata los cambios del
      *    mismo segundo como en CL0032. Si la fila quedo igual a la
      *    version vigente no se graba nada.
      *    Las pantallas llaman con 'G' y el historico se abre y se
      *    cierra en cada llamada; los batch de volumen lo abren con
      *    'A' al empezar y lo cierran con 'C' al terminar.
      *    La anonimizacion por retencion (CL0043) llama con 'E' para
      *    que las versiones anteriores del cliente tomen los datos
      *    personales ya anonimizados de su fila actual; estado,
      *    fechas, riesgo y sucursal de cada version se conservan.
      *    Una falla se informa por consola y en HST-RETORNO y no
      *    deshace el cambio del llamador.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTOR-FILE ASSIGN TO CLIHIST
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS HIS-CLAVE
               FILE STATUS IS WS-HISTOR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTOR-FILE.
           COPY CLHISCLI.

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
       01  WS-SQLCODE-DISP        PIC -(8)9.
       01  WS-HISTOR-STATUS       PIC X(02).
           88  WS-HISTOR-OK              VALUE '00'.
           88  WS-HISTOR-NO-EXISTE       VALUE '35'.
           88  WS-FIN-HISTOR             VALUE '10'.
      *    El switch sobrevive entre llamadas: queda en 'S' desde la
      *    apertura 'A' hasta el cierre 'C'.
       01  WS-ABIERTO-CORRIDA     PIC X(01) VALUE 'N'.
           88  WS-ABIERTO-POR-CORRIDA    VALUE 'S'.
       01  WS-ABIERTO-LLAMADA     PIC X(01) VALUE 'N'.
           88  WS-ABIERTO-POR-LLAMADA    VALUE 'S'.
       01  WS-FECHA-HOY           PIC X(10).
       01  WS-HORA-HOY            PIC X(08).
       01  WS-HAY-VIGENTE         PIC X(01).
           88  WS-CON-VIGENTE            VALUE 'S'.
       01  WS-CLAVE-VIGENTE       PIC X(31).
       01  WS-IMAGEN-VIGENTE      PIC X(259).
       01  WS-REG-GRABADO         PIC X(01).
           88  WS-HAY-REG-GRABADO        VALUE 'S'.
       01  WS-TOPE-SECUENCIA      PIC 9(03) VALUE 999.
       01  WS-INTENTOS            PIC 9(04) VALUE 0.
      *    Datos personales del registro CLIENTES: tipo y numero de
      *    documento, nombre, apellido, direccion, telefono y email,
      *    contiguos desde la posicion 11 (copy CLIENTES).
       01  WS-POS-PERSONALES      PIC 9(03) VALUE 11.
       01  WS-LARGO-PERSONALES    PIC 9(03) VALUE 222.

       LINKAGE SECTION.
           COPY CLHISTAR.

       PROCEDURE DIVISION USING HST-AREA.

       0000-MAIN.
           MOVE 00     TO HST-RETORNO
           MOVE SPACES TO HST-MENSAJE

           EVALUATE TRUE
               WHEN HST-ABRIR
                   IF NOT WS-ABIERTO-POR-CORRIDA
                       PERFORM 1000-ABRIR-HISTORICO
                       IF HST-OK
                           MOVE 'S' TO WS-ABIERTO-CORRIDA
                       END-IF
                   END-IF
               WHEN HST-CERRAR
                   IF WS-ABIERTO-POR-CORRIDA
                       CLOSE HISTOR-FILE
                       MOVE 'N' TO WS-ABIERTO-CORRIDA
                   END-IF
               WHEN HST-GRABAR
                   MOVE 'N' TO WS-ABIERTO-LLAMADA
                   IF NOT WS-ABIERTO-POR-CORRIDA
                       PERFORM 1000-ABRIR-HISTORICO
                       IF HST-OK
                           MOVE 'S' TO WS-ABIERTO-LLAMADA
                       END-IF
                   END-IF
                   IF HST-OK
                       PERFORM 2000-LEER-CLIENTE
                   END-IF
                   IF HST-OK
                       PERFORM 3000-VERSIONAR
                   END-IF
                   IF WS-ABIERTO-POR-LLAMADA
                       CLOSE HISTOR-FILE
                   END-IF
               WHEN HST-ENMASCARAR
                   MOVE 0   TO HST-CANTIDAD
                   MOVE 'N' TO WS-ABIERTO-LLAMADA
                   IF NOT WS-ABIERTO-POR-CORRIDA
                       PERFORM 1000-ABRIR-HISTORICO
                       IF HST-OK
                           MOVE 'S' TO WS-ABIERTO-LLAMADA
                       END-IF
                   END-IF
                   IF HST-OK
                       PERFORM 2000-LEER-CLIENTE
                   END-IF
                   IF HST-OK
                       PERFORM 4000-ENMASCARAR-VERSIONES
                   END-IF
                   IF WS-ABIERTO-POR-LLAMADA
                       CLOSE HISTOR-FILE
                   END-IF
           END-EVALUATE

           GOBACK.

       1000-ABRIR-HISTORICO.
      *    La primera version encuentra el KSDS recien definido y
      *    vacio: se carga con una apertura de salida, como VINCULOS.
           OPEN I-O HISTOR-FILE
           IF WS-HISTOR-NO-EXISTE
               OPEN OUTPUT HISTOR-FILE
               CLOSE HISTOR-FILE
               OPEN I-O HISTOR-FILE
           END-IF
           IF NOT WS-HISTOR-OK
               MOVE 12 TO HST-RETORNO
               STRING "Historico CLIHIST no disponible - status "
                      DELIMITED SIZE
                      WS-HISTOR-STATUS
                      DELIMITED SIZE
                   INTO HST-MENSAJE
               DISPLAY "HISTORICO: " HST-MENSAJE
           END-IF.

       2000-LEER-CLIENTE.
           MOVE HST-CLI-ID TO CLI-ID
           EXEC SQL
               SELECT CLI_ID, CLI_TIPO_DOC, CLI_NUM_DOC, CLI_NOMBRE,
                      CLI_APELLIDO, CLI_DIRECCION, CLI_TELEFONO,
                      CLI_EMAIL, CLI_ESTADO, CLI_FEC_ALTA, CLI_RIESGO,
                      CLI_FEC_KYC, CLI_SUCURSAL
                   INTO :CLI-ID, :CLI-TIPO-DOC, :CLI-NUM-DOC,
                        :CLI-NOMBRE, :CLI-APELLIDO, :CLI-DIRECCION,
                        :CLI-TELEFONO, :CLI-EMAIL, :CLI-ESTADO,
                        :CLI-FEC-ALTA, :CLI-RIESGO, :CLI-FEC-KYC,
                        :CLI-SUCURSAL
                   FROM CLIENTES
                   WHERE CLI_ID = :CLI-ID
           END-EXEC

           MOVE SQLCODE TO WS-SQLCODE-DISP
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE 04 TO HST-RETORNO
                   MOVE "Cliente no encontrado" TO HST-MENSAJE
               WHEN OTHER
                   MOVE 12 TO HST-RETORNO
                   STRING "Error de base de datos SQLCODE "
                          DELIMITED SIZE
                          WS-SQLCODE-DISP
                          DELIMITED SIZE
                       INTO HST-MENSAJE
                   DISPLAY "HISTORICO: " HST-MENSAJE
                           " cliente " HST-CLI-ID
           END-EVALUATE.

       3000-VERSIONAR.
           CALL 'CL0009' USING WS-FECHA-HOY, WS-HORA-HOY
           PERFORM 3100-BUSCAR-VIGENTE

           IF WS-CON-VIGENTE
              AND WS-IMAGEN-VIGENTE = CLIENTES-REG
               CONTINUE
           ELSE
               IF WS-CON-VIGENTE
                   PERFORM 3300-CERRAR-VIGENTE
               END-IF
               PERFORM 3400-GRABAR-VERSION
           END-IF.

       3100-BUSCAR-VIGENTE.
      *    Las versiones del cliente estan juntas y en orden: la
      *    vigente es la ultima.
           MOVE 'N'          TO WS-HAY-VIGENTE
           MOVE CLI-ID       TO HIS-CLI-ID
           MOVE LOW-VALUES   TO HIS-VIG-DESDE
           MOVE 0            TO HIS-SECUENCIA
           MOVE '00'         TO WS-HISTOR-STATUS
           START HISTOR-FILE KEY >= HIS-CLAVE
               INVALID KEY
                   MOVE '10' TO WS-HISTOR-STATUS
           END-START
           IF NOT WS-FIN-HISTOR
               PERFORM 3150-LEER-VERSION
               PERFORM 3200-EXAMINAR-VERSION UNTIL WS-FIN-HISTOR
           END-IF.

       3150-LEER-VERSION.
           READ HISTOR-FILE NEXT
               AT END
                   MOVE '10' TO WS-HISTOR-STATUS
           END-READ
           IF NOT WS-FIN-HISTOR
               IF HIS-CLI-ID NOT = CLI-ID
                   MOVE '10' TO WS-HISTOR-STATUS
               END-IF
           END-IF.

       3200-EXAMINAR-VERSION.
           IF HIS-VERSION-VIGENTE
               MOVE 'S'          TO WS-HAY-VIGENTE
               MOVE HIS-CLAVE    TO WS-CLAVE-VIGENTE
               MOVE HIS-IMAGEN   TO WS-IMAGEN-VIGENTE
           END-IF
           PERFORM 3150-LEER-VERSION.

       3300-CERRAR-VIGENTE.
           MOVE WS-CLAVE-VIGENTE TO HIS-CLAVE
           READ HISTOR-FILE
               INVALID KEY
                   MOVE '23' TO WS-HISTOR-STATUS
           END-READ
           IF WS-HISTOR-OK
               MOVE WS-FECHA-HOY TO HIS-FEC-HASTA
               MOVE WS-HORA-HOY  TO HIS-HORA-HASTA
               REWRITE HIS-REG
                   INVALID KEY
                       DISPLAY "HISTORICO: no se pudo cerrar la version"
                               " vigente del cliente " CLI-ID
               END-REWRITE
           ELSE
               DISPLAY "HISTORICO: version vigente no encontrada"
                       " cliente " CLI-ID " status " WS-HISTOR-STATUS
           END-IF.

       3400-GRABAR-VERSION.
           INITIALIZE HIS-REG
           MOVE CLI-ID          TO HIS-CLI-ID
           MOVE WS-FECHA-HOY    TO HIS-FEC-DESDE
           MOVE WS-HORA-HOY     TO HIS-HORA-DESDE
           MOVE '9999-12-31'    TO HIS-FEC-HASTA
           MOVE '23:59:59'      TO HIS-HORA-HASTA
           MOVE HST-PROGRAMA    TO HIS-PROGRAMA
           MOVE HST-USUARIO     TO HIS-USUARIO
           MOVE HST-OPERACION   TO HIS-OPERACION
           MOVE CLIENTES-REG    TO HIS-IMAGEN

           MOVE 0   TO WS-INTENTOS
           MOVE 'N' TO WS-REG-GRABADO
           PERFORM 3450-INTENTAR-GRABAR
               UNTIL WS-HAY-REG-GRABADO
                  OR WS-INTENTOS > WS-TOPE-SECUENCIA

           IF NOT WS-HAY-REG-GRABADO
               MOVE 12 TO HST-RETORNO
               MOVE "Historico: secuencia agotada" TO HST-MENSAJE
               DISPLAY "HISTORICO: secuencia agotada para "
                       WS-FECHA-HOY " " WS-HORA-HOY
                       " cliente " CLI-ID
           END-IF.

       3450-INTENTAR-GRABAR.
           MOVE WS-INTENTOS TO HIS-SECUENCIA
           WRITE HIS-REG
               INVALID KEY
                   ADD 1 TO WS-INTENTOS
               NOT INVALID KEY
                   MOVE 'S' TO WS-REG-GRABADO
           END-WRITE.

       4000-ENMASCARAR-VERSIONES.
           MOVE CLI-ID       TO HIS-CLI-ID
           MOVE LOW-VALUES   TO HIS-VIG-DESDE
           MOVE 0            TO HIS-SECUENCIA
           MOVE '00'         TO WS-HISTOR-STATUS
           START HISTOR-FILE KEY >= HIS-CLAVE
               INVALID KEY
                   MOVE '10' TO WS-HISTOR-STATUS
           END-START
           IF NOT WS-FIN-HISTOR
               PERFORM 3150-LEER-VERSION
               PERFORM 4100-ENMASCARAR-VERSION UNTIL WS-FIN-HISTOR
           END-IF.

       4100-ENMASCARAR-VERSION.
           IF HIS-IMAGEN(WS-POS-PERSONALES:WS-LARGO-PERSONALES)
              NOT = CLIENTES-REG(WS-POS-PERSONALES:WS-LARGO-PERSONALES)
               MOVE CLIENTES-REG(WS-POS-PERSONALES:WS-LARGO-PERSONALES)
                 TO HIS-IMAGEN(WS-POS-PERSONALES:WS-LARGO-PERSONALES)
               REWRITE HIS-REG
                   INVALID KEY
                       DISPLAY "HISTORICO: no se pudo regrabar la "
                               "version " HIS-FEC-DESDE " "
                               HIS-HORA-DESDE " cliente " CLI-ID
                   NOT INVALID KEY
                       ADD 1 TO HST-CANTIDAD
               END-REWRITE
           END-IF
           PERFORM 3150-LEER-VERSION.
