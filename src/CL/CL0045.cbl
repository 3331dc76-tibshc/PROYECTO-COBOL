       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL0045.
       AUTHOR. BANC-S.
      *=================================================================
      *    TRASPASO DE SUCURSAL
      *    Transaccion de pantalla para cambiar la sucursal duenia
      *    (CLI-SUCURSAL) de un cliente o de un bloque de clientes.
      *    Con C se traspasa un cliente: se muestra su sucursal
      *    actual y se pide la de destino. Con B, reservado a los
      *    supervisores, se traspasan todos los clientes de una
      *    sucursal de origen, cualquiera sea su estado (cierre o
      *    fusion de sucursales); el origen en blanco toma los
      *    clientes todavia sin sucursal asignada, para repartir la
      *    cartera anterior a la asignacion. El destino se valida con
      *    el validador comun CL0017 (modo 'S') y no puede ser el
      *    origen; todo traspaso se confirma antes de aplicarse. La
      *    actualizacion lleva la sucursal de origen en la condicion:
      *    el cliente que otro operador traspaso entretanto no se toca
      *    y se informa como omitido. Cada cliente traspasado se
      *    audita via CL0032 (opcion 14, 'TRASPASO SUC') con la
      *    sucursal de origen y la de destino. Invocada por el menu
      *    CL0000 (opcion 14).
      *    Cada cliente traspasado graba su nueva version en el
      *    historico de clientes via CL0049; en bloque el historico
      *    queda abierto mientras se recorre la cartera.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      *=================================================================
      *    VARIABLES DE BASE DE DATOS Y HOST (ESQL)
      *=================================================================
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.

           COPY CLIENTES.

       01  WS-SUC-ORIGEN          PIC X(04).
       01  WS-SUC-DESTINO         PIC X(04).
       01  WS-CANT-BLOQUE         PIC S9(9) COMP.

           EXEC SQL END DECLARE SECTION END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      *=================================================================
      *    VARIABLES DE CONTROL Y LOGICA
      *=================================================================
       01  WS-SQLCODE-DISP        PIC -(8)9.
       01  WS-MODALIDAD           PIC X(01).
           88  WS-MODALIDAD-CLIENTE      VALUE 'C'.
           88  WS-MODALIDAD-BLOQUE       VALUE 'B'.
           88  WS-MODALIDAD-VALIDA       VALUES 'C' 'B'.
       01  WS-CONFIRMACION        PIC X(01).
           88  WS-CONFIRMA-TRASPASO      VALUE 'S'.
           88  WS-RESPUESTA-VALIDA       VALUES 'S' 'N'.
       01  WS-ORIGEN-VALIDO       PIC X(01).
           88  WS-HAY-ORIGEN-VALIDO      VALUE 'S'.
       01  WS-DESTINO-VALIDO      PIC X(01).
           88  WS-HAY-DESTINO-VALIDO     VALUE 'S'.
       01  WS-FIN-CURSOR          PIC X(01).
           88  WS-NO-HAY-MAS-CLIENTES    VALUE 'S'.

      *    Clientes del bloque. Se juntan primero en la tabla y
      *    recien despues se actualizan, para no cambiar la sucursal
      *    por la que selecciona el cursor mientras se lo recorre
      *    (mismo criterio de CL0021 con los vinculos). Un bloque mas
      *    grande que la tabla se completa repitiendo el traspaso.
       01  WS-MAX-BLOQUE          PIC 9(05) COMP VALUE 5000.
       01  WS-CANT-CARGADOS       PIC 9(05) COMP VALUE 0.
       01  WS-INDICE              PIC 9(05) COMP.
       01  WS-TABLA-BLOQUE.
           05  WS-BLQ-CLI-ID      PIC 9(10) OCCURS 5000 TIMES.

       01  WS-CONTADOR-TRASPASOS  PIC 9(05) VALUE 0.
       01  WS-CONTADOR-OMITIDOS   PIC 9(05) VALUE 0.
       01  WS-TRASPASOS-DISP      PIC ZZZZ9.
       01  WS-OMITIDOS-DISP       PIC ZZZZ9.
       01  WS-CANT-BLOQUE-DISP    PIC ZZZ,ZZZ,ZZ9.

      *=================================================================
      *    AREA DEL VALIDADOR COMUN CL0017
      *=================================================================
           COPY CLVALID.

      *=================================================================
      *    REGISTRO DE AUDITORIA: se arma aca y lo graba el grabador
      *    comun CL0032 en el AUDITCLI indexado.
      *=================================================================
           COPY CLAUDIT.

      *=================================================================
      *    AREA DEL HISTORICO DE VERSIONES DE CLIENTES CL0049
      *=================================================================
           COPY CLHISTAR.

       LINKAGE SECTION.
           COPY CLLKAREA.

       PROCEDURE DIVISION USING CL-COMAREA.

       0000-MAIN.
           INITIALIZE CLIENTES-REG
           MOVE 00                TO CL-RETURN-CODE
           MOVE 0                 TO CL-SQLCODE-OUT
           MOVE SPACES            TO CL-MENSAJE

      *    Igual que en CL0038: los contadores se reponen por si el
      *    menu invoca la transaccion mas de una vez en la corrida.
           MOVE 0 TO WS-CONTADOR-TRASPASOS
           MOVE 0 TO WS-CONTADOR-OMITIDOS
           MOVE 0 TO WS-CANT-CARGADOS

           DISPLAY "---- TRASPASO DE SUCURSAL ----"
           PERFORM 1000-CAPTURAR-MODALIDAD

           IF WS-MODALIDAD-CLIENTE
               PERFORM 2000-TRASPASO-CLIENTE
           ELSE
               PERFORM 3000-TRASPASO-BLOQUE
           END-IF

           GOBACK.

       1000-CAPTURAR-MODALIDAD.
      *    Se repregunta hasta recibir C o B (mismo patron de CL0000
      *    0150-LEER-OPCION-VALIDA).
           MOVE SPACE TO WS-MODALIDAD
           PERFORM UNTIL WS-MODALIDAD-VALIDA
               DISPLAY "Un cliente o bloque de una sucursal (C/B): "
                   WITH NO ADVANCING
               ACCEPT WS-MODALIDAD
               IF NOT WS-MODALIDAD-VALIDA
                   DISPLAY "Respuesta invalida. Ingrese C o B."
               END-IF
           END-PERFORM.

       2000-TRASPASO-CLIENTE.
           DISPLAY "Numero de cliente: " WITH NO ADVANCING
           ACCEPT CLI-ID
           MOVE CLI-ID            TO CL-CLI-ID

           PERFORM 2100-BUSCAR-CLIENTE

           IF CL-RC-OK
               MOVE CLI-SUCURSAL  TO WS-SUC-ORIGEN
               PERFORM 4000-CAPTURAR-DESTINO
               PERFORM 4500-CONFIRMAR
           END-IF

           IF CL-RC-OK
               PERFORM 5000-TRASPASAR-CLIENTE
           END-IF

           IF CL-RC-OK
               PERFORM 0900-RESUMIR
           END-IF.

       2100-BUSCAR-CLIENTE.
           EXEC SQL
               SELECT CLI_NOMBRE, CLI_APELLIDO, CLI_ESTADO,
                      CLI_SUCURSAL
                   INTO :CLI-NOMBRE, :CLI-APELLIDO, :CLI-ESTADO,
                        :CLI-SUCURSAL
                   FROM CLIENTES
                   WHERE CLI_ID = :CLI-ID
           END-EXEC

           MOVE SQLCODE TO CL-SQLCODE-OUT
           MOVE SQLCODE TO WS-SQLCODE-DISP
           EVALUATE SQLCODE
               WHEN 0
                   MOVE 00 TO CL-RETURN-CODE
                   DISPLAY "Cliente: " CLI-NOMBRE " " CLI-APELLIDO
                           "  Estado: " CLI-ESTADO
                   IF CLI-SUCURSAL = SPACES
                       DISPLAY "Sucursal actual: sin asignar"
                   ELSE
                       DISPLAY "Sucursal actual: " CLI-SUCURSAL
                   END-IF
               WHEN 100
                   MOVE 04 TO CL-RETURN-CODE
                   MOVE "Cliente no encontrado" TO CL-MENSAJE
               WHEN OTHER
                   MOVE 12 TO CL-RETURN-CODE
                   STRING "Error de base de datos SQLCODE "
                          DELIMITED SIZE
                          WS-SQLCODE-DISP
                          DELIMITED SIZE
                       INTO CL-MENSAJE
           END-EVALUATE.

       3000-TRASPASO-BLOQUE.
      *    El traspaso en bloque mueve la cartera entera de una
      *    sucursal: solo lo hace un supervisor.
           IF NOT CL-ES-SUPERVISOR
               MOVE 16 TO CL-RETURN-CODE
               MOVE "Traspaso en bloque reservado a supervisores"
                   TO CL-MENSAJE
           END-IF

           IF CL-RC-OK
               PERFORM 3100-CAPTURAR-ORIGEN
               PERFORM 4000-CAPTURAR-DESTINO
               PERFORM 3200-CONTAR-BLOQUE
           END-IF

           IF CL-RC-OK
               PERFORM 4500-CONFIRMAR
           END-IF

           IF CL-RC-OK
               PERFORM 3300-CARGAR-BLOQUE
           END-IF

           IF CL-RC-OK
               MOVE 'A' TO HST-FUNCION
               CALL 'CL0049' USING HST-AREA
               MOVE 0 TO WS-INDICE
               PERFORM 3500-TRASPASAR-DEL-BLOQUE
                   UNTIL WS-INDICE >= WS-CANT-CARGADOS
                      OR NOT CL-RC-OK
               MOVE 'C' TO HST-FUNCION
               CALL 'CL0049' USING HST-AREA
           END-IF

           IF CL-RC-OK
               PERFORM 0900-RESUMIR
           END-IF.

       3100-CAPTURAR-ORIGEN.
      *    Origen en blanco = clientes sin sucursal asignada; cargado,
      *    lo valida CL0017 y se repregunta ante un codigo invalido.
           MOVE 'N' TO WS-ORIGEN-VALIDO
           PERFORM UNTIL WS-HAY-ORIGEN-VALIDO
               DISPLAY "Sucursal de origen (blanco = sin asignar): "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-SUC-ORIGEN
               ACCEPT WS-SUC-ORIGEN
               IF WS-SUC-ORIGEN = SPACES
                   MOVE 'S' TO WS-ORIGEN-VALIDO
               ELSE
                   MOVE 'S'           TO VAL-MODO
                   MOVE WS-SUC-ORIGEN TO VAL-SUCURSAL
                   CALL 'CL0017' USING VAL-AREA
                   IF VAL-SIN-ERRORES
                       MOVE 'S' TO WS-ORIGEN-VALIDO
                   ELSE
                       DISPLAY "Dato invalido: " VAL-MENSAJE
                   END-IF
               END-IF
           END-PERFORM.

       3200-CONTAR-BLOQUE.
           EXEC SQL
               SELECT COUNT(*)
                   INTO :WS-CANT-BLOQUE
                   FROM CLIENTES
                   WHERE CLI_SUCURSAL = :WS-SUC-ORIGEN
           END-EXEC

           MOVE SQLCODE TO CL-SQLCODE-OUT
           MOVE SQLCODE TO WS-SQLCODE-DISP
           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   MOVE 12 TO CL-RETURN-CODE
                   STRING "Error de base de datos SQLCODE "
                          DELIMITED SIZE
                          WS-SQLCODE-DISP
                          DELIMITED SIZE
                       INTO CL-MENSAJE
               WHEN WS-CANT-BLOQUE = 0
                   MOVE 04 TO CL-RETURN-CODE
                   MOVE "No hay clientes en la sucursal de origen"
                       TO CL-MENSAJE
               WHEN OTHER
                   MOVE WS-CANT-BLOQUE TO WS-CANT-BLOQUE-DISP
                   DISPLAY "Clientes a traspasar: " WS-CANT-BLOQUE-DISP
                   IF WS-CANT-BLOQUE > WS-MAX-BLOQUE
                       DISPLAY "Se traspasan los primeros 5000 por"
                               " numero; repita el traspaso para el"
                               " resto"
                   END-IF
           END-EVALUATE.

       3300-CARGAR-BLOQUE.
           EXEC SQL
               DECLARE CUR-BLOQUE CURSOR FOR
                   SELECT CLI_ID
                       FROM CLIENTES
                       WHERE CLI_SUCURSAL = :WS-SUC-ORIGEN
                       ORDER BY CLI_ID
           END-EXEC

           EXEC SQL
               OPEN CUR-BLOQUE
           END-EXEC

           MOVE SQLCODE TO CL-SQLCODE-OUT
           MOVE SQLCODE TO WS-SQLCODE-DISP
           IF SQLCODE NOT = 0
               MOVE 12 TO CL-RETURN-CODE
               STRING "Error de base de datos SQLCODE "
                      DELIMITED SIZE
                      WS-SQLCODE-DISP
                      DELIMITED SIZE
                   INTO CL-MENSAJE
           ELSE
               MOVE 'N' TO WS-FIN-CURSOR
               PERFORM 3400-LEER-BLOQUE
               PERFORM 3450-GUARDAR-EN-TABLA
                   UNTIL WS-NO-HAY-MAS-CLIENTES
                      OR WS-CANT-CARGADOS >= WS-MAX-BLOQUE
               EXEC SQL
                   CLOSE CUR-BLOQUE
               END-EXEC
           END-IF.

       3400-LEER-BLOQUE.
           EXEC SQL
               FETCH CUR-BLOQUE
                   INTO :CLI-ID
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'S' TO WS-FIN-CURSOR
           END-IF.

       3450-GUARDAR-EN-TABLA.
           ADD 1 TO WS-CANT-CARGADOS
           MOVE CLI-ID TO WS-BLQ-CLI-ID(WS-CANT-CARGADOS)
           PERFORM 3400-LEER-BLOQUE.

       3500-TRASPASAR-DEL-BLOQUE.
           ADD 1 TO WS-INDICE
           MOVE WS-BLQ-CLI-ID(WS-INDICE) TO CLI-ID
           PERFORM 5000-TRASPASAR-CLIENTE.

       4000-CAPTURAR-DESTINO.
      *    Se repregunta hasta recibir una sucursal valida distinta de
      *    la de origen.
           MOVE 'N' TO WS-DESTINO-VALIDO
           PERFORM UNTIL WS-HAY-DESTINO-VALIDO
               DISPLAY "Sucursal de destino (4 dig): "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-SUC-DESTINO
               ACCEPT WS-SUC-DESTINO
               PERFORM 4100-VALIDAR-DESTINO
           END-PERFORM.

       4100-VALIDAR-DESTINO.
           MOVE 'S'            TO VAL-MODO
           MOVE WS-SUC-DESTINO TO VAL-SUCURSAL
           CALL 'CL0017' USING VAL-AREA
           EVALUATE TRUE
               WHEN VAL-CON-ERRORES
                   DISPLAY "Dato invalido: " VAL-MENSAJE
               WHEN WS-SUC-DESTINO = WS-SUC-ORIGEN
                   DISPLAY "El destino es la sucursal de origen"
               WHEN OTHER
                   MOVE 'S' TO WS-DESTINO-VALIDO
           END-EVALUATE.

       4500-CONFIRMAR.
      *    Se repregunta hasta recibir S o N (mismo patron de CL0021
      *    2500-CONFIRMAR); con N no se toca la base.
           MOVE SPACE TO WS-CONFIRMACION
           PERFORM UNTIL WS-RESPUESTA-VALIDA
               DISPLAY "Confirma el traspaso (S/N): " WITH NO ADVANCING
               ACCEPT WS-CONFIRMACION
               IF NOT WS-RESPUESTA-VALIDA
                   DISPLAY "Respuesta invalida. Ingrese S o N."
               END-IF
           END-PERFORM

           IF NOT WS-CONFIRMA-TRASPASO
               MOVE 20 TO CL-RETURN-CODE
               MOVE "Traspaso cancelado por el operador" TO CL-MENSAJE
           END-IF.

       5000-TRASPASAR-CLIENTE.
      *    La sucursal de origen va en la condicion: si otro operador
      *    traspaso al cliente entretanto, no se toca y se cuenta como
      *    omitido.
           EXEC SQL
               UPDATE CLIENTES
                   SET CLI_SUCURSAL = :WS-SUC-DESTINO
                   WHERE CLI_ID = :CLI-ID
                     AND CLI_SUCURSAL = :WS-SUC-ORIGEN
           END-EXEC

           MOVE SQLCODE TO CL-SQLCODE-OUT
           MOVE SQLCODE TO WS-SQLCODE-DISP
           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-CONTADOR-TRASPASOS
                   PERFORM 7000-AUDITAR-TRASPASO
                   PERFORM 7100-REGISTRAR-HISTORICO
               WHEN 100
                   ADD 1 TO WS-CONTADOR-OMITIDOS
               WHEN OTHER
                   MOVE 12 TO CL-RETURN-CODE
                   STRING "Error de base de datos SQLCODE "
                          DELIMITED SIZE
                          WS-SQLCODE-DISP
                          DELIMITED SIZE
                       INTO CL-MENSAJE
           END-EVALUATE.

       7000-AUDITAR-TRASPASO.
           INITIALIZE AUDIT-REG
           MOVE SPACES            TO AUD-VALOR-ANTES
           MOVE SPACES            TO AUD-VALOR-DESPUES
           MOVE WS-SUC-ORIGEN     TO AUD-A-SUCURSAL
           MOVE WS-SUC-DESTINO    TO AUD-D-SUCURSAL
           MOVE "TRASPASO SUC"    TO AUD-OPCION-DESC
           CALL 'CL0009' USING AUD-FECHA, AUD-HORA
           MOVE CL-USUARIO        TO AUD-USUARIO
           MOVE CL-TERMINAL       TO AUD-TERMINAL
           MOVE 14                TO AUD-OPCION
           MOVE CLI-ID            TO AUD-CLI-ID
           MOVE 00                TO AUD-RETURN-CODE
           MOVE 0                 TO AUD-SQLCODE
           CALL 'CL0032' USING AUDIT-REG.

       7100-REGISTRAR-HISTORICO.
           MOVE 'G'            TO HST-FUNCION
           MOVE CLI-ID         TO HST-CLI-ID
           MOVE 'CL0045'       TO HST-PROGRAMA
           MOVE CL-USUARIO     TO HST-USUARIO
           MOVE 'TRASPASO SUC' TO HST-OPERACION
           CALL 'CL0049' USING HST-AREA.

       0900-RESUMIR.
      *    Un traspaso en que todo quedo omitido (el cliente ya no
      *    estaba en la sucursal de origen) se informa como aviso.
           IF WS-CONTADOR-TRASPASOS = 0
               MOVE 04 TO CL-RETURN-CODE
           ELSE
               MOVE 00 TO CL-RETURN-CODE
           END-IF
           MOVE WS-CONTADOR-TRASPASOS TO WS-TRASPASOS-DISP
           MOVE WS-CONTADOR-OMITIDOS  TO WS-OMITIDOS-DISP
           STRING "Traspaso a sucursal "
                  DELIMITED SIZE
                  WS-SUC-DESTINO
                  DELIMITED SIZE
                  " - traspasados"
                  DELIMITED SIZE
                  WS-TRASPASOS-DISP
                  DELIMITED SIZE
                  " omitidos"
                  DELIMITED SIZE
                  WS-OMITIDOS-DISP
                  DELIMITED SIZE
               INTO CL-MENSAJE.
