       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL0038.
       AUTHOR. BANC-S.
      *=================================================================
      *    MANTENIMIENTO DE VINCULOS ENTRE CLIENTES
      *    Transaccion de pantalla para registrar y cerrar los
      *    vinculos de un cliente con otros clientes: cotitulares
      *    (CT), apoderados (AP), representantes legales (RL) y
      *    beneficiarios finales (BF), que hasta ahora las sucursales
      *    llevaban en papel. El operador ingresa el cliente titular o
      *    representado, ve todos sus vinculos (en ambos sentidos,
      *    vigentes e historicos) y puede dar de alta un vinculo nuevo
      *    o cerrar uno vigente, tantas veces como necesite antes de
      *    salir. El alta exige titular activo, un cliente vinculado
      *    distinto y activo, tipo del dominio y vigencia validada por
      *    el validador comun CL0017 (modo 'V'); no admite un segundo
      *    vinculo abierto del mismo tipo entre el mismo par. El
      *    cierre deja el vinculo en estado 'C' con fecha hasta del
      *    dia; nada se borra. Cada alta y cada cierre se audita via
      *    CL0032 (opcion 13) con el vinculo antes/despues. El archivo
      *    es VINCULOS (copy CLVINCUL). Invocada por el menu CL0000
      *    (opcion 13).
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VINCUL-FILE ASSIGN TO VINCULOS
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS VIN-CLAVE
               ALTERNATE RECORD KEY IS VIN-CLI-ID-REL
                   WITH DUPLICATES
               FILE STATUS IS WS-VINCUL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VINCUL-FILE.
           COPY CLVINCUL.

       WORKING-STORAGE SECTION.

      *=================================================================
      *    VARIABLES DE BASE DE DATOS Y HOST (ESQL)
      *=================================================================
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.

           COPY CLIENTES.

      *    Cliente vinculado que se ingresa en el alta o el cierre.
       01  WS-REL-CLI-ID          PIC 9(10).
       01  WS-REL-NOMBRE          PIC X(40).
       01  WS-REL-APELLIDO        PIC X(40).
       01  WS-REL-ESTADO          PIC X(01).

           EXEC SQL END DECLARE SECTION END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      *=================================================================
      *    VARIABLES DE CONTROL Y LOGICA
      *=================================================================
       01  WS-SQLCODE-DISP        PIC -(8)9.
       01  WS-VINCUL-STATUS       PIC X(02).
           88  WS-VINCUL-OK              VALUE '00'.
           88  WS-VINCUL-NO-EXISTE       VALUE '35'.
           88  WS-FIN-VINCUL             VALUE '10'.
       01  WS-FECHA-HOY           PIC X(10).
       01  WS-HORA-HOY            PIC X(08).
       01  WS-ACCION              PIC X(01).
           88  WS-ACCION-ALTA            VALUE 'A'.
           88  WS-ACCION-CIERRE          VALUE 'C'.
           88  WS-ACCION-LISTAR          VALUE 'L'.
           88  WS-ACCION-FIN             VALUE 'F'.
           88  WS-ACCION-VALIDA          VALUES 'A' 'C' 'L' 'F'.
       01  WS-TIPO-ENTRADA        PIC X(02).
           88  WS-TIPO-VALIDO            VALUES 'CT' 'AP' 'RL' 'BF'.
       01  WS-FEC-DESDE           PIC X(10).
       01  WS-FEC-HASTA           PIC X(10).
       01  WS-ROL-LECTURA         PIC X(01).
           88  WS-LEE-COMO-TITULAR       VALUE 'T'.
       01  WS-VINCULADO-OK        PIC X(01).
           88  WS-HAY-VINCULADO-OK       VALUE 'S'.

      *    Resultado de la busqueda de un par titular/vinculado/tipo:
      *    la ultima secuencia usada y la clave del vinculo abierto,
      *    si lo hay.
       01  WS-ULT-SECUENCIA       PIC 9(03).
       01  WS-HAY-ABIERTO         PIC X(01).
           88  WS-VINCULO-ABIERTO        VALUE 'S'.
       01  WS-CLAVE-ABIERTA       PIC X(25).

       01  WS-CONTADOR-ALTAS      PIC 9(05) VALUE 0.
       01  WS-CONTADOR-CIERRES    PIC 9(05) VALUE 0.
       01  WS-ALTAS-DISP          PIC ZZZZ9.
       01  WS-CIERRES-DISP        PIC ZZZZ9.

      *=================================================================
      *    AREA DEL VALIDADOR COMUN CL0017
      *=================================================================
           COPY CLVALID.

      *=================================================================
      *    REGISTRO DE AUDITORIA: se arma aca y lo graba el grabador
      *    comun CL0032 en el AUDITCLI indexado.
      *=================================================================
           COPY CLAUDIT.

       LINKAGE SECTION.
           COPY CLLKAREA.

       PROCEDURE DIVISION USING CL-COMAREA.

       0000-MAIN.
           INITIALIZE CLIENTES-REG
           MOVE 00                TO CL-RETURN-CODE
           MOVE 0                 TO CL-SQLCODE-OUT
           MOVE SPACES            TO CL-MENSAJE

      *    Igual que en CL0024: los contadores se reponen por si el
      *    menu invoca la transaccion mas de una vez en la corrida.
           MOVE 0 TO WS-CONTADOR-ALTAS
           MOVE 0 TO WS-CONTADOR-CIERRES

           CALL 'CL0009' USING WS-FECHA-HOY, WS-HORA-HOY

           DISPLAY "---- VINCULOS ENTRE CLIENTES ----"
           DISPLAY "Numero de cliente titular: " WITH NO ADVANCING
           ACCEPT CLI-ID
           MOVE CLI-ID            TO CL-CLI-ID

           PERFORM 1000-BUSCAR-CLIENTE

           IF CL-RC-OK
               PERFORM 1500-ABRIR-VINCULOS
           END-IF

           IF CL-RC-OK
               PERFORM 2000-LISTAR-VINCULOS
               MOVE SPACE TO WS-ACCION
               PERFORM 3000-PROCESAR-ACCION UNTIL WS-ACCION-FIN
               CLOSE VINCUL-FILE
               PERFORM 0900-RESUMIR
           END-IF

           GOBACK.

       1000-BUSCAR-CLIENTE.
           EXEC SQL
               SELECT CLI_NOMBRE, CLI_APELLIDO, CLI_ESTADO
                   INTO :CLI-NOMBRE, :CLI-APELLIDO, :CLI-ESTADO
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

       1500-ABRIR-VINCULOS.
      *    El primer vinculo que se registra crea el archivo (mismo
      *    patron del grabador de auditoria CL0032).
           OPEN I-O VINCUL-FILE
           IF WS-VINCUL-NO-EXISTE
               OPEN OUTPUT VINCUL-FILE
               CLOSE VINCUL-FILE
               OPEN I-O VINCUL-FILE
           END-IF
           IF NOT WS-VINCUL-OK
               MOVE 12 TO CL-RETURN-CODE
               STRING "Archivo de vinculos no disponible - status "
                      DELIMITED SIZE
                      WS-VINCUL-STATUS
                      DELIMITED SIZE
                   INTO CL-MENSAJE
           END-IF.

       2000-LISTAR-VINCULOS.
      *    Todos los vinculos del cliente, en los dos sentidos y con
      *    los historicos, para que el operador vea que cerrar.
           DISPLAY " "
           DISPLAY "Titular    Tipo Vinculado  Est Desde      Hasta"
           MOVE 'T'           TO WS-ROL-LECTURA
           MOVE CLI-ID        TO VIN-CLI-ID
           MOVE 0             TO VIN-CLI-ID-REL
           MOVE LOW-VALUES    TO VIN-TIPO
           MOVE 0             TO VIN-SECUENCIA
           MOVE '00'          TO WS-VINCUL-STATUS
           START VINCUL-FILE KEY >= VIN-CLAVE
               INVALID KEY
                   MOVE '10' TO WS-VINCUL-STATUS
           END-START
           IF NOT WS-FIN-VINCUL
               PERFORM 2100-LEER-VINCULO
               PERFORM 2200-MOSTRAR-VINCULO UNTIL WS-FIN-VINCUL
           END-IF

           MOVE 'V'           TO WS-ROL-LECTURA
           MOVE CLI-ID        TO VIN-CLI-ID-REL
           MOVE '00'          TO WS-VINCUL-STATUS
           START VINCUL-FILE KEY = VIN-CLI-ID-REL
               INVALID KEY
                   MOVE '10' TO WS-VINCUL-STATUS
           END-START
           IF NOT WS-FIN-VINCUL
               PERFORM 2100-LEER-VINCULO
               PERFORM 2200-MOSTRAR-VINCULO UNTIL WS-FIN-VINCUL
           END-IF
           DISPLAY " ".

       2100-LEER-VINCULO.
           READ VINCUL-FILE NEXT
               AT END
                   MOVE '10' TO WS-VINCUL-STATUS
           END-READ
           IF NOT WS-FIN-VINCUL
               IF WS-LEE-COMO-TITULAR
                   IF VIN-CLI-ID NOT = CLI-ID
                       MOVE '10' TO WS-VINCUL-STATUS
                   END-IF
               ELSE
                   IF VIN-CLI-ID-REL NOT = CLI-ID
                       MOVE '10' TO WS-VINCUL-STATUS
                   END-IF
               END-IF
           END-IF.

       2200-MOSTRAR-VINCULO.
           DISPLAY VIN-CLI-ID " " VIN-TIPO "   " VIN-CLI-ID-REL " "
                   VIN-ESTADO "   " VIN-FEC-DESDE " " VIN-FEC-HASTA
           PERFORM 2100-LEER-VINCULO.

       2500-CAPTURAR-ACCION.
      *    Se repregunta hasta recibir una accion valida (mismo patron
      *    de CL0000 0150-LEER-OPCION-VALIDA).
           MOVE SPACE TO WS-ACCION
           PERFORM UNTIL WS-ACCION-VALIDA
               DISPLAY "Alta / Cierre / Listar / Fin (A/C/L/F): "
                   WITH NO ADVANCING
               ACCEPT WS-ACCION
               IF NOT WS-ACCION-VALIDA
                   DISPLAY "Respuesta invalida. Ingrese A, C, L o F."
               END-IF
           END-PERFORM.

       3000-PROCESAR-ACCION.
           PERFORM 2500-CAPTURAR-ACCION
           EVALUATE TRUE
               WHEN WS-ACCION-ALTA
                   PERFORM 4000-ALTA-VINCULO
               WHEN WS-ACCION-CIERRE
                   PERFORM 5000-CIERRE-VINCULO
               WHEN WS-ACCION-LISTAR
                   PERFORM 2000-LISTAR-VINCULOS
               WHEN WS-ACCION-FIN
                   CONTINUE
           END-EVALUATE.

       4000-ALTA-VINCULO.
      *    Un cliente dado de baja o absorbido no toma vinculos
      *    nuevos; los que tenga se pueden seguir cerrando.
           IF NOT CLI-ACTIVO
               DISPLAY "Cliente no activo - no admite vinculos nuevos"
           ELSE
               PERFORM 4100-CAPTURAR-VINCULADO
               IF WS-HAY-VINCULADO-OK
                   PERFORM 4200-CAPTURAR-TIPO
                   PERFORM 4300-CAPTURAR-VIGENCIA
                   PERFORM 6000-BUSCAR-VINCULO-PAR
                   IF WS-VINCULO-ABIERTO
                       DISPLAY "Ya existe un vinculo vigente de ese"
                               " tipo con ese cliente"
                   ELSE
                       PERFORM 4500-GRABAR-VINCULO
                   END-IF
               END-IF
           END-IF.

       4100-CAPTURAR-VINCULADO.
           MOVE 'N' TO WS-VINCULADO-OK
           DISPLAY "Numero de cliente vinculado: " WITH NO ADVANCING
           ACCEPT WS-REL-CLI-ID

           IF WS-REL-CLI-ID = CLI-ID
               DISPLAY "Un cliente no se vincula consigo mismo"
           ELSE
               PERFORM 4150-BUSCAR-VINCULADO
           END-IF.

       4150-BUSCAR-VINCULADO.
           EXEC SQL
               SELECT CLI_NOMBRE, CLI_APELLIDO, CLI_ESTADO
                   INTO :WS-REL-NOMBRE, :WS-REL-APELLIDO,
                        :WS-REL-ESTADO
                   FROM CLIENTES
                   WHERE CLI_ID = :WS-REL-CLI-ID
           END-EXEC

           MOVE SQLCODE TO WS-SQLCODE-DISP
           EVALUATE SQLCODE
               WHEN 0
                   IF WS-REL-ESTADO = 'A'
                       MOVE 'S' TO WS-VINCULADO-OK
                       DISPLAY "Vinculado: " WS-REL-NOMBRE " "
                               WS-REL-APELLIDO
                   ELSE
                       DISPLAY "El cliente vinculado no esta activo"
                   END-IF
               WHEN 100
                   DISPLAY "Cliente vinculado no encontrado"
               WHEN OTHER
                   MOVE SQLCODE TO CL-SQLCODE-OUT
                   DISPLAY "Error de base de datos SQLCODE "
                           WS-SQLCODE-DISP
           END-EVALUATE.

       4200-CAPTURAR-TIPO.
           MOVE SPACES TO WS-TIPO-ENTRADA
           PERFORM UNTIL WS-TIPO-VALIDO
               DISPLAY "Tipo (CT Cotitular, AP Apoderado, "
                       "RL Repres. legal, BF Benef. final): "
                   WITH NO ADVANCING
               ACCEPT WS-TIPO-ENTRADA
               IF NOT WS-TIPO-VALIDO
                   DISPLAY "Tipo invalido. Ingrese CT, AP, RL o BF."
               END-IF
           END-PERFORM.

       4300-CAPTURAR-VIGENCIA.
      *    Desde en blanco es el dia; hasta en blanco es un vinculo
      *    sin vencimiento. Se valida con el validador comun CL0017
      *    y se repregunta el campo observado.
           DISPLAY "Vigente desde (AAAA-MM-DD, blanco = hoy): "
               WITH NO ADVANCING
           ACCEPT WS-FEC-DESDE
           IF WS-FEC-DESDE = SPACES
               MOVE WS-FECHA-HOY TO WS-FEC-DESDE
           END-IF
           DISPLAY "Vigente hasta (AAAA-MM-DD, blanco = sin venc.): "
               WITH NO ADVANCING
           ACCEPT WS-FEC-HASTA

           PERFORM 4350-VALIDAR-VIGENCIA
           PERFORM UNTIL VAL-SIN-ERRORES
               DISPLAY "Dato invalido: " VAL-MENSAJE
               IF VAL-ERR-FEC-DESDE
                   DISPLAY "Vigente desde (AAAA-MM-DD): "
                       WITH NO ADVANCING
                   ACCEPT WS-FEC-DESDE
               ELSE
                   DISPLAY "Vigente hasta (AAAA-MM-DD): "
                       WITH NO ADVANCING
                   ACCEPT WS-FEC-HASTA
               END-IF
               PERFORM 4350-VALIDAR-VIGENCIA
           END-PERFORM.

       4350-VALIDAR-VIGENCIA.
           MOVE 'V'            TO VAL-MODO
           MOVE WS-FEC-DESDE   TO VAL-FEC-DESDE
           MOVE WS-FEC-HASTA   TO VAL-FEC-HASTA
           CALL 'CL0017' USING VAL-AREA.

       4500-GRABAR-VINCULO.
           INITIALIZE VIN-REG
           MOVE CLI-ID            TO VIN-CLI-ID
           MOVE WS-REL-CLI-ID     TO VIN-CLI-ID-REL
           MOVE WS-TIPO-ENTRADA   TO VIN-TIPO
           COMPUTE VIN-SECUENCIA = WS-ULT-SECUENCIA + 1
           MOVE 'V'               TO VIN-ESTADO
           MOVE WS-FEC-DESDE      TO VIN-FEC-DESDE
           MOVE WS-FEC-HASTA      TO VIN-FEC-HASTA
           MOVE CL-USUARIO        TO VIN-USUARIO-ALTA
           MOVE WS-FECHA-HOY      TO VIN-FEC-REGISTRO
           MOVE SPACES            TO VIN-USUARIO-CIERRE
           MOVE SPACES            TO VIN-FEC-CIERRE
           MOVE 0                 TO VIN-CLI-ID-ORIGEN

           WRITE VIN-REG
               INVALID KEY
                   DISPLAY "No se pudo registrar el vinculo - status "
                           WS-VINCUL-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-CONTADOR-ALTAS
                   DISPLAY "Vinculo registrado"
                   INITIALIZE AUDIT-REG
                   MOVE SPACES TO AUD-VALOR-ANTES
                   MOVE SPACES TO AUD-VALOR-DESPUES
                   PERFORM 7100-CARGAR-IMAGEN-DESPUES
                   MOVE "VINCULO ALTA" TO AUD-OPCION-DESC
                   PERFORM 7000-AUDITAR-VINCULO
           END-WRITE.

       5000-CIERRE-VINCULO.
           DISPLAY "Numero de cliente vinculado: " WITH NO ADVANCING
           ACCEPT WS-REL-CLI-ID
           PERFORM 4200-CAPTURAR-TIPO
           PERFORM 6000-BUSCAR-VINCULO-PAR

           IF NOT WS-VINCULO-ABIERTO
               DISPLAY "No hay vinculo vigente de ese tipo con ese"
                       " cliente"
           ELSE
               MOVE WS-CLAVE-ABIERTA TO VIN-CLAVE
               READ VINCUL-FILE
                   INVALID KEY
                       MOVE '23' TO WS-VINCUL-STATUS
               END-READ
               IF WS-VINCUL-OK
                   PERFORM 5100-MARCAR-CIERRE
               ELSE
                   DISPLAY "No se pudo leer el vinculo - status "
                           WS-VINCUL-STATUS
               END-IF
           END-IF.

       5100-MARCAR-CIERRE.
      *    El vinculo cerrado vence en el dia; si todavia no habia
      *    empezado a regir, vence en su propia fecha desde.
           INITIALIZE AUDIT-REG
           MOVE SPACES TO AUD-VALOR-ANTES
           MOVE SPACES TO AUD-VALOR-DESPUES
           MOVE VIN-CLI-ID-REL    TO AUD-A-VIN-CLI-ID-REL
           MOVE VIN-TIPO          TO AUD-A-VIN-TIPO
           MOVE VIN-ESTADO        TO AUD-A-VIN-ESTADO
           MOVE VIN-FEC-DESDE     TO AUD-A-VIN-FEC-DESDE
           MOVE VIN-FEC-HASTA     TO AUD-A-VIN-FEC-HASTA

           MOVE 'C'               TO VIN-ESTADO
           IF VIN-FEC-DESDE > WS-FECHA-HOY
               MOVE VIN-FEC-DESDE TO VIN-FEC-HASTA
           ELSE
               MOVE WS-FECHA-HOY  TO VIN-FEC-HASTA
           END-IF
           MOVE CL-USUARIO        TO VIN-USUARIO-CIERRE
           MOVE WS-FECHA-HOY      TO VIN-FEC-CIERRE

           REWRITE VIN-REG
               INVALID KEY
                   DISPLAY "No se pudo cerrar el vinculo - status "
                           WS-VINCUL-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-CONTADOR-CIERRES
                   DISPLAY "Vinculo cerrado"
                   PERFORM 7100-CARGAR-IMAGEN-DESPUES
                   MOVE "VINCULO CIERRE" TO AUD-OPCION-DESC
                   PERFORM 7000-AUDITAR-VINCULO
           END-REWRITE.

       6000-BUSCAR-VINCULO-PAR.
      *    Recorre las secuencias del par titular/vinculado/tipo: deja
      *    la ultima usada (para el alta) y la clave del vinculo
      *    abierto, vigente y sin vencer, si lo hay (para el cierre y
      *    para no duplicarlo en el alta).
           MOVE 0             TO WS-ULT-SECUENCIA
           MOVE 'N'           TO WS-HAY-ABIERTO
           MOVE CLI-ID        TO VIN-CLI-ID
           MOVE WS-REL-CLI-ID TO VIN-CLI-ID-REL
           MOVE WS-TIPO-ENTRADA TO VIN-TIPO
           MOVE 0             TO VIN-SECUENCIA
           MOVE '00'          TO WS-VINCUL-STATUS
           START VINCUL-FILE KEY >= VIN-CLAVE
               INVALID KEY
                   MOVE '10' TO WS-VINCUL-STATUS
           END-START
           IF NOT WS-FIN-VINCUL
               PERFORM 6100-LEER-PAR
               PERFORM 6200-EVALUAR-PAR UNTIL WS-FIN-VINCUL
           END-IF
           MOVE '00'          TO WS-VINCUL-STATUS.

       6100-LEER-PAR.
           READ VINCUL-FILE NEXT
               AT END
                   MOVE '10' TO WS-VINCUL-STATUS
           END-READ
           IF NOT WS-FIN-VINCUL
               IF VIN-CLI-ID NOT = CLI-ID
                  OR VIN-CLI-ID-REL NOT = WS-REL-CLI-ID
                  OR VIN-TIPO NOT = WS-TIPO-ENTRADA
                   MOVE '10' TO WS-VINCUL-STATUS
               END-IF
           END-IF.

       6200-EVALUAR-PAR.
           MOVE VIN-SECUENCIA TO WS-ULT-SECUENCIA
           IF VIN-VIGENTE
              AND (VIN-FEC-HASTA = SPACES
                   OR VIN-FEC-HASTA NOT < WS-FECHA-HOY)
               MOVE 'S'       TO WS-HAY-ABIERTO
               MOVE VIN-CLAVE TO WS-CLAVE-ABIERTA
           END-IF
           PERFORM 6100-LEER-PAR.

       7000-AUDITAR-VINCULO.
      *    El llamador deja cargadas las imagenes y la descripcion;
      *    el resto sale de la sesion del operador.
           CALL 'CL0009' USING AUD-FECHA, AUD-HORA
           MOVE CL-USUARIO        TO AUD-USUARIO
           MOVE CL-TERMINAL       TO AUD-TERMINAL
           MOVE 13                TO AUD-OPCION
           MOVE CLI-ID            TO AUD-CLI-ID
           MOVE 00                TO AUD-RETURN-CODE
           MOVE 0                 TO AUD-SQLCODE
           CALL 'CL0032' USING AUDIT-REG.

       7100-CARGAR-IMAGEN-DESPUES.
           MOVE VIN-CLI-ID-REL    TO AUD-D-VIN-CLI-ID-REL
           MOVE VIN-TIPO          TO AUD-D-VIN-TIPO
           MOVE VIN-ESTADO        TO AUD-D-VIN-ESTADO
           MOVE VIN-FEC-DESDE     TO AUD-D-VIN-FEC-DESDE
           MOVE VIN-FEC-HASTA     TO AUD-D-VIN-FEC-HASTA.

       0900-RESUMIR.
           MOVE 00 TO CL-RETURN-CODE
           MOVE WS-CONTADOR-ALTAS   TO WS-ALTAS-DISP
           MOVE WS-CONTADOR-CIERRES TO WS-CIERRES-DISP
           STRING "Vinculos actualizados - altas"
                  DELIMITED SIZE
                  WS-ALTAS-DISP
                  DELIMITED SIZE
                  " cierres"
                  DELIMITED SIZE
                  WS-CIERRES-DISP
                  DELIMITED SIZE
               INTO CL-MENSAJE.
