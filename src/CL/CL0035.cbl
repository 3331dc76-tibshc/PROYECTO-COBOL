       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL0035.
       AUTHOR. BANC-S.
      *=================================================================
      *    RESOLUCION DE COINCIDENCIAS CON LISTAS DE SANCIONES Y PEP
      *    Pantalla de cumplimiento: recorre el archivo COINCLI (copy
      *    CLCOINC) donde el control al alta (CL0001 via CL0034), la
      *    correccion de identidad y el recontrol nocturno CL0036
      *    encolan las coincidencias, y muestra cada pendiente con los
      *    datos del cliente frente a los de la entrada de la lista
      *    para descartarla (falso positivo), confirmarla u omitirla.
      *    La confirmacion eleva la clasificacion de riesgo del
      *    cliente a 'AL'; el descarte no toca CLIENTES. Ambas quedan
      *    con el oficial, la fecha y la observacion en la propia
      *    coincidencia y en la auditoria (CL0032). Si la coincidencia
      *    vino del alta, al resolverla se publica la notificacion de
      *    ALTA que el alta dejo retenida. Las coincidencias que
      *    detecto el propio operador firmado se saltean, igual que
      *    las solicitudes propias en CL0024. Invocada por el menu
      *    CL0000 (opcion 11, posicion 11 de la mascara de permisos).
      *    La elevacion de riesgo graba la nueva version del cliente
      *    en el historico de clientes via CL0049.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COINC-FILE ASSIGN TO COINCLI
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COINC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COINC-FILE
           RECORDING MODE IS F.
           COPY CLCOINC.

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
       01  WS-COINC-STATUS        PIC X(02).
           88  WS-COINC-NO-EXISTE        VALUE '35'.
           88  WS-FIN-COINC              VALUE '10'.
       01  WS-SQLCODE-DISP        PIC -(8)9.
       01  WS-FECHA-HOY           PIC X(10).
       01  WS-HORA-HOY            PIC X(08).
       01  WS-DECISION            PIC X(01).
           88  WS-DECIDE-DESCARTAR       VALUE 'D'.
           88  WS-DECIDE-CONFIRMAR       VALUE 'C'.
           88  WS-DECIDE-OMITIR          VALUE 'O'.
           88  WS-DECISION-VALIDA        VALUES 'D' 'C' 'O'.
       01  WS-CLIENTE-LEIDO       PIC X(01).
           88  WS-HAY-CLIENTE            VALUE 'S'.
       01  WS-APLICACION-OK       PIC X(01).
           88  WS-CAMBIO-APLICADO        VALUE 'S'.
       01  WS-OBSERVACION-ENTRADA PIC X(60).
       01  WS-RIESGO-ANTES        PIC X(02).
      *    La notificacion de alta no tiene cliente relacionado:
      *    CL0008 recibe cero.
       01  WS-CLI-ID-REL          PIC 9(10) VALUE 0.

       01  WS-CONTADOR-VISTAS     PIC 9(05) VALUE 0.
       01  WS-CONTADOR-CONFIRMADAS PIC 9(05) VALUE 0.
       01  WS-CONTADOR-DESCARTADAS PIC 9(05) VALUE 0.
       01  WS-CONTADOR-OMITIDAS   PIC 9(05) VALUE 0.
       01  WS-CONFIRMADAS-DISP    PIC ZZZZ9.
       01  WS-DESCARTADAS-DISP    PIC ZZZZ9.

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
           MOVE 00                TO CL-RETURN-CODE
           MOVE 0                 TO CL-SQLCODE-OUT
           MOVE SPACES            TO CL-MENSAJE

      *    Igual que en CL0024: los contadores solo toman su VALUE al
      *    cargar el programa, hay que reponerlos por si el menu
      *    invoca la revision mas de una vez en la corrida.
           MOVE 0 TO WS-CONTADOR-VISTAS
           MOVE 0 TO WS-CONTADOR-CONFIRMADAS
           MOVE 0 TO WS-CONTADOR-DESCARTADAS
           MOVE 0 TO WS-CONTADOR-OMITIDAS
           MOVE '00' TO WS-COINC-STATUS

           CALL 'CL0009' USING WS-FECHA-HOY, WS-HORA-HOY

           DISPLAY "---- COINCIDENCIAS CON LISTAS SANCIONES/PEP ----"
           OPEN I-O COINC-FILE
           IF WS-COINC-NO-EXISTE
               MOVE 04 TO CL-RETURN-CODE
               MOVE "No hay coincidencias pendientes de resolucion"
                   TO CL-MENSAJE
           ELSE
               PERFORM 1000-LEER-COINCIDENCIA
               PERFORM 0200-PROCESAR-COINCIDENCIA
                   UNTIL WS-FIN-COINC
               CLOSE COINC-FILE
               PERFORM 0900-RESUMIR
           END-IF

           GOBACK.

       1000-LEER-COINCIDENCIA.
           READ COINC-FILE
               AT END
                   MOVE '10' TO WS-COINC-STATUS
           END-READ.

       0200-PROCESAR-COINCIDENCIA.
           IF COI-PENDIENTE
               IF COI-USUARIO = CL-USUARIO
                   DISPLAY "Coincidencia propia sobre el cliente "
                           COI-CLI-ID " - se saltea"
               ELSE
                   PERFORM 1500-LEER-CLIENTE
                   IF WS-HAY-CLIENTE
                       ADD 1 TO WS-CONTADOR-VISTAS
                       PERFORM 2000-MOSTRAR-COINCIDENCIA
                       PERFORM 2500-CAPTURAR-DECISION
                       PERFORM 3000-RESOLVER-COINCIDENCIA
                   END-IF
               END-IF
           END-IF
           PERFORM 1000-LEER-COINCIDENCIA.

       1500-LEER-CLIENTE.
           MOVE 'N' TO WS-CLIENTE-LEIDO
           MOVE COI-CLI-ID TO CLI-ID

           EXEC SQL
               SELECT CLI_TIPO_DOC, CLI_NUM_DOC, CLI_NOMBRE,
                      CLI_APELLIDO, CLI_DIRECCION, CLI_TELEFONO,
                      CLI_EMAIL, CLI_ESTADO, CLI_FEC_ALTA,
                      CLI_RIESGO, CLI_FEC_KYC
                   INTO :CLI-TIPO-DOC, :CLI-NUM-DOC, :CLI-NOMBRE,
                        :CLI-APELLIDO, :CLI-DIRECCION, :CLI-TELEFONO,
                        :CLI-EMAIL, :CLI-ESTADO, :CLI-FEC-ALTA,
                        :CLI-RIESGO, :CLI-FEC-KYC
                   FROM CLIENTES
                   WHERE CLI_ID = :CLI-ID
           END-EXEC

           MOVE SQLCODE TO CL-SQLCODE-OUT
           MOVE SQLCODE TO WS-SQLCODE-DISP
           EVALUATE SQLCODE
               WHEN 0
                   MOVE 'S' TO WS-CLIENTE-LEIDO
               WHEN 100
                   DISPLAY "Cliente " COI-CLI-ID
                           " inexistente - la coincidencia queda"
                           " pendiente"
               WHEN OTHER
                   DISPLAY "Error de base de datos SQLCODE "
                           WS-SQLCODE-DISP
                           " - la coincidencia queda pendiente"
           END-EVALUATE.

       2000-MOSTRAR-COINCIDENCIA.
           DISPLAY " "
           EVALUATE TRUE
               WHEN COI-ORIGEN-ALTA
                   DISPLAY "COINCIDENCIA EN ALTA"
                           " (NOTIFICACION DE ALTA RETENIDA)"
               WHEN COI-ORIGEN-IDENTIDAD
                   DISPLAY "COINCIDENCIA EN CORRECCION DE IDENTIDAD"
                   DISPLAY "Solicitud   : " COI-FEC-SOL " "
                           COI-HORA-SOL
               WHEN COI-ORIGEN-NOCTURNO
                   DISPLAY "COINCIDENCIA EN RECONTROL NOCTURNO"
               WHEN OTHER
                   DISPLAY "COINCIDENCIA " COI-ORIGEN
           END-EVALUATE
           DISPLAY "Cliente     : " COI-CLI-ID
                   "  Estado: " CLI-ESTADO
                   "  Riesgo: " CLI-RIESGO
           DISPLAY "Detectada   : " COI-FECHA-DET " " COI-HORA-DET
                   "  por " COI-USUARIO
           DISPLAY "Lista       : " COI-TIPO-LISTA
                   "  Entrada: " COI-LST-ID
                   "  Version: " COI-VERSION-LISTA
           IF COI-COINC-DOCUMENTO
               DISPLAY "Coincide por: DOCUMENTO"
           ELSE
               DISPLAY "Coincide por: NOMBRE Y APELLIDO"
           END-IF
           DISPLAY "               CLIENTE / LISTA"
           DISPLAY "Documento   : " CLI-TIPO-DOC " " CLI-NUM-DOC
                   " / " COI-LST-TIPO-DOC " " COI-LST-NUM-DOC
           DISPLAY "Nombre      : " CLI-NOMBRE
           DISPLAY "          ->  " COI-LST-NOMBRE
           DISPLAY "Apellido    : " CLI-APELLIDO
           DISPLAY "          ->  " COI-LST-APELLIDO.

       2500-CAPTURAR-DECISION.
      *    Se repregunta hasta recibir D, C u O (mismo patron de
      *    CL0024 2500-CAPTURAR-DECISION).
           MOVE SPACE TO WS-DECISION
           PERFORM UNTIL WS-DECISION-VALIDA
               DISPLAY "Descartar / Confirmar / Omitir (D/C/O): "
                   WITH NO ADVANCING
               ACCEPT WS-DECISION
               IF NOT WS-DECISION-VALIDA
                   DISPLAY "Respuesta invalida. Ingrese D, C u O."
               END-IF
           END-PERFORM.

       3000-RESOLVER-COINCIDENCIA.
           EVALUATE TRUE
               WHEN WS-DECIDE-CONFIRMAR
                   PERFORM 4000-CONFIRMAR
               WHEN WS-DECIDE-DESCARTAR
                   PERFORM 5000-DESCARTAR
               WHEN WS-DECIDE-OMITIR
                   ADD 1 TO WS-CONTADOR-OMITIDAS
           END-EVALUATE.

       4000-CONFIRMAR.
           PERFORM 3500-CAPTURAR-OBSERVACION
           PERFORM 4100-ELEVAR-RIESGO

           IF WS-CAMBIO-APLICADO
               MOVE 'C' TO COI-ESTADO
               PERFORM 4500-AUDITAR-RESOLUCION
               PERFORM 4600-REGISTRAR-HISTORICO
               PERFORM 4800-CERRAR-COINCIDENCIA
               ADD 1 TO WS-CONTADOR-CONFIRMADAS
               DISPLAY "Coincidencia confirmada - riesgo elevado a AL"
           END-IF.

       3500-CAPTURAR-OBSERVACION.
           DISPLAY "Observacion: " WITH NO ADVANCING
           ACCEPT WS-OBSERVACION-ENTRADA.

       4100-ELEVAR-RIESGO.
      *    La imagen anterior queda en la auditoria con el riesgo que
      *    tenia el cliente al momento de confirmar.
           MOVE 'N' TO WS-APLICACION-OK
           MOVE CLI-RIESGO TO WS-RIESGO-ANTES

           EXEC SQL
               UPDATE CLIENTES
                   SET CLI_RIESGO = 'AL'
                   WHERE CLI_ID = :CLI-ID
           END-EXEC

           MOVE SQLCODE TO CL-SQLCODE-OUT
           MOVE SQLCODE TO WS-SQLCODE-DISP
           EVALUATE SQLCODE
               WHEN 0
                   MOVE 'S' TO WS-APLICACION-OK
               WHEN OTHER
                   DISPLAY "Error de base de datos SQLCODE "
                           WS-SQLCODE-DISP
                           " - la coincidencia queda pendiente"
           END-EVALUATE.

       5000-DESCARTAR.
           PERFORM 3500-CAPTURAR-OBSERVACION
           MOVE CLI-RIESGO TO WS-RIESGO-ANTES
           MOVE 'D' TO COI-ESTADO
           PERFORM 4500-AUDITAR-RESOLUCION
           PERFORM 4800-CERRAR-COINCIDENCIA
           ADD 1 TO WS-CONTADOR-DESCARTADAS
           DISPLAY "Coincidencia descartada como falso positivo".

       4500-AUDITAR-RESOLUCION.
      *    Mismo layout antes/despues que deja el menu CL0000; en el
      *    descarte las dos imagenes quedan iguales.
           INITIALIZE AUDIT-REG
           MOVE WS-FECHA-HOY      TO AUD-FECHA
           MOVE WS-HORA-HOY       TO AUD-HORA
           MOVE CL-USUARIO        TO AUD-USUARIO
           MOVE CL-TERMINAL       TO AUD-TERMINAL
           MOVE 11                TO AUD-OPCION
           MOVE COI-CLI-ID        TO AUD-CLI-ID
           MOVE 00                TO AUD-RETURN-CODE
           MOVE 0                 TO AUD-SQLCODE
           MOVE CLI-DIRECCION     TO AUD-A-DIRECCION
           MOVE CLI-TELEFONO      TO AUD-A-TELEFONO
           MOVE CLI-EMAIL         TO AUD-A-EMAIL
           MOVE CLI-ESTADO        TO AUD-A-ESTADO
           MOVE WS-RIESGO-ANTES   TO AUD-A-RIESGO
           MOVE AUD-VALOR-ANTES   TO AUD-VALOR-DESPUES
           IF COI-CONFIRMADA
               MOVE 'AL'              TO AUD-D-RIESGO
               MOVE "COINC CONFIRM"   TO AUD-OPCION-DESC
           ELSE
               MOVE "COINC DESCART"   TO AUD-OPCION-DESC
           END-IF
           CALL 'CL0032' USING AUDIT-REG.

       4600-REGISTRAR-HISTORICO.
           MOVE 'G'            TO HST-FUNCION
           MOVE CLI-ID         TO HST-CLI-ID
           MOVE 'CL0035'       TO HST-PROGRAMA
           MOVE CL-USUARIO     TO HST-USUARIO
           MOVE 'COINC CONFIRM' TO HST-OPERACION
           CALL 'CL0049' USING HST-AREA.

       4800-CERRAR-COINCIDENCIA.
      *    La coincidencia del alta tenia retenida la notificacion de
      *    ALTA: resuelta en cualquier sentido el cliente existe y
      *    Cuentas y Tarjetas tienen que conocerlo (con riesgo 'AL'
      *    si se confirmo).
           MOVE CL-USUARIO             TO COI-OFICIAL
           MOVE WS-FECHA-HOY           TO COI-FEC-RESOL
           MOVE WS-OBSERVACION-ENTRADA TO COI-OBSERVACION
           REWRITE COI-REG
           IF COI-ORIGEN-ALTA
               CALL 'CL0008' USING COI-CLI-ID, 'ALTA', CLI-FEC-ALTA,
                                   WS-CLI-ID-REL
           END-IF.

       0900-RESUMIR.
           DISPLAY "Coincidencias revisadas: " WS-CONTADOR-VISTAS
                   " Confirmadas: " WS-CONTADOR-CONFIRMADAS
                   " Descartadas: " WS-CONTADOR-DESCARTADAS
                   " Omitidas: " WS-CONTADOR-OMITIDAS
           MOVE 00 TO CL-RETURN-CODE
           MOVE WS-CONTADOR-CONFIRMADAS TO WS-CONFIRMADAS-DISP
           MOVE WS-CONTADOR-DESCARTADAS TO WS-DESCARTADAS-DISP
           STRING "Revision finalizada - confirmadas"
                  DELIMITED SIZE
                  WS-CONFIRMADAS-DISP
                  DELIMITED SIZE
                  " descartadas"
                  DELIMITED SIZE
                  WS-DESCARTADAS-DISP
                  DELIMITED SIZE
               INTO CL-MENSAJE.
