      *    el mismo parrafo 2000-INSERTAR-CLIENTE, que al finalizar con
      *    exito publica una notificacion saliente via CL0008
      *    (solicitud 008).
      *    Antes de asignar el numero se controla la identidad contra
      *    las listas de sanciones y PEP via CL0034; si la lista no
      *    esta disponible el alta se rechaza. Insertado el cliente se
      *    registra la constancia del control y, si hubo coincidencia,
      *    el alta queda retenida: la coincidencia pasa a cumplimiento
      *    (CL0035) y la notificacion de ALTA no se publica hasta que
      *    se resuelva.
      *    El cliente nuevo queda en la sucursal del operador (en
      *    linea, la del perfil que CL0000 carga al firmar) o en la
      *    que trae el registro de la carga masiva (en lote); sin
      *    sucursal valida no se da el alta.
      *    En linea, insertado el cliente se pregunta si tiene
      *    residencia fiscal fuera del pais y, si la tiene, se abre
      *    la transaccion de residencias fiscales CL0047 sobre el
      *    cliente nuevo; el mensaje del alta se conserva.
      *    Insertado el cliente se graba su primera version en el
      *    historico de clientes via CL0049.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *    El alta no tiene cliente relacionado: CL0008 recibe cero
      *    (solicitud 020).
       01  WS-CLI-ID-REL          PIC 9(10) VALUE 0.
       01  WS-RESP-FISCAL         PIC X(01).
           88  WS-RESP-FISCAL-SI         VALUE 'S'.
           88  WS-RESP-FISCAL-VALIDA     VALUES 'S' 'N'.
      *    Resultado del alta, a resguardo mientras corre CL0047.
       01  WS-ALTA-RETURN-CODE    PIC 9(02).
       01  WS-ALTA-SQLCODE        PIC S9(9).
       01  WS-ALTA-MENSAJE        PIC X(60).

      *=================================================================
      *    AREA DEL VALIDADOR COMUN CL0017 (solicitud 016)
      *=================================================================
           COPY CLVALID.

      *=================================================================
      *    AREA DEL CONTROL DE LISTAS DE SANCIONES Y PEP CL0034
      *=================================================================
           COPY CLFILTRO.

      *=================================================================
      *    AREA DEL HISTORICO DE VERSIONES DE CLIENTES CL0049
      *=================================================================
           COPY CLHISTAR.

       LINKAGE SECTION.
           COPY CLLKAREA.

           MOVE 00                TO CL-RETURN-CODE
           MOVE 0                 TO CL-SQLCODE-OUT
           MOVE SPACES            TO CL-MENSAJE
           MOVE 'N'               TO CL-RETENIDO

           PERFORM 1400-ASIGNAR-SUCURSAL

           IF CL-RC-OK
               IF CL-MODO-BATCH
                   PERFORM 1500-CARGAR-DESDE-LOTE
                   PERFORM 1650-VALIDAR-DATOS
                   IF VAL-CON-ERRORES
      *                En lote no hay operador a quien repreguntar: el
      *                registro se rechaza con el motivo y CL0006 lo
      *                vuelca al reporte de excepciones (solicitud
      *                016).
                       MOVE 16 TO CL-RETURN-CODE
                       MOVE VAL-MENSAJE TO CL-MENSAJE
                   END-IF
               ELSE
                   PERFORM 1000-CAPTURAR-DATOS
               END-IF
           END-IF

           IF CL-RC-OK
               PERFORM 1800-VERIFICAR-DOC-DUPLICADO
           END-IF

           IF CL-RC-OK
               PERFORM 1850-CONTROLAR-LISTAS
           END-IF

           IF CL-RC-OK
               PERFORM 1900-ASIGNAR-NUMERO
           END-IF
               PERFORM 2000-INSERTAR-CLIENTE
           END-IF

           IF CL-RC-OK AND CL-MODO-ONLINE
               PERFORM 2200-RESIDENCIA-FISCAL
           END-IF

           GOBACK.

       1000-CAPTURAR-DATOS.
                   ACCEPT CLI-FEC-KYC
           END-EVALUATE.

       1400-ASIGNAR-SUCURSAL.
      *    Se controla antes de capturar, para no hacer tipear todo
      *    el alta a un operador que no la puede completar.
           INITIALIZE VAL-AREA
           MOVE 'S'               TO VAL-MODO
           MOVE CL-SUCURSAL       TO VAL-SUCURSAL
           CALL 'CL0017' USING VAL-AREA
           IF VAL-SIN-ERRORES
               MOVE CL-SUCURSAL   TO CLI-SUCURSAL
           ELSE
               MOVE 16 TO CL-RETURN-CODE
               IF CL-MODO-BATCH
                   MOVE VAL-MENSAJE TO CL-MENSAJE
               ELSE
                   MOVE "Operador sin sucursal valida en su perfil"
                       TO CL-MENSAJE
               END-IF
           END-IF.

       1500-CARGAR-DESDE-LOTE.
      *    El numero que traiga el archivo de entrada se ignora: el
      *    numero real lo asigna 1900-ASIGNAR-NUMERO, igual que en el
                       INTO CL-MENSAJE
           END-EVALUATE.

       1850-CONTROLAR-LISTAS.
      *    Solo consulta: la constancia y la coincidencia se graban
      *    en 2100-REGISTRAR-CONTROL, ya con el numero de cliente.
      *    Sin lista no se puede probar el control y el alta se
      *    rechaza (ante la duda se cierra, como CL0002 con CL0025).
           MOVE 'C'            TO FIL-MODO
           MOVE 'ALTA'         TO FIL-ORIGEN
           MOVE CL-USUARIO     TO FIL-USUARIO
           MOVE 0              TO FIL-CLI-ID
           MOVE CLI-TIPO-DOC   TO FIL-TIPO-DOC
           MOVE CLI-NUM-DOC    TO FIL-NUM-DOC
           MOVE CLI-NOMBRE     TO FIL-NOMBRE
           MOVE CLI-APELLIDO   TO FIL-APELLIDO
           CALL 'CL0034' USING FIL-AREA

           IF FIL-LISTA-NO-DISPONIBLE
               MOVE 12 TO CL-RETURN-CODE
               MOVE FIL-MENSAJE TO CL-MENSAJE
           END-IF.

       2000-INSERTAR-CLIENTE.
           EXEC SQL
               INSERT INTO CLIENTES
                   (CLI_ID, CLI_TIPO_DOC, CLI_NUM_DOC, CLI_NOMBRE,
                    CLI_APELLIDO, CLI_DIRECCION, CLI_TELEFONO,
                    CLI_EMAIL, CLI_ESTADO, CLI_FEC_ALTA, CLI_RIESGO,
                    CLI_FEC_KYC, CLI_SUCURSAL)
               VALUES
                   (:CLI-ID, :CLI-TIPO-DOC, :CLI-NUM-DOC, :CLI-NOMBRE,
                    :CLI-APELLIDO, :CLI-DIRECCION, :CLI-TELEFONO,
                    :CLI-EMAIL, :CLI-ESTADO, :CLI-FEC-ALTA,
                    :CLI-RIESGO, :CLI-FEC-KYC, :CLI-SUCURSAL)
           END-EXEC

           MOVE SQLCODE TO CL-SQLCODE-OUT
           EVALUATE SQLCODE
               WHEN 0
                   MOVE 00 TO CL-RETURN-CODE
                   PERFORM 2050-REGISTRAR-HISTORICO
                   MOVE CLI-ID TO WS-ID-ASIGNADO-DISP
                   STRING "Alta correcta - numero de cliente asignado "
                          DELIMITED SIZE
                          WS-ID-ASIGNADO-DISP
                          DELIMITED SIZE
                       INTO CL-MENSAJE
                   PERFORM 2100-REGISTRAR-CONTROL
                   IF CL-ALTA-RETENIDA
                       MOVE SPACES TO CL-MENSAJE
                       STRING "Alta retenida por control de listas - "
                              DELIMITED SIZE
                              "cliente " DELIMITED SIZE
                              WS-ID-ASIGNADO-DISP
                              DELIMITED SIZE
                           INTO CL-MENSAJE
                   ELSE
                       CALL 'CL0008' USING CLI-ID, 'ALTA', CLI-FEC-ALTA,
                                           WS-CLI-ID-REL
                   END-IF
               WHEN -803
                   MOVE 08 TO CL-RETURN-CODE
                   STRING "Cliente duplicado - SQLCODE "
                          DELIMITED SIZE
                       INTO CL-MENSAJE
           END-EVALUATE.

       2050-REGISTRAR-HISTORICO.
      *    Primera version del cliente; una falla del historico no
      *    anula el alta (CL0049 la informa por consola).
           MOVE 'G'            TO HST-FUNCION
           MOVE CLI-ID         TO HST-CLI-ID
           MOVE 'CL0001'       TO HST-PROGRAMA
           MOVE CL-USUARIO     TO HST-USUARIO
           MOVE 'ALTA'         TO HST-OPERACION
           CALL 'CL0049' USING HST-AREA.

       2100-REGISTRAR-CONTROL.
      *    Deja la constancia del control contra la version vigente de
      *    la lista y, si hubo coincidencia, la encola en COINCLI para
      *    cumplimiento; la notificacion de ALTA la publica CL0035 al
      *    resolverla.
           MOVE 'R'            TO FIL-MODO
           MOVE CLI-ID         TO FIL-CLI-ID
           CALL 'CL0034' USING FIL-AREA

           IF FIL-CON-COINCIDENCIA
               MOVE 'S' TO CL-RETENIDO
           END-IF.

       2200-RESIDENCIA-FISCAL.
      *    La residencia fiscal se registra en CL0047 sobre el cliente
      *    recien insertado, que viaja en CL-CLI-ID; al volver se
      *    repone el resultado del alta para el menu.
           MOVE SPACE TO WS-RESP-FISCAL
           PERFORM UNTIL WS-RESP-FISCAL-VALIDA
               DISPLAY "Residencia fiscal fuera del pais? (S/N): "
                   WITH NO ADVANCING
               ACCEPT WS-RESP-FISCAL
               IF NOT WS-RESP-FISCAL-VALIDA
                   DISPLAY "Respuesta invalida. Ingrese S o N."
               END-IF
           END-PERFORM

           IF WS-RESP-FISCAL-SI
               MOVE CL-RETURN-CODE    TO WS-ALTA-RETURN-CODE
               MOVE CL-SQLCODE-OUT    TO WS-ALTA-SQLCODE
               MOVE CL-MENSAJE        TO WS-ALTA-MENSAJE
               MOVE CLI-ID            TO CL-CLI-ID
               CALL 'CL0047' USING CL-COMAREA
               IF NOT CL-RC-OK
                   DISPLAY "Residencia fiscal no registrada: "
                           CL-MENSAJE
               END-IF
               MOVE WS-ALTA-RETURN-CODE TO CL-RETURN-CODE
               MOVE WS-ALTA-SQLCODE     TO CL-SQLCODE-OUT
               MOVE WS-ALTA-MENSAJE     TO CL-MENSAJE
           END-IF.
