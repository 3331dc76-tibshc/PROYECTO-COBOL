       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL0037.
       AUTHOR. BANC-S.
      *=================================================================
      *    CORRECCION DE IDENTIDAD DE CLIENTE
      *    Transaccion de pantalla para corregir los datos de identidad
      *    de un cliente activo (tipo y numero de documento, nombre y
      *    apellido) mal cargados en el alta, sin perder el numero de
      *    cliente con una baja y un alta nueva. Los datos capturados
      *    pasan por las reglas del validador comun CL0017 (modo 'I')
      *    repreguntando el campo observado, y por el mismo control de
      *    documento duplicado del Alta (CL0001 1800): ningun otro
      *    cliente activo puede tener ya el documento corregido. La
      *    identidad nueva se controla ademas contra las listas de
      *    sanciones y PEP (CL0034, origen 'IDEN'); si la lista no
      *    esta disponible la correccion se rechaza, y si coincide la
      *    coincidencia queda en COINCLI, atada a la solicitud por
      *    su fecha y hora, y la aprobacion de la correccion queda
      *    retenida hasta que cumplimiento la resuelva (si el
      *    supervisor la rechaza, CL0024 descarta la coincidencia).
      *    La correccion no se aplica aca: se encola en
      *    PENDAUT (copy CLPENDAU) como solicitud 'IDEN' con las
      *    imagenes de identidad antes/despues, y recien la aplica,
      *    audita y notifica la aprobacion del supervisor en CL0024.
      *    Invocada por el menu CL0000 (opcion 12).
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDAU-FILE ASSIGN TO PENDAUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PENDAU-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDAU-FILE
           RECORDING MODE IS F.
           COPY CLPENDAU.

       WORKING-STORAGE SECTION.

      *=================================================================
      *    VARIABLES DE BASE DE DATOS Y HOST (ESQL)
      *=================================================================
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.

           COPY CLIENTES.

       01  WS-CLI-ID-EXISTENTE    PIC 9(10).

           EXEC SQL END DECLARE SECTION END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      *=================================================================
      *    VARIABLES DE CONTROL Y LOGICA
      *=================================================================
       01  WS-SQLCODE-DISP        PIC -(8)9.
       01  WS-ID-EXISTENTE-DISP   PIC Z(9)9.
       01  WS-PENDAU-STATUS       PIC X(02).
           88  WS-PENDAU-NO-EXISTE        VALUE '35'.
       01  WS-FECHA-SOL           PIC X(10).
       01  WS-HORA-SOL            PIC X(08).

      *    Identidad vigente, tal como se leyo de CLIENTES; viaja como
      *    imagen anterior en la solicitud encolada.
       01  WS-IDENTIDAD-ANTES.
           05  WS-A-TIPO-DOC      PIC X(02).
           05  WS-A-NUM-DOC       PIC X(15).
           05  WS-A-NOMBRE        PIC X(40).
           05  WS-A-APELLIDO      PIC X(40).

      *=================================================================
      *    AREA DEL VALIDADOR COMUN CL0017
      *=================================================================
           COPY CLVALID.

      *=================================================================
      *    AREA DEL CONTROL DE LISTAS DE SANCIONES Y PEP CL0034
      *=================================================================
           COPY CLFILTRO.

       LINKAGE SECTION.
           COPY CLLKAREA.

       PROCEDURE DIVISION USING CL-COMAREA.

       0000-MAIN.
           INITIALIZE CLIENTES-REG
           MOVE 00                TO CL-RETURN-CODE
           MOVE 0                 TO CL-SQLCODE-OUT
           MOVE SPACES            TO CL-MENSAJE

           DISPLAY "---- CORRECCION DE IDENTIDAD ----"
           DISPLAY "Numero de cliente a corregir : " WITH NO ADVANCING
           ACCEPT CLI-ID
           MOVE CLI-ID            TO CL-CLI-ID

           PERFORM 1000-BUSCAR-CLIENTE

           IF CL-RC-OK
               PERFORM 2000-CAPTURAR-IDENTIDAD
               PERFORM 2800-VERIFICAR-CAMBIOS
           END-IF

           IF CL-RC-OK
               PERFORM 3000-VERIFICAR-DOC-DUPLICADO
           END-IF

           IF CL-RC-OK
               PERFORM 3500-CONTROLAR-LISTAS
           END-IF

           IF CL-RC-OK
               PERFORM 4000-ENCOLAR-IDENTIDAD
           END-IF

           GOBACK.

       1000-BUSCAR-CLIENTE.
           EXEC SQL
               SELECT CLI_TIPO_DOC, CLI_NUM_DOC, CLI_NOMBRE,
                      CLI_APELLIDO, CLI_ESTADO
                   INTO :CLI-TIPO-DOC, :CLI-NUM-DOC, :CLI-NOMBRE,
                        :CLI-APELLIDO, :CLI-ESTADO
                   FROM CLIENTES
                   WHERE CLI_ID = :CLI-ID
           END-EXEC

           MOVE SQLCODE TO CL-SQLCODE-OUT
           MOVE SQLCODE TO WS-SQLCODE-DISP
           EVALUATE SQLCODE
               WHEN 0
      *            Solo se corrige un cliente activo: el control de
      *            documento duplicado es contra los activos, y un
      *            inactivo o fusionado se reactiva antes.
                   IF CLI-ACTIVO
                       MOVE 00 TO CL-RETURN-CODE
                       MOVE CLI-TIPO-DOC  TO WS-A-TIPO-DOC
                       MOVE CLI-NUM-DOC   TO WS-A-NUM-DOC
                       MOVE CLI-NOMBRE    TO WS-A-NOMBRE
                       MOVE CLI-APELLIDO  TO WS-A-APELLIDO
                   ELSE
                       MOVE 16 TO CL-RETURN-CODE
                       MOVE "Cliente no activo - no se corrige"
                           TO CL-MENSAJE
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

       2000-CAPTURAR-IDENTIDAD.
           DISPLAY "Tipo de documento actual [" CLI-TIPO-DOC "]"
           DISPLAY "Tipo de documento nuevo  : " WITH NO ADVANCING
           ACCEPT CLI-TIPO-DOC
           DISPLAY "Numero de documento actual [" CLI-NUM-DOC "]"
           DISPLAY "Numero de documento nuevo  : " WITH NO ADVANCING
           ACCEPT CLI-NUM-DOC
           DISPLAY "Nombre actual   [" CLI-NOMBRE "]"
           DISPLAY "Nombre nuevo    : " WITH NO ADVANCING
           ACCEPT CLI-NOMBRE
           DISPLAY "Apellido actual [" CLI-APELLIDO "]"
           DISPLAY "Apellido nuevo  : " WITH NO ADVANCING
           ACCEPT CLI-APELLIDO

           PERFORM 2500-VALIDAR-REPREGUNTANDO.

       2500-VALIDAR-REPREGUNTANDO.
      *    Valida lo capturado con el validador comun CL0017 y
      *    repregunta solo el campo observado hasta que quede valido
      *    (mismo patron de CL0003 2500-VALIDAR-REPREGUNTANDO).
           PERFORM 2600-VALIDAR-DATOS
           PERFORM UNTIL VAL-SIN-ERRORES
               DISPLAY "Dato invalido: " VAL-MENSAJE
               PERFORM 2700-RECAPTURAR-CAMPO
               PERFORM 2600-VALIDAR-DATOS
           END-PERFORM.

       2600-VALIDAR-DATOS.
           MOVE 'I'            TO VAL-MODO
           MOVE CLI-TIPO-DOC   TO VAL-TIPO-DOC
           MOVE CLI-NUM-DOC    TO VAL-NUM-DOC
           MOVE CLI-NOMBRE     TO VAL-NOMBRE
           MOVE CLI-APELLIDO   TO VAL-APELLIDO
           CALL 'CL0017' USING VAL-AREA.

       2700-RECAPTURAR-CAMPO.
           EVALUATE TRUE
               WHEN VAL-ERR-TIPO-DOC
                   DISPLAY "Tipo de documento nuevo  : "
                       WITH NO ADVANCING
                   ACCEPT CLI-TIPO-DOC
               WHEN VAL-ERR-NUM-DOC
                   DISPLAY "Numero de documento nuevo  : "
                       WITH NO ADVANCING
                   ACCEPT CLI-NUM-DOC
               WHEN VAL-ERR-NOMBRE
                   DISPLAY "Nombre nuevo    : " WITH NO ADVANCING
                   ACCEPT CLI-NOMBRE
               WHEN VAL-ERR-APELLIDO
                   DISPLAY "Apellido nuevo  : " WITH NO ADVANCING
                   ACCEPT CLI-APELLIDO
           END-EVALUATE.

       2800-VERIFICAR-CAMBIOS.
           IF CLI-TIPO-DOC = WS-A-TIPO-DOC
              AND CLI-NUM-DOC  = WS-A-NUM-DOC
              AND CLI-NOMBRE   = WS-A-NOMBRE
              AND CLI-APELLIDO = WS-A-APELLIDO
               MOVE 16 TO CL-RETURN-CODE
               MOVE "Sin cambios en los datos de identidad"
                   TO CL-MENSAJE
           END-IF.

       3000-VERIFICAR-DOC-DUPLICADO.
      *    Mismo control del Alta (CL0001 1800): el documento
      *    corregido no puede pertenecer a otro cliente activo.
           EXEC SQL
               SELECT CLI_ID
                   INTO :WS-CLI-ID-EXISTENTE
                   FROM CLIENTES
                   WHERE CLI_TIPO_DOC = :CLI-TIPO-DOC
                     AND CLI_NUM_DOC  = :CLI-NUM-DOC
                     AND CLI_ESTADO   = 'A'
                     AND CLI_ID      <> :CLI-ID
           END-EXEC

           EVALUATE SQLCODE
               WHEN 100
                   CONTINUE
               WHEN 0
               WHEN -811
                   MOVE 08 TO CL-RETURN-CODE
                   MOVE SQLCODE TO CL-SQLCODE-OUT
                   MOVE WS-CLI-ID-EXISTENTE TO WS-ID-EXISTENTE-DISP
                   STRING "Documento ya registrado para el cliente "
                          DELIMITED SIZE
                          WS-ID-EXISTENTE-DISP
                          DELIMITED SIZE
                       INTO CL-MENSAJE
               WHEN OTHER
                   MOVE 12 TO CL-RETURN-CODE
                   MOVE SQLCODE TO CL-SQLCODE-OUT
                   MOVE SQLCODE TO WS-SQLCODE-DISP
                   STRING "Error de base de datos SQLCODE "
                          DELIMITED SIZE
                          WS-SQLCODE-DISP
                          DELIMITED SIZE
                       INTO CL-MENSAJE
           END-EVALUATE.

       3500-CONTROLAR-LISTAS.
      *    Con el numero de cliente ya conocido el control se
      *    registra de una vez: constancia en FILTCONS y, si coincide,
      *    la coincidencia en COINCLI, que retiene la aprobacion.
      *    La fecha y hora de la solicitud se toman aca para que la
      *    coincidencia y la solicitud encolada queden con la misma.
           CALL 'CL0009' USING WS-FECHA-SOL, WS-HORA-SOL

           MOVE 'R'            TO FIL-MODO
           MOVE 'IDEN'         TO FIL-ORIGEN
           MOVE CL-USUARIO     TO FIL-USUARIO
           MOVE CLI-ID         TO FIL-CLI-ID
           MOVE WS-FECHA-SOL   TO FIL-FEC-SOL
           MOVE WS-HORA-SOL    TO FIL-HORA-SOL
           MOVE CLI-TIPO-DOC   TO FIL-TIPO-DOC
           MOVE CLI-NUM-DOC    TO FIL-NUM-DOC
           MOVE CLI-NOMBRE     TO FIL-NOMBRE
           MOVE CLI-APELLIDO   TO FIL-APELLIDO
           CALL 'CL0034' USING FIL-AREA

           IF FIL-LISTA-NO-DISPONIBLE
               MOVE 12 TO CL-RETURN-CODE
               MOVE FIL-MENSAJE TO CL-MENSAJE
           END-IF.

       4000-ENCOLAR-IDENTIDAD.
           OPEN EXTEND PENDAU-FILE
           IF WS-PENDAU-NO-EXISTE
               OPEN OUTPUT PENDAU-FILE
           END-IF

           INITIALIZE PEND-REG
           MOVE 'IDEN'            TO PEN-TIPO
           MOVE 'P'               TO PEN-ESTADO
           MOVE CLI-ID            TO PEN-CLI-ID
           MOVE CL-USUARIO        TO PEN-USUARIO
           MOVE CL-TERMINAL       TO PEN-TERMINAL
           MOVE WS-FECHA-SOL      TO PEN-FECHA-SOL
           MOVE WS-HORA-SOL       TO PEN-HORA-SOL
           MOVE SPACES            TO PEN-ANTES
           MOVE SPACES            TO PEN-DESPUES
           MOVE WS-A-TIPO-DOC     TO PEN-A-TIPO-DOC
           MOVE WS-A-NUM-DOC      TO PEN-A-NUM-DOC
           MOVE WS-A-NOMBRE       TO PEN-A-NOMBRE
           MOVE WS-A-APELLIDO     TO PEN-A-APELLIDO
           MOVE CLI-TIPO-DOC      TO PEN-D-TIPO-DOC
           MOVE CLI-NUM-DOC       TO PEN-D-NUM-DOC
           MOVE CLI-NOMBRE        TO PEN-D-NOMBRE
           MOVE CLI-APELLIDO      TO PEN-D-APELLIDO

           WRITE PEND-REG
           CLOSE PENDAU-FILE

           MOVE 00 TO CL-RETURN-CODE
           IF FIL-CON-COINCIDENCIA
               MOVE "Correccion encolada - retenida por listas"
                   TO CL-MENSAJE
           ELSE
               MOVE "Correccion encolada - pendiente de aprobacion"
                   TO CL-MENSAJE
           END-IF.
