      *    se rechaza de oficio para que el operador la rehaga sobre
      *    los datos vigentes. Invocada por el menu CL0000 (opcion 9,
      *    posicion 9 de la mascara de permisos).
      *    Tambien resuelve las correcciones de identidad que encola
      *    CL0037 (tipo 'IDEN'): al aprobar se vuelve a controlar que
      *    el documento nuevo no sea de otro cliente activo, se
      *    actualizan documento, nombre y apellido, se audita con las
      *    imagenes de identidad antes/despues (opcion 12) y se
      *    publica la notificacion IDEN hacia Cuentas, Tarjetas y el
      *    extracto COREOUT. Mientras la coincidencia que esa misma
      *    solicitud dejo en COINCLI (atada por la fecha y hora de la
      *    solicitud) siga pendiente, la solicitud queda retenida: no
      *    se ofrece hasta que cumplimiento la resuelva. Al rechazar
      *    una correccion de identidad, de oficio o por el
      *    supervisor, su coincidencia pendiente se descarta: la
      *    identidad nunca se aplico y no hay nada que confirmar.
      *    Las bajas propuestas por la deteccion mensual de inactivos
      *    (CL0040, terminal CL0040) se pueden confirmar en bloque: si
      *    hay alguna pendiente se pregunta al entrar y, con S, se
      *    aprueban todas sin mostrarlas una por una. Al aplicar cada
      *    propuesta se vuelven a consultar las tenencias via CL0025:
      *    el cliente que tomo un producto despues de la propuesta se
      *    rechaza de oficio.
      *    Cada cambio aplicado graba la nueva version del cliente en
      *    el historico de clientes via CL0049, a nombre del
      *    supervisor que lo aprobo.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT PENDAU-FILE ASSIGN TO PENDAUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PENDAU-STATUS.
           SELECT COINC-FILE ASSIGN TO COINCLI
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COINC-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
           COPY CLPENDAU.

       FD  COINC-FILE
           RECORDING MODE IS F.
           COPY CLCOINC.

       WORKING-STORAGE SECTION.

      *=================================================================
      *    que otra transaccion aplico despues de encolar.
       01  WS-ESTADO-ANTES        PIC X(01).
       01  WS-RIESGO-ANTES        PIC X(02).
       01  WS-TIPO-DOC-ANTES      PIC X(02).
       01  WS-NUM-DOC-ANTES       PIC X(15).
       01  WS-CLI-ID-EXISTENTE    PIC 9(10).

           EXEC SQL END DECLARE SECTION END-EXEC.

       01  WS-PENDAU-STATUS       PIC X(02).
           88  WS-PENDAU-NO-EXISTE       VALUE '35'.
           88  WS-FIN-PENDAU             VALUE '10'.
       01  WS-COINC-STATUS        PIC X(02).
           88  WS-COINC-OK               VALUE '00'.
           88  WS-COINC-NO-EXISTE        VALUE '35'.
           88  WS-FIN-COINC              VALUE '10'.
       01  WS-RETENCION           PIC X(01).
           88  WS-SOLICITUD-RETENIDA     VALUE 'S'.
       01  WS-SQLCODE-DISP        PIC -(8)9.
       01  WS-FECHA-HOY           PIC X(10).
       01  WS-HORA-HOY            PIC X(08).
       01  WS-APLICACION-OK       PIC X(01).
           88  WS-CAMBIO-APLICADO        VALUE 'S'.
       01  WS-MOTIVO-ENTRADA      PIC X(60).
       01  WS-BLOQUE              PIC X(01).
           88  WS-CONFIRMA-BLOQUE        VALUE 'S'.
           88  WS-BLOQUE-VALIDO          VALUES 'S' 'N'.
       01  WS-CANT-PROPUESTAS     PIC 9(05).
       01  WS-PROPUESTAS-DISP     PIC ZZZZ9.
       01  WS-SIN-PRODUCTOS       PIC X(01).
           88  WS-BAJA-SIN-PRODUCTOS     VALUE 'S'.
       01  WS-CANT-CUENTAS        PIC 9(05).
       01  WS-CANT-TARJETAS       PIC 9(05).
       01  WS-TENENCIAS-RETORNO   PIC 9(02).
      *    La baja aprobada no tiene cliente relacionado: CL0008
      *    recibe cero.
       01  WS-CLI-ID-REL          PIC 9(10) VALUE 0.
      *=================================================================
           COPY CLAUDIT.

      *=================================================================
      *    AREA DEL HISTORICO DE VERSIONES DE CLIENTES CL0049
      *=================================================================
           COPY CLHISTAR.

       LINKAGE SECTION.
           COPY CLLKAREA.

           MOVE 0 TO WS-CONTADOR-RECHAZADAS
           MOVE 0 TO WS-CONTADOR-OMITIDAS
           MOVE '00' TO WS-PENDAU-STATUS
           MOVE 'N'  TO WS-BLOQUE

           CALL 'CL0009' USING WS-FECHA-HOY, WS-HORA-HOY

           DISPLAY "---- AUTORIZACIONES PENDIENTES ----"
           PERFORM 0100-CONSULTAR-BLOQUE
           MOVE '00' TO WS-PENDAU-STATUS
           OPEN I-O PENDAU-FILE
           IF WS-PENDAU-NO-EXISTE
               MOVE 04 TO CL-RETURN-CODE

           GOBACK.

       0100-CONSULTAR-BLOQUE.
      *    Primera pasada solo para contar las bajas propuestas por
      *    inactividad pendientes; si hay, se ofrece confirmarlas en
      *    bloque (se repregunta hasta recibir S o N).
           MOVE 0 TO WS-CANT-PROPUESTAS
           OPEN INPUT PENDAU-FILE
           IF NOT WS-PENDAU-NO-EXISTE
               PERFORM 1000-LEER-SOLICITUD
               PERFORM 0110-CONTAR-PROPUESTA
                   UNTIL WS-FIN-PENDAU
               CLOSE PENDAU-FILE
           END-IF

           IF WS-CANT-PROPUESTAS > 0
               MOVE WS-CANT-PROPUESTAS TO WS-PROPUESTAS-DISP
               DISPLAY "Bajas propuestas por inactividad pendientes: "
                       WS-PROPUESTAS-DISP
               MOVE SPACE TO WS-BLOQUE
               PERFORM UNTIL WS-BLOQUE-VALIDO
                   DISPLAY "Confirmarlas todas en bloque (S/N): "
                       WITH NO ADVANCING
                   ACCEPT WS-BLOQUE
                   IF NOT WS-BLOQUE-VALIDO
                       DISPLAY "Respuesta invalida. Ingrese S o N."
                   END-IF
               END-PERFORM
           END-IF.

       0110-CONTAR-PROPUESTA.
           IF PEN-PENDIENTE
              AND PEN-TIPO-BAJA
              AND PEN-PROPUESTA-INACTIVIDAD
               ADD 1 TO WS-CANT-PROPUESTAS
           END-IF
           PERFORM 1000-LEER-SOLICITUD.

       1000-LEER-SOLICITUD.
           READ PENDAU-FILE
               AT END
                   DISPLAY "Solicitud propia sobre el cliente "
                           PEN-CLI-ID " - se saltea"
               ELSE
                   PERFORM 0300-VERIFICAR-RETENCION
                   IF WS-SOLICITUD-RETENIDA
                       DISPLAY "Correccion de identidad del cliente "
                               PEN-CLI-ID " retenida por control de"
                               " listas - se saltea"
                       ADD 1 TO WS-CONTADOR-OMITIDAS
                   ELSE
                       ADD 1 TO WS-CONTADOR-VISTAS
                       IF WS-CONFIRMA-BLOQUE
                          AND PEN-TIPO-BAJA
                          AND PEN-PROPUESTA-INACTIVIDAD
                           DISPLAY "Baja por inactividad del cliente "
                                   PEN-CLI-ID " - confirmada en bloque"
                           MOVE 'A' TO WS-DECISION
                       ELSE
                           PERFORM 2000-MOSTRAR-SOLICITUD
                           PERFORM 2500-CAPTURAR-DECISION
                       END-IF
                       PERFORM 3000-RESOLVER-SOLICITUD
                   END-IF
               END-IF
           END-IF
           PERFORM 1000-LEER-SOLICITUD.

       0300-VERIFICAR-RETENCION.
      *    Solo la correccion de identidad se retiene: se busca en
      *    COINCLI la coincidencia pendiente que dejo esta misma
      *    solicitud (cliente, origen 'IDEN' y fecha y hora de la
      *    solicitud). Sin archivo no hay nada que retener; si el
      *    archivo no se puede leer, ante la duda se retiene.
           MOVE 'N' TO WS-RETENCION
           IF PEN-TIPO-IDENTIDAD
               MOVE '00' TO WS-COINC-STATUS
               OPEN INPUT COINC-FILE
               EVALUATE TRUE
                   WHEN WS-COINC-NO-EXISTE
                       CONTINUE
                   WHEN WS-COINC-OK
                       PERFORM 0310-LEER-COINCIDENCIA
                       PERFORM 0320-COMPARAR-COINCIDENCIA
                           UNTIL NOT WS-COINC-OK
                              OR WS-SOLICITUD-RETENIDA
                       CLOSE COINC-FILE
                   WHEN OTHER
                       MOVE 'S' TO WS-RETENCION
               END-EVALUATE
           END-IF.

       0310-LEER-COINCIDENCIA.
           READ COINC-FILE
               AT END
                   MOVE '10' TO WS-COINC-STATUS
           END-READ.

       0320-COMPARAR-COINCIDENCIA.
           IF COI-CLI-ID = PEN-CLI-ID
              AND COI-PENDIENTE
              AND COI-ORIGEN-IDENTIDAD
              AND COI-FEC-SOL  = PEN-FECHA-SOL
              AND COI-HORA-SOL = PEN-HORA-SOL
               MOVE 'S' TO WS-RETENCION
           ELSE
               PERFORM 0310-LEER-COINCIDENCIA
           END-IF.

       2000-MOSTRAR-SOLICITUD.
           DISPLAY " "
           EVALUATE TRUE
               WHEN PEN-TIPO-BAJA AND PEN-PROPUESTA-INACTIVIDAD
                   DISPLAY "PROPUESTA DE BAJA POR INACTIVIDAD"
               WHEN PEN-TIPO-BAJA
                   DISPLAY "SOLICITUD DE BAJA"
               WHEN PEN-TIPO-RIESGO
                   DISPLAY "SOLICITUD DE BAJA DE RIESGO"
               WHEN PEN-TIPO-IDENTIDAD
                   DISPLAY "SOLICITUD DE CORRECCION DE IDENTIDAD"
               WHEN OTHER
                   DISPLAY "SOLICITUD " PEN-TIPO
           END-EVALUATE
                   "  Terminal: " PEN-TERMINAL
           DISPLAY "Solicitada  : " PEN-FECHA-SOL " " PEN-HORA-SOL
           DISPLAY "               ANTES / DESPUES"
           IF PEN-TIPO-IDENTIDAD
               PERFORM 2100-MOSTRAR-IDENTIDAD
           ELSE
               PERFORM 2200-MOSTRAR-CONTACTO
           END-IF.

       2100-MOSTRAR-IDENTIDAD.
           DISPLAY "Documento   : " PEN-A-TIPO-DOC " " PEN-A-NUM-DOC
                   " / " PEN-D-TIPO-DOC " " PEN-D-NUM-DOC
           DISPLAY "Nombre      : " PEN-A-NOMBRE
           DISPLAY "          ->  " PEN-D-NOMBRE
           DISPLAY "Apellido    : " PEN-A-APELLIDO
           DISPLAY "          ->  " PEN-D-APELLIDO.

       2200-MOSTRAR-CONTACTO.
           DISPLAY "Direccion   : " PEN-A-DIRECCION
           DISPLAY "          ->  " PEN-D-DIRECCION
           DISPLAY "Telefono    : " PEN-A-TELEFONO " / "
           MOVE PEN-A-ESTADO  TO WS-ESTADO-ANTES
           MOVE PEN-A-RIESGO  TO WS-RIESGO-ANTES

           EVALUATE TRUE
               WHEN PEN-TIPO-BAJA
                   PERFORM 4100-APLICAR-BAJA
               WHEN PEN-TIPO-IDENTIDAD
                   PERFORM 4400-APLICAR-IDENTIDAD
               WHEN OTHER
                   PERFORM 4200-APLICAR-RIESGO
           END-EVALUATE

           IF WS-CAMBIO-APLICADO
               PERFORM 4500-AUDITAR-CAMBIO
               PERFORM 4600-REGISTRAR-HISTORICO
               IF PEN-TIPO-BAJA
                   CALL 'CL0008' USING CLI-ID, 'BAJA',
                                       WS-FECHA-HOY, WS-CLI-ID-REL
               END-IF
               IF PEN-TIPO-IDENTIDAD
                   CALL 'CL0008' USING CLI-ID, 'IDEN',
                                       WS-FECHA-HOY, WS-CLI-ID-REL
               END-IF
               MOVE 'A'           TO PEN-ESTADO
               MOVE CL-USUARIO    TO PEN-SUPERVISOR
               MOVE WS-FECHA-HOY  TO PEN-FEC-RESOL
      *    transaccion: si el cliente ya no esta como cuando se
      *    encolo, la solicitud se rechaza de oficio.
           MOVE 'N' TO WS-APLICACION-OK
           IF PEN-PROPUESTA-INACTIVIDAD
               PERFORM 4150-VERIFICAR-TENENCIAS
           ELSE
               MOVE 'S' TO WS-SIN-PRODUCTOS
           END-IF

           IF WS-BAJA-SIN-PRODUCTOS
               MOVE 'I' TO CLI-ESTADO

               EXEC SQL
                   UPDATE CLIENTES
                       SET CLI_ESTADO = :CLI-ESTADO
                       WHERE CLI_ID = :CLI-ID
                         AND CLI_ESTADO = :WS-ESTADO-ANTES
               END-EXEC

               PERFORM 4300-EVALUAR-APLICACION
           END-IF.

       4150-VERIFICAR-TENENCIAS.
      *    La propuesta de inactividad se armo con el extracto de
      *    tenencias del dia de la corrida: si desde entonces el
      *    cliente tomo un producto ya no es inactivo. Sin extracto
      *    la propuesta queda pendiente (ante la duda no se aplica).
           MOVE 'N' TO WS-SIN-PRODUCTOS
           CALL 'CL0025' USING CLI-ID, WS-CANT-CUENTAS,
                               WS-CANT-TARJETAS, WS-TENENCIAS-RETORNO
           EVALUATE TRUE
               WHEN WS-TENENCIAS-RETORNO NOT = 00
                   DISPLAY "Tenencias no disponibles"
                           " - la propuesta queda pendiente"
               WHEN WS-CANT-CUENTAS = 0 AND WS-CANT-TARJETAS = 0
                   MOVE 'S' TO WS-SIN-PRODUCTOS
               WHEN OTHER
                   DISPLAY "El cliente registra productos activos"
                           " - se rechaza de oficio"
                   MOVE "Productos activos desde la propuesta"
                       TO WS-MOTIVO-ENTRADA
                   PERFORM 5100-MARCAR-RECHAZO
           END-EVALUATE.

       4200-APLICAR-RIESGO.
           MOVE 'N' TO WS-APLICACION-OK
                           " - la solicitud queda pendiente"
           END-EVALUATE.

       4400-APLICAR-IDENTIDAD.
      *    El documento nuevo se vuelve a controlar contra los demas
      *    activos: entre el encolado y la aprobacion pudo darse de
      *    alta otro cliente con ese documento. La actualizacion exige
      *    la identidad anterior vigente, como las demas solicitudes.
           MOVE 'N' TO WS-APLICACION-OK
           MOVE PEN-D-TIPO-DOC    TO CLI-TIPO-DOC
           MOVE PEN-D-NUM-DOC     TO CLI-NUM-DOC

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
                   PERFORM 4410-ACTUALIZAR-IDENTIDAD
               WHEN 0
               WHEN -811
                   DISPLAY "Documento ya registrado para el cliente "
                           WS-CLI-ID-EXISTENTE
                           " - se rechaza de oficio"
                   MOVE "Documento ya registrado para otro cliente"
                       TO WS-MOTIVO-ENTRADA
                   PERFORM 5100-MARCAR-RECHAZO
               WHEN OTHER
                   MOVE SQLCODE TO CL-SQLCODE-OUT
                   MOVE SQLCODE TO WS-SQLCODE-DISP
                   DISPLAY "Error de base de datos SQLCODE "
                           WS-SQLCODE-DISP
                           " - la solicitud queda pendiente"
           END-EVALUATE.

       4410-ACTUALIZAR-IDENTIDAD.
           MOVE PEN-D-NOMBRE      TO CLI-NOMBRE
           MOVE PEN-D-APELLIDO    TO CLI-APELLIDO
           MOVE PEN-A-TIPO-DOC    TO WS-TIPO-DOC-ANTES
           MOVE PEN-A-NUM-DOC     TO WS-NUM-DOC-ANTES

           EXEC SQL
               UPDATE CLIENTES
                   SET CLI_TIPO_DOC = :CLI-TIPO-DOC,
                       CLI_NUM_DOC  = :CLI-NUM-DOC,
                       CLI_NOMBRE   = :CLI-NOMBRE,
                       CLI_APELLIDO = :CLI-APELLIDO
                   WHERE CLI_ID = :CLI-ID
                     AND CLI_ESTADO   = 'A'
                     AND CLI_TIPO_DOC = :WS-TIPO-DOC-ANTES
                     AND CLI_NUM_DOC  = :WS-NUM-DOC-ANTES
           END-EXEC

           PERFORM 4300-EVALUAR-APLICACION.

       4500-AUDITAR-CAMBIO.
      *    Mismo layout antes/despues que deja el menu CL0000; la
      *    opcion es la de la operacion original (2 baja, 3
      *    modificacion, 12 correccion de identidad) para que los
      *    reportes la sumen donde corresponde, y la descripcion deja
      *    claro que la aplico una aprobacion.
           INITIALIZE AUDIT-REG
           MOVE WS-FECHA-HOY      TO AUD-FECHA
           MOVE WS-HORA-HOY       TO AUD-HORA
           MOVE 0                 TO AUD-SQLCODE
           MOVE PEN-ANTES         TO AUD-VALOR-ANTES
           MOVE PEN-DESPUES       TO AUD-VALOR-DESPUES
           EVALUATE TRUE
               WHEN PEN-TIPO-BAJA
                   MOVE 2                 TO AUD-OPCION
                   MOVE "BAJA APROBADA"   TO AUD-OPCION-DESC
               WHEN PEN-TIPO-IDENTIDAD
                   MOVE 12                TO AUD-OPCION
                   MOVE "IDENT APROBADA"  TO AUD-OPCION-DESC
               WHEN OTHER
                   MOVE 3                 TO AUD-OPCION
                   MOVE "RIESGO APROBADO" TO AUD-OPCION-DESC
           END-EVALUATE
           CALL 'CL0032' USING AUDIT-REG.

       4600-REGISTRAR-HISTORICO.
           MOVE 'G'            TO HST-FUNCION
           MOVE CLI-ID         TO HST-CLI-ID
           MOVE 'CL0024'       TO HST-PROGRAMA
           MOVE CL-USUARIO     TO HST-USUARIO
           EVALUATE TRUE
               WHEN PEN-TIPO-BAJA
                   MOVE 'BAJA APROBADA'  TO HST-OPERACION
               WHEN PEN-TIPO-IDENTIDAD
                   MOVE 'IDENT APROBADA' TO HST-OPERACION
               WHEN OTHER
                   MOVE 'MODIF APROBADA' TO HST-OPERACION
           END-EVALUATE
           CALL 'CL0049' USING HST-AREA.

       5000-RECHAZAR.
           DISPLAY "Motivo del rechazo: " WITH NO ADVANCING
           ACCEPT WS-MOTIVO-ENTRADA
           MOVE WS-FECHA-HOY      TO PEN-FEC-RESOL
           MOVE WS-MOTIVO-ENTRADA TO PEN-MOTIVO-RECHAZO
           REWRITE PEND-REG
           ADD 1 TO WS-CONTADOR-RECHAZADAS
           IF PEN-TIPO-IDENTIDAD
               PERFORM 5200-DESCARTAR-COINCIDENCIA
           END-IF.

       5200-DESCARTAR-COINCIDENCIA.
      *    La coincidencia de la identidad rechazada queda descartada
      *    a nombre del supervisor: confirmarla despues elevaria el
      *    riesgo del cliente por una identidad que nunca se aplico.
           MOVE '00' TO WS-COINC-STATUS
           OPEN I-O COINC-FILE
           IF WS-COINC-OK
               PERFORM 0310-LEER-COINCIDENCIA
               PERFORM 5210-DESCARTAR-DE-LA-SOLICITUD
                   UNTIL NOT WS-COINC-OK
               CLOSE COINC-FILE
           END-IF.

       5210-DESCARTAR-DE-LA-SOLICITUD.
           IF COI-CLI-ID = PEN-CLI-ID
              AND COI-PENDIENTE
              AND COI-ORIGEN-IDENTIDAD
              AND COI-FEC-SOL  = PEN-FECHA-SOL
              AND COI-HORA-SOL = PEN-HORA-SOL
               MOVE 'D'               TO COI-ESTADO
               MOVE CL-USUARIO        TO COI-OFICIAL
               MOVE WS-FECHA-HOY      TO COI-FEC-RESOL
               MOVE "Descartada: correccion de identidad rechazada"
                   TO COI-OBSERVACION
               REWRITE COI-REG
               DISPLAY "Coincidencia de listas de la solicitud"
                       " descartada"
           END-IF
           PERFORM 0310-LEER-COINCIDENCIA.

       0900-RESUMIR.
           DISPLAY "Pendientes revisadas: " WS-CONTADOR-VISTAS
