       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL0043.
       AUTHOR. BANC-S.
      *=================================================================
      *    ANONIMIZACION DE CLIENTES CUMPLIDA LA RETENCION (BATCH)
      *    Ley de proteccion de datos: los datos personales de los
      *    clientes dados de baja (CLI-INACTIVO) o absorbidos por una
      *    fusion (CLI-FUSIONADO) se anonimizan cuando pasaron ANIOS
      *    anios desde su ultimo movimiento. El ultimo movimiento es
      *    el evento mas reciente del cliente en la auditoria viva
      *    AUDITCLI (leida por la clave alternada del cliente) o en
      *    las generaciones de archivo AUDARCH, o el alta si es
      *    posterior. Quedan afuera los que tienen productos activos
      *    en el extracto PRODTEN o una solicitud pendiente en
      *    PENDAUT.
      *    Para cada cliente anonimizado:
      *      - CLIENTES: tipo de documento 'AN' (marca de anonimizado,
      *        copy CLIENTES), documento ficticio ANON + numero de
      *        cliente (unico, no choca con el control de duplicados
      *        de CL0015), nombre y apellido ANONIMIZADO, direccion,
      *        telefono y email en blanco. Se conservan el numero, el
      *        estado, las fechas y el riesgo, asi que las
      *        estadisticas (CL0028) siguen sumando igual.
      *      - AUDITCLI y PENDAUT: se blanquean los datos personales
      *        de las imagenes antes/despues (contacto o, en la
      *        correccion de identidad, documento y nombre; en las
      *        residencias fiscales, el TIN); el evento, su clave, el
      *        estado y el riesgo se conservan.
      *      - RESFISC: se blanquea el TIN extranjero de cada
      *        residencia fiscal; pais, estado y fechas se conservan.
      *      - CLIHIST: la anonimizacion graba su version en el
      *        historico de clientes (CL0049) y las versiones
      *        anteriores toman los datos personales anonimizados;
      *        estado, fechas, riesgo y sucursal de cada version se
      *        conservan.
      *      - COINCLI: en las coincidencias con listas de
      *        sanciones/PEP se blanquean el documento, nombre y
      *        apellido de la entrada de la lista y la observacion
      *        del oficial; la lista, la entrada, el estado y las
      *        fechas de la resolucion se conservan.
      *      - AUDARCH: se graba la lista ANONLIS (copy CLANONI) con
      *        la que CL0044 enmascara cada generacion en los pasos
      *        siguientes del JCL.
      *      - NOTIFCLI / NOTARCH: el layout (copy CLNOTIF) solo
      *        lleva numeros de cliente, accion y fechas; no hay nada
      *        que enmascarar y el certificado lo deja asentado.
      *    Por cada cliente anonimizado el reporte RPTANON emite un
      *    certificado de anonimizacion para el legajo del Delegado
      *    de Proteccion de Datos, y lista aparte los excluidos con
      *    su motivo. Los parametros llegan por SYSIN como tarjetas
      *    CAMPO=VALOR (mismo formato de CL0029), cerradas por FIN:
      *      ANIOS=nn     anios de retencion (por omision 10)
      *      SIMULAR=S/N  solo listar los elegibles (por omision S:
      *                   para anonimizar hay que pedirlo)
      *    Sin PRODTEN o sin AUDITCLI termina con RC 12 sin proceso:
      *    ante la duda no se anonimiza a nadie. Con la lectura de
      *    CLIENTES cortada por un error de base de datos tambien
      *    termina con RC 12 y la corrida queda como simulacion. Un
      *    error al anonimizar un cliente solo lo saltea: los demas
      *    siguen y la corrida termina con RC 04, asi los pasos de
      *    CL0044 enmascaran el archivo de los ya anonimizados. La
      *    lista ANONLIS se graba siempre, vacia si no hubo proceso.
      *    Se ejecuta desde el JCL CL0043J.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODTEN-FILE ASSIGN TO PRODTEN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRODTEN-STATUS.
           SELECT AUDIT-FILE ASSIGN TO AUDITCLI
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS AUD-CLAVE
               ALTERNATE RECORD KEY IS AUD-CLI-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS AUD-USUARIO
                   WITH DUPLICATES
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT AUDARCH-FILE ASSIGN TO AUDARCH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDARCH-STATUS.
           SELECT PENDAU-FILE ASSIGN TO PENDAUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PENDAU-STATUS.
           SELECT COINC-FILE ASSIGN TO COINCLI
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COINC-STATUS.
           SELECT ANONLIS-FILE ASSIGN TO ANONLIS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ANONLIS-STATUS.
           SELECT RESFIS-FILE ASSIGN TO RESFISC
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RFI-CLAVE
               FILE STATUS IS WS-RESFIS-STATUS.
           SELECT REPORTE-FILE ASSIGN TO RPTANON
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODTEN-FILE
           RECORDING MODE IS F.
           COPY CLPRODS.

       FD  AUDIT-FILE.
           COPY CLAUDIT.

      *    Del archivo historico solo interesan la fecha del evento y
      *    el cliente (mismas posiciones que en CLAUDIT).
       FD  AUDARCH-FILE
           RECORDING MODE IS F.
       01  ARC-REG.
           05  ARC-FECHA           PIC X(10).
           05  FILLER              PIC X(44).
           05  ARC-CLI-ID          PIC 9(10).
           05  FILLER              PIC X(267).

       FD  PENDAU-FILE
           RECORDING MODE IS F.
           COPY CLPENDAU.

       FD  COINC-FILE
           RECORDING MODE IS F.
           COPY CLCOINC.

       FD  ANONLIS-FILE
           RECORDING MODE IS F.
           COPY CLANONI.

       FD  RESFIS-FILE.
           COPY CLRESFIS.

       FD  REPORTE-FILE
           RECORDING MODE IS F.
       01  RPT-LINEA               PIC X(100).

       WORKING-STORAGE SECTION.

      *=================================================================
      *    VARIABLES DE BASE DE DATOS Y HOST (ESQL)
      *=================================================================
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.

           COPY CLIENTES.

       01  WS-FEC-CORTE-SQL        PIC X(10).
       01  WS-DOC-ANONIMO.
           05  FILLER              PIC X(04) VALUE "ANON".
           05  WS-DOC-CLI-ID       PIC 9(10).
           05  FILLER              PIC X(01) VALUE SPACES.
       01  WS-NOMBRE-ANONIMO       PIC X(40) VALUE "ANONIMIZADO".

           EXEC SQL END DECLARE SECTION END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      *=================================================================
      *    VARIABLES DE CONTROL Y LOGICA
      *=================================================================
       01  WS-PRODTEN-STATUS       PIC X(02).
           88  WS-PRODTEN-NO-EXISTE        VALUE '35'.
           88  WS-FIN-PRODTEN              VALUE '10'.
       01  WS-AUDIT-STATUS         PIC X(02).
           88  WS-AUDIT-OK                 VALUE '00'.
           88  WS-FIN-AUDIT                VALUE '10'.
       01  WS-AUDARCH-STATUS       PIC X(02).
           88  WS-AUDARCH-NO-EXISTE        VALUE '35'.
           88  WS-FIN-AUDARCH              VALUE '10'.
       01  WS-PENDAU-STATUS        PIC X(02).
           88  WS-PENDAU-NO-EXISTE         VALUE '35'.
           88  WS-FIN-PENDAU               VALUE '10'.
       01  WS-COINC-STATUS         PIC X(02).
           88  WS-COINC-NO-EXISTE          VALUE '35'.
           88  WS-FIN-COINC                VALUE '10'.
       01  WS-ANONLIS-STATUS       PIC X(02).
       01  WS-RESFIS-STATUS        PIC X(02).
           88  WS-RESFIS-OK                VALUE '00'.
           88  WS-FIN-RESFIS               VALUE '10'.
      *    Sin residencias registradas todavia no hay nada que
      *    enmascarar en RESFISC.
       01  WS-RESFIS-ABIERTO       PIC X(01) VALUE 'N'.
           88  WS-HAY-RESIDENCIAS         VALUE 'S'.
       01  WS-RPT-STATUS           PIC X(02).
       01  WS-SQLCODE-DISP         PIC -(8)9.
       01  WS-FIN-CURSOR           PIC X(01) VALUE 'N'.
           88  WS-NO-HAY-MAS-CLIENTES     VALUE 'S'.
       01  WS-FUENTES              PIC X(01) VALUE 'S'.
           88  WS-FUENTES-OK              VALUE 'S'.
       01  WS-FECHA-HOY            PIC X(10).
       01  WS-HORA-HOY             PIC X(08).

      *=================================================================
      *    PARAMETROS DE LA CORRIDA (tarjetas CAMPO=VALOR de SYSIN)
      *=================================================================
       01  WS-TARJETA              PIC X(40).
       01  WS-TARJ-CAMPO           PIC X(12).
       01  WS-TARJ-VALOR           PIC X(20).
       01  WS-FIN-TARJETAS         PIC X(01) VALUE 'N'.
           88  WS-NO-HAY-MAS-TARJETAS    VALUE 'S'.
       01  WS-CONTADOR-TARJETAS    PIC 9(02) VALUE 0.
      *    Tope de tarjetas: corta la lectura si falta la tarjeta FIN
      *    para no quedarse esperando SYSIN infinito.
       01  WS-MAX-TARJETAS         PIC 9(02) VALUE 20.
       01  WS-LARGO-VALOR          PIC 9(02).
       01  WS-ANIOS-RETENCION      PIC 9(02) VALUE 10.
       01  WS-SIMULAR              PIC X(01) VALUE 'S'.
           88  WS-ES-SIMULACION           VALUE 'S'.

      *    Corte de retencion: mismo dia de hace ANIOS anios (mismo
      *    calculo del corte de auditoria de CL0020).
       01  WS-FEC-CORTE.
           05  WS-CORTE-ANIO       PIC 9(04).
           05  WS-CORTE-RESTO      PIC X(06).

      *=================================================================
      *    TABLA DE CANDIDATOS
      *    Clientes de baja o fusionados todavia no anonimizados y con
      *    alta anterior al corte, cargados desde el cursor en orden
      *    de numero de cliente: las busquedas desde el archivo
      *    historico, las tenencias y la cola de autorizaciones son
      *    binarias. La situacion arranca en blanco (elegible) y
      *    queda con el primer motivo de exclusion que se encuentre.
      *    Los candidatos que no entran en la tabla se cuentan, se
      *    avisan en el reporte y quedan para la corrida siguiente.
      *=================================================================
       01  WS-MAX-CANDIDATOS       PIC 9(05) COMP VALUE 5000.
       01  WS-CANT-CANDIDATOS      PIC 9(05) COMP VALUE 0.
       01  WS-INDICE               PIC 9(05) COMP.
       01  WS-ENCONTRADO           PIC 9(05) COMP.
       01  WS-BUS-DESDE            PIC 9(05) COMP.
       01  WS-BUS-HASTA            PIC 9(05) COMP.
       01  WS-BUS-MEDIO            PIC 9(05) COMP.
       01  WS-CLI-ID-BUSCADO       PIC 9(10).

       01  WS-TABLA-CANDIDATOS.
           05  WS-CAN-ENT OCCURS 5000 TIMES.
               10  WS-CAN-CLI-ID       PIC 9(10).
               10  WS-CAN-ESTADO       PIC X(01).
               10  WS-CAN-FEC-ALTA     PIC X(10).
               10  WS-CAN-ULT-MOV      PIC X(10).
               10  WS-CAN-SITUACION    PIC X(01).
                   88  WS-CAN-ELEGIBLE         VALUE ' '.
                   88  WS-CAN-CON-MOVIMIENTO   VALUE 'M'.
                   88  WS-CAN-CON-PRODUCTOS    VALUE 'P'.
                   88  WS-CAN-CON-SOLICITUD    VALUE 'S'.
                   88  WS-CAN-MODIFICADO       VALUE 'C'.
                   88  WS-CAN-CON-ERROR        VALUE 'E'.
                   88  WS-CAN-ANONIMIZADO      VALUE 'X'.
               10  WS-CAN-CANT-AUDIT   PIC 9(07).
               10  WS-CAN-CANT-ARCH    PIC 9(07).
               10  WS-CAN-CANT-PEND    PIC 9(07).
               10  WS-CAN-CANT-RESF    PIC 9(07).
               10  WS-CAN-CANT-HIST    PIC 9(07).
               10  WS-CAN-CANT-COIN    PIC 9(07).

      *=================================================================
      *    CONTADORES
      *=================================================================
       01  WS-CONTADOR-LEIDOS      PIC 9(07) VALUE 0.
       01  WS-CONTADOR-DESBORDE    PIC 9(07) VALUE 0.
       01  WS-CONTADOR-MOVIMIENTO  PIC 9(07) VALUE 0.
       01  WS-CONTADOR-PRODUCTOS   PIC 9(07) VALUE 0.
       01  WS-CONTADOR-SOLICITUD   PIC 9(07) VALUE 0.
       01  WS-CONTADOR-ELEGIBLES   PIC 9(07) VALUE 0.
       01  WS-CONTADOR-MODIFICADOS PIC 9(07) VALUE 0.
       01  WS-CONTADOR-ERRORES     PIC 9(07) VALUE 0.
       01  WS-CONTADOR-ANONIMIZ    PIC 9(07) VALUE 0.
       01  WS-CONTADOR-AUD-ENMASC  PIC 9(07) VALUE 0.
       01  WS-CONTADOR-PEN-ENMASC  PIC 9(07) VALUE 0.
       01  WS-CONTADOR-ARC-PEND    PIC 9(07) VALUE 0.
       01  WS-CONTADOR-RES-ENMASC  PIC 9(07) VALUE 0.
       01  WS-CONTADOR-HIS-ENMASC  PIC 9(07) VALUE 0.
       01  WS-CONTADOR-COI-ENMASC  PIC 9(07) VALUE 0.

      *=================================================================
      *    LINEAS DEL REPORTE
      *=================================================================
       01  WS-LINEA-ENCABEZADO     PIC X(100) VALUE
           "ANONIMIZACION DE CLIENTES CUMPLIDA LA RETENCION".

       01  WS-LINEA-FECHA.
           05  FILLER              PIC X(10) VALUE "Fecha: ".
           05  WS-ENC-FECHA        PIC X(10).
           05  FILLER              PIC X(05) VALUE SPACES.
           05  FILLER              PIC X(08) VALUE "Hora: ".
           05  WS-ENC-HORA         PIC X(08).

       01  WS-LINEA-PARAMETROS.
           05  FILLER              PIC X(21) VALUE
               "Anios de retencion : ".
           05  WS-PAR-ANIOS        PIC Z9.
           05  FILLER              PIC X(17) VALUE
               "   Fecha corte: ".
           05  WS-PAR-CORTE        PIC X(10).
           05  FILLER              PIC X(15) VALUE
               "   Simulacion: ".
           05  WS-PAR-SIMULAR      PIC X(01).

       01  WS-LINEA-SIMULACION     PIC X(100) VALUE
           "SIMULACION: solo se listan los elegibles, no se modifico nin
      -    "gun dato".

       01  WS-LINEA-TARJETA.
           05  FILLER              PIC X(11) VALUE "Tarjeta  : ".
           05  WS-TAR-TEXTO        PIC X(40).
           05  WS-TAR-OBSERV       PIC X(30).

       01  WS-LINEA-SIN-FUENTES    PIC X(100).

       01  WS-LINEA-SELECCION-CORTADA PIC X(100) VALUE
           "SELECCION INCOMPLETA por error de base de datos: se corre c
      -    "omo simulacion, no se modifico nada".

       01  WS-LINEA-TITULO.
           05  FILLER              PIC X(04) VALUE "*** ".
           05  WS-TIT-TEXTO        PIC X(60).

       01  WS-LINEA-SEPARADOR      PIC X(100) VALUE ALL "-".

       01  WS-CER-LINEA-1.
           05  FILLER              PIC X(35) VALUE
               "CERTIFICADO DE ANONIMIZACION - Cli ".
           05  WS-CER-CLI-ID       PIC Z(9)9.
           05  FILLER              PIC X(10) VALUE "  Estado: ".
           05  WS-CER-ESTADO       PIC X(10).

       01  WS-CER-LINEA-2.
           05  FILLER              PIC X(21) VALUE
               "  Fecha de alta    : ".
           05  WS-CER-FEC-ALTA     PIC X(10).
           05  FILLER              PIC X(22) VALUE
               "   Ultimo movimiento: ".
           05  WS-CER-ULT-MOV      PIC X(10).

       01  WS-CER-LINEA-3.
           05  FILLER              PIC X(21) VALUE
               "  Anonimizado el   : ".
           05  WS-CER-FECHA        PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-CER-HORA         PIC X(08).
           05  FILLER              PIC X(24) VALUE
               "   Retencion vencida al ".
           05  WS-CER-CORTE        PIC X(10).

       01  WS-CER-LINEA-CLIENTES   PIC X(100) VALUE
           "  CLIENTES : documento, nombre, apellido, direccion, telefon
      -    "o y email enmascarados".

       01  WS-CER-LINEA-CANTIDAD.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-CER-ARCHIVO      PIC X(09).
           05  FILLER              PIC X(02) VALUE ": ".
           05  WS-CER-CANTIDAD     PIC ZZZ,ZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-CER-DETALLE      PIC X(60).

       01  WS-CER-LINEA-NOTIF      PIC X(100) VALUE
           "  NOTIFCLI / NOTARCH : sin datos personales (solo numero de
      -    "cliente, accion y fechas)".

       01  WS-CER-LINEA-CONSERVA   PIC X(100) VALUE
           "  Se conservan: numero de cliente, estado, fechas, riesgo e
      -    "historia no personal".

       01  WS-CER-LINEA-FIRMA      PIC X(100) VALUE
           "  Recibido por el Delegado de Proteccion de Datos: ________
      -    "____________________".

       01  WS-ENCABEZADO-COL.
           05  FILLER              PIC X(11) VALUE "NUM CLIENTE".
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(11) VALUE "ESTADO".
           05  FILLER              PIC X(11) VALUE "FEC ALTA".
           05  FILLER              PIC X(11) VALUE "ULT MOVIM".
           05  FILLER              PIC X(40) VALUE "SITUACION".

       01  WS-LINEA-DETALLE.
           05  WS-DET-CLI-ID       PIC Z(9)9.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WS-DET-ESTADO       PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-DET-FEC-ALTA     PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-DET-ULT-MOV      PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-DET-SITUACION    PIC X(40).

       01  WS-LINEA-DESBORDE.
           05  FILLER              PIC X(45) VALUE
               "AVISO: tabla de candidatos desbordada en ".
           05  WS-DES-CANTIDAD     PIC ZZZ,ZZ9.
           05  FILLER              PIC X(40) VALUE
               " clientes - quedan para la proxima".

       01  WS-LINEA-TOTAL.
           05  WS-TOT-ETIQUETA     PIC X(28).
           05  WS-TOT-CANTIDAD     PIC ZZZ,ZZ9.

      *    Registro de la corrida para el control de corridas
      *    batch, que graba CL0041 al terminar.
           COPY CLCORRID.

      *=================================================================
      *    AREA DEL HISTORICO DE VERSIONES DE CLIENTES CL0049
      *=================================================================
           COPY CLHISTAR.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 0010-INICIAR-CORRIDA
           PERFORM 0100-INICIALIZAR
           PERFORM 1000-LEER-TARJETAS
           PERFORM 0150-CALCULAR-CORTE
           PERFORM 0200-VERIFICAR-FUENTES

           OPEN OUTPUT ANONLIS-FILE
           IF WS-FUENTES-OK
               PERFORM 2000-CARGAR-CANDIDATOS
               PERFORM 2400-REVISAR-ARCHIVO-HISTORICO
               PERFORM 2600-EVALUAR-MOVIMIENTO
               PERFORM 2700-REVISAR-TENENCIAS
               PERFORM 2800-REVISAR-SOLICITUDES

      *        Sobre una seleccion a medias no se anonimiza a nadie.
               IF RETURN-CODE NOT = 0 AND NOT WS-ES-SIMULACION
                   MOVE 'S' TO WS-SIMULAR
                   WRITE RPT-LINEA FROM WS-LINEA-SELECCION-CORTADA
               END-IF

               IF NOT WS-ES-SIMULACION
                   OPEN I-O RESFIS-FILE
                   IF WS-RESFIS-OK
                       MOVE 'S' TO WS-RESFIS-ABIERTO
                   END-IF
                   MOVE 'A' TO HST-FUNCION
                   CALL 'CL0049' USING HST-AREA
                   MOVE 0 TO WS-INDICE
                   PERFORM 3000-ANONIMIZAR-CANDIDATO
                       WS-CANT-CANDIDATOS TIMES
                   IF WS-HAY-RESIDENCIAS
                       CLOSE RESFIS-FILE
                   END-IF
                   MOVE 'C' TO HST-FUNCION
                   CALL 'CL0049' USING HST-AREA
                   PERFORM 3500-ENMASCARAR-SOLICITUDES
                   PERFORM 3600-ENMASCARAR-COINCIDENCIAS
                   IF WS-CONTADOR-ERRORES > 0 AND RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
               CLOSE AUDIT-FILE

               PERFORM 4000-EMITIR-REPORTE
           ELSE
               MOVE SPACES TO RPT-LINEA
               WRITE RPT-LINEA
               WRITE RPT-LINEA FROM WS-LINEA-SIN-FUENTES
               MOVE 12 TO RETURN-CODE
           END-IF
           CLOSE ANONLIS-FILE

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
           WRITE RPT-LINEA FROM WS-LINEA-FECHA.

       0150-CALCULAR-CORTE.
           MOVE WS-FECHA-HOY        TO WS-FEC-CORTE
           SUBTRACT WS-ANIOS-RETENCION FROM WS-CORTE-ANIO
           MOVE WS-FEC-CORTE        TO WS-FEC-CORTE-SQL

           MOVE WS-ANIOS-RETENCION  TO WS-PAR-ANIOS
           MOVE WS-FEC-CORTE        TO WS-PAR-CORTE
           MOVE WS-SIMULAR          TO WS-PAR-SIMULAR
           WRITE RPT-LINEA FROM WS-LINEA-PARAMETROS
           IF WS-ES-SIMULACION
               WRITE RPT-LINEA FROM WS-LINEA-SIMULACION
           END-IF
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA.

       0200-VERIFICAR-FUENTES.
      *    Sin tenencias no se puede descartar a quien tiene productos
      *    vivos y sin auditoria no se conoce el ultimo movimiento: en
      *    cualquiera de los dos casos no se anonimiza nada.
           OPEN INPUT PRODTEN-FILE
           IF WS-PRODTEN-NO-EXISTE
               MOVE 'N' TO WS-FUENTES
               MOVE "Tenencias PRODTEN no disponibles - sin proceso"
                   TO WS-LINEA-SIN-FUENTES
           ELSE
               CLOSE PRODTEN-FILE
               OPEN I-O AUDIT-FILE
               IF NOT WS-AUDIT-OK
                   MOVE 'N' TO WS-FUENTES
                   MOVE "Auditoria AUDITCLI no disponible - sin proceso"
                       TO WS-LINEA-SIN-FUENTES
               END-IF
           END-IF.

       0500-BUSCAR-CANDIDATO.
      *    Busqueda binaria de WS-CLI-ID-BUSCADO en la tabla, que se
      *    cargo en orden de numero de cliente. Devuelve la posicion
      *    en WS-ENCONTRADO, o cero si no es candidato.
           MOVE 0                  TO WS-ENCONTRADO
           MOVE 1                  TO WS-BUS-DESDE
           MOVE WS-CANT-CANDIDATOS TO WS-BUS-HASTA
           PERFORM 0550-PARTIR-TABLA
               UNTIL WS-ENCONTRADO > 0
                  OR WS-BUS-DESDE > WS-BUS-HASTA.

       0550-PARTIR-TABLA.
           COMPUTE WS-BUS-MEDIO = (WS-BUS-DESDE + WS-BUS-HASTA) / 2
           EVALUATE TRUE
               WHEN WS-CAN-CLI-ID(WS-BUS-MEDIO) = WS-CLI-ID-BUSCADO
                   MOVE WS-BUS-MEDIO TO WS-ENCONTRADO
               WHEN WS-CAN-CLI-ID(WS-BUS-MEDIO) < WS-CLI-ID-BUSCADO
                   COMPUTE WS-BUS-DESDE = WS-BUS-MEDIO + 1
               WHEN OTHER
                   COMPUTE WS-BUS-HASTA = WS-BUS-MEDIO - 1
           END-EVALUATE.

       1000-LEER-TARJETAS.
           PERFORM 1100-PROCESAR-TARJETA
               UNTIL WS-NO-HAY-MAS-TARJETAS
                  OR WS-CONTADOR-TARJETAS >= WS-MAX-TARJETAS.

       1100-PROCESAR-TARJETA.
           MOVE SPACES TO WS-TARJETA
           ACCEPT WS-TARJETA
           ADD 1 TO WS-CONTADOR-TARJETAS

           IF WS-TARJETA = "FIN" OR WS-TARJETA = SPACES
               MOVE 'S' TO WS-FIN-TARJETAS
           ELSE
               MOVE SPACES TO WS-TARJ-CAMPO
               MOVE SPACES TO WS-TARJ-VALOR
               UNSTRING WS-TARJETA DELIMITED BY '='
                   INTO WS-TARJ-CAMPO, WS-TARJ-VALOR
               PERFORM 1200-CARGAR-PARAMETRO
           END-IF.

       1200-CARGAR-PARAMETRO.
      *    La tarjeta invalida o desconocida se repite en el reporte
      *    con aviso y se corre con el valor por omision. La
      *    retencion no baja de 5 anios: es lo que la auditoria viva
      *    guarda antes de pasar al archivo historico.
           MOVE WS-TARJETA TO WS-TAR-TEXTO
           MOVE SPACES     TO WS-TAR-OBSERV

           EVALUATE WS-TARJ-CAMPO
               WHEN "ANIOS"
                   MOVE 0 TO WS-LARGO-VALOR
                   INSPECT WS-TARJ-VALOR TALLYING WS-LARGO-VALOR
                       FOR CHARACTERS BEFORE INITIAL SPACE
                   IF WS-LARGO-VALOR > 0 AND WS-LARGO-VALOR < 3
                       IF WS-TARJ-VALOR(1:WS-LARGO-VALOR) IS NUMERIC
                          AND WS-TARJ-VALOR(1:WS-LARGO-VALOR) NOT < 5
                           MOVE WS-TARJ-VALOR(1:WS-LARGO-VALOR)
                               TO WS-ANIOS-RETENCION
                       ELSE
                           MOVE "<- VALOR INVALIDO, SE IGNORA"
                               TO WS-TAR-OBSERV
                       END-IF
                   ELSE
                       MOVE "<- VALOR INVALIDO, SE IGNORA"
                           TO WS-TAR-OBSERV
                   END-IF
               WHEN "SIMULAR"
                   IF WS-TARJ-VALOR(1:1) = 'S' OR 'N'
                       MOVE WS-TARJ-VALOR(1:1) TO WS-SIMULAR
                   ELSE
                       MOVE "<- VALOR INVALIDO, SE IGNORA"
                           TO WS-TAR-OBSERV
                   END-IF
               WHEN OTHER
                   MOVE "<- TARJETA DESCONOCIDA" TO WS-TAR-OBSERV
           END-EVALUATE

           WRITE RPT-LINEA FROM WS-LINEA-TARJETA.

       2000-CARGAR-CANDIDATOS.
           EXEC SQL
               DECLARE CUR-ANONIM CURSOR FOR
                   SELECT CLI_ID, CLI_ESTADO, CLI_FEC_ALTA
                       FROM CLIENTES
                       WHERE CLI_ESTADO IN ('I', 'F')
                         AND CLI_TIPO_DOC <> 'AN'
                         AND CLI_FEC_ALTA < :WS-FEC-CORTE-SQL
                       ORDER BY CLI_ID
           END-EXEC

           EXEC SQL
               OPEN CUR-ANONIM
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISP
               DISPLAY "Error de base de datos SQLCODE "
                       WS-SQLCODE-DISP
               MOVE 'S' TO WS-FIN-CURSOR
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM 2100-LEER-CLIENTE
               PERFORM 2200-CARGAR-CANDIDATO
                   UNTIL WS-NO-HAY-MAS-CLIENTES

               EXEC SQL
                   CLOSE CUR-ANONIM
               END-EXEC
           END-IF.

       2100-LEER-CLIENTE.
           EXEC SQL
               FETCH CUR-ANONIM
                   INTO :CLI-ID, :CLI-ESTADO, :CLI-FEC-ALTA
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

       2200-CARGAR-CANDIDATO.
           IF WS-CANT-CANDIDATOS < WS-MAX-CANDIDATOS
               ADD 1 TO WS-CANT-CANDIDATOS
               MOVE WS-CANT-CANDIDATOS TO WS-INDICE
               MOVE CLI-ID        TO WS-CAN-CLI-ID(WS-INDICE)
               MOVE CLI-ESTADO    TO WS-CAN-ESTADO(WS-INDICE)
               MOVE CLI-FEC-ALTA  TO WS-CAN-FEC-ALTA(WS-INDICE)
               MOVE CLI-FEC-ALTA  TO WS-CAN-ULT-MOV(WS-INDICE)
               MOVE SPACE         TO WS-CAN-SITUACION(WS-INDICE)
               MOVE 0             TO WS-CAN-CANT-AUDIT(WS-INDICE)
               MOVE 0             TO WS-CAN-CANT-ARCH(WS-INDICE)
               MOVE 0             TO WS-CAN-CANT-PEND(WS-INDICE)
               MOVE 0             TO WS-CAN-CANT-RESF(WS-INDICE)
               MOVE 0             TO WS-CAN-CANT-HIST(WS-INDICE)
               MOVE 0             TO WS-CAN-CANT-COIN(WS-INDICE)
               PERFORM 2300-BUSCAR-ULTIMO-EVENTO
           ELSE
               ADD 1 TO WS-CONTADOR-DESBORDE
           END-IF

           PERFORM 2100-LEER-CLIENTE.

       2300-BUSCAR-ULTIMO-EVENTO.
      *    Auditoria viva, leida por la clave alternada del cliente.
           MOVE CLI-ID       TO AUD-CLI-ID
           MOVE '00'         TO WS-AUDIT-STATUS
           START AUDIT-FILE KEY = AUD-CLI-ID
               INVALID KEY
                   MOVE '10' TO WS-AUDIT-STATUS
           END-START
           IF NOT WS-FIN-AUDIT
               PERFORM 2350-LEER-EVENTO
               PERFORM 2380-COMPARAR-EVENTO
                   UNTIL WS-FIN-AUDIT
           END-IF.

       2350-LEER-EVENTO.
           READ AUDIT-FILE NEXT
               AT END
                   MOVE '10' TO WS-AUDIT-STATUS
           END-READ
           IF NOT WS-FIN-AUDIT
               IF AUD-CLI-ID NOT = CLI-ID
                   MOVE '10' TO WS-AUDIT-STATUS
               END-IF
           END-IF.

       2380-COMPARAR-EVENTO.
           ADD 1 TO WS-CAN-CANT-AUDIT(WS-INDICE)
           IF AUD-FECHA > WS-CAN-ULT-MOV(WS-INDICE)
               MOVE AUD-FECHA TO WS-CAN-ULT-MOV(WS-INDICE)
           END-IF
           PERFORM 2350-LEER-EVENTO.

       2400-REVISAR-ARCHIVO-HISTORICO.
      *    Las generaciones AUDARCH llegan concatenadas en el JCL;
      *    sin archivo historico todavia no hay eventos archivados.
           OPEN INPUT AUDARCH-FILE
           IF NOT WS-AUDARCH-NO-EXISTE
               PERFORM 2450-LEER-ARCHIVADO
               PERFORM 2500-COMPARAR-ARCHIVADO
                   UNTIL WS-FIN-AUDARCH
               CLOSE AUDARCH-FILE
           END-IF.

       2450-LEER-ARCHIVADO.
           READ AUDARCH-FILE
               AT END
                   MOVE '10' TO WS-AUDARCH-STATUS
           END-READ.

       2500-COMPARAR-ARCHIVADO.
           MOVE ARC-CLI-ID TO WS-CLI-ID-BUSCADO
           PERFORM 0500-BUSCAR-CANDIDATO
           IF WS-ENCONTRADO > 0
               ADD 1 TO WS-CAN-CANT-ARCH(WS-ENCONTRADO)
               IF ARC-FECHA > WS-CAN-ULT-MOV(WS-ENCONTRADO)
                   MOVE ARC-FECHA TO WS-CAN-ULT-MOV(WS-ENCONTRADO)
               END-IF
           END-IF
           PERFORM 2450-LEER-ARCHIVADO.

       2600-EVALUAR-MOVIMIENTO.
           MOVE 0 TO WS-INDICE
           PERFORM 2650-EVALUAR-CANDIDATO WS-CANT-CANDIDATOS TIMES.

       2650-EVALUAR-CANDIDATO.
           ADD 1 TO WS-INDICE
           IF WS-CAN-ULT-MOV(WS-INDICE) NOT < WS-FEC-CORTE
               MOVE 'M' TO WS-CAN-SITUACION(WS-INDICE)
               ADD 1 TO WS-CONTADOR-MOVIMIENTO
           END-IF.

       2700-REVISAR-TENENCIAS.
           OPEN INPUT PRODTEN-FILE
           PERFORM 2750-LEER-TENENCIA
           PERFORM 2780-COMPARAR-TENENCIA UNTIL WS-FIN-PRODTEN
           CLOSE PRODTEN-FILE.

       2750-LEER-TENENCIA.
           READ PRODTEN-FILE
               AT END
                   MOVE '10' TO WS-PRODTEN-STATUS
           END-READ.

       2780-COMPARAR-TENENCIA.
           IF PRD-CANT-ACTIVOS > 0
               MOVE PRD-CLI-ID TO WS-CLI-ID-BUSCADO
               PERFORM 0500-BUSCAR-CANDIDATO
               IF WS-ENCONTRADO > 0
                   IF WS-CAN-ELEGIBLE(WS-ENCONTRADO)
                       MOVE 'P' TO WS-CAN-SITUACION(WS-ENCONTRADO)
                       ADD 1 TO WS-CONTADOR-PRODUCTOS
                   END-IF
               END-IF
           END-IF
           PERFORM 2750-LEER-TENENCIA.

       2800-REVISAR-SOLICITUDES.
           OPEN INPUT PENDAU-FILE
           IF NOT WS-PENDAU-NO-EXISTE
               PERFORM 2850-LEER-SOLICITUD
               PERFORM 2880-COMPARAR-SOLICITUD UNTIL WS-FIN-PENDAU
               CLOSE PENDAU-FILE
           END-IF.

       2850-LEER-SOLICITUD.
           READ PENDAU-FILE
               AT END
                   MOVE '10' TO WS-PENDAU-STATUS
           END-READ.

       2880-COMPARAR-SOLICITUD.
           IF PEN-PENDIENTE
               MOVE PEN-CLI-ID TO WS-CLI-ID-BUSCADO
               PERFORM 0500-BUSCAR-CANDIDATO
               IF WS-ENCONTRADO > 0
                   IF WS-CAN-ELEGIBLE(WS-ENCONTRADO)
                       MOVE 'S' TO WS-CAN-SITUACION(WS-ENCONTRADO)
                       ADD 1 TO WS-CONTADOR-SOLICITUD
                   END-IF
               END-IF
           END-IF
           PERFORM 2850-LEER-SOLICITUD.

       3000-ANONIMIZAR-CANDIDATO.
      *    El UPDATE vuelve a exigir el estado leido y que no este
      *    anonimizado: un cliente reactivado o anonimizado por otra
      *    corrida desde la seleccion queda como modificado.
           ADD 1 TO WS-INDICE
           IF WS-CAN-ELEGIBLE(WS-INDICE)
               ADD 1 TO WS-CONTADOR-ELEGIBLES
               MOVE WS-CAN-CLI-ID(WS-INDICE)  TO CLI-ID
               MOVE WS-CAN-ESTADO(WS-INDICE)  TO CLI-ESTADO
               MOVE CLI-ID                    TO WS-DOC-CLI-ID
               EXEC SQL
                   UPDATE CLIENTES
                       SET CLI_TIPO_DOC  = 'AN',
                           CLI_NUM_DOC   = :WS-DOC-ANONIMO,
                           CLI_NOMBRE    = :WS-NOMBRE-ANONIMO,
                           CLI_APELLIDO  = :WS-NOMBRE-ANONIMO,
                           CLI_DIRECCION = ' ',
                           CLI_TELEFONO  = ' ',
                           CLI_EMAIL     = ' '
                       WHERE CLI_ID       = :CLI-ID
                         AND CLI_ESTADO   = :CLI-ESTADO
                         AND CLI_TIPO_DOC <> 'AN'
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 0
                       MOVE 'X' TO WS-CAN-SITUACION(WS-INDICE)
                       ADD 1 TO WS-CONTADOR-ANONIMIZ
                       PERFORM 3100-ENMASCARAR-AUDITORIA
                       IF WS-HAY-RESIDENCIAS
                           PERFORM 3200-ENMASCARAR-RESIDENCIAS
                       END-IF
                       PERFORM 3300-ENMASCARAR-HISTORICO
                       MOVE CLI-ID        TO ANO-CLI-ID
                       MOVE WS-FECHA-HOY  TO ANO-FECHA
                       WRITE ANO-REG
                       ADD WS-CAN-CANT-ARCH(WS-INDICE)
                           TO WS-CONTADOR-ARC-PEND
                   WHEN 100
                       MOVE 'C' TO WS-CAN-SITUACION(WS-INDICE)
                       ADD 1 TO WS-CONTADOR-MODIFICADOS
                   WHEN OTHER
                       MOVE 'E' TO WS-CAN-SITUACION(WS-INDICE)
                       ADD 1 TO WS-CONTADOR-ERRORES
                       MOVE SQLCODE TO WS-SQLCODE-DISP
                       DISPLAY "Error de base de datos SQLCODE "
                               WS-SQLCODE-DISP " cliente " CLI-ID
               END-EVALUATE
           END-IF.

       3100-ENMASCARAR-AUDITORIA.
           MOVE 0            TO WS-CAN-CANT-AUDIT(WS-INDICE)
           MOVE CLI-ID       TO AUD-CLI-ID
           MOVE '00'         TO WS-AUDIT-STATUS
           START AUDIT-FILE KEY = AUD-CLI-ID
               INVALID KEY
                   MOVE '10' TO WS-AUDIT-STATUS
           END-START
           IF NOT WS-FIN-AUDIT
               PERFORM 2350-LEER-EVENTO
               PERFORM 3150-ENMASCARAR-EVENTO
                   UNTIL WS-FIN-AUDIT
           END-IF.

       3150-ENMASCARAR-EVENTO.
      *    Las imagenes de un cambio de vinculo solo llevan numeros de
      *    cliente, tipo y fechas, y las de un traspaso de sucursal
      *    los codigos de sucursal: se dejan como estan.
           EVALUATE TRUE
               WHEN AUD-EVENTO-IDENTIDAD
                   MOVE SPACES TO AUD-A-TIPO-DOC
                   MOVE SPACES TO AUD-A-NUM-DOC
                   MOVE SPACES TO AUD-A-NOMBRE
                   MOVE SPACES TO AUD-A-APELLIDO
                   MOVE SPACES TO AUD-D-TIPO-DOC
                   MOVE SPACES TO AUD-D-NUM-DOC
                   MOVE SPACES TO AUD-D-NOMBRE
                   MOVE SPACES TO AUD-D-APELLIDO
               WHEN AUD-EVENTO-FISCAL
                   MOVE SPACES TO AUD-A-RFI-TIN
                   MOVE SPACES TO AUD-D-RFI-TIN
               WHEN AUD-EVENTO-VINCULO
               WHEN AUD-EVENTO-TRASPASO
                   CONTINUE
               WHEN OTHER
                   MOVE SPACES TO AUD-A-DIRECCION
                   MOVE SPACES TO AUD-A-TELEFONO
                   MOVE SPACES TO AUD-A-EMAIL
                   MOVE SPACES TO AUD-D-DIRECCION
                   MOVE SPACES TO AUD-D-TELEFONO
                   MOVE SPACES TO AUD-D-EMAIL
           END-EVALUATE

           REWRITE AUDIT-REG
               INVALID KEY
                   DISPLAY "AUDITORIA: no se pudo regrabar el evento "
                           AUD-FECHA " " AUD-HORA " cliente " CLI-ID
               NOT INVALID KEY
                   ADD 1 TO WS-CAN-CANT-AUDIT(WS-INDICE)
                   ADD 1 TO WS-CONTADOR-AUD-ENMASC
           END-REWRITE

           PERFORM 2350-LEER-EVENTO.

       3200-ENMASCARAR-RESIDENCIAS.
      *    Todas las residencias del cliente, vigentes o de baja.
           MOVE CLI-ID       TO RFI-CLI-ID
           MOVE LOW-VALUES   TO RFI-PAIS
           MOVE '00'         TO WS-RESFIS-STATUS
           START RESFIS-FILE KEY >= RFI-CLAVE
               INVALID KEY
                   MOVE '10' TO WS-RESFIS-STATUS
           END-START
           IF NOT WS-FIN-RESFIS
               PERFORM 3250-LEER-RESIDENCIA
               PERFORM 3280-ENMASCARAR-RESIDENCIA
                   UNTIL WS-FIN-RESFIS
           END-IF.

       3250-LEER-RESIDENCIA.
           READ RESFIS-FILE NEXT
               AT END
                   MOVE '10' TO WS-RESFIS-STATUS
           END-READ
           IF NOT WS-FIN-RESFIS
               IF RFI-CLI-ID NOT = CLI-ID
                   MOVE '10' TO WS-RESFIS-STATUS
               END-IF
           END-IF.

       3280-ENMASCARAR-RESIDENCIA.
           MOVE SPACES TO RFI-TIN
           REWRITE RFI-REG
               INVALID KEY
                   DISPLAY "RESFISC: no se pudo regrabar la residencia "
                           RFI-PAIS " cliente " CLI-ID
               NOT INVALID KEY
                   ADD 1 TO WS-CAN-CANT-RESF(WS-INDICE)
                   ADD 1 TO WS-CONTADOR-RES-ENMASC
           END-REWRITE
           PERFORM 3250-LEER-RESIDENCIA.

       3300-ENMASCARAR-HISTORICO.
      *    Primero la version de la anonimizacion; despues las
      *    anteriores toman los datos personales de la fila ya
      *    anonimizada.
           MOVE 'G'              TO HST-FUNCION
           MOVE CLI-ID           TO HST-CLI-ID
           MOVE 'CL0043'         TO HST-PROGRAMA
           MOVE 'BATCH'          TO HST-USUARIO
           MOVE 'ANONIMIZACION'  TO HST-OPERACION
           CALL 'CL0049' USING HST-AREA
           MOVE 'E'              TO HST-FUNCION
           CALL 'CL0049' USING HST-AREA
           IF HST-OK
               MOVE HST-CANTIDAD TO WS-CAN-CANT-HIST(WS-INDICE)
               ADD HST-CANTIDAD  TO WS-CONTADOR-HIS-ENMASC
           END-IF.

       3500-ENMASCARAR-SOLICITUDES.
      *    Las solicitudes ya resueltas de los clientes anonimizados
      *    (no tienen pendientes: eso los habria excluido) se regraban
      *    en el lugar con las imagenes en blanco.
           OPEN I-O PENDAU-FILE
           IF NOT WS-PENDAU-NO-EXISTE
               PERFORM 2850-LEER-SOLICITUD
               PERFORM 3550-ENMASCARAR-SOLICITUD UNTIL WS-FIN-PENDAU
               CLOSE PENDAU-FILE
           END-IF.

       3550-ENMASCARAR-SOLICITUD.
           MOVE PEN-CLI-ID TO WS-CLI-ID-BUSCADO
           PERFORM 0500-BUSCAR-CANDIDATO
           IF WS-ENCONTRADO > 0
               IF WS-CAN-ANONIMIZADO(WS-ENCONTRADO)
                   IF PEN-TIPO-IDENTIDAD
                       MOVE SPACES TO PEN-A-TIPO-DOC
                       MOVE SPACES TO PEN-A-NUM-DOC
                       MOVE SPACES TO PEN-A-NOMBRE
                       MOVE SPACES TO PEN-A-APELLIDO
                       MOVE SPACES TO PEN-D-TIPO-DOC
                       MOVE SPACES TO PEN-D-NUM-DOC
                       MOVE SPACES TO PEN-D-NOMBRE
                       MOVE SPACES TO PEN-D-APELLIDO
                   ELSE
                       MOVE SPACES TO PEN-A-DIRECCION
                       MOVE SPACES TO PEN-A-TELEFONO
                       MOVE SPACES TO PEN-A-EMAIL
                       MOVE SPACES TO PEN-D-DIRECCION
                       MOVE SPACES TO PEN-D-TELEFONO
                       MOVE SPACES TO PEN-D-EMAIL
                   END-IF
                   REWRITE PEND-REG
                   ADD 1 TO WS-CAN-CANT-PEND(WS-ENCONTRADO)
                   ADD 1 TO WS-CONTADOR-PEN-ENMASC
               END-IF
           END-IF
           PERFORM 2850-LEER-SOLICITUD.

       3600-ENMASCARAR-COINCIDENCIAS.
      *    Las coincidencias con listas de los clientes anonimizados,
      *    en cualquier estado, se regraban en el lugar sin los datos
      *    personales de la entrada ni la observacion del oficial.
           OPEN I-O COINC-FILE
           IF NOT WS-COINC-NO-EXISTE
               PERFORM 3620-LEER-COINCIDENCIA
               PERFORM 3650-ENMASCARAR-COINCIDENCIA UNTIL WS-FIN-COINC
               CLOSE COINC-FILE
           END-IF.

       3620-LEER-COINCIDENCIA.
           READ COINC-FILE
               AT END
                   MOVE '10' TO WS-COINC-STATUS
           END-READ.

       3650-ENMASCARAR-COINCIDENCIA.
           MOVE COI-CLI-ID TO WS-CLI-ID-BUSCADO
           PERFORM 0500-BUSCAR-CANDIDATO
           IF WS-ENCONTRADO > 0
               IF WS-CAN-ANONIMIZADO(WS-ENCONTRADO)
                   MOVE SPACES TO COI-LST-TIPO-DOC
                   MOVE SPACES TO COI-LST-NUM-DOC
                   MOVE SPACES TO COI-LST-NOMBRE
                   MOVE SPACES TO COI-LST-APELLIDO
                   MOVE SPACES TO COI-OBSERVACION
                   REWRITE COI-REG
                   ADD 1 TO WS-CAN-CANT-COIN(WS-ENCONTRADO)
                   ADD 1 TO WS-CONTADOR-COI-ENMASC
               END-IF
           END-IF
           PERFORM 3620-LEER-COINCIDENCIA.

       4000-EMITIR-REPORTE.
           IF WS-ES-SIMULACION
               MOVE "CLIENTES ELEGIBLES (SIMULACION)" TO WS-TIT-TEXTO
               WRITE RPT-LINEA FROM WS-LINEA-TITULO
               WRITE RPT-LINEA FROM WS-ENCABEZADO-COL
               MOVE 0 TO WS-INDICE
               PERFORM 4300-LISTAR-ELEGIBLE WS-CANT-CANDIDATOS TIMES
           ELSE
               MOVE "CERTIFICADOS DE ANONIMIZACION" TO WS-TIT-TEXTO
               WRITE RPT-LINEA FROM WS-LINEA-TITULO
               MOVE 0 TO WS-INDICE
               PERFORM 4100-EMITIR-CERTIFICADO WS-CANT-CANDIDATOS TIMES
           END-IF

      *    Los que siguen con movimiento dentro de la retencion son la
      *    mayoria de las bajas y no se listan: solo se cuentan.
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE "CLIENTES EXCLUIDOS" TO WS-TIT-TEXTO
           WRITE RPT-LINEA FROM WS-LINEA-TITULO
           WRITE RPT-LINEA FROM WS-ENCABEZADO-COL
           MOVE 0 TO WS-INDICE
           PERFORM 4500-LISTAR-EXCLUIDO WS-CANT-CANDIDATOS TIMES.

       4100-EMITIR-CERTIFICADO.
           ADD 1 TO WS-INDICE
           IF WS-CAN-ANONIMIZADO(WS-INDICE)
               WRITE RPT-LINEA FROM WS-LINEA-SEPARADOR
               MOVE WS-CAN-CLI-ID(WS-INDICE)   TO WS-CER-CLI-ID
               PERFORM 4200-DESCRIBIR-ESTADO
               MOVE WS-DET-ESTADO              TO WS-CER-ESTADO
               WRITE RPT-LINEA FROM WS-CER-LINEA-1
               MOVE WS-CAN-FEC-ALTA(WS-INDICE) TO WS-CER-FEC-ALTA
               MOVE WS-CAN-ULT-MOV(WS-INDICE)  TO WS-CER-ULT-MOV
               WRITE RPT-LINEA FROM WS-CER-LINEA-2
               MOVE WS-FECHA-HOY               TO WS-CER-FECHA
               MOVE WS-HORA-HOY                TO WS-CER-HORA
               MOVE WS-FEC-CORTE               TO WS-CER-CORTE
               WRITE RPT-LINEA FROM WS-CER-LINEA-3
               WRITE RPT-LINEA FROM WS-CER-LINEA-CLIENTES

               MOVE "AUDITCLI"                 TO WS-CER-ARCHIVO
               MOVE WS-CAN-CANT-AUDIT(WS-INDICE) TO WS-CER-CANTIDAD
               MOVE "eventos con imagenes enmascaradas"
                   TO WS-CER-DETALLE
               WRITE RPT-LINEA FROM WS-CER-LINEA-CANTIDAD
               MOVE "PENDAUT"                  TO WS-CER-ARCHIVO
               MOVE WS-CAN-CANT-PEND(WS-INDICE) TO WS-CER-CANTIDAD
               MOVE "solicitudes con imagenes enmascaradas"
                   TO WS-CER-DETALLE
               WRITE RPT-LINEA FROM WS-CER-LINEA-CANTIDAD
               MOVE "COINCLI"                  TO WS-CER-ARCHIVO
               MOVE WS-CAN-CANT-COIN(WS-INDICE) TO WS-CER-CANTIDAD
               MOVE "coincidencias con listas enmascaradas"
                   TO WS-CER-DETALLE
               WRITE RPT-LINEA FROM WS-CER-LINEA-CANTIDAD
               MOVE "AUDARCH"                  TO WS-CER-ARCHIVO
               MOVE WS-CAN-CANT-ARCH(WS-INDICE) TO WS-CER-CANTIDAD
               MOVE "eventos archivados, enmascarados por CL0044"
                   TO WS-CER-DETALLE
               WRITE RPT-LINEA FROM WS-CER-LINEA-CANTIDAD
               MOVE "RESFISC"                  TO WS-CER-ARCHIVO
               MOVE WS-CAN-CANT-RESF(WS-INDICE) TO WS-CER-CANTIDAD
               MOVE "residencias fiscales con TIN enmascarado"
                   TO WS-CER-DETALLE
               WRITE RPT-LINEA FROM WS-CER-LINEA-CANTIDAD
               MOVE "CLIHIST"                  TO WS-CER-ARCHIVO
               MOVE WS-CAN-CANT-HIST(WS-INDICE) TO WS-CER-CANTIDAD
               MOVE "versiones del historico enmascaradas"
                   TO WS-CER-DETALLE
               WRITE RPT-LINEA FROM WS-CER-LINEA-CANTIDAD
               WRITE RPT-LINEA FROM WS-CER-LINEA-NOTIF
               WRITE RPT-LINEA FROM WS-CER-LINEA-CONSERVA
               MOVE SPACES TO RPT-LINEA
               WRITE RPT-LINEA
               WRITE RPT-LINEA FROM WS-CER-LINEA-FIRMA
           END-IF.

       4200-DESCRIBIR-ESTADO.
           EVALUATE WS-CAN-ESTADO(WS-INDICE)
               WHEN 'I'
                   MOVE "BAJA"       TO WS-DET-ESTADO
               WHEN 'F'
                   MOVE "FUSIONADO"  TO WS-DET-ESTADO
               WHEN OTHER
                   MOVE WS-CAN-ESTADO(WS-INDICE) TO WS-DET-ESTADO
           END-EVALUATE.

       4300-LISTAR-ELEGIBLE.
           ADD 1 TO WS-INDICE
           IF WS-CAN-ELEGIBLE(WS-INDICE)
               ADD 1 TO WS-CONTADOR-ELEGIBLES
               MOVE "ELEGIBLE" TO WS-DET-SITUACION
               PERFORM 4600-ESCRIBIR-DETALLE
           END-IF.

       4500-LISTAR-EXCLUIDO.
           ADD 1 TO WS-INDICE
           EVALUATE TRUE
               WHEN WS-CAN-CON-PRODUCTOS(WS-INDICE)
                   MOVE "Productos activos en PRODTEN"
                       TO WS-DET-SITUACION
                   PERFORM 4600-ESCRIBIR-DETALLE
               WHEN WS-CAN-CON-SOLICITUD(WS-INDICE)
                   MOVE "Solicitud pendiente en PENDAUT"
                       TO WS-DET-SITUACION
                   PERFORM 4600-ESCRIBIR-DETALLE
               WHEN WS-CAN-MODIFICADO(WS-INDICE)
                   MOVE "Cliente modificado desde la seleccion"
                       TO WS-DET-SITUACION
                   PERFORM 4600-ESCRIBIR-DETALLE
               WHEN WS-CAN-CON-ERROR(WS-INDICE)
                   MOVE "Error de base de datos - ver consola"
                       TO WS-DET-SITUACION
                   PERFORM 4600-ESCRIBIR-DETALLE
           END-EVALUATE.

       4600-ESCRIBIR-DETALLE.
           MOVE WS-CAN-CLI-ID(WS-INDICE)   TO WS-DET-CLI-ID
           PERFORM 4200-DESCRIBIR-ESTADO
           MOVE WS-CAN-FEC-ALTA(WS-INDICE) TO WS-DET-FEC-ALTA
           MOVE WS-CAN-ULT-MOV(WS-INDICE)  TO WS-DET-ULT-MOV
           WRITE RPT-LINEA FROM WS-LINEA-DETALLE.

       0900-FINALIZAR.
           IF WS-CONTADOR-DESBORDE > 0
               MOVE SPACES TO RPT-LINEA
               WRITE RPT-LINEA
               MOVE WS-CONTADOR-DESBORDE TO WS-DES-CANTIDAD
               WRITE RPT-LINEA FROM WS-LINEA-DESBORDE
           END-IF

           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE "Candidatos (baja/fusion)  : " TO WS-TOT-ETIQUETA
           MOVE WS-CONTADOR-LEIDOS      TO WS-TOT-CANTIDAD
           WRITE RPT-LINEA FROM WS-LINEA-TOTAL
           MOVE "Con movim. en retencion   : " TO WS-TOT-ETIQUETA
           MOVE WS-CONTADOR-MOVIMIENTO  TO WS-TOT-CANTIDAD
           WRITE RPT-LINEA FROM WS-LINEA-TOTAL
           MOVE "Excluidos con productos   : " TO WS-TOT-ETIQUETA
           MOVE WS-CONTADOR-PRODUCTOS   TO WS-TOT-CANTIDAD
           WRITE RPT-LINEA FROM WS-LINEA-TOTAL
           MOVE "Excluidos solicitud pend. : " TO WS-TOT-ETIQUETA
           MOVE WS-CONTADOR-SOLICITUD   TO WS-TOT-CANTIDAD
           WRITE RPT-LINEA FROM WS-LINEA-TOTAL
           MOVE "Elegibles                 : " TO WS-TOT-ETIQUETA
           MOVE WS-CONTADOR-ELEGIBLES   TO WS-TOT-CANTIDAD
           WRITE RPT-LINEA FROM WS-LINEA-TOTAL
           MOVE "Modificados desde selecc. : " TO WS-TOT-ETIQUETA
           MOVE WS-CONTADOR-MODIFICADOS TO WS-TOT-CANTIDAD
           WRITE RPT-LINEA FROM WS-LINEA-TOTAL
           MOVE "Con error de base de datos: " TO WS-TOT-ETIQUETA
           MOVE WS-CONTADOR-ERRORES     TO WS-TOT-CANTIDAD
           WRITE RPT-LINEA FROM WS-LINEA-TOTAL
           MOVE "Clientes anonimizados     : " TO WS-TOT-ETIQUETA
           MOVE WS-CONTADOR-ANONIMIZ    TO WS-TOT-CANTIDAD
           WRITE RPT-LINEA FROM WS-LINEA-TOTAL
           MOVE "Eventos AUDITCLI enmasc.  : " TO WS-TOT-ETIQUETA
           MOVE WS-CONTADOR-AUD-ENMASC  TO WS-TOT-CANTIDAD
           WRITE RPT-LINEA FROM WS-LINEA-TOTAL
           MOVE "Solicitudes PENDAUT enmasc: " TO WS-TOT-ETIQUETA
           MOVE WS-CONTADOR-PEN-ENMASC  TO WS-TOT-CANTIDAD
           WRITE RPT-LINEA FROM WS-LINEA-TOTAL
           MOVE "Coincid. COINCLI enmasc.  : " TO WS-TOT-ETIQUETA
           MOVE WS-CONTADOR-COI-ENMASC  TO WS-TOT-CANTIDAD
           WRITE RPT-LINEA FROM WS-LINEA-TOTAL
           MOVE "Eventos AUDARCH a enmasc. : " TO WS-TOT-ETIQUETA
           MOVE WS-CONTADOR-ARC-PEND    TO WS-TOT-CANTIDAD
           WRITE RPT-LINEA FROM WS-LINEA-TOTAL
           MOVE "Residencias RESFISC enmasc: " TO WS-TOT-ETIQUETA
           MOVE WS-CONTADOR-RES-ENMASC  TO WS-TOT-CANTIDAD
           WRITE RPT-LINEA FROM WS-LINEA-TOTAL
           MOVE "Versiones CLIHIST enmasc. : " TO WS-TOT-ETIQUETA
           MOVE WS-CONTADOR-HIS-ENMASC  TO WS-TOT-CANTIDAD
           WRITE RPT-LINEA FROM WS-LINEA-TOTAL

           CLOSE REPORTE-FILE

           DISPLAY "Anonimizacion por retencion finalizada."
           DISPLAY "Candidatos: " WS-CONTADOR-LEIDOS
                   " Elegibles: " WS-CONTADOR-ELEGIBLES
                   " Anonimizados: " WS-CONTADOR-ANONIMIZ.

       0950-REGISTRAR-CORRIDA.
      *    Deja la corrida en el control de corridas (CL0041). La
      *    llamada pone en cero el RETURN-CODE: se guarda antes y
      *    se repone al volver.
           MOVE "CL0043J"              TO COR-JOB
           MOVE "CL0043"               TO COR-PROGRAMA
           MOVE WS-CONTADOR-LEIDOS     TO COR-LEIDOS
           MOVE WS-CONTADOR-ANONIMIZ   TO COR-GRABADOS
           COMPUTE COR-RECHAZADOS = WS-CONTADOR-PRODUCTOS
                   + WS-CONTADOR-SOLICITUD
                   + WS-CONTADOR-MODIFICADOS
                   + WS-CONTADOR-ERRORES
           MOVE RETURN-CODE            TO COR-RETURN-CODE
           CALL 'CL0041' USING COR-REG
           MOVE COR-RETURN-CODE        TO RETURN-CODE.
