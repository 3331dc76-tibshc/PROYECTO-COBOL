       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL0040.
       AUTHOR. BANC-S.
      *=================================================================
      *    DETECCION MENSUAL DE CLIENTES INACTIVOS (BATCH)
      *    Recorre los clientes activos de CLIENTES y detecta los que
      *    no tienen ningun producto activo en el extracto de
      *    tenencias PRODTEN (copy CLPRODS) ni eventos en el AUDITCLI
      *    indexado dentro de los ultimos N meses, ni fueron dados de
      *    alta dentro de ese plazo. Quedan afuera los que tienen una
      *    solicitud pendiente en PENDAUT (cualquier tipo) o una
      *    revision de cumplimiento abierta (coincidencia pendiente
      *    de resolver en COINCLI). El reporte RPTINACT sale agrupado
      *    por franja de antiguedad de la inactividad (meses desde la
      *    ultima actividad o, si no hay eventos, desde el alta) con
      *    subtotales por franja. Con PROPONER=S encola en PENDAUT una
      *    Baja propuesta por cada inactivo (usuario BATCH, terminal
      *    CL0040) para que un supervisor las confirme en bloque desde
      *    Autorizaciones (CL0024); la propuesta pendiente excluye al
      *    cliente de la corrida siguiente, asi no se duplica.
      *    Los parametros llegan por SYSIN como tarjetas CAMPO=VALOR
      *    (mismo formato de CL0029), cerradas por FIN:
      *      MESES=nnn    meses sin actividad (por omision 24)
      *      PROPONER=S/N encolar las bajas propuestas (omision N)
      *    El extracto PRODTEN se ordena por cliente y se aparea con
      *    el cursor, en vez de recorrerlo por cliente con CL0025.
      *    La ultima actividad considera tambien los eventos ya
      *    depurados a las generaciones de archivo AUDARCH (las que
      *    concatena el JCL), ordenados por cliente y apareados con el
      *    cursor igual que las tenencias; sin archivo historico
      *    todavia se corre solo con AUDITCLI.
      *    Sin PRODTEN o sin AUDITCLI termina con RC 12 sin proceso:
      *    ante la duda no se propone ninguna baja. Se ejecuta desde
      *    el JCL CL0040J.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODTEN-FILE ASSIGN TO PRODTEN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRODTEN-STATUS.
           SELECT PRODORD-FILE ASSIGN TO PRODORD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRODORD-STATUS.
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
           SELECT ARCORD-FILE ASSIGN TO ARCORD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCORD-STATUS.
           SELECT PENDAU-FILE ASSIGN TO PENDAUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PENDAU-STATUS.
           SELECT COINC-FILE ASSIGN TO COINCLI
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COINC-STATUS.
           SELECT REPORTE-FILE ASSIGN TO RPTINACT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT ORDTEN-FILE ASSIGN TO SORTWK01.
           SELECT ORDEN-FILE ASSIGN TO SORTWK02.
           SELECT ORDARC-FILE ASSIGN TO SORTWK03.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODTEN-FILE
           RECORDING MODE IS F.
           COPY CLPRODS.

      *    Copia de PRODTEN ordenada por cliente, mismo layout.
       FD  PRODORD-FILE
           RECORDING MODE IS F.
       01  POR-REG.
           05  POR-CLI-ID          PIC 9(10).
           05  POR-TIPO-PROD       PIC X(04).
           05  POR-CANT-ACTIVOS    PIC 9(05).

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

      *    Cliente y fecha de los eventos archivados, por cliente.
       FD  ARCORD-FILE
           RECORDING MODE IS F.
       01  ARO-REG.
           05  ARO-CLI-ID          PIC 9(10).
           05  ARO-FECHA           PIC X(10).

       FD  PENDAU-FILE
           RECORDING MODE IS F.
           COPY CLPENDAU.

       FD  COINC-FILE
           RECORDING MODE IS F.
           COPY CLCOINC.

       FD  REPORTE-FILE
           RECORDING MODE IS F.
       01  RPT-LINEA               PIC X(100).

       SD  ORDTEN-FILE.
       01  OTN-REG.
           05  OTN-CLI-ID          PIC 9(10).
           05  FILLER              PIC X(09).

       SD  ORDEN-FILE.
       01  ORD-REG.
           05  ORD-FRANJA          PIC 9(01).
           05  ORD-CLI-ID          PIC 9(10).
           05  ORD-NOMBRE          PIC X(40).
           05  ORD-APELLIDO        PIC X(40).
           05  ORD-RIESGO          PIC X(02).
           05  ORD-FEC-ALTA        PIC X(10).
           05  ORD-ULT-ACTIVIDAD   PIC X(10).
           05  ORD-MESES           PIC 9(04).
           05  ORD-PROPUESTA       PIC X(01).

       SD  ORDARC-FILE.
       01  OAR-REG.
           05  OAR-CLI-ID          PIC 9(10).
           05  OAR-FECHA           PIC X(10).

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
       01  WS-PRODTEN-STATUS       PIC X(02).
           88  WS-PRODTEN-NO-EXISTE        VALUE '35'.
       01  WS-PRODORD-STATUS       PIC X(02).
           88  WS-FIN-PRODORD              VALUE '10'.
       01  WS-AUDIT-STATUS         PIC X(02).
           88  WS-AUDIT-OK                 VALUE '00'.
           88  WS-FIN-AUDIT                VALUE '10'.
       01  WS-AUDARCH-STATUS       PIC X(02).
           88  WS-AUDARCH-NO-EXISTE        VALUE '35'.
           88  WS-FIN-AUDARCH              VALUE '10'.
       01  WS-ARCORD-STATUS        PIC X(02).
           88  WS-FIN-ARCORD               VALUE '10'.
       01  WS-PENDAU-STATUS        PIC X(02).
           88  WS-PENDAU-NO-EXISTE         VALUE '35'.
           88  WS-FIN-PENDAU               VALUE '10'.
       01  WS-COINC-STATUS         PIC X(02).
           88  WS-COINC-NO-EXISTE          VALUE '35'.
           88  WS-FIN-COINC                VALUE '10'.
       01  WS-RPT-STATUS           PIC X(02).
       01  WS-SQLCODE-DISP         PIC -(8)9.
       01  WS-FIN-CURSOR           PIC X(01) VALUE 'N'.
           88  WS-NO-HAY-MAS-CLIENTES     VALUE 'S'.
       01  WS-FIN-ORDEN            PIC X(01) VALUE 'N'.
           88  WS-NO-HAY-MAS-ORDEN        VALUE 'S'.
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
       01  WS-MESES-INACTIVIDAD    PIC 9(03) VALUE 24.
       01  WS-PROPONER             PIC X(01) VALUE 'N'.
           88  WS-PROPONE-BAJAS           VALUE 'S'.

      *=================================================================
      *    FECHA DE CORTE: hoy menos los meses de inactividad. Los
      *    meses se cuentan como anio * 12 + mes, sin funciones de
      *    fecha: alcanza con la precision de mes.
      *=================================================================
       01  WS-HOY-ANIO             PIC 9(04).
       01  WS-HOY-MES              PIC 9(02).
       01  WS-HOY-TOTAL-MESES      PIC 9(06).
       01  WS-CORTE-TOTAL-MESES    PIC 9(06).
       01  WS-FEC-CORTE.
           05  WS-CORTE-ANIO       PIC 9(04).
           05  FILLER              PIC X(01) VALUE '-'.
           05  WS-CORTE-MES        PIC 9(02).
           05  FILLER              PIC X(01) VALUE '-'.
           05  WS-CORTE-DIA        PIC X(02).
       01  WS-RESTO-MES            PIC 9(02).
       01  WS-ULT-ACTIVIDAD        PIC X(10).
       01  WS-ULT-ANIO             PIC 9(04).
       01  WS-ULT-MES              PIC 9(02).
       01  WS-ULT-TOTAL-MESES      PIC 9(06).
       01  WS-MESES-INACTIVO       PIC 9(04).

      *=================================================================
      *    CLASIFICACION DEL CLIENTE EN CURSO
      *=================================================================
       01  WS-CANT-PRODUCTOS       PIC 9(07).
       01  WS-ACTIVIDAD            PIC X(01).
           88  WS-CON-ACTIVIDAD           VALUE 'S'.
       01  WS-FRANJA               PIC 9(01).
       01  WS-FRANJA-ACTUAL        PIC 9(01) VALUE 0.

      *=================================================================
      *    TABLA DE CLIENTES EXCLUIDOS
      *    Se carga al arrancar con los clientes que tienen una
      *    solicitud pendiente en PENDAUT (motivo 'P') o una
      *    coincidencia de listas pendiente de resolver en COINCLI
      *    (motivo 'R', revision de cumplimiento abierta). Si la tabla
      *    queda chica las sobrantes se cuentan y se avisan en el
      *    reporte (mismo criterio de CL0036).
      *=================================================================
       01  WS-MAX-EXCLUIDOS        PIC 9(05) COMP VALUE 10000.
       01  WS-CANT-EXCLUIDOS       PIC 9(05) COMP VALUE 0.
       01  WS-INDICE               PIC 9(05) COMP.
       01  WS-ENCONTRADO           PIC 9(05) COMP.
       01  WS-CLI-ID-BUSCADO       PIC 9(10).
       01  WS-MOTIVO-CARGA         PIC X(01).

       01  WS-TABLA-EXCLUIDOS.
           05  WS-EXC-ENT OCCURS 10000 TIMES.
               10  WS-EXC-CLI-ID   PIC 9(10).
               10  WS-EXC-MOTIVO   PIC X(01).
                   88  WS-EXC-PENDIENTE        VALUE 'P'.
                   88  WS-EXC-REVISION         VALUE 'R'.

      *=================================================================
      *    CONTADORES
      *=================================================================
       01  WS-CONTADOR-LEIDOS      PIC 9(07) VALUE 0.
       01  WS-CONTADOR-CON-PROD    PIC 9(07) VALUE 0.
       01  WS-CONTADOR-CON-ACTIV   PIC 9(07) VALUE 0.
       01  WS-CONTADOR-EXC-PEND    PIC 9(07) VALUE 0.
       01  WS-CONTADOR-EXC-REV     PIC 9(07) VALUE 0.
       01  WS-CONTADOR-INACTIVOS   PIC 9(07) VALUE 0.
       01  WS-CONTADOR-PROPUESTAS  PIC 9(07) VALUE 0.
       01  WS-CONTADOR-DESBORDE    PIC 9(07) VALUE 0.
       01  WS-CONTADOR-ARCHIVADOS  PIC 9(07) VALUE 0.
       01  WS-SUBTOTAL-FRANJA      PIC 9(07) VALUE 0.
       01  WS-TOTALES-FRANJA.
           05  WS-TOT-FRANJA       PIC 9(07) OCCURS 4 TIMES.

      *=================================================================
      *    LINEAS DEL REPORTE
      *=================================================================
       01  WS-LINEA-ENCABEZADO     PIC X(100) VALUE
           "CLIENTES ACTIVOS SIN PRODUCTOS NI ACTIVIDAD - INACTIVIDAD".

       01  WS-LINEA-FECHA.
           05  FILLER              PIC X(10) VALUE "Fecha: ".
           05  WS-ENC-FECHA        PIC X(10).
           05  FILLER              PIC X(05) VALUE SPACES.
           05  FILLER              PIC X(08) VALUE "Hora: ".
           05  WS-ENC-HORA         PIC X(08).

       01  WS-LINEA-PARAMETROS.
           05  FILLER              PIC X(21) VALUE
               "Meses sin actividad: ".
           05  WS-PAR-MESES        PIC ZZ9.
           05  FILLER              PIC X(16) VALUE
               "   Fecha corte: ".
           05  WS-PAR-CORTE        PIC X(10).
           05  FILLER              PIC X(20) VALUE
               "   Proponer bajas: ".
           05  WS-PAR-PROPONER     PIC X(01).

       01  WS-LINEA-TARJETA.
           05  FILLER              PIC X(11) VALUE "Tarjeta  : ".
           05  WS-TAR-TEXTO        PIC X(40).
           05  WS-TAR-OBSERV       PIC X(30).

       01  WS-LINEA-SIN-FUENTES    PIC X(100).

       01  WS-LINEA-FRANJA.
           05  FILLER              PIC X(08) VALUE "FRANJA: ".
           05  WS-FRA-DESCRIPCION  PIC X(40).

       01  WS-ENCABEZADO-COL.
           05  FILLER              PIC X(11) VALUE "NUM CLIENTE".
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(42) VALUE "NOMBRE".
           05  FILLER              PIC X(07) VALUE "RIESGO ".
           05  FILLER              PIC X(11) VALUE "FEC ALTA   ".
           05  FILLER              PIC X(11) VALUE "ULT ACTIV  ".
           05  FILLER              PIC X(06) VALUE "MESES ".
           05  FILLER              PIC X(08) VALUE "PROPUES".

       01  WS-LINEA-DETALLE.
           05  WS-DET-CLI-ID       PIC Z(9)9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DET-NOMBRE       PIC X(41).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-DET-RIESGO       PIC X(02).
           05  FILLER              PIC X(05) VALUE SPACES.
           05  WS-DET-FEC-ALTA     PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-DET-ULT-ACTIV    PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-DET-MESES        PIC ZZZ9.
           05  FILLER              PIC X(05) VALUE SPACES.
           05  WS-DET-PROPUESTA    PIC X(02).

       01  WS-LINEA-DESBORDE.
           05  FILLER              PIC X(45) VALUE
               "AVISO: tabla de exclusiones desbordada en ".
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
           PERFORM 1000-LEER-TARJETAS
           PERFORM 0150-CALCULAR-CORTE
           PERFORM 0200-VERIFICAR-FUENTES

           IF WS-FUENTES-OK
               PERFORM 0300-CARGAR-EXCLUSIONES

               SORT ORDTEN-FILE ON ASCENDING KEY OTN-CLI-ID
                   USING PRODTEN-FILE
                   GIVING PRODORD-FILE

               SORT ORDARC-FILE ON ASCENDING KEY OAR-CLI-ID
                   INPUT PROCEDURE IS 0600-EXTRAER-ARCHIVADOS
                   GIVING ARCORD-FILE

               WRITE RPT-LINEA FROM WS-ENCABEZADO-COL
               SORT ORDEN-FILE ON ASCENDING KEY ORD-FRANJA
                                               ORD-CLI-ID
                   INPUT PROCEDURE IS 2000-DETECTAR-INACTIVOS
                   OUTPUT PROCEDURE IS 3000-EMITIR-REPORTE

               CLOSE AUDIT-FILE
           ELSE
               MOVE SPACES TO RPT-LINEA
               WRITE RPT-LINEA
               WRITE RPT-LINEA FROM WS-LINEA-SIN-FUENTES
               MOVE 12 TO RETURN-CODE
           END-IF

           PERFORM 0900-FINALIZAR
           PERFORM 0950-REGISTRAR-CORRIDA
           STOP RUN.

       0010-INICIAR-CORRIDA.
           INITIALIZE COR-REG
           CALL 'CL0009' USING COR-FEC-INICIO, COR-HORA-INICIO.

       0100-INICIALIZAR.
           INITIALIZE WS-TOTALES-FRANJA
           CALL 'CL0009' USING WS-FECHA-HOY, WS-HORA-HOY

           OPEN OUTPUT REPORTE-FILE
           WRITE RPT-LINEA FROM WS-LINEA-ENCABEZADO
           MOVE WS-FECHA-HOY      TO WS-ENC-FECHA
           MOVE WS-HORA-HOY       TO WS-ENC-HORA
           WRITE RPT-LINEA FROM WS-LINEA-FECHA.

       0150-CALCULAR-CORTE.
      *    Corte = mismo dia de hoy, N meses atras. Un dia 29-31 que
      *    no exista en el mes de corte no molesta: la fecha solo se
      *    compara como texto contra las fechas de los eventos.
           MOVE WS-FECHA-HOY(1:4) TO WS-HOY-ANIO
           MOVE WS-FECHA-HOY(6:2) TO WS-HOY-MES
           COMPUTE WS-HOY-TOTAL-MESES =
               WS-HOY-ANIO * 12 + WS-HOY-MES - 1
           COMPUTE WS-CORTE-TOTAL-MESES =
               WS-HOY-TOTAL-MESES - WS-MESES-INACTIVIDAD
           DIVIDE WS-CORTE-TOTAL-MESES BY 12
               GIVING WS-CORTE-ANIO REMAINDER WS-RESTO-MES
           COMPUTE WS-CORTE-MES = WS-RESTO-MES + 1
           MOVE WS-FECHA-HOY(9:2) TO WS-CORTE-DIA

           MOVE WS-MESES-INACTIVIDAD TO WS-PAR-MESES
           MOVE WS-FEC-CORTE         TO WS-PAR-CORTE
           MOVE WS-PROPONER          TO WS-PAR-PROPONER
           WRITE RPT-LINEA FROM WS-LINEA-PARAMETROS
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA.

       0200-VERIFICAR-FUENTES.
      *    Sin tenencias todos parecerian sin productos y sin
      *    auditoria todos parecerian sin actividad: en cualquiera de
      *    los dos casos no se detecta nada.
           OPEN INPUT PRODTEN-FILE
           IF WS-PRODTEN-NO-EXISTE
               MOVE 'N' TO WS-FUENTES
               MOVE "Tenencias PRODTEN no disponibles - sin proceso"
                   TO WS-LINEA-SIN-FUENTES
           ELSE
               CLOSE PRODTEN-FILE
               OPEN INPUT AUDIT-FILE
               IF NOT WS-AUDIT-OK
                   MOVE 'N' TO WS-FUENTES
                   MOVE "Auditoria AUDITCLI no disponible - sin proceso"
                       TO WS-LINEA-SIN-FUENTES
               END-IF
           END-IF.

       0300-CARGAR-EXCLUSIONES.
           OPEN INPUT PENDAU-FILE
           IF NOT WS-PENDAU-NO-EXISTE
               PERFORM 0310-LEER-SOLICITUD
               PERFORM 0320-CARGAR-SOLICITUD
                   UNTIL WS-FIN-PENDAU
               CLOSE PENDAU-FILE
           END-IF

           OPEN INPUT COINC-FILE
           IF NOT WS-COINC-NO-EXISTE
               PERFORM 0350-LEER-COINCIDENCIA
               PERFORM 0360-CARGAR-COINCIDENCIA
                   UNTIL WS-FIN-COINC
               CLOSE COINC-FILE
           END-IF.

       0310-LEER-SOLICITUD.
           READ PENDAU-FILE
               AT END
                   MOVE '10' TO WS-PENDAU-STATUS
           END-READ.

       0320-CARGAR-SOLICITUD.
           IF PEN-PENDIENTE
               MOVE PEN-CLI-ID TO WS-CLI-ID-BUSCADO
               MOVE 'P'        TO WS-MOTIVO-CARGA
               PERFORM 0400-AGREGAR-EXCLUIDO
           END-IF
           PERFORM 0310-LEER-SOLICITUD.

       0350-LEER-COINCIDENCIA.
           READ COINC-FILE
               AT END
                   MOVE '10' TO WS-COINC-STATUS
           END-READ.

       0360-CARGAR-COINCIDENCIA.
           IF COI-PENDIENTE
               MOVE COI-CLI-ID TO WS-CLI-ID-BUSCADO
               MOVE 'R'        TO WS-MOTIVO-CARGA
               PERFORM 0400-AGREGAR-EXCLUIDO
           END-IF
           PERFORM 0350-LEER-COINCIDENCIA.

       0400-AGREGAR-EXCLUIDO.
      *    El cliente que ya esta en la tabla conserva el primer
      *    motivo cargado (la solicitud pendiente).
           PERFORM 0500-BUSCAR-EXCLUIDO
           IF WS-ENCONTRADO = 0
               IF WS-CANT-EXCLUIDOS < WS-MAX-EXCLUIDOS
                   ADD 1 TO WS-CANT-EXCLUIDOS
                   MOVE WS-CLI-ID-BUSCADO
                       TO WS-EXC-CLI-ID(WS-CANT-EXCLUIDOS)
                   MOVE WS-MOTIVO-CARGA
                       TO WS-EXC-MOTIVO(WS-CANT-EXCLUIDOS)
               ELSE
                   ADD 1 TO WS-CONTADOR-DESBORDE
               END-IF
           END-IF.

       0500-BUSCAR-EXCLUIDO.
           MOVE 0 TO WS-ENCONTRADO
           MOVE 0 TO WS-INDICE
           PERFORM 0550-COMPARAR-EXCLUIDO
               WS-CANT-EXCLUIDOS TIMES.

       0550-COMPARAR-EXCLUIDO.
           ADD 1 TO WS-INDICE
           IF WS-ENCONTRADO = 0
              AND WS-EXC-CLI-ID(WS-INDICE) = WS-CLI-ID-BUSCADO
               MOVE WS-INDICE TO WS-ENCONTRADO
           END-IF.

       0600-EXTRAER-ARCHIVADOS.
      *    Las generaciones AUDARCH llegan concatenadas en el JCL;
      *    sin archivo historico el extracto ordenado queda vacio.
           OPEN INPUT AUDARCH-FILE
           IF NOT WS-AUDARCH-NO-EXISTE
               PERFORM 0610-LEER-ARCHIVADO
               PERFORM 0620-LIBERAR-ARCHIVADO
                   UNTIL WS-FIN-AUDARCH
               CLOSE AUDARCH-FILE
           END-IF.

       0610-LEER-ARCHIVADO.
           READ AUDARCH-FILE
               AT END
                   MOVE '10' TO WS-AUDARCH-STATUS
           END-READ.

       0620-LIBERAR-ARCHIVADO.
           ADD 1 TO WS-CONTADOR-ARCHIVADOS
           MOVE ARC-CLI-ID TO OAR-CLI-ID
           MOVE ARC-FECHA  TO OAR-FECHA
           RELEASE OAR-REG
           PERFORM 0610-LEER-ARCHIVADO.

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
      *    con aviso y se corre con el valor por omision.
           MOVE WS-TARJETA TO WS-TAR-TEXTO
           MOVE SPACES     TO WS-TAR-OBSERV

           EVALUATE WS-TARJ-CAMPO
               WHEN "MESES"
                   MOVE 0 TO WS-LARGO-VALOR
                   INSPECT WS-TARJ-VALOR TALLYING WS-LARGO-VALOR
                       FOR CHARACTERS BEFORE INITIAL SPACE
                   IF WS-LARGO-VALOR > 0 AND WS-LARGO-VALOR < 4
                       IF WS-TARJ-VALOR(1:WS-LARGO-VALOR) IS NUMERIC
                          AND WS-TARJ-VALOR(1:WS-LARGO-VALOR) NOT = 0
                           MOVE WS-TARJ-VALOR(1:WS-LARGO-VALOR)
                               TO WS-MESES-INACTIVIDAD
                       ELSE
                           MOVE "<- VALOR INVALIDO, SE IGNORA"
                               TO WS-TAR-OBSERV
                       END-IF
                   ELSE
                       MOVE "<- VALOR INVALIDO, SE IGNORA"
                           TO WS-TAR-OBSERV
                   END-IF
               WHEN "PROPONER"
                   IF WS-TARJ-VALOR(1:1) = 'S' OR 'N'
                       MOVE WS-TARJ-VALOR(1:1) TO WS-PROPONER
                   ELSE
                       MOVE "<- VALOR INVALIDO, SE IGNORA"
                           TO WS-TAR-OBSERV
                   END-IF
               WHEN OTHER
                   MOVE "<- TARJETA DESCONOCIDA" TO WS-TAR-OBSERV
           END-EVALUATE

           WRITE RPT-LINEA FROM WS-LINEA-TARJETA.

       2000-DETECTAR-INACTIVOS.
           OPEN INPUT PRODORD-FILE
           PERFORM 2400-LEER-TENENCIA
           OPEN INPUT ARCORD-FILE
           PERFORM 2620-LEER-ARCHIVADO

           IF WS-PROPONE-BAJAS
               OPEN EXTEND PENDAU-FILE
               IF WS-PENDAU-NO-EXISTE
                   OPEN OUTPUT PENDAU-FILE
               END-IF
           END-IF

           EXEC SQL
               DECLARE CUR-INACT CURSOR FOR
                   SELECT CLI_ID, CLI_NOMBRE, CLI_APELLIDO,
                          CLI_DIRECCION, CLI_TELEFONO, CLI_EMAIL,
                          CLI_ESTADO, CLI_FEC_ALTA, CLI_RIESGO
                       FROM CLIENTES
                       WHERE CLI_ESTADO = 'A'
                       ORDER BY CLI_ID
           END-EXEC

           EXEC SQL
               OPEN CUR-INACT
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISP
               DISPLAY "Error de base de datos SQLCODE "
                       WS-SQLCODE-DISP
               MOVE 'S' TO WS-FIN-CURSOR
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM 2100-LEER-CLIENTE
               PERFORM 2200-CLASIFICAR-CLIENTE
                   UNTIL WS-NO-HAY-MAS-CLIENTES

               EXEC SQL
                   CLOSE CUR-INACT
               END-EXEC
           END-IF

           IF WS-PROPONE-BAJAS
               CLOSE PENDAU-FILE
           END-IF
           CLOSE ARCORD-FILE
           CLOSE PRODORD-FILE.

       2100-LEER-CLIENTE.
           EXEC SQL
               FETCH CUR-INACT
                   INTO :CLI-ID, :CLI-NOMBRE, :CLI-APELLIDO,
                        :CLI-DIRECCION, :CLI-TELEFONO, :CLI-EMAIL,
                        :CLI-ESTADO, :CLI-FEC-ALTA, :CLI-RIESGO
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

       2200-CLASIFICAR-CLIENTE.
      *    Del control mas barato al mas caro: tenencias (apareo con
      *    el extracto ordenado), actividad (lectura por clave en
      *    AUDITCLI) y por ultimo las exclusiones.
           PERFORM 2300-CONTAR-PRODUCTOS
           IF WS-CANT-PRODUCTOS > 0
               ADD 1 TO WS-CONTADOR-CON-PROD
           ELSE
               PERFORM 2500-BUSCAR-ACTIVIDAD
               IF WS-CON-ACTIVIDAD
                   ADD 1 TO WS-CONTADOR-CON-ACTIV
               ELSE
                   MOVE CLI-ID TO WS-CLI-ID-BUSCADO
                   PERFORM 0500-BUSCAR-EXCLUIDO
                   IF WS-ENCONTRADO > 0
                       IF WS-EXC-PENDIENTE(WS-ENCONTRADO)
                           ADD 1 TO WS-CONTADOR-EXC-PEND
                       ELSE
                           ADD 1 TO WS-CONTADOR-EXC-REV
                       END-IF
                   ELSE
                       PERFORM 2700-REGISTRAR-INACTIVO
                   END-IF
               END-IF
           END-IF

           PERFORM 2100-LEER-CLIENTE.

       2300-CONTAR-PRODUCTOS.
      *    Apareo: el extracto y el cursor vienen ordenados por
      *    cliente; se saltean las tenencias de clientes anteriores
      *    (no activos) y se suman las del cliente en curso.
           MOVE 0 TO WS-CANT-PRODUCTOS
           PERFORM 2400-LEER-TENENCIA
               UNTIL WS-FIN-PRODORD
                  OR POR-CLI-ID NOT < CLI-ID
           PERFORM 2450-SUMAR-TENENCIA
               UNTIL WS-FIN-PRODORD
                  OR POR-CLI-ID NOT = CLI-ID.

       2400-LEER-TENENCIA.
           READ PRODORD-FILE
               AT END
                   MOVE '10' TO WS-PRODORD-STATUS
           END-READ.

       2450-SUMAR-TENENCIA.
           ADD POR-CANT-ACTIVOS TO WS-CANT-PRODUCTOS
           PERFORM 2400-LEER-TENENCIA.

       2500-BUSCAR-ACTIVIDAD.
      *    La ultima actividad arranca en la fecha de alta (un alta
      *    reciente sin productos todavia no es un inactivo) y se
      *    corre con cada evento del cliente en la auditoria, leida
      *    por la clave alternada del numero de cliente, y en el
      *    extracto ordenado del archivo historico (apareo, como las
      *    tenencias).
           MOVE 'N' TO WS-ACTIVIDAD
           MOVE CLI-FEC-ALTA TO WS-ULT-ACTIVIDAD

           MOVE CLI-ID       TO AUD-CLI-ID
           MOVE '00'         TO WS-AUDIT-STATUS
           START AUDIT-FILE KEY = AUD-CLI-ID
               INVALID KEY
                   MOVE '10' TO WS-AUDIT-STATUS
           END-START
           IF NOT WS-FIN-AUDIT
               PERFORM 2550-LEER-EVENTO
               PERFORM 2600-COMPARAR-EVENTO
                   UNTIL WS-FIN-AUDIT
           END-IF

           PERFORM 2620-LEER-ARCHIVADO
               UNTIL WS-FIN-ARCORD
                  OR ARO-CLI-ID NOT < CLI-ID
           PERFORM 2640-COMPARAR-ARCHIVADO
               UNTIL WS-FIN-ARCORD
                  OR ARO-CLI-ID NOT = CLI-ID

           IF WS-ULT-ACTIVIDAD NOT < WS-FEC-CORTE
               MOVE 'S' TO WS-ACTIVIDAD
           END-IF.

       2550-LEER-EVENTO.
           READ AUDIT-FILE NEXT
               AT END
                   MOVE '10' TO WS-AUDIT-STATUS
           END-READ
           IF NOT WS-FIN-AUDIT
               IF AUD-CLI-ID NOT = CLI-ID
                   MOVE '10' TO WS-AUDIT-STATUS
               END-IF
           END-IF.

       2600-COMPARAR-EVENTO.
           IF AUD-FECHA > WS-ULT-ACTIVIDAD
               MOVE AUD-FECHA TO WS-ULT-ACTIVIDAD
           END-IF
           PERFORM 2550-LEER-EVENTO.

       2620-LEER-ARCHIVADO.
           READ ARCORD-FILE
               AT END
                   MOVE '10' TO WS-ARCORD-STATUS
           END-READ.

       2640-COMPARAR-ARCHIVADO.
           IF ARO-FECHA > WS-ULT-ACTIVIDAD
               MOVE ARO-FECHA TO WS-ULT-ACTIVIDAD
           END-IF
           PERFORM 2620-LEER-ARCHIVADO.

       2700-REGISTRAR-INACTIVO.
           ADD 1 TO WS-CONTADOR-INACTIVOS
           PERFORM 2800-CALCULAR-FRANJA

           INITIALIZE ORD-REG
           MOVE WS-FRANJA         TO ORD-FRANJA
           MOVE CLI-ID            TO ORD-CLI-ID
           MOVE CLI-NOMBRE        TO ORD-NOMBRE
           MOVE CLI-APELLIDO      TO ORD-APELLIDO
           MOVE CLI-RIESGO        TO ORD-RIESGO
           MOVE CLI-FEC-ALTA      TO ORD-FEC-ALTA
           MOVE WS-ULT-ACTIVIDAD  TO ORD-ULT-ACTIVIDAD
           MOVE WS-MESES-INACTIVO TO ORD-MESES
           MOVE 'N'               TO ORD-PROPUESTA

           IF WS-PROPONE-BAJAS
               PERFORM 2900-PROPONER-BAJA
               MOVE 'S' TO ORD-PROPUESTA
           END-IF

           ADD 1 TO WS-TOT-FRANJA(WS-FRANJA)
           RELEASE ORD-REG.

       2800-CALCULAR-FRANJA.
      *    Meses desde la ultima actividad; una fecha sin anio
      *    utilizable (dato sucio de la carga masiva) cae en la
      *    franja mas antigua en vez de abortar la corrida.
           IF WS-ULT-ACTIVIDAD(1:4) IS NUMERIC
              AND WS-ULT-ACTIVIDAD(6:2) IS NUMERIC
              AND WS-ULT-ACTIVIDAD(1:4) NOT = "0000"
               MOVE WS-ULT-ACTIVIDAD(1:4) TO WS-ULT-ANIO
               MOVE WS-ULT-ACTIVIDAD(6:2) TO WS-ULT-MES
               COMPUTE WS-ULT-TOTAL-MESES =
                   WS-ULT-ANIO * 12 + WS-ULT-MES - 1
               COMPUTE WS-MESES-INACTIVO =
                   WS-HOY-TOTAL-MESES - WS-ULT-TOTAL-MESES
           ELSE
               MOVE 9999 TO WS-MESES-INACTIVO
           END-IF

           EVALUATE TRUE
               WHEN WS-MESES-INACTIVO <= 24
                   MOVE 1 TO WS-FRANJA
               WHEN WS-MESES-INACTIVO <= 60
                   MOVE 2 TO WS-FRANJA
               WHEN WS-MESES-INACTIVO <= 120
                   MOVE 3 TO WS-FRANJA
               WHEN OTHER
                   MOVE 4 TO WS-FRANJA
           END-EVALUATE.

       2900-PROPONER-BAJA.
      *    Mismas imagenes que encola la Baja online (CL0002): la
      *    aprobacion de CL0024 la aplica, audita y notifica igual
      *    que cualquier baja. La terminal CL0040 la identifica como
      *    propuesta de inactividad para la confirmacion en bloque.
           INITIALIZE PEND-REG
           MOVE 'BAJA'            TO PEN-TIPO
           MOVE 'P'               TO PEN-ESTADO
           MOVE CLI-ID            TO PEN-CLI-ID
           MOVE "BATCH"           TO PEN-USUARIO
           MOVE "CL0040"          TO PEN-TERMINAL
           MOVE WS-FECHA-HOY      TO PEN-FECHA-SOL
           MOVE WS-HORA-HOY       TO PEN-HORA-SOL
           MOVE CLI-DIRECCION     TO PEN-A-DIRECCION
           MOVE CLI-TELEFONO      TO PEN-A-TELEFONO
           MOVE CLI-EMAIL         TO PEN-A-EMAIL
           MOVE CLI-ESTADO        TO PEN-A-ESTADO
           MOVE CLI-RIESGO        TO PEN-A-RIESGO
           MOVE CLI-DIRECCION     TO PEN-D-DIRECCION
           MOVE CLI-TELEFONO      TO PEN-D-TELEFONO
           MOVE CLI-EMAIL         TO PEN-D-EMAIL
           MOVE 'I'               TO PEN-D-ESTADO
           MOVE CLI-RIESGO        TO PEN-D-RIESGO
           WRITE PEND-REG
           ADD 1 TO WS-CONTADOR-PROPUESTAS.

       3000-EMITIR-REPORTE.
           PERFORM 3100-RETORNAR-ORDENADO
           PERFORM 3200-ESCRIBIR-DETALLE
               UNTIL WS-NO-HAY-MAS-ORDEN
           IF WS-FRANJA-ACTUAL > 0
               PERFORM 3400-SUBTOTALIZAR-FRANJA
           END-IF.

       3100-RETORNAR-ORDENADO.
           RETURN ORDEN-FILE
               AT END
                   MOVE 'S' TO WS-FIN-ORDEN
           END-RETURN.

       3200-ESCRIBIR-DETALLE.
           IF ORD-FRANJA NOT = WS-FRANJA-ACTUAL
               IF WS-FRANJA-ACTUAL > 0
                   PERFORM 3400-SUBTOTALIZAR-FRANJA
               END-IF
               PERFORM 3300-ENCABEZAR-FRANJA
           END-IF

           MOVE ORD-CLI-ID        TO WS-DET-CLI-ID
           MOVE SPACES            TO WS-DET-NOMBRE
           STRING FUNCTION TRIM(ORD-NOMBRE)    DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  FUNCTION TRIM(ORD-APELLIDO)  DELIMITED BY SIZE
               INTO WS-DET-NOMBRE
           MOVE ORD-RIESGO        TO WS-DET-RIESGO
           MOVE ORD-FEC-ALTA      TO WS-DET-FEC-ALTA
           MOVE ORD-ULT-ACTIVIDAD TO WS-DET-ULT-ACTIV
           MOVE ORD-MESES         TO WS-DET-MESES
           MOVE ORD-PROPUESTA     TO WS-DET-PROPUESTA
           WRITE RPT-LINEA FROM WS-LINEA-DETALLE
           ADD 1 TO WS-SUBTOTAL-FRANJA
           PERFORM 3100-RETORNAR-ORDENADO.

       3300-ENCABEZAR-FRANJA.
           MOVE ORD-FRANJA TO WS-FRANJA-ACTUAL
           MOVE 0          TO WS-SUBTOTAL-FRANJA
           PERFORM 3500-DESCRIBIR-FRANJA
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           WRITE RPT-LINEA FROM WS-LINEA-FRANJA.

       3400-SUBTOTALIZAR-FRANJA.
           MOVE "  Subtotal franja         : " TO WS-TOT-ETIQUETA
           MOVE WS-SUBTOTAL-FRANJA    TO WS-TOT-CANTIDAD
           WRITE RPT-LINEA FROM WS-LINEA-TOTAL.

       3500-DESCRIBIR-FRANJA.
           EVALUATE WS-FRANJA-ACTUAL
               WHEN 1
                   MOVE "HASTA 2 ANIOS SIN ACTIVIDAD"
                       TO WS-FRA-DESCRIPCION
               WHEN 2
                   MOVE "DE 2 A 5 ANIOS SIN ACTIVIDAD"
                       TO WS-FRA-DESCRIPCION
               WHEN 3
                   MOVE "DE 5 A 10 ANIOS SIN ACTIVIDAD"
                       TO WS-FRA-DESCRIPCION
               WHEN OTHER
                   MOVE "MAS DE 10 ANIOS SIN ACTIVIDAD"
                       TO WS-FRA-DESCRIPCION
           END-EVALUATE.

       0900-FINALIZAR.
           IF WS-CONTADOR-DESBORDE > 0
               MOVE SPACES TO RPT-LINEA
               WRITE RPT-LINEA
               MOVE WS-CONTADOR-DESBORDE TO WS-DES-CANTIDAD
               WRITE RPT-LINEA FROM WS-LINEA-DESBORDE
           END-IF

           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE "Activos examinados        : " TO WS-TOT-ETIQUETA
           MOVE WS-CONTADOR-LEIDOS     TO WS-TOT-CANTIDAD
           WRITE RPT-LINEA FROM WS-LINEA-TOTAL
           MOVE "Eventos archivados leidos : " TO WS-TOT-ETIQUETA
           MOVE WS-CONTADOR-ARCHIVADOS TO WS-TOT-CANTIDAD
           WRITE RPT-LINEA FROM WS-LINEA-TOTAL
           MOVE "Con productos activos     : " TO WS-TOT-ETIQUETA
           MOVE WS-CONTADOR-CON-PROD   TO WS-TOT-CANTIDAD
           WRITE RPT-LINEA FROM WS-LINEA-TOTAL
           MOVE "Sin productos con activ.  : " TO WS-TOT-ETIQUETA
           MOVE WS-CONTADOR-CON-ACTIV  TO WS-TOT-CANTIDAD
           WRITE RPT-LINEA FROM WS-LINEA-TOTAL
           MOVE "Excluidos solicitud pend. : " TO WS-TOT-ETIQUETA
           MOVE WS-CONTADOR-EXC-PEND   TO WS-TOT-CANTIDAD
           WRITE RPT-LINEA FROM WS-LINEA-TOTAL
           MOVE "Excluidos revision abierta: " TO WS-TOT-ETIQUETA
           MOVE WS-CONTADOR-EXC-REV    TO WS-TOT-CANTIDAD
           WRITE RPT-LINEA FROM WS-LINEA-TOTAL
           MOVE "Inactivos detectados      : " TO WS-TOT-ETIQUETA
           MOVE WS-CONTADOR-INACTIVOS  TO WS-TOT-CANTIDAD
           WRITE RPT-LINEA FROM WS-LINEA-TOTAL
           MOVE "  Hasta 2 anios           : " TO WS-TOT-ETIQUETA
           MOVE WS-TOT-FRANJA(1)       TO WS-TOT-CANTIDAD
           WRITE RPT-LINEA FROM WS-LINEA-TOTAL
           MOVE "  De 2 a 5 anios          : " TO WS-TOT-ETIQUETA
           MOVE WS-TOT-FRANJA(2)       TO WS-TOT-CANTIDAD
           WRITE RPT-LINEA FROM WS-LINEA-TOTAL
           MOVE "  De 5 a 10 anios         : " TO WS-TOT-ETIQUETA
           MOVE WS-TOT-FRANJA(3)       TO WS-TOT-CANTIDAD
           WRITE RPT-LINEA FROM WS-LINEA-TOTAL
           MOVE "  Mas de 10 anios         : " TO WS-TOT-ETIQUETA
           MOVE WS-TOT-FRANJA(4)       TO WS-TOT-CANTIDAD
           WRITE RPT-LINEA FROM WS-LINEA-TOTAL
           MOVE "Bajas propuestas          : " TO WS-TOT-ETIQUETA
           MOVE WS-CONTADOR-PROPUESTAS TO WS-TOT-CANTIDAD
           WRITE RPT-LINEA FROM WS-LINEA-TOTAL

           CLOSE REPORTE-FILE

           DISPLAY "Deteccion de inactivos finalizada."
           DISPLAY "Examinados: " WS-CONTADOR-LEIDOS
                   " Inactivos: " WS-CONTADOR-INACTIVOS
                   " Propuestas: " WS-CONTADOR-PROPUESTAS.

       0950-REGISTRAR-CORRIDA.
      *    Deja la corrida en el control de corridas (CL0041). La
      *    llamada pone en cero el RETURN-CODE: se guarda antes y
      *    se repone al volver.
           MOVE "CL0040J"              TO COR-JOB
           MOVE "CL0040"               TO COR-PROGRAMA
           MOVE WS-CONTADOR-LEIDOS     TO COR-LEIDOS
           MOVE WS-CONTADOR-PROPUESTAS TO COR-GRABADOS
           MOVE RETURN-CODE            TO COR-RETURN-CODE
           CALL 'CL0041' USING COR-REG
           MOVE COR-RETURN-CODE        TO RETURN-CODE.
