       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL0046.
       AUTHOR. BANC-S.
      *=================================================================
      *    AVISOS DE RENOVACION KYC A LOS CLIENTES (BATCH)
      *    Toma los clientes activos que la lista de trabajo KYC de
      *    CL0013 da como VENCIDO, POR VENCER (proximos 30 dias) o
      *    NUNCA REVISADO, con el mismo criterio de frecuencia por
      *    nivel de riesgo (alto 1 anio, medio 2, bajo 3), y genera
      *    el archivo de correspondencia CARTAKYC (copy CLCARTAS) con
      *    un aviso por cliente: email a CLI-EMAIL si el cliente lo
      *    tiene, pasa la validacion de forma del validador comun
      *    CL0017 (modo Modificacion, copy CLVALID) y el barrido de
      *    calidad CL0030 no lo observo (detalle CALDET, campo EMAIL);
      *    si no, carta impresa a CLI-DIRECCION.
      *    Sin email valido ni direccion el cliente sale en el reporte
      *    como SIN CONTACTO para que la sucursal lo ubique.
      *    Cada aviso emitido queda en el historial AVISOKYC (copy
      *    CLAVISOS), clave cliente + fecha KYC + numero de aviso:
      *      - sin aviso para la fecha KYC actual: primer aviso;
      *      - primer aviso de 30 dias o mas y la fecha KYC sin
      *        renovar: recordatorio (segundo y ultimo aviso);
      *      - con el recordatorio ya enviado: AVISOS AGOTADOS en el
      *        reporte, para que cumplimiento decida la restriccion.
      *    Cuando la Modificacion (CL0003) o la actualizacion KYC
      *    (CL0018) renuevan la fecha, el cliente sale de la lista o
      *    cambia de clave, y los avisos del ciclo anterior se cortan
      *    solos. El historial se graba antes que la correspondencia:
      *    no sale un aviso sin su constancia.
      *    Sin historial AVISOKYC termina con RC 12 sin proceso; sin
      *    CALDET los emails solo se controlan con CL0017 y termina
      *    con RC 04. Se ejecuta desde el JCL CL0046J, despues del
      *    barrido KYC CL0013J.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALDET-FILE ASSIGN TO CALDET
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALDET-STATUS.
           SELECT AVISOS-FILE ASSIGN TO AVISOKYC
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS AVI-CLAVE
               FILE STATUS IS WS-AVISOS-STATUS.
           SELECT CARTAS-FILE ASSIGN TO CARTAKYC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARTAS-STATUS.
           SELECT REPORTE-FILE ASSIGN TO RPTAVKYC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALDET-FILE
           RECORDING MODE IS F.
           COPY CLCALDET.

       FD  AVISOS-FILE.
           COPY CLAVISOS.

       FD  CARTAS-FILE
           RECORDING MODE IS F.
           COPY CLCARTAS.

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
      *    AREA DEL VALIDADOR COMUN CL0017
      *=================================================================
           COPY CLVALID.

      *=================================================================
      *    VARIABLES DE CONTROL Y LOGICA
      *=================================================================
       01  WS-CALDET-STATUS        PIC X(02).
           88  WS-CALDET-NO-EXISTE        VALUE '35'.
           88  WS-FIN-CALDET              VALUE '10'.
       01  WS-AVISOS-STATUS        PIC X(02).
           88  WS-AVISOS-OK               VALUE '00'.
           88  WS-AVISO-NO-ENCONTRADO     VALUE '23'.
           88  WS-AVISOS-NO-EXISTE        VALUE '35'.
       01  WS-CARTAS-STATUS        PIC X(02).
       01  WS-RPT-STATUS           PIC X(02).
       01  WS-SQLCODE-DISP         PIC -(8)9.
       01  WS-FIN-CURSOR           PIC X(01) VALUE 'N'.
           88  WS-NO-HAY-MAS-CLIENTES     VALUE 'S'.
       01  WS-HISTORIAL            PIC X(01) VALUE 'S'.
           88  WS-HISTORIAL-OK            VALUE 'S'.
       01  WS-CALIDAD              PIC X(01) VALUE 'S'.
           88  WS-CALIDAD-DISPONIBLE      VALUE 'S'.
       01  WS-FECHA-HOY            PIC X(10).
       01  WS-HORA-HOY             PIC X(08).
       01  WS-HOY-COMPACTA         PIC 9(08).
       01  WS-UMBRAL-ENTERO        PIC 9(08).
       01  WS-UMBRAL-COMPACTA      PIC 9(08).
       01  WS-FEC-UMBRAL           PIC X(10).
       01  WS-ANIOS-REVISION       PIC 9(01).
       01  WS-FEC-LIMITE.
           05  WS-LIM-ANIO         PIC 9(04).
           05  WS-LIM-RESTO        PIC X(06).
       01  WS-SITUACION            PIC X(15).
       01  WS-EN-LISTA             PIC X(01).
           88  WS-CLIENTE-EN-LISTA        VALUE 'S'.

      *    Aviso que corresponde al cliente en esta corrida y canal
      *    por el que sale.
       01  WS-AVISO-A-EMITIR       PIC 9(01).
           88  WS-SIN-AVISO               VALUE 0.
       01  WS-CANAL                PIC X(01).
           88  WS-CANAL-CARTA             VALUE 'C'.
           88  WS-CANAL-EMAIL             VALUE 'E'.
           88  WS-SIN-CANAL               VALUE SPACE.
       01  WS-FEC-PRIMER-AVISO     PIC X(10).
       01  WS-AVISO-COMPACTA       PIC 9(08).
       01  WS-DIAS-DESDE-AVISO     PIC S9(07).
       01  WS-DIAS-RECORDATORIO    PIC 9(03) VALUE 30.

      *=================================================================
      *    TABLA DE CLIENTES CON EMAIL OBSERVADO POR CL0030 (CALDET
      *    sale en orden de numero de cliente)
      *=================================================================
       01  WS-MAX-OBSERVADOS       PIC 9(05) COMP VALUE 20000.
       01  WS-CANT-OBSERVADOS      PIC 9(05) COMP VALUE 0.
       01  WS-ENCONTRADO           PIC 9(05) COMP.
       01  WS-BUS-DESDE            PIC 9(05) COMP.
       01  WS-BUS-HASTA            PIC 9(05) COMP.
       01  WS-BUS-MEDIO            PIC 9(05) COMP.

       01  WS-TABLA-OBSERVADOS.
           05  WS-OBS-CLI-ID       PIC 9(10) OCCURS 20000 TIMES.

      *=================================================================
      *    CONTADORES
      *=================================================================
       01  WS-CONTADOR-LEIDOS      PIC 9(07) VALUE 0.
       01  WS-CONTADOR-EN-LISTA    PIC 9(07) VALUE 0.
       01  WS-CONTADOR-EMITIDOS    PIC 9(07) VALUE 0.
       01  WS-PRIMER-CARTA         PIC 9(07) VALUE 0.
       01  WS-PRIMER-EMAIL         PIC 9(07) VALUE 0.
       01  WS-RECORD-CARTA         PIC 9(07) VALUE 0.
       01  WS-RECORD-EMAIL         PIC 9(07) VALUE 0.
       01  WS-CONTADOR-EN-CURSO    PIC 9(07) VALUE 0.
       01  WS-CONTADOR-AGOTADOS    PIC 9(07) VALUE 0.
       01  WS-CONTADOR-SIN-CONTACTO PIC 9(07) VALUE 0.
       01  WS-CONTADOR-EMAIL-INVAL PIC 9(07) VALUE 0.
       01  WS-CONTADOR-ERRORES     PIC 9(07) VALUE 0.
       01  WS-CONTADOR-RECHAZADOS  PIC 9(07) VALUE 0.

      *=================================================================
      *    LINEAS DEL REPORTE
      *=================================================================
       01  WS-LINEA-ENCABEZADO     PIC X(100) VALUE
           "AVISOS DE RENOVACION KYC - CARTAS Y EMAILS EMITIDOS".

       01  WS-LINEA-FECHA.
           05  FILLER              PIC X(10) VALUE "Fecha: ".
           05  WS-ENC-FECHA        PIC X(10).
           05  FILLER              PIC X(05) VALUE SPACES.
           05  FILLER              PIC X(08) VALUE "Hora: ".
           05  WS-ENC-HORA         PIC X(08).

       01  WS-ENCABEZADO-COL.
           05  FILLER              PIC X(05) VALUE "SUC  ".
           05  FILLER              PIC X(11) VALUE "NUM CLIENTE".
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(42) VALUE "NOMBRE".
           05  FILLER              PIC X(16) VALUE "SITUACION".
           05  FILLER              PIC X(16) VALUE "AVISO".
           05  FILLER              PIC X(05) VALUE "CANAL".

       01  WS-LINEA-DETALLE.
           05  WS-DET-SUCURSAL     PIC X(04).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-DET-CLI-ID       PIC Z(9)9.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WS-DET-NOMBRE       PIC X(41).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-DET-SITUACION    PIC X(15).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-DET-AVISO        PIC X(15).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-DET-CANAL        PIC X(05).

       01  WS-LINEA-AVISO          PIC X(100).

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
           PERFORM 0200-ABRIR-HISTORIAL

           IF WS-HISTORIAL-OK
               PERFORM 0300-CARGAR-OBSERVADOS
               PERFORM 1000-RECORRER-CLIENTES
               CLOSE AVISOS-FILE
           ELSE
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

      *    Umbral de "por vencer": hoy mas 30 dias, igual que CL0013.
           MOVE WS-FECHA-HOY(1:4)  TO WS-HOY-COMPACTA(1:4)
           MOVE WS-FECHA-HOY(6:2)  TO WS-HOY-COMPACTA(5:2)
           MOVE WS-FECHA-HOY(9:2)  TO WS-HOY-COMPACTA(7:2)
           COMPUTE WS-UMBRAL-ENTERO =
               FUNCTION INTEGER-OF-DATE(WS-HOY-COMPACTA) + 30
           MOVE FUNCTION DATE-OF-INTEGER(WS-UMBRAL-ENTERO)
               TO WS-UMBRAL-COMPACTA
           STRING WS-UMBRAL-COMPACTA(1:4) "-"
                  WS-UMBRAL-COMPACTA(5:2) "-"
                  WS-UMBRAL-COMPACTA(7:2)
               DELIMITED BY SIZE INTO WS-FEC-UMBRAL

           OPEN OUTPUT CARTAS-FILE
           OPEN OUTPUT REPORTE-FILE
           WRITE RPT-LINEA FROM WS-LINEA-ENCABEZADO
           MOVE WS-FECHA-HOY      TO WS-ENC-FECHA
           MOVE WS-HORA-HOY       TO WS-ENC-HORA
           WRITE RPT-LINEA FROM WS-LINEA-FECHA.

       0200-ABRIR-HISTORIAL.
      *    La primera corrida encuentra el KSDS recien definido y
      *    vacio: se carga con una apertura de salida, como VINCULOS.
           OPEN I-O AVISOS-FILE
           IF WS-AVISOS-NO-EXISTE
               OPEN OUTPUT AVISOS-FILE
               CLOSE AVISOS-FILE
               OPEN I-O AVISOS-FILE
           END-IF
           IF NOT WS-AVISOS-OK
               MOVE 'N' TO WS-HISTORIAL
               MOVE SPACES TO WS-LINEA-AVISO
               STRING "Historial de avisos AVISOKYC no disponible - "
                      DELIMITED SIZE
                      "status " DELIMITED SIZE
                      WS-AVISOS-STATUS DELIMITED SIZE
                      " - sin proceso" DELIMITED SIZE
                   INTO WS-LINEA-AVISO
           END-IF.

       0300-CARGAR-OBSERVADOS.
           OPEN INPUT CALDET-FILE
           IF WS-CALDET-NO-EXISTE
               MOVE 'N' TO WS-CALIDAD
               MOVE SPACES TO RPT-LINEA
               WRITE RPT-LINEA
               MOVE "Sin detalle CALDET - emails sin verificar"
                   TO RPT-LINEA
               WRITE RPT-LINEA
           ELSE
               PERFORM 0310-LEER-OBSERVADO
               PERFORM 0320-CARGAR-OBSERVADO
                   UNTIL WS-FIN-CALDET
               CLOSE CALDET-FILE
           END-IF.

       0310-LEER-OBSERVADO.
           READ CALDET-FILE
               AT END
                   MOVE '10' TO WS-CALDET-STATUS
           END-READ.

       0320-CARGAR-OBSERVADO.
      *    Solo interesan los observados por el email. Si la tabla se
      *    llena, el email de los que no entran queda controlado solo
      *    por la validacion de forma de CL0017; se avisa por consola.
           IF CAL-CAMPO-ERROR = 'EMAIL'
               IF WS-CANT-OBSERVADOS < WS-MAX-OBSERVADOS
                   ADD 1 TO WS-CANT-OBSERVADOS
                   MOVE CAL-CLI-ID TO WS-OBS-CLI-ID(WS-CANT-OBSERVADOS)
               ELSE
                   DISPLAY "Tabla de emails observados llena - cliente "
                           CAL-CLI-ID " no cargado"
               END-IF
           END-IF
           PERFORM 0310-LEER-OBSERVADO.

       0500-BUSCAR-OBSERVADO.
      *    Busqueda binaria de CLI-ID entre los emails observados.
           MOVE 0                  TO WS-ENCONTRADO
           MOVE 1                  TO WS-BUS-DESDE
           MOVE WS-CANT-OBSERVADOS TO WS-BUS-HASTA
           PERFORM 0550-PARTIR-TABLA
               UNTIL WS-ENCONTRADO > 0
                  OR WS-BUS-DESDE > WS-BUS-HASTA.

       0550-PARTIR-TABLA.
           COMPUTE WS-BUS-MEDIO = (WS-BUS-DESDE + WS-BUS-HASTA) / 2
           EVALUATE TRUE
               WHEN WS-OBS-CLI-ID(WS-BUS-MEDIO) = CLI-ID
                   MOVE WS-BUS-MEDIO TO WS-ENCONTRADO
               WHEN WS-OBS-CLI-ID(WS-BUS-MEDIO) < CLI-ID
                   COMPUTE WS-BUS-DESDE = WS-BUS-MEDIO + 1
               WHEN OTHER
                   COMPUTE WS-BUS-HASTA = WS-BUS-MEDIO - 1
           END-EVALUATE.

       1000-RECORRER-CLIENTES.
           WRITE RPT-LINEA FROM WS-ENCABEZADO-COL

           EXEC SQL
               DECLARE CUR-AVISOS CURSOR FOR
                   SELECT CLI_ID, CLI_NOMBRE, CLI_APELLIDO,
                          CLI_DIRECCION, CLI_EMAIL, CLI_RIESGO,
                          CLI_FEC_KYC, CLI_SUCURSAL
                       FROM CLIENTES
                       WHERE CLI_ESTADO = 'A'
                       ORDER BY CLI_SUCURSAL, CLI_ID
           END-EXEC

           EXEC SQL
               OPEN CUR-AVISOS
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISP
               DISPLAY "Error de base de datos SQLCODE "
                       WS-SQLCODE-DISP
               MOVE 'S' TO WS-FIN-CURSOR
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM 2100-LEER-CLIENTE
               PERFORM 2000-PROCESAR-CLIENTE
                   UNTIL WS-NO-HAY-MAS-CLIENTES

               EXEC SQL
                   CLOSE CUR-AVISOS
               END-EXEC
           END-IF.

       2000-PROCESAR-CLIENTE.
           PERFORM 2200-CLASIFICAR-CLIENTE
           IF WS-CLIENTE-EN-LISTA
               ADD 1 TO WS-CONTADOR-EN-LISTA
               PERFORM 2300-DETERMINAR-AVISO
               IF NOT WS-SIN-AVISO
                   PERFORM 2400-ELEGIR-CANAL
                   IF WS-SIN-CANAL
                       ADD 1 TO WS-CONTADOR-SIN-CONTACTO
                       MOVE "SIN CONTACTO"    TO WS-DET-AVISO
                       MOVE "-"               TO WS-DET-CANAL
                       PERFORM 3000-ESCRIBIR-DETALLE
                   ELSE
                       PERFORM 2500-EMITIR-AVISO
                   END-IF
               END-IF
           END-IF
           PERFORM 2100-LEER-CLIENTE.

       2100-LEER-CLIENTE.
           EXEC SQL
               FETCH CUR-AVISOS
                   INTO :CLI-ID, :CLI-NOMBRE, :CLI-APELLIDO,
                        :CLI-DIRECCION, :CLI-EMAIL, :CLI-RIESGO,
                        :CLI-FEC-KYC, :CLI-SUCURSAL
           END-EXEC

           IF SQLCODE = 100
               MOVE 'S' TO WS-FIN-CURSOR
           ELSE
               ADD 1 TO WS-CONTADOR-LEIDOS
           END-IF.

       2200-CLASIFICAR-CLIENTE.
      *    Mismo criterio de vencimiento que la lista de trabajo KYC
      *    de CL0013.
           MOVE 'N'    TO WS-EN-LISTA
           MOVE SPACES TO WS-SITUACION
           EVALUATE TRUE
               WHEN CLI-RIESGO-SIN-CLASIF
               WHEN CLI-FEC-KYC = SPACES
               WHEN CLI-FEC-KYC(1:4) NOT NUMERIC
                   MOVE "0000-00-00"      TO WS-FEC-LIMITE
                   MOVE "NUNCA REVISADO"  TO WS-SITUACION
                   MOVE 'S'               TO WS-EN-LISTA
               WHEN OTHER
                   IF CLI-RIESGO-ALTO
                       MOVE 1 TO WS-ANIOS-REVISION
                   ELSE
                       IF CLI-RIESGO-MEDIO
                           MOVE 2 TO WS-ANIOS-REVISION
                       ELSE
                           MOVE 3 TO WS-ANIOS-REVISION
                       END-IF
                   END-IF
                   MOVE CLI-FEC-KYC TO WS-FEC-LIMITE
                   ADD WS-ANIOS-REVISION TO WS-LIM-ANIO
                   EVALUATE TRUE
                       WHEN WS-FEC-LIMITE <= WS-FECHA-HOY
                           MOVE "VENCIDO"    TO WS-SITUACION
                           MOVE 'S'          TO WS-EN-LISTA
                       WHEN WS-FEC-LIMITE <= WS-FEC-UMBRAL
                           MOVE "POR VENCER" TO WS-SITUACION
                           MOVE 'S'          TO WS-EN-LISTA
                   END-EVALUATE
           END-EVALUATE.

       2300-DETERMINAR-AVISO.
      *    Busca en el historial los avisos del ciclo de la fecha KYC
      *    actual: sin primer aviso corresponde el primero; con el
      *    primero de 30 dias o mas y sin recordatorio, el
      *    recordatorio; con los dos, ninguno mas.
           MOVE 0      TO WS-AVISO-A-EMITIR
           MOVE SPACES TO WS-FEC-PRIMER-AVISO
           MOVE CLI-ID      TO AVI-CLI-ID
           MOVE CLI-FEC-KYC TO AVI-FEC-KYC
           MOVE 1           TO AVI-NUM-AVISO
           PERFORM 2350-LEER-AVISO

           EVALUATE TRUE
               WHEN WS-AVISO-NO-ENCONTRADO
                   MOVE 1 TO WS-AVISO-A-EMITIR
               WHEN WS-AVISOS-OK
                   MOVE AVI-FEC-ENVIO TO WS-FEC-PRIMER-AVISO
                   MOVE 2             TO AVI-NUM-AVISO
                   PERFORM 2350-LEER-AVISO
                   EVALUATE TRUE
                       WHEN WS-AVISOS-OK
                           ADD 1 TO WS-CONTADOR-AGOTADOS
                           MOVE "AVISOS AGOTADOS" TO WS-DET-AVISO
                           IF AVI-CANAL-EMAIL
                               MOVE "EMAIL"       TO WS-DET-CANAL
                           ELSE
                               MOVE "CARTA"       TO WS-DET-CANAL
                           END-IF
                           PERFORM 3000-ESCRIBIR-DETALLE
                       WHEN WS-AVISO-NO-ENCONTRADO
                           PERFORM 2360-VER-PLAZO-RECORDATORIO
                       WHEN OTHER
                           PERFORM 2370-ERROR-HISTORIAL
                   END-EVALUATE
               WHEN OTHER
                   PERFORM 2370-ERROR-HISTORIAL
           END-EVALUATE.

       2350-LEER-AVISO.
           READ AVISOS-FILE
               INVALID KEY
                   MOVE '23' TO WS-AVISOS-STATUS
           END-READ.

       2360-VER-PLAZO-RECORDATORIO.
           MOVE WS-FEC-PRIMER-AVISO(1:4) TO WS-AVISO-COMPACTA(1:4)
           MOVE WS-FEC-PRIMER-AVISO(6:2) TO WS-AVISO-COMPACTA(5:2)
           MOVE WS-FEC-PRIMER-AVISO(9:2) TO WS-AVISO-COMPACTA(7:2)
           COMPUTE WS-DIAS-DESDE-AVISO =
               FUNCTION INTEGER-OF-DATE(WS-HOY-COMPACTA)
             - FUNCTION INTEGER-OF-DATE(WS-AVISO-COMPACTA)
           IF WS-DIAS-DESDE-AVISO >= WS-DIAS-RECORDATORIO
               MOVE 2 TO WS-AVISO-A-EMITIR
           ELSE
               ADD 1 TO WS-CONTADOR-EN-CURSO
           END-IF.

       2370-ERROR-HISTORIAL.
           ADD 1 TO WS-CONTADOR-ERRORES
           DISPLAY "Error leyendo AVISOKYC cliente " CLI-ID
                   " status " WS-AVISOS-STATUS.

       2400-ELEGIR-CANAL.
      *    Email si el cliente lo tiene, CL0017 lo da por valido y
      *    CL0030 no lo observo; si no, carta a la direccion; sin
      *    ninguno de los dos, nada. La fecha KYC va en blanco: solo
      *    interesa la validacion del email.
           MOVE SPACE TO WS-CANAL
           IF CLI-EMAIL NOT = SPACES
               INITIALIZE VAL-AREA
               MOVE 'M'            TO VAL-MODO
               MOVE CLI-EMAIL      TO VAL-EMAIL
               CALL 'CL0017' USING VAL-AREA
               IF VAL-SIN-ERRORES
                   PERFORM 0500-BUSCAR-OBSERVADO
                   IF WS-ENCONTRADO = 0
                       MOVE 'E' TO WS-CANAL
                   END-IF
               ELSE
                   ADD 1 TO WS-CONTADOR-EMAIL-INVAL
               END-IF
           END-IF
           IF WS-SIN-CANAL
              AND CLI-DIRECCION NOT = SPACES
               MOVE 'C' TO WS-CANAL
           END-IF.

       2500-EMITIR-AVISO.
      *    Primero la constancia en el historial; la correspondencia
      *    sale solo si quedo grabada.
           INITIALIZE AVI-REG
           MOVE CLI-ID            TO AVI-CLI-ID
           MOVE CLI-FEC-KYC       TO AVI-FEC-KYC
           MOVE WS-AVISO-A-EMITIR TO AVI-NUM-AVISO
           MOVE WS-FECHA-HOY      TO AVI-FEC-ENVIO
           MOVE WS-CANAL          TO AVI-CANAL
           MOVE WS-SITUACION      TO AVI-SITUACION
           MOVE WS-FEC-LIMITE     TO AVI-FEC-LIMITE
           MOVE CLI-RIESGO        TO AVI-RIESGO
           MOVE CLI-SUCURSAL      TO AVI-SUCURSAL

           WRITE AVI-REG
               INVALID KEY
                   PERFORM 2370-ERROR-HISTORIAL
               NOT INVALID KEY
                   PERFORM 2600-ESCRIBIR-CARTA
           END-WRITE.

       2600-ESCRIBIR-CARTA.
           INITIALIZE CAR-REG
           MOVE WS-CANAL          TO CAR-CANAL
           MOVE WS-AVISO-A-EMITIR TO CAR-NUM-AVISO
           MOVE WS-FECHA-HOY      TO CAR-FEC-EMISION
           MOVE CLI-SUCURSAL      TO CAR-SUCURSAL
           MOVE CLI-ID            TO CAR-CLI-ID
           MOVE CLI-NOMBRE        TO CAR-NOMBRE
           MOVE CLI-APELLIDO      TO CAR-APELLIDO
           IF CAR-CANAL-EMAIL
               MOVE CLI-EMAIL     TO CAR-EMAIL
               MOVE "EMAIL"       TO WS-DET-CANAL
           ELSE
               MOVE CLI-DIRECCION TO CAR-DIRECCION
               MOVE "CARTA"       TO WS-DET-CANAL
           END-IF
           MOVE WS-SITUACION      TO CAR-SITUACION
           MOVE WS-FEC-LIMITE     TO CAR-FEC-LIMITE
           MOVE CLI-FEC-KYC       TO CAR-FEC-KYC
           MOVE WS-FEC-PRIMER-AVISO TO CAR-FEC-PRIMER-AVISO
           WRITE CAR-REG
           ADD 1 TO WS-CONTADOR-EMITIDOS

           EVALUATE TRUE
               WHEN CAR-PRIMER-AVISO AND CAR-CANAL-EMAIL
                   ADD 1 TO WS-PRIMER-EMAIL
               WHEN CAR-PRIMER-AVISO
                   ADD 1 TO WS-PRIMER-CARTA
               WHEN CAR-CANAL-EMAIL
                   ADD 1 TO WS-RECORD-EMAIL
               WHEN OTHER
                   ADD 1 TO WS-RECORD-CARTA
           END-EVALUATE

           IF CAR-PRIMER-AVISO
               MOVE "PRIMER AVISO"    TO WS-DET-AVISO
           ELSE
               MOVE "RECORDATORIO"    TO WS-DET-AVISO
           END-IF
           PERFORM 3000-ESCRIBIR-DETALLE.

       3000-ESCRIBIR-DETALLE.
           MOVE CLI-SUCURSAL      TO WS-DET-SUCURSAL
           MOVE CLI-ID            TO WS-DET-CLI-ID
           MOVE SPACES            TO WS-DET-NOMBRE
           STRING FUNCTION TRIM(CLI-NOMBRE)    DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  FUNCTION TRIM(CLI-APELLIDO)  DELIMITED BY SIZE
               INTO WS-DET-NOMBRE
           MOVE WS-SITUACION      TO WS-DET-SITUACION
           WRITE RPT-LINEA FROM WS-LINEA-DETALLE.

       0900-FINALIZAR.
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE "Activos examinados          " TO WS-TOT-ETIQUETA
           MOVE WS-CONTADOR-LEIDOS       TO WS-TOT-CANTIDAD
           WRITE RPT-LINEA FROM WS-LINEA-TOTAL
           MOVE "Vencidos / por vencer       " TO WS-TOT-ETIQUETA
           MOVE WS-CONTADOR-EN-LISTA     TO WS-TOT-CANTIDAD
           WRITE RPT-LINEA FROM WS-LINEA-TOTAL
           MOVE "Primer aviso por carta      " TO WS-TOT-ETIQUETA
           MOVE WS-PRIMER-CARTA          TO WS-TOT-CANTIDAD
           WRITE RPT-LINEA FROM WS-LINEA-TOTAL
           MOVE "Primer aviso por email      " TO WS-TOT-ETIQUETA
           MOVE WS-PRIMER-EMAIL          TO WS-TOT-CANTIDAD
           WRITE RPT-LINEA FROM WS-LINEA-TOTAL
           MOVE "Recordatorio por carta      " TO WS-TOT-ETIQUETA
           MOVE WS-RECORD-CARTA          TO WS-TOT-CANTIDAD
           WRITE RPT-LINEA FROM WS-LINEA-TOTAL
           MOVE "Recordatorio por email      " TO WS-TOT-ETIQUETA
           MOVE WS-RECORD-EMAIL          TO WS-TOT-CANTIDAD
           WRITE RPT-LINEA FROM WS-LINEA-TOTAL
           MOVE "Aviso en curso (< 30 dias)  " TO WS-TOT-ETIQUETA
           MOVE WS-CONTADOR-EN-CURSO     TO WS-TOT-CANTIDAD
           WRITE RPT-LINEA FROM WS-LINEA-TOTAL
           MOVE "Avisos agotados             " TO WS-TOT-ETIQUETA
           MOVE WS-CONTADOR-AGOTADOS     TO WS-TOT-CANTIDAD
           WRITE RPT-LINEA FROM WS-LINEA-TOTAL
           MOVE "Sin medio de contacto       " TO WS-TOT-ETIQUETA
           MOVE WS-CONTADOR-SIN-CONTACTO TO WS-TOT-CANTIDAD
           WRITE RPT-LINEA FROM WS-LINEA-TOTAL
           MOVE "Email invalido (CL0017)     " TO WS-TOT-ETIQUETA
           MOVE WS-CONTADOR-EMAIL-INVAL  TO WS-TOT-CANTIDAD
           WRITE RPT-LINEA FROM WS-LINEA-TOTAL
           IF WS-CONTADOR-ERRORES > 0
               MOVE "Errores en historial        " TO WS-TOT-ETIQUETA
               MOVE WS-CONTADOR-ERRORES  TO WS-TOT-CANTIDAD
               WRITE RPT-LINEA FROM WS-LINEA-TOTAL
           END-IF

           CLOSE CARTAS-FILE
           CLOSE REPORTE-FILE

      *    Errores en el historial: RC 08; sin CALDET: RC 04. Un RC
      *    12 ya puesto (sin historial o sin cursor) se respeta.
           IF RETURN-CODE < 8
               IF WS-CONTADOR-ERRORES > 0
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF NOT WS-CALIDAD-DISPONIBLE
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF

           DISPLAY "Avisos de renovacion KYC finalizado."
           DISPLAY "Examinados: " WS-CONTADOR-LEIDOS
                   " En lista: " WS-CONTADOR-EN-LISTA
                   " Emitidos: " WS-CONTADOR-EMITIDOS
                   " Sin contacto: " WS-CONTADOR-SIN-CONTACTO.

       0950-REGISTRAR-CORRIDA.
      *    Deja la corrida en el control de corridas (CL0041). La
      *    llamada pone en cero el RETURN-CODE: se guarda antes y
      *    se repone al volver.
           COMPUTE WS-CONTADOR-RECHAZADOS =
               WS-CONTADOR-SIN-CONTACTO + WS-CONTADOR-ERRORES
           MOVE "CL0046J"              TO COR-JOB
           MOVE "CL0046"               TO COR-PROGRAMA
           MOVE WS-CONTADOR-LEIDOS     TO COR-LEIDOS
           MOVE WS-CONTADOR-EMITIDOS   TO COR-GRABADOS
           MOVE WS-CONTADOR-RECHAZADOS TO COR-RECHAZADOS
           MOVE RETURN-CODE            TO COR-RETURN-CODE
           CALL 'CL0041' USING COR-REG
           MOVE COR-RETURN-CODE        TO RETURN-CODE.
