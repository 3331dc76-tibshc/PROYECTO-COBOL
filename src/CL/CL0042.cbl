       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL0042.
       AUTHOR. BANC-S.
      *=================================================================
      *    BALANCE MATUTINO DEL CONTROL DE CORRIDAS (BATCH)
      *    Lee el control de corridas CTLCORR (copy CLCORRID), donde
      *    cada proceso batch de Clientes deja al terminar su job,
      *    inicio y fin, registros leidos, grabados y rechazados y
      *    codigo de retorno (subrutina comun CL0041), y emite para
      *    operaciones el balance de la noche:
      *      - las corridas del periodo, marcando las que terminaron
      *        con RC distinto de cero, las repetidas y las de jobs
      *        que no estaban en la cadena planificada;
      *      - la cadena planificada, job por job: los que no
      *        corrieron, los que corrieron mas de una vez y los que
      *        terminaron mal;
      *      - el balance del circuito de notificaciones: pendientes
      *        de NOTIFCLI que leyo el envio (CL0010) contra las que
      *        despacho a NOTCUEN y NOTTARJ y las que rechazo, y los
      *        acuses que caso el proceso de acuses (CL0023) de cada
      *        consumidor contra lo despachado en el envio anterior.
      *    El periodo es la noche batch: desde las 12:00 del dia de
      *    proceso hasta las 12:00 del dia siguiente, tomando la hora
      *    de inicio de cada corrida. Los parametros llegan por SYSIN
      *    como tarjetas CAMPO=VALOR (mismo formato de CL0029),
      *    cerradas por FIN:
      *      FECHA=AAAA-MM-DD  dia de proceso (por omision, ayer)
      *      JOB=CLnnnnJ       un job de la cadena planificada, una
      *                        tarjeta por job
      *    Sin tarjetas JOB no hay cadena para controlar y solo se
      *    listan las corridas y el balance. Sin CTLCORR termina con
      *    RC 12. Se ejecuta desde el JCL CL0042J.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CORRID-FILE ASSIGN TO CTLCORR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CORRID-STATUS.
           SELECT REPORTE-FILE ASSIGN TO RPTCORR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CORRID-FILE
           RECORDING MODE IS F.
       01  CORRID-LINEA            PIC X(120).

       FD  REPORTE-FILE
           RECORDING MODE IS F.
       01  RPT-LINEA               PIC X(132).

       WORKING-STORAGE SECTION.

      *=================================================================
      *    VARIABLES DE CONTROL Y LOGICA
      *=================================================================
       01  WS-CORRID-STATUS        PIC X(02).
           88  WS-CORRID-OK                VALUE '00'.
           88  WS-FIN-CORRID               VALUE '10'.
       01  WS-RPT-STATUS           PIC X(02).
       01  WS-FECHA-HOY            PIC X(10).
       01  WS-HORA-HOY             PIC X(08).
      *    Inicio de esta corrida: COR-REG se usa primero para leer el
      *    control y recien al final para el registro propio.
       01  WS-FEC-INICIO-CORRIDA   PIC X(10).
       01  WS-HORA-INICIO-CORRIDA  PIC X(08).

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
      *    para no quedarse esperando SYSIN infinito. Va mas alto que
      *    en CL0029 porque la cadena lleva una tarjeta por job.
       01  WS-MAX-TARJETAS         PIC 9(02) VALUE 60.
       01  WS-LARGO-VALOR          PIC 9(02).
       01  WS-FECHA-PROCESO        PIC X(10) VALUE SPACES.

      *=================================================================
      *    PERIODO CONTROLADO: del dia de proceso a las 12:00 al dia
      *    siguiente a las 12:00. La aritmetica de dias va en formato
      *    compacto AAAAMMDD, como en CL0013.
      *=================================================================
       01  WS-HOY-COMPACTA         PIC 9(08).
       01  WS-PROCESO-COMPACTA     PIC 9(08).
       01  WS-SIGUIENTE-COMPACTA   PIC 9(08).
       01  WS-DIA-ENTERO           PIC 9(08).
       01  WS-VENTANA-DESDE.
           05  WS-DESDE-FECHA      PIC X(10).
           05  WS-DESDE-HORA       PIC X(08) VALUE "12:00:00".
       01  WS-VENTANA-HASTA.
           05  WS-HASTA-FECHA      PIC X(10).
           05  WS-HASTA-HORA       PIC X(08) VALUE "12:00:00".
       01  WS-CLAVE-CORRIDA.
           05  WS-CLAVE-FECHA      PIC X(10).
           05  WS-CLAVE-HORA       PIC X(08).

      *=================================================================
      *    CADENA PLANIFICADA (tarjetas JOB=)
      *=================================================================
       01  WS-MAX-ESPERADOS        PIC 9(03) COMP VALUE 50.
       01  WS-CANT-ESPERADOS       PIC 9(03) COMP VALUE 0.
       01  WS-TABLA-ESPERADOS.
           05  WS-ESP-JOB          PIC X(08) OCCURS 50 TIMES.

      *=================================================================
      *    CORRIDAS DEL PERIODO
      *    Se guardan en memoria para poder marcar las repetidas antes
      *    de listarlas. En las del proceso de acuses se guarda ademas
      *    lo despachado por el ultimo envio anterior a ellas: el
      *    control se graba al terminar cada proceso, asi que el
      *    archivo ya viene en orden de ejecucion. Si la tabla queda
      *    chica las sobrantes se cuentan y se avisan (mismo criterio
      *    de CL0036).
      *=================================================================
       01  WS-MAX-CORRIDAS         PIC 9(03) COMP VALUE 300.
       01  WS-CANT-CORRIDAS        PIC 9(03) COMP VALUE 0.
       01  WS-TABLA-CORRIDAS.
           05  WS-COR-ENT OCCURS 300 TIMES.
               10  WS-T-JOB            PIC X(08).
               10  WS-T-PROGRAMA       PIC X(08).
               10  WS-T-FEC-INICIO     PIC X(10).
               10  WS-T-HORA-INICIO    PIC X(08).
               10  WS-T-FEC-FIN        PIC X(10).
               10  WS-T-HORA-FIN       PIC X(08).
               10  WS-T-LEIDOS         PIC 9(09).
               10  WS-T-GRABADOS       PIC 9(09).
               10  WS-T-RECHAZADOS     PIC 9(09).
               10  WS-T-RETURN-CODE    PIC 9(04).
               10  WS-T-CANT-CUENTAS   PIC 9(09).
               10  WS-T-CANT-TARJETAS  PIC 9(09).
               10  WS-T-ENV-HALLADO    PIC X(01).
                   88  WS-T-CON-ENVIO          VALUE 'S'.
               10  WS-T-ENV-CUENTAS    PIC 9(09).
               10  WS-T-ENV-TARJETAS   PIC 9(09).

      *    Ultimo envio (CL0010) leido hasta el momento.
       01  WS-HAY-ENVIO            PIC X(01) VALUE 'N'.
       01  WS-ULT-ENV-CUENTAS      PIC 9(09) VALUE 0.
       01  WS-ULT-ENV-TARJETAS     PIC 9(09) VALUE 0.

       01  WS-INDICE               PIC 9(03) COMP.
       01  WS-INDICE-2             PIC 9(03) COMP.
       01  WS-JOB-BUSCADO          PIC X(08).
       01  WS-VECES-JOB            PIC 9(03) COMP.
       01  WS-RC-JOB               PIC 9(04).
       01  WS-ESPERADO             PIC X(01).
           88  WS-JOB-ESPERADO            VALUE 'S'.
       01  WS-BALANCE              PIC X(01).
           88  WS-BALANCEA                VALUE 'S'.

      *=================================================================
      *    CONTADORES
      *=================================================================
       01  WS-CONTADOR-LEIDOS      PIC 9(07) VALUE 0.
       01  WS-CONTADOR-DESBORDE    PIC 9(07) VALUE 0.
       01  WS-CONTADOR-NO-CORRIO   PIC 9(07) VALUE 0.
       01  WS-CONTADOR-REPETIDOS   PIC 9(07) VALUE 0.
       01  WS-CONTADOR-RC-ERROR    PIC 9(07) VALUE 0.
       01  WS-CONTADOR-NO-PLANIF   PIC 9(07) VALUE 0.
       01  WS-CONTADOR-DIFERENCIAS PIC 9(07) VALUE 0.
       01  WS-CONTADOR-CIRCUITO    PIC 9(07) VALUE 0.

      *=================================================================
      *    LINEAS DEL REPORTE
      *=================================================================
       01  WS-LINEA-ENCABEZADO     PIC X(132) VALUE
           "CONTROL DE CORRIDAS BATCH - BALANCE MATUTINO".

       01  WS-LINEA-FECHA.
           05  FILLER              PIC X(10) VALUE "Fecha: ".
           05  WS-ENC-FECHA        PIC X(10).
           05  FILLER              PIC X(05) VALUE SPACES.
           05  FILLER              PIC X(08) VALUE "Hora: ".
           05  WS-ENC-HORA         PIC X(08).

       01  WS-LINEA-PERIODO.
           05  FILLER              PIC X(15) VALUE "Periodo desde: ".
           05  WS-PER-DESDE-FEC    PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-PER-DESDE-HORA   PIC X(08).
           05  FILLER              PIC X(10) VALUE "   hasta: ".
           05  WS-PER-HASTA-FEC    PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-PER-HASTA-HORA   PIC X(08).

       01  WS-LINEA-TARJETA.
           05  FILLER              PIC X(11) VALUE "Tarjeta  : ".
           05  WS-TAR-TEXTO        PIC X(40).
           05  WS-TAR-OBSERV       PIC X(30).

       01  WS-LINEA-SIN-CONTROL    PIC X(132) VALUE
           "Control de corridas CTLCORR no disponible - sin proceso".

       01  WS-LINEA-TITULO.
           05  FILLER              PIC X(05) VALUE "*** ".
           05  WS-TIT-TEXTO        PIC X(60).

       01  WS-ENCABEZADO-CORRIDAS.
           05  FILLER              PIC X(09) VALUE "JOB".
           05  FILLER              PIC X(09) VALUE "PROGRAMA".
           05  FILLER              PIC X(11) VALUE "FEC INICIO".
           05  FILLER              PIC X(09) VALUE "HORA INI".
           05  FILLER              PIC X(11) VALUE "FEC FIN".
           05  FILLER              PIC X(09) VALUE "HORA FIN".
           05  FILLER              PIC X(12) VALUE "     LEIDOS".
           05  FILLER              PIC X(12) VALUE "   GRABADOS".
           05  FILLER              PIC X(12) VALUE " RECHAZADOS".
           05  FILLER              PIC X(06) VALUE "   RC".
           05  FILLER              PIC X(11) VALUE "OBSERVACION".

       01  WS-LINEA-CORRIDA.
           05  WS-COR-JOB          PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-COR-PROGRAMA     PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-COR-FEC-INICIO   PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-COR-HORA-INICIO  PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-COR-FEC-FIN      PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-COR-HORA-FIN     PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-COR-LEIDOS       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-COR-GRABADOS     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-COR-RECHAZADOS   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-COR-RC           PIC ZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-COR-OBSERV       PIC X(30).

       01  WS-ENCABEZADO-CADENA.
           05  FILLER              PIC X(09) VALUE "JOB".
           05  FILLER              PIC X(10) VALUE "CORRIDAS".
           05  FILLER              PIC X(08) VALUE " MAX RC".
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(09) VALUE "RESULTADO".

       01  WS-LINEA-CADENA.
           05  WS-CAD-JOB          PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-CAD-VECES        PIC ZZZZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-CAD-RC           PIC ZZZZZZ9.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WS-CAD-RESULTADO    PIC X(30).

       01  WS-LINEA-SIN-CADENA     PIC X(132) VALUE
           "Sin tarjetas JOB: no hay cadena planificada que controlar".

       01  WS-LINEA-BAL-ENVIO.
           05  FILLER              PIC X(14) VALUE "Envio  CL0010 ".
           05  WS-BEN-FECHA        PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-BEN-HORA         PIC X(08).
           05  FILLER              PIC X(13) VALUE "  Pendientes ".
           05  WS-BEN-PENDIENTES   PIC ZZZ,ZZ9.
           05  FILLER              PIC X(10) VALUE "  Enviadas".
           05  WS-BEN-ENVIADAS     PIC ZZZ,ZZ9.
           05  FILLER              PIC X(12) VALUE "  Rechazadas".
           05  WS-BEN-RECHAZADAS   PIC ZZZ,ZZ9.
           05  FILLER              PIC X(09) VALUE "  NOTCUEN".
           05  WS-BEN-NOTCUEN      PIC ZZZ,ZZ9.
           05  FILLER              PIC X(09) VALUE "  NOTTARJ".
           05  WS-BEN-NOTTARJ      PIC ZZZ,ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-BEN-RESULTADO    PIC X(20).

       01  WS-LINEA-BAL-ACUSE.
           05  FILLER              PIC X(14) VALUE "Acuses CL0023 ".
           05  WS-BAC-FECHA        PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-BAC-HORA         PIC X(08).
           05  FILLER              PIC X(18) VALUE
               "  Cuentas casados ".
           05  WS-BAC-CUENTAS      PIC ZZZ,ZZ9.
           05  FILLER              PIC X(04) VALUE " de ".
           05  WS-BAC-ENV-CUENTAS  PIC ZZZ,ZZ9.
           05  FILLER              PIC X(19) VALUE
               "  Tarjetas casados ".
           05  WS-BAC-TARJETAS     PIC ZZZ,ZZ9.
           05  FILLER              PIC X(04) VALUE " de ".
           05  WS-BAC-ENV-TARJETAS PIC ZZZ,ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-BAC-RESULTADO    PIC X(20).

       01  WS-LINEA-SIN-CIRCUITO   PIC X(132) VALUE
           "Sin corridas del circuito de notificaciones en el periodo".

       01  WS-LINEA-DESBORDE.
           05  FILLER              PIC X(45) VALUE
               "AVISO: tabla de corridas desbordada en ".
           05  WS-DES-CANTIDAD     PIC ZZZ,ZZ9.
           05  FILLER              PIC X(30) VALUE
               " registros - ampliar la tabla".

       01  WS-LINEA-TOTAL.
           05  WS-TOT-ETIQUETA     PIC X(28).
           05  WS-TOT-CANTIDAD     PIC ZZZ,ZZ9.

      *    Registro del control de corridas: el leido y, al final,
      *    el de esta corrida, que graba CL0041.
           COPY CLCORRID.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 0010-INICIAR-CORRIDA
           PERFORM 0100-INICIALIZAR
           PERFORM 1000-LEER-TARJETAS
           PERFORM 0150-CALCULAR-PERIODO

           OPEN INPUT CORRID-FILE
           IF WS-CORRID-OK
               PERFORM 2000-CARGAR-CORRIDAS
               CLOSE CORRID-FILE
               PERFORM 3000-LISTAR-CORRIDAS
               PERFORM 4000-CONTROLAR-CADENA
               PERFORM 5000-BALANCEAR-NOTIFICACIONES
           ELSE
               MOVE SPACES TO RPT-LINEA
               WRITE RPT-LINEA
               WRITE RPT-LINEA FROM WS-LINEA-SIN-CONTROL
               MOVE 12 TO RETURN-CODE
           END-IF

           PERFORM 0900-FINALIZAR
           PERFORM 0950-REGISTRAR-CORRIDA
           STOP RUN.

       0010-INICIAR-CORRIDA.
           CALL 'CL0009' USING WS-FEC-INICIO-CORRIDA,
                               WS-HORA-INICIO-CORRIDA.

       0100-INICIALIZAR.
           CALL 'CL0009' USING WS-FECHA-HOY, WS-HORA-HOY

           OPEN OUTPUT REPORTE-FILE
           WRITE RPT-LINEA FROM WS-LINEA-ENCABEZADO
           MOVE WS-FECHA-HOY      TO WS-ENC-FECHA
           MOVE WS-HORA-HOY       TO WS-ENC-HORA
           WRITE RPT-LINEA FROM WS-LINEA-FECHA.

       0150-CALCULAR-PERIODO.
      *    Sin tarjeta FECHA el dia de proceso es ayer: el balance se
      *    corre a la manana, cerrada la noche batch.
           IF WS-FECHA-PROCESO = SPACES
               MOVE WS-FECHA-HOY(1:4)  TO WS-HOY-COMPACTA(1:4)
               MOVE WS-FECHA-HOY(6:2)  TO WS-HOY-COMPACTA(5:2)
               MOVE WS-FECHA-HOY(9:2)  TO WS-HOY-COMPACTA(7:2)
               COMPUTE WS-DIA-ENTERO =
                   FUNCTION INTEGER-OF-DATE(WS-HOY-COMPACTA) - 1
               MOVE FUNCTION DATE-OF-INTEGER(WS-DIA-ENTERO)
                   TO WS-PROCESO-COMPACTA
               STRING WS-PROCESO-COMPACTA(1:4) "-"
                      WS-PROCESO-COMPACTA(5:2) "-"
                      WS-PROCESO-COMPACTA(7:2)
                   DELIMITED BY SIZE INTO WS-FECHA-PROCESO
           END-IF

           MOVE WS-FECHA-PROCESO(1:4)  TO WS-PROCESO-COMPACTA(1:4)
           MOVE WS-FECHA-PROCESO(6:2)  TO WS-PROCESO-COMPACTA(5:2)
           MOVE WS-FECHA-PROCESO(9:2)  TO WS-PROCESO-COMPACTA(7:2)
           COMPUTE WS-DIA-ENTERO =
               FUNCTION INTEGER-OF-DATE(WS-PROCESO-COMPACTA) + 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-DIA-ENTERO)
               TO WS-SIGUIENTE-COMPACTA

           MOVE WS-FECHA-PROCESO TO WS-DESDE-FECHA
           STRING WS-SIGUIENTE-COMPACTA(1:4) "-"
                  WS-SIGUIENTE-COMPACTA(5:2) "-"
                  WS-SIGUIENTE-COMPACTA(7:2)
               DELIMITED BY SIZE INTO WS-HASTA-FECHA

           MOVE WS-DESDE-FECHA    TO WS-PER-DESDE-FEC
           MOVE WS-DESDE-HORA     TO WS-PER-DESDE-HORA
           MOVE WS-HASTA-FECHA    TO WS-PER-HASTA-FEC
           MOVE WS-HASTA-HORA     TO WS-PER-HASTA-HORA
           WRITE RPT-LINEA FROM WS-LINEA-PERIODO.

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
               WHEN "FECHA"
                   IF WS-TARJ-VALOR(1:4) IS NUMERIC
                      AND WS-TARJ-VALOR(5:1) = '-'
                      AND WS-TARJ-VALOR(6:2) IS NUMERIC
                      AND WS-TARJ-VALOR(6:2) >= "01"
                      AND WS-TARJ-VALOR(6:2) <= "12"
                      AND WS-TARJ-VALOR(8:1) = '-'
                      AND WS-TARJ-VALOR(9:2) IS NUMERIC
                      AND WS-TARJ-VALOR(9:2) >= "01"
                      AND WS-TARJ-VALOR(9:2) <= "31"
                      AND WS-TARJ-VALOR(11:10) = SPACES
                       MOVE WS-TARJ-VALOR(1:10) TO WS-FECHA-PROCESO
                   ELSE
                       MOVE "<- VALOR INVALIDO, SE IGNORA"
                           TO WS-TAR-OBSERV
                   END-IF
               WHEN "JOB"
                   MOVE 0 TO WS-LARGO-VALOR
                   INSPECT WS-TARJ-VALOR TALLYING WS-LARGO-VALOR
                       FOR CHARACTERS BEFORE INITIAL SPACE
                   EVALUATE TRUE
                       WHEN WS-LARGO-VALOR = 0 OR WS-LARGO-VALOR > 8
                           MOVE "<- VALOR INVALIDO, SE IGNORA"
                               TO WS-TAR-OBSERV
                       WHEN WS-CANT-ESPERADOS >= WS-MAX-ESPERADOS
                           MOVE "<- TOPE DE JOBS, SE IGNORA"
                               TO WS-TAR-OBSERV
                       WHEN OTHER
                           ADD 1 TO WS-CANT-ESPERADOS
                           MOVE WS-TARJ-VALOR(1:8)
                               TO WS-ESP-JOB(WS-CANT-ESPERADOS)
                   END-EVALUATE
               WHEN OTHER
                   MOVE "<- TARJETA DESCONOCIDA" TO WS-TAR-OBSERV
           END-EVALUATE

           WRITE RPT-LINEA FROM WS-LINEA-TARJETA.

       2000-CARGAR-CORRIDAS.
           PERFORM 2100-LEER-CORRIDA
           PERFORM 2200-EVALUAR-CORRIDA UNTIL WS-FIN-CORRID.

       2100-LEER-CORRIDA.
           READ CORRID-FILE INTO COR-REG
               AT END
                   MOVE '10' TO WS-CORRID-STATUS
           END-READ.

       2200-EVALUAR-CORRIDA.
           ADD 1 TO WS-CONTADOR-LEIDOS
           MOVE COR-FEC-INICIO  TO WS-CLAVE-FECHA
           MOVE COR-HORA-INICIO TO WS-CLAVE-HORA

           IF WS-CLAVE-CORRIDA NOT < WS-VENTANA-DESDE
              AND WS-CLAVE-CORRIDA < WS-VENTANA-HASTA
               IF WS-CANT-CORRIDAS < WS-MAX-CORRIDAS
                   PERFORM 2300-GUARDAR-CORRIDA
               ELSE
                   ADD 1 TO WS-CONTADOR-DESBORDE
               END-IF
           END-IF

      *    El envio queda como referencia para los acuses que vengan
      *    despues, aunque sea de una noche anterior al periodo.
           IF COR-PROGRAMA = "CL0010"
              AND WS-CLAVE-CORRIDA < WS-VENTANA-HASTA
               MOVE 'S'                TO WS-HAY-ENVIO
               MOVE COR-CANT-CUENTAS   TO WS-ULT-ENV-CUENTAS
               MOVE COR-CANT-TARJETAS  TO WS-ULT-ENV-TARJETAS
           END-IF

           PERFORM 2100-LEER-CORRIDA.

       2300-GUARDAR-CORRIDA.
           ADD 1 TO WS-CANT-CORRIDAS
           MOVE COR-JOB           TO WS-T-JOB(WS-CANT-CORRIDAS)
           MOVE COR-PROGRAMA      TO WS-T-PROGRAMA(WS-CANT-CORRIDAS)
           MOVE COR-FEC-INICIO    TO WS-T-FEC-INICIO(WS-CANT-CORRIDAS)
           MOVE COR-HORA-INICIO   TO WS-T-HORA-INICIO(WS-CANT-CORRIDAS)
           MOVE COR-FEC-FIN       TO WS-T-FEC-FIN(WS-CANT-CORRIDAS)
           MOVE COR-HORA-FIN      TO WS-T-HORA-FIN(WS-CANT-CORRIDAS)
           MOVE COR-LEIDOS        TO WS-T-LEIDOS(WS-CANT-CORRIDAS)
           MOVE COR-GRABADOS      TO WS-T-GRABADOS(WS-CANT-CORRIDAS)
           MOVE COR-RECHAZADOS    TO WS-T-RECHAZADOS(WS-CANT-CORRIDAS)
           MOVE COR-RETURN-CODE   TO WS-T-RETURN-CODE(WS-CANT-CORRIDAS)
           MOVE COR-CANT-CUENTAS  TO WS-T-CANT-CUENTAS(WS-CANT-CORRIDAS)
           MOVE COR-CANT-TARJETAS
               TO WS-T-CANT-TARJETAS(WS-CANT-CORRIDAS)
           MOVE WS-HAY-ENVIO      TO WS-T-ENV-HALLADO(WS-CANT-CORRIDAS)
           MOVE WS-ULT-ENV-CUENTAS
               TO WS-T-ENV-CUENTAS(WS-CANT-CORRIDAS)
           MOVE WS-ULT-ENV-TARJETAS
               TO WS-T-ENV-TARJETAS(WS-CANT-CORRIDAS).

       3000-LISTAR-CORRIDAS.
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE "CORRIDAS DEL PERIODO" TO WS-TIT-TEXTO
           WRITE RPT-LINEA FROM WS-LINEA-TITULO
           WRITE RPT-LINEA FROM WS-ENCABEZADO-CORRIDAS

           MOVE 0 TO WS-INDICE
           PERFORM 3100-LISTAR-CORRIDA WS-CANT-CORRIDAS TIMES.

       3100-LISTAR-CORRIDA.
           ADD 1 TO WS-INDICE
           MOVE WS-T-JOB(WS-INDICE)          TO WS-COR-JOB
           MOVE WS-T-PROGRAMA(WS-INDICE)     TO WS-COR-PROGRAMA
           MOVE WS-T-FEC-INICIO(WS-INDICE)   TO WS-COR-FEC-INICIO
           MOVE WS-T-HORA-INICIO(WS-INDICE)  TO WS-COR-HORA-INICIO
           MOVE WS-T-FEC-FIN(WS-INDICE)      TO WS-COR-FEC-FIN
           MOVE WS-T-HORA-FIN(WS-INDICE)     TO WS-COR-HORA-FIN
           MOVE WS-T-LEIDOS(WS-INDICE)       TO WS-COR-LEIDOS
           MOVE WS-T-GRABADOS(WS-INDICE)     TO WS-COR-GRABADOS
           MOVE WS-T-RECHAZADOS(WS-INDICE)   TO WS-COR-RECHAZADOS
           MOVE WS-T-RETURN-CODE(WS-INDICE)  TO WS-COR-RC

           MOVE WS-T-JOB(WS-INDICE) TO WS-JOB-BUSCADO
           PERFORM 3200-CONTAR-CORRIDAS-JOB
           PERFORM 3300-BUSCAR-ESPERADO

      *    Una sola observacion por corrida, la mas grave: el RC se
      *    ve igual en su columna y las repetidas se resumen en el
      *    control de la cadena.
           EVALUATE TRUE
               WHEN WS-T-RETURN-CODE(WS-INDICE) NOT = 0
                   MOVE "RC DISTINTO DE CERO" TO WS-COR-OBSERV
                   ADD 1 TO WS-CONTADOR-RC-ERROR
               WHEN WS-VECES-JOB > 1
                   MOVE "CORRIDA REPETIDA"    TO WS-COR-OBSERV
               WHEN NOT WS-JOB-ESPERADO
                   MOVE "NO PLANIFICADO"      TO WS-COR-OBSERV
               WHEN OTHER
                   MOVE SPACES                TO WS-COR-OBSERV
           END-EVALUATE
           IF NOT WS-JOB-ESPERADO
               ADD 1 TO WS-CONTADOR-NO-PLANIF
           END-IF

           WRITE RPT-LINEA FROM WS-LINEA-CORRIDA.

       3200-CONTAR-CORRIDAS-JOB.
      *    Corridas del job buscado en el periodo y el mayor RC con
      *    que terminaron.
           MOVE 0 TO WS-VECES-JOB
           MOVE 0 TO WS-RC-JOB
           MOVE 0 TO WS-INDICE-2
           PERFORM 3250-COMPARAR-CORRIDA WS-CANT-CORRIDAS TIMES.

       3250-COMPARAR-CORRIDA.
           ADD 1 TO WS-INDICE-2
           IF WS-T-JOB(WS-INDICE-2) = WS-JOB-BUSCADO
               ADD 1 TO WS-VECES-JOB
               IF WS-T-RETURN-CODE(WS-INDICE-2) > WS-RC-JOB
                   MOVE WS-T-RETURN-CODE(WS-INDICE-2) TO WS-RC-JOB
               END-IF
           END-IF.

       3300-BUSCAR-ESPERADO.
      *    Sin cadena planificada ninguna corrida se marca como no
      *    planificada.
           IF WS-CANT-ESPERADOS = 0
               MOVE 'S' TO WS-ESPERADO
           ELSE
               MOVE 'N' TO WS-ESPERADO
               MOVE 0   TO WS-INDICE-2
               PERFORM 3350-COMPARAR-ESPERADO WS-CANT-ESPERADOS TIMES
           END-IF.

       3350-COMPARAR-ESPERADO.
           ADD 1 TO WS-INDICE-2
           IF WS-ESP-JOB(WS-INDICE-2) = WS-JOB-BUSCADO
               MOVE 'S' TO WS-ESPERADO
           END-IF.

       4000-CONTROLAR-CADENA.
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE "CONTROL DE LA CADENA PLANIFICADA" TO WS-TIT-TEXTO
           WRITE RPT-LINEA FROM WS-LINEA-TITULO

           IF WS-CANT-ESPERADOS = 0
               WRITE RPT-LINEA FROM WS-LINEA-SIN-CADENA
           ELSE
               WRITE RPT-LINEA FROM WS-ENCABEZADO-CADENA
               MOVE 0 TO WS-INDICE
               PERFORM 4100-CONTROLAR-JOB WS-CANT-ESPERADOS TIMES
           END-IF.

       4100-CONTROLAR-JOB.
           ADD 1 TO WS-INDICE
           MOVE WS-ESP-JOB(WS-INDICE) TO WS-JOB-BUSCADO
           PERFORM 3200-CONTAR-CORRIDAS-JOB

           MOVE WS-JOB-BUSCADO TO WS-CAD-JOB
           MOVE WS-VECES-JOB   TO WS-CAD-VECES
           MOVE WS-RC-JOB      TO WS-CAD-RC
           EVALUATE TRUE
               WHEN WS-VECES-JOB = 0
                   MOVE "NO CORRIO"           TO WS-CAD-RESULTADO
                   ADD 1 TO WS-CONTADOR-NO-CORRIO
               WHEN WS-VECES-JOB > 1
                   MOVE "CORRIO MAS DE UNA VEZ" TO WS-CAD-RESULTADO
                   ADD 1 TO WS-CONTADOR-REPETIDOS
               WHEN WS-RC-JOB NOT = 0
                   MOVE "RC DISTINTO DE CERO" TO WS-CAD-RESULTADO
               WHEN OTHER
                   MOVE "OK"                  TO WS-CAD-RESULTADO
           END-EVALUATE

           WRITE RPT-LINEA FROM WS-LINEA-CADENA.

       5000-BALANCEAR-NOTIFICACIONES.
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE "BALANCE DE LA CADENA DE NOTIFICACIONES"
               TO WS-TIT-TEXTO
           WRITE RPT-LINEA FROM WS-LINEA-TITULO

           MOVE 0 TO WS-INDICE
           PERFORM 5100-BALANCEAR-CORRIDA WS-CANT-CORRIDAS TIMES

           IF WS-CONTADOR-CIRCUITO = 0
               WRITE RPT-LINEA FROM WS-LINEA-SIN-CIRCUITO
           END-IF.

       5100-BALANCEAR-CORRIDA.
           ADD 1 TO WS-INDICE
           EVALUATE WS-T-PROGRAMA(WS-INDICE)
               WHEN "CL0010"
                   ADD 1 TO WS-CONTADOR-CIRCUITO
                   PERFORM 5200-BALANCEAR-ENVIO
               WHEN "CL0023"
                   ADD 1 TO WS-CONTADOR-CIRCUITO
                   PERFORM 5300-BALANCEAR-ACUSES
           END-EVALUATE.

       5200-BALANCEAR-ENVIO.
      *    Toda pendiente leida sale enviada o rechazada, y cada
      *    enviada deja un registro en cada interfase.
           MOVE 'S' TO WS-BALANCE
           IF WS-T-LEIDOS(WS-INDICE) NOT =
              WS-T-GRABADOS(WS-INDICE) + WS-T-RECHAZADOS(WS-INDICE)
               MOVE 'N' TO WS-BALANCE
           END-IF
           IF WS-T-CANT-CUENTAS(WS-INDICE) NOT =
              WS-T-GRABADOS(WS-INDICE)
              OR WS-T-CANT-TARJETAS(WS-INDICE) NOT =
              WS-T-GRABADOS(WS-INDICE)
               MOVE 'N' TO WS-BALANCE
           END-IF

           MOVE WS-T-FEC-INICIO(WS-INDICE)    TO WS-BEN-FECHA
           MOVE WS-T-HORA-INICIO(WS-INDICE)   TO WS-BEN-HORA
           MOVE WS-T-LEIDOS(WS-INDICE)        TO WS-BEN-PENDIENTES
           MOVE WS-T-GRABADOS(WS-INDICE)      TO WS-BEN-ENVIADAS
           MOVE WS-T-RECHAZADOS(WS-INDICE)    TO WS-BEN-RECHAZADAS
           MOVE WS-T-CANT-CUENTAS(WS-INDICE)  TO WS-BEN-NOTCUEN
           MOVE WS-T-CANT-TARJETAS(WS-INDICE) TO WS-BEN-NOTTARJ
           IF WS-BALANCEA
               MOVE "BALANCEA"    TO WS-BEN-RESULTADO
           ELSE
               MOVE "NO BALANCEA" TO WS-BEN-RESULTADO
               ADD 1 TO WS-CONTADOR-DIFERENCIAS
           END-IF
           WRITE RPT-LINEA FROM WS-LINEA-BAL-ENVIO.

       5300-BALANCEAR-ACUSES.
      *    Cada consumidor debe acusar lo que le despacho el ultimo
      *    envio; la diferencia son acuses faltantes o de mas.
           MOVE WS-T-FEC-INICIO(WS-INDICE)    TO WS-BAC-FECHA
           MOVE WS-T-HORA-INICIO(WS-INDICE)   TO WS-BAC-HORA
           MOVE WS-T-CANT-CUENTAS(WS-INDICE)  TO WS-BAC-CUENTAS
           MOVE WS-T-CANT-TARJETAS(WS-INDICE) TO WS-BAC-TARJETAS
           MOVE WS-T-ENV-CUENTAS(WS-INDICE)   TO WS-BAC-ENV-CUENTAS
           MOVE WS-T-ENV-TARJETAS(WS-INDICE)  TO WS-BAC-ENV-TARJETAS

           EVALUATE TRUE
               WHEN NOT WS-T-CON-ENVIO(WS-INDICE)
                   MOVE "SIN ENVIO PREVIO" TO WS-BAC-RESULTADO
                   ADD 1 TO WS-CONTADOR-DIFERENCIAS
               WHEN WS-T-CANT-CUENTAS(WS-INDICE) NOT =
                    WS-T-ENV-CUENTAS(WS-INDICE)
                 OR WS-T-CANT-TARJETAS(WS-INDICE) NOT =
                    WS-T-ENV-TARJETAS(WS-INDICE)
                   MOVE "NO BALANCEA"      TO WS-BAC-RESULTADO
                   ADD 1 TO WS-CONTADOR-DIFERENCIAS
               WHEN OTHER
                   MOVE "BALANCEA"         TO WS-BAC-RESULTADO
           END-EVALUATE
           WRITE RPT-LINEA FROM WS-LINEA-BAL-ACUSE.

       0900-FINALIZAR.
           IF WS-CONTADOR-DESBORDE > 0
               MOVE SPACES TO RPT-LINEA
               WRITE RPT-LINEA
               MOVE WS-CONTADOR-DESBORDE TO WS-DES-CANTIDAD
               WRITE RPT-LINEA FROM WS-LINEA-DESBORDE
           END-IF

           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE "Registros de control leidos: " TO WS-TOT-ETIQUETA
           MOVE WS-CONTADOR-LEIDOS      TO WS-TOT-CANTIDAD
           WRITE RPT-LINEA FROM WS-LINEA-TOTAL
           MOVE "Corridas del periodo      : " TO WS-TOT-ETIQUETA
           MOVE WS-CANT-CORRIDAS        TO WS-TOT-CANTIDAD
           WRITE RPT-LINEA FROM WS-LINEA-TOTAL
           MOVE "Jobs planificados         : " TO WS-TOT-ETIQUETA
           MOVE WS-CANT-ESPERADOS       TO WS-TOT-CANTIDAD
           WRITE RPT-LINEA FROM WS-LINEA-TOTAL
           MOVE "Jobs que no corrieron     : " TO WS-TOT-ETIQUETA
           MOVE WS-CONTADOR-NO-CORRIO   TO WS-TOT-CANTIDAD
           WRITE RPT-LINEA FROM WS-LINEA-TOTAL
           MOVE "Jobs corridos mas de 1 vez: " TO WS-TOT-ETIQUETA
           MOVE WS-CONTADOR-REPETIDOS   TO WS-TOT-CANTIDAD
           WRITE RPT-LINEA FROM WS-LINEA-TOTAL
           MOVE "Corridas con RC no cero   : " TO WS-TOT-ETIQUETA
           MOVE WS-CONTADOR-RC-ERROR    TO WS-TOT-CANTIDAD
           WRITE RPT-LINEA FROM WS-LINEA-TOTAL
           MOVE "Corridas no planificadas  : " TO WS-TOT-ETIQUETA
           MOVE WS-CONTADOR-NO-PLANIF   TO WS-TOT-CANTIDAD
           WRITE RPT-LINEA FROM WS-LINEA-TOTAL
           MOVE "Notificaciones sin balance: " TO WS-TOT-ETIQUETA
           MOVE WS-CONTADOR-DIFERENCIAS TO WS-TOT-CANTIDAD
           WRITE RPT-LINEA FROM WS-LINEA-TOTAL

           CLOSE REPORTE-FILE

           DISPLAY "Balance de corridas finalizado."
           DISPLAY "Corridas: " WS-CANT-CORRIDAS
                   " No corrieron: " WS-CONTADOR-NO-CORRIO
                   " RC no cero: " WS-CONTADOR-RC-ERROR
                   " Sin balance: " WS-CONTADOR-DIFERENCIAS.

       0950-REGISTRAR-CORRIDA.
      *    Deja la corrida en el control de corridas (CL0041). La
      *    llamada pone en cero el RETURN-CODE: se guarda antes y
      *    se repone al volver.
           INITIALIZE COR-REG
           MOVE "CL0042J"              TO COR-JOB
           MOVE "CL0042"               TO COR-PROGRAMA
           MOVE WS-FEC-INICIO-CORRIDA  TO COR-FEC-INICIO
           MOVE WS-HORA-INICIO-CORRIDA TO COR-HORA-INICIO
           MOVE WS-CONTADOR-LEIDOS     TO COR-LEIDOS
           MOVE RETURN-CODE            TO COR-RETURN-CODE
           CALL 'CL0041' USING COR-REG
           MOVE COR-RETURN-CODE        TO RETURN-CODE.
