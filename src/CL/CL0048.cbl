       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL0048.
       AUTHOR. BANC-S.
      *=================================================================
      *    REPORTE ANUAL CRS/FATCA A LA AUTORIDAD TRIBUTARIA (BATCH)
      *    Recorre los clientes activos y, para cada uno, sus
      *    residencias fiscales en RESFISC (copy CLRESFIS). Es
      *    reportable la residencia fuera del pais del banco que
      *    estaba vigente al cierre del anio informado: registrada
      *    hasta el 31/12 y todavia vigente o dada de baja despues.
      *    Cada residencia reportable va al archivo regulatorio
      *    CRSANUAL (copy CLCRSREG) en el formato fijo de la
      *    autoridad, FATCA la de EE.UU. y CRS las demas, entre una
      *    cabecera y un registro de totales. La residencia sin TIN
      *    o sin autocertificacion se informa igual, marcada como
      *    incompleta, y sale en el reporte de excepciones RPTCRS por
      *    sucursal duenia para que la sucursal la gestione antes del
      *    vencimiento.
      *    El anio llega por SYSIN como tarjeta CAMPO=VALOR (mismo
      *    formato de CL0029), cerrada por FIN:
      *      ANIO=aaaa    anio informado (por omision el anterior)
      *    Sin RESFISC termina con RC 12 sin proceso; con el archivo
      *    todavia vacio entrega cabecera y totales en cero con RC 04.
      *    Se ejecuta desde el JCL CL0048J.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESFIS-FILE ASSIGN TO RESFISC
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RFI-CLAVE
               FILE STATUS IS WS-RESFIS-STATUS.
           SELECT CRS-FILE ASSIGN TO CRSANUAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CRS-STATUS.
           SELECT REPORTE-FILE ASSIGN TO RPTCRS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESFIS-FILE.
           COPY CLRESFIS.

       FD  CRS-FILE
           RECORDING MODE IS F.
           COPY CLCRSREG.

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
      *    VARIABLES DE CONTROL Y LOGICA
      *=================================================================
       01  WS-RESFIS-STATUS        PIC X(02).
           88  WS-RESFIS-OK               VALUE '00'.
           88  WS-FIN-RESFIS              VALUE '10'.
           88  WS-RESFIS-NO-EXISTE        VALUE '35'.
       01  WS-CRS-STATUS           PIC X(02).
       01  WS-RPT-STATUS           PIC X(02).
       01  WS-SQLCODE-DISP         PIC -(8)9.
       01  WS-FIN-CURSOR           PIC X(01) VALUE 'N'.
           88  WS-NO-HAY-MAS-CLIENTES     VALUE 'S'.
       01  WS-FECHA-HOY            PIC X(10).
       01  WS-HORA-HOY             PIC X(08).
       01  WS-ANIO-ACTUAL          PIC 9(04).
      *    Pais del banco, informante ante la autoridad: se toma de
      *    RFI-PAIS-LOCAL al inicializar, para no repetir el codigo.
       01  WS-PAIS-INFORMANTE      PIC X(02).
       01  WS-ENTIDAD              PIC X(20) VALUE 'BANC-S'.
       01  WS-FEC-CIERRE.
           05  WS-CIE-ANIO         PIC 9(04).
           05  FILLER              PIC X(06) VALUE "-12-31".
       01  WS-CLI-REPORTABLE       PIC X(01).
           88  WS-ES-REPORTABLE           VALUE 'S'.
       01  WS-FALTANTE             PIC X(22).

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
       01  WS-ANIO-REPORTE         PIC 9(04).

      *=================================================================
      *    CORTE POR SUCURSAL DEL REPORTE DE EXCEPCIONES
      *=================================================================
       01  WS-SUBTOTAL-SUCURSAL    PIC 9(07) VALUE 0.
       01  WS-SUC-ACTUAL           PIC X(04).
       01  WS-PRIMERA-SUCURSAL     PIC X(01) VALUE 'S'.
           88  WS-ES-PRIMERA-SUCURSAL     VALUE 'S'.

      *=================================================================
      *    CONTADORES
      *=================================================================
       01  WS-CONTADOR-LEIDOS      PIC 9(07) VALUE 0.
       01  WS-CONTADOR-CLIENTES    PIC 9(07) VALUE 0.
       01  WS-CONTADOR-DETALLES    PIC 9(07) VALUE 0.
       01  WS-CONTADOR-CRS         PIC 9(07) VALUE 0.
       01  WS-CONTADOR-FATCA       PIC 9(07) VALUE 0.
       01  WS-CONTADOR-EXCEPCIONES PIC 9(07) VALUE 0.
       01  WS-CONTADOR-SIN-TIN     PIC 9(07) VALUE 0.
       01  WS-CONTADOR-SIN-AUTOC   PIC 9(07) VALUE 0.

      *=================================================================
      *    LINEAS DEL REPORTE
      *=================================================================
       01  WS-LINEA-ENCABEZADO     PIC X(100) VALUE
           "REPORTE ANUAL CRS/FATCA - EXCEPCIONES POR SUCURSAL".

       01  WS-LINEA-FECHA.
           05  FILLER              PIC X(10) VALUE "Fecha: ".
           05  WS-ENC-FECHA        PIC X(10).
           05  FILLER              PIC X(05) VALUE SPACES.
           05  FILLER              PIC X(08) VALUE "Hora: ".
           05  WS-ENC-HORA         PIC X(08).

       01  WS-LINEA-TARJETA.
           05  FILLER              PIC X(11) VALUE "Tarjeta  : ".
           05  WS-TAR-TEXTO        PIC X(40).
           05  WS-TAR-OBSERV       PIC X(30).

       01  WS-LINEA-PARAMETROS.
           05  FILLER              PIC X(17) VALUE
               "Anio informado : ".
           05  WS-PAR-ANIO         PIC 9(04).
           05  FILLER              PIC X(20) VALUE
               "   Cierre al      : ".
           05  WS-PAR-CIERRE       PIC X(10).

       01  WS-LINEA-AVISO          PIC X(100).

       01  WS-ENCABEZADO-SUC.
           05  FILLER              PIC X(10) VALUE "SUCURSAL: ".
           05  WS-ENC-SUCURSAL     PIC X(11).

       01  WS-ENCABEZADO-COL.
           05  FILLER              PIC X(11) VALUE "NUM CLIENTE".
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(42) VALUE "NOMBRE".
           05  FILLER              PIC X(05) VALUE "PAIS ".
           05  FILLER              PIC X(07) VALUE "REGIM. ".
           05  FILLER              PIC X(22) VALUE "FALTA".

       01  WS-LINEA-DETALLE.
           05  WS-DET-CLI-ID       PIC Z(9)9.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WS-DET-NOMBRE       PIC X(41).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-DET-PAIS         PIC X(02).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WS-DET-REGIMEN      PIC X(05).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DET-FALTANTE     PIC X(22).

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
           PERFORM 0150-FIJAR-PERIODO

           OPEN INPUT RESFIS-FILE
           EVALUATE TRUE
               WHEN WS-RESFIS-OK
                   PERFORM 0300-ESCRIBIR-CABECERA
                   PERFORM 2000-RECORRER-CLIENTES
                   PERFORM 0400-ESCRIBIR-TOTALES
                   CLOSE RESFIS-FILE
      *        Archivo definido pero todavia sin ninguna residencia:
      *        se entrega el archivo sin detalles.
               WHEN WS-RESFIS-NO-EXISTE
                   PERFORM 0300-ESCRIBIR-CABECERA
                   PERFORM 0400-ESCRIBIR-TOTALES
                   MOVE SPACES TO RPT-LINEA
                   WRITE RPT-LINEA
                   MOVE "Sin residencias fiscales registradas"
                       TO RPT-LINEA
                   WRITE RPT-LINEA
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE SPACES TO WS-LINEA-AVISO
                   STRING "Residencias fiscales RESFISC no disponibles"
                          DELIMITED SIZE
                          " - status " DELIMITED SIZE
                          WS-RESFIS-STATUS DELIMITED SIZE
                          " - sin proceso" DELIMITED SIZE
                       INTO WS-LINEA-AVISO
                   MOVE SPACES TO RPT-LINEA
                   WRITE RPT-LINEA
                   WRITE RPT-LINEA FROM WS-LINEA-AVISO
                   MOVE 12 TO RETURN-CODE
           END-EVALUATE

           PERFORM 0900-FINALIZAR
           PERFORM 0950-REGISTRAR-CORRIDA
           STOP RUN.

       0010-INICIAR-CORRIDA.
           INITIALIZE COR-REG
           CALL 'CL0009' USING COR-FEC-INICIO, COR-HORA-INICIO.

       0100-INICIALIZAR.
           CALL 'CL0009' USING WS-FECHA-HOY, WS-HORA-HOY

      *    Por omision se informa el anio anterior al de la corrida.
           MOVE WS-FECHA-HOY(1:4) TO WS-ANIO-ACTUAL
           COMPUTE WS-ANIO-REPORTE = WS-ANIO-ACTUAL - 1

           SET RFI-PAIS-LOCAL     TO TRUE
           MOVE RFI-PAIS          TO WS-PAIS-INFORMANTE

           OPEN OUTPUT CRS-FILE
           OPEN OUTPUT REPORTE-FILE
           WRITE RPT-LINEA FROM WS-LINEA-ENCABEZADO
           MOVE WS-FECHA-HOY      TO WS-ENC-FECHA
           MOVE WS-HORA-HOY       TO WS-ENC-HORA
           WRITE RPT-LINEA FROM WS-LINEA-FECHA.

       0150-FIJAR-PERIODO.
           MOVE WS-ANIO-REPORTE   TO WS-CIE-ANIO
           MOVE WS-ANIO-REPORTE   TO WS-PAR-ANIO
           MOVE WS-FEC-CIERRE     TO WS-PAR-CIERRE
           WRITE RPT-LINEA FROM WS-LINEA-PARAMETROS.

       0300-ESCRIBIR-CABECERA.
           INITIALIZE CRS-REG
           MOVE 'C'                TO CRS-TIPO-REG
           MOVE WS-ANIO-REPORTE    TO CRS-ANIO
           MOVE WS-PAIS-INFORMANTE TO CRS-CAB-PAIS-INFORMANTE
           MOVE WS-FECHA-HOY       TO CRS-CAB-FEC-GENERACION
           MOVE WS-ENTIDAD         TO CRS-CAB-ENTIDAD
           WRITE CRS-REG.

       0400-ESCRIBIR-TOTALES.
           INITIALIZE CRS-REG
           MOVE 'T'                     TO CRS-TIPO-REG
           MOVE WS-ANIO-REPORTE         TO CRS-ANIO
           MOVE WS-CONTADOR-DETALLES    TO CRS-TOT-DETALLES
           MOVE WS-CONTADOR-CRS         TO CRS-TOT-CRS
           MOVE WS-CONTADOR-FATCA       TO CRS-TOT-FATCA
           MOVE WS-CONTADOR-EXCEPCIONES TO CRS-TOT-INCOMPLETOS
           WRITE CRS-REG.

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
      *    con aviso y se corre con el valor por omision. No se
      *    informa un anio que todavia no cerro.
           MOVE WS-TARJETA TO WS-TAR-TEXTO
           MOVE SPACES     TO WS-TAR-OBSERV

           EVALUATE WS-TARJ-CAMPO
               WHEN "ANIO"
                   IF WS-TARJ-VALOR(1:4) IS NUMERIC
                      AND WS-TARJ-VALOR(5:16) = SPACES
                      AND WS-TARJ-VALOR(1:4) < WS-ANIO-ACTUAL
                       MOVE WS-TARJ-VALOR(1:4) TO WS-ANIO-REPORTE
                   ELSE
                       MOVE "<- VALOR INVALIDO, SE IGNORA"
                           TO WS-TAR-OBSERV
                   END-IF
               WHEN OTHER
                   MOVE "<- TARJETA DESCONOCIDA" TO WS-TAR-OBSERV
           END-EVALUATE

           WRITE RPT-LINEA FROM WS-LINEA-TARJETA.

       2000-RECORRER-CLIENTES.
           EXEC SQL
               DECLARE CUR-CRS CURSOR FOR
                   SELECT CLI_ID, CLI_TIPO_DOC, CLI_NUM_DOC,
                          CLI_NOMBRE, CLI_APELLIDO, CLI_DIRECCION,
                          CLI_FEC_ALTA, CLI_SUCURSAL
                       FROM CLIENTES
                       WHERE CLI_ESTADO = 'A'
                       ORDER BY CLI_SUCURSAL, CLI_ID
           END-EXEC

           EXEC SQL
               OPEN CUR-CRS
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISP
               DISPLAY "Error de base de datos SQLCODE "
                       WS-SQLCODE-DISP
               MOVE 'S' TO WS-FIN-CURSOR
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM 2100-LEER-CLIENTE
               PERFORM 2200-PROCESAR-CLIENTE
                   UNTIL WS-NO-HAY-MAS-CLIENTES

               EXEC SQL
                   CLOSE CUR-CRS
               END-EXEC
           END-IF

      *    Sin excepciones igual salen los titulos de columna; si
      *    hubo, se cierra la ultima sucursal.
           IF WS-ES-PRIMERA-SUCURSAL
               MOVE SPACES TO RPT-LINEA
               WRITE RPT-LINEA
               WRITE RPT-LINEA FROM WS-ENCABEZADO-COL
           ELSE
               PERFORM 3400-IMPRIMIR-SUBTOTAL
           END-IF.

       2100-LEER-CLIENTE.
           EXEC SQL
               FETCH CUR-CRS
                   INTO :CLI-ID, :CLI-TIPO-DOC, :CLI-NUM-DOC,
                        :CLI-NOMBRE, :CLI-APELLIDO, :CLI-DIRECCION,
                        :CLI-FEC-ALTA, :CLI-SUCURSAL
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

       2200-PROCESAR-CLIENTE.
      *    Todas las residencias del cliente, en orden de pais.
           MOVE 'N'          TO WS-CLI-REPORTABLE
           MOVE CLI-ID       TO RFI-CLI-ID
           MOVE LOW-VALUES   TO RFI-PAIS
           MOVE '00'         TO WS-RESFIS-STATUS
           START RESFIS-FILE KEY >= RFI-CLAVE
               INVALID KEY
                   MOVE '10' TO WS-RESFIS-STATUS
           END-START
           IF NOT WS-FIN-RESFIS
               PERFORM 2250-LEER-RESIDENCIA
               PERFORM 2300-EVALUAR-RESIDENCIA
                   UNTIL WS-FIN-RESFIS
           END-IF
           IF WS-ES-REPORTABLE
               ADD 1 TO WS-CONTADOR-CLIENTES
           END-IF
           PERFORM 2100-LEER-CLIENTE.

       2250-LEER-RESIDENCIA.
           READ RESFIS-FILE NEXT
               AT END
                   MOVE '10' TO WS-RESFIS-STATUS
           END-READ
           IF NOT WS-FIN-RESFIS
               IF RFI-CLI-ID NOT = CLI-ID
                   MOVE '10' TO WS-RESFIS-STATUS
               END-IF
           END-IF.

       2300-EVALUAR-RESIDENCIA.
      *    Reportable: fuera del pais, registrada hasta el cierre y
      *    vigente al cierre (sigue vigente o la baja es posterior).
           IF NOT RFI-PAIS-LOCAL
              AND RFI-FEC-REGISTRO NOT > WS-FEC-CIERRE
              AND (RFI-VIGENTE OR RFI-FEC-BAJA > WS-FEC-CIERRE)
               MOVE 'S' TO WS-CLI-REPORTABLE
               PERFORM 2400-ESCRIBIR-REGULATORIO
           END-IF
           PERFORM 2250-LEER-RESIDENCIA.

       2400-ESCRIBIR-REGULATORIO.
           INITIALIZE CRS-REG
           MOVE 'D'               TO CRS-TIPO-REG
           MOVE WS-ANIO-REPORTE   TO CRS-ANIO
           IF RFI-PAIS-EEUU
               MOVE 'F'           TO CRS-REGIMEN
               ADD 1 TO WS-CONTADOR-FATCA
           ELSE
               MOVE 'C'           TO CRS-REGIMEN
               ADD 1 TO WS-CONTADOR-CRS
           END-IF
           MOVE RFI-PAIS          TO CRS-PAIS-RESID
           MOVE RFI-TIN           TO CRS-TIN
           MOVE RFI-FEC-AUTOCERT  TO CRS-FEC-AUTOCERT
           MOVE CLI-ID            TO CRS-CLI-ID
           MOVE CLI-SUCURSAL      TO CRS-SUCURSAL
           MOVE CLI-TIPO-DOC      TO CRS-TIPO-DOC
           MOVE CLI-NUM-DOC       TO CRS-NUM-DOC
           MOVE CLI-NOMBRE        TO CRS-NOMBRE
           MOVE CLI-APELLIDO      TO CRS-APELLIDO
           MOVE CLI-DIRECCION     TO CRS-DIRECCION
           MOVE CLI-FEC-ALTA      TO CRS-FEC-ALTA

           MOVE SPACES TO WS-FALTANTE
           EVALUATE TRUE
               WHEN RFI-TIN = SPACES AND RFI-FEC-AUTOCERT = SPACES
                   MOVE "TIN Y AUTOCERTIFICAC." TO WS-FALTANTE
                   ADD 1 TO WS-CONTADOR-SIN-TIN
                   ADD 1 TO WS-CONTADOR-SIN-AUTOC
               WHEN RFI-TIN = SPACES
                   MOVE "TIN"                   TO WS-FALTANTE
                   ADD 1 TO WS-CONTADOR-SIN-TIN
               WHEN RFI-FEC-AUTOCERT = SPACES
                   MOVE "AUTOCERTIFICACION"     TO WS-FALTANTE
                   ADD 1 TO WS-CONTADOR-SIN-AUTOC
           END-EVALUATE
           IF WS-FALTANTE NOT = SPACES
               MOVE 'S'           TO CRS-INCOMPLETO
           END-IF

           WRITE CRS-REG
           ADD 1 TO WS-CONTADOR-DETALLES

           IF CRS-DATOS-INCOMPLETOS
               PERFORM 3000-LISTAR-EXCEPCION
           END-IF.

       3000-LISTAR-EXCEPCION.
           IF WS-ES-PRIMERA-SUCURSAL
              OR CLI-SUCURSAL NOT = WS-SUC-ACTUAL
               PERFORM 3300-CORTE-SUCURSAL
           END-IF
           MOVE CLI-ID            TO WS-DET-CLI-ID
           MOVE SPACES            TO WS-DET-NOMBRE
           STRING FUNCTION TRIM(CLI-NOMBRE)    DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  FUNCTION TRIM(CLI-APELLIDO)  DELIMITED BY SIZE
               INTO WS-DET-NOMBRE
           MOVE RFI-PAIS          TO WS-DET-PAIS
           IF CRS-REGIMEN-FATCA
               MOVE "FATCA"       TO WS-DET-REGIMEN
           ELSE
               MOVE "CRS"         TO WS-DET-REGIMEN
           END-IF
           MOVE WS-FALTANTE       TO WS-DET-FALTANTE
           WRITE RPT-LINEA FROM WS-LINEA-DETALLE
           ADD 1 TO WS-SUBTOTAL-SUCURSAL
           ADD 1 TO WS-CONTADOR-EXCEPCIONES.

       3300-CORTE-SUCURSAL.
      *    Cierra la sucursal anterior con su subtotal y abre la nueva
      *    con su encabezado y los titulos de columna.
           IF WS-ES-PRIMERA-SUCURSAL
               MOVE 'N' TO WS-PRIMERA-SUCURSAL
           ELSE
               PERFORM 3400-IMPRIMIR-SUBTOTAL
           END-IF
           MOVE CLI-SUCURSAL      TO WS-SUC-ACTUAL
           MOVE 0                 TO WS-SUBTOTAL-SUCURSAL
           IF WS-SUC-ACTUAL = SPACES
               MOVE "SIN ASIGNAR" TO WS-ENC-SUCURSAL
           ELSE
               MOVE WS-SUC-ACTUAL TO WS-ENC-SUCURSAL
           END-IF
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           WRITE RPT-LINEA FROM WS-ENCABEZADO-SUC
           WRITE RPT-LINEA FROM WS-ENCABEZADO-COL.

       3400-IMPRIMIR-SUBTOTAL.
           MOVE "Excepciones sucursal        " TO WS-TOT-ETIQUETA
           MOVE WS-SUBTOTAL-SUCURSAL TO WS-TOT-CANTIDAD
           WRITE RPT-LINEA FROM WS-LINEA-TOTAL.

       0900-FINALIZAR.
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE "Activos examinados          " TO WS-TOT-ETIQUETA
           MOVE WS-CONTADOR-LEIDOS       TO WS-TOT-CANTIDAD
           WRITE RPT-LINEA FROM WS-LINEA-TOTAL
           MOVE "Clientes reportables        " TO WS-TOT-ETIQUETA
           MOVE WS-CONTADOR-CLIENTES     TO WS-TOT-CANTIDAD
           WRITE RPT-LINEA FROM WS-LINEA-TOTAL
           MOVE "Residencias informadas      " TO WS-TOT-ETIQUETA
           MOVE WS-CONTADOR-DETALLES     TO WS-TOT-CANTIDAD
           WRITE RPT-LINEA FROM WS-LINEA-TOTAL
           MOVE "  Regimen CRS               " TO WS-TOT-ETIQUETA
           MOVE WS-CONTADOR-CRS          TO WS-TOT-CANTIDAD
           WRITE RPT-LINEA FROM WS-LINEA-TOTAL
           MOVE "  Regimen FATCA             " TO WS-TOT-ETIQUETA
           MOVE WS-CONTADOR-FATCA        TO WS-TOT-CANTIDAD
           WRITE RPT-LINEA FROM WS-LINEA-TOTAL
           MOVE "Excepciones (incompletas)   " TO WS-TOT-ETIQUETA
           MOVE WS-CONTADOR-EXCEPCIONES  TO WS-TOT-CANTIDAD
           WRITE RPT-LINEA FROM WS-LINEA-TOTAL
           MOVE "  Sin TIN                   " TO WS-TOT-ETIQUETA
           MOVE WS-CONTADOR-SIN-TIN      TO WS-TOT-CANTIDAD
           WRITE RPT-LINEA FROM WS-LINEA-TOTAL
           MOVE "  Sin autocertificacion     " TO WS-TOT-ETIQUETA
           MOVE WS-CONTADOR-SIN-AUTOC    TO WS-TOT-CANTIDAD
           WRITE RPT-LINEA FROM WS-LINEA-TOTAL

           CLOSE CRS-FILE
           CLOSE REPORTE-FILE

           DISPLAY "Reporte anual CRS/FATCA finalizado."
           DISPLAY "Anio: " WS-ANIO-REPORTE
                   " Examinados: " WS-CONTADOR-LEIDOS
                   " Informadas: " WS-CONTADOR-DETALLES
                   " Excepciones: " WS-CONTADOR-EXCEPCIONES.

       0950-REGISTRAR-CORRIDA.
      *    Deja la corrida en el control de corridas (CL0041). La
      *    llamada pone en cero el RETURN-CODE: se guarda antes y
      *    se repone al volver.
           MOVE "CL0048J"               TO COR-JOB
           MOVE "CL0048"                TO COR-PROGRAMA
           MOVE WS-CONTADOR-LEIDOS      TO COR-LEIDOS
           MOVE WS-CONTADOR-DETALLES    TO COR-GRABADOS
           MOVE WS-CONTADOR-EXCEPCIONES TO COR-RECHAZADOS
           MOVE RETURN-CODE             TO COR-RETURN-CODE
           CALL 'CL0041' USING COR-REG
           MOVE COR-RETURN-CODE         TO RETURN-CODE.
