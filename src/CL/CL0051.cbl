       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL0051.
       AUTHOR. BANC-S.
      *=================================================================
      *    CONSULTA DE CLIENTES A UNA FECHA (HISTORICO DE VERSIONES)
      *    Reconstruye el registro CLIENTES tal como estaba al cierre
      *    de una fecha pasada a partir del historico CLIHIST (copy
      *    CLHISCLI) que graba CL0049 en cada cambio: la version en
      *    vigor es la ultima del cliente con vigencia desde hasta esa
      *    fecha inclusive. Antes de la primera version del cliente
      *    (su alta, o la carga inicial CL0050 para los clientes
      *    anteriores al historico) no hay dato que mostrar y se
      *    informa desde cuando hay historia.
      *    Invocada por el menu CL0000 (opcion 16) en modo online
      *    para un cliente, mostrando por pantalla la imagen completa
      *    con su vigencia, el programa, el usuario y la operacion
      *    que la grabaron. Por el paso batch CL0052 en modo lote
      *    reconstruye un cliente o, con cliente 0, todo el archivo:
      *    deja en CLIASOF un registro en el layout CLIENTES por cada
      *    cliente que existia a la fecha y en RPTHIST el detalle y
      *    los totales. En ambos modos los datos se piden con las
      *    mismas sentencias ACCEPT (en lote desde SYSIN, una por
      *    linea y en el mismo orden, como CL0011): numero de cliente
      *    y fecha AAAA-MM-DD (blanco = hoy).
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTOR-FILE ASSIGN TO CLIHIST
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS HIS-CLAVE
               FILE STATUS IS WS-HISTOR-STATUS.
           SELECT ASOF-FILE ASSIGN TO CLIASOF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ASOF-STATUS.
           SELECT REPORTE-FILE ASSIGN TO RPTHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTOR-FILE.
           COPY CLHISCLI.

       FD  ASOF-FILE
           RECORDING MODE IS F.
       01  ASOF-REG                PIC X(259).

       FD  REPORTE-FILE
           RECORDING MODE IS F.
       01  RPT-LINEA               PIC X(100).

       WORKING-STORAGE SECTION.
      *    Imagen de la version en vigor, en el layout de CLIENTES.
           COPY CLIENTES.

       01  WS-HISTOR-STATUS        PIC X(02).
           88  WS-HISTOR-OK               VALUE '00'.
           88  WS-HISTOR-NO-EXISTE        VALUE '35'.
           88  WS-FIN-HISTOR              VALUE '10'.
       01  WS-ASOF-STATUS          PIC X(02).
       01  WS-RPT-STATUS           PIC X(02).
       01  WS-FECHA-HOY            PIC X(10).
       01  WS-HORA-HOY             PIC X(08).

      *=================================================================
      *    DATOS DE LA CONSULTA
      *=================================================================
       01  WS-FIL-CLI-ID           PIC 9(10) VALUE 0.
       01  WS-FEC-CONSULTA         PIC X(10) VALUE SPACES.

      *=================================================================
      *    VERSION EN VIGOR DEL CLIENTE EN CURSO
      *=================================================================
       01  WS-CLI-ACTUAL           PIC 9(10) VALUE 0.
       01  WS-HAY-VERSION          PIC X(01) VALUE 'N'.
           88  WS-CON-VERSION             VALUE 'S'.
       01  WS-PRIMERA-DESDE        PIC X(10).
       01  WS-VERSION-ASOF         PIC X(360).
       01  WS-CLI-ID-DISP          PIC Z(9)9.

      *=================================================================
      *    CONTADORES
      *=================================================================
       01  WS-CONTADOR-VERSIONES   PIC 9(07) VALUE 0.
       01  WS-CONTADOR-CON-VERSION PIC 9(07) VALUE 0.
       01  WS-CONTADOR-SIN-VERSION PIC 9(07) VALUE 0.

      *=================================================================
      *    AREA DEL VALIDADOR COMUN CL0017
      *=================================================================
           COPY CLVALID.

      *=================================================================
      *    LINEAS DEL REPORTE
      *=================================================================
       01  WS-LINEA-ENCABEZADO     PIC X(100) VALUE
           "CONSULTA DE CLIENTES A UNA FECHA (HISTORICO DE VERSIONES)".

       01  WS-LINEA-FECHA.
           05  FILLER              PIC X(10) VALUE "Fecha: ".
           05  WS-ENC-FECHA        PIC X(10).
           05  FILLER              PIC X(05) VALUE SPACES.
           05  FILLER              PIC X(08) VALUE "Hora: ".
           05  WS-ENC-HORA         PIC X(08).

       01  WS-LINEA-PARAMETROS.
           05  FILLER              PIC X(18) VALUE
               "Situacion al    : ".
           05  WS-PAR-FECHA        PIC X(10).
           05  FILLER              PIC X(20) VALUE
               "   Cliente       : ".
           05  WS-PAR-CLIENTE      PIC X(10).

       01  WS-ENCABEZADO-COL.
           05  FILLER              PIC X(11) VALUE "NUM CLIENTE".
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(03) VALUE "EST".
           05  FILLER              PIC X(11) VALUE "VIG DESDE".
           05  FILLER              PIC X(11) VALUE "VIG HASTA".
           05  FILLER              PIC X(16) VALUE "OPERACION".
           05  FILLER              PIC X(09) VALUE "PROGRAMA".
           05  FILLER              PIC X(08) VALUE "USUARIO".

       01  WS-LINEA-DETALLE.
           05  WS-DET-CLI-ID       PIC Z(9)9.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WS-DET-ESTADO       PIC X(01).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DET-DESDE        PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-DET-HASTA        PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-DET-OPERACION    PIC X(15).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-DET-PROGRAMA     PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-DET-USUARIO      PIC X(08).

       01  WS-LINEA-AVISO          PIC X(100).

       01  WS-LINEA-TOTAL.
           05  WS-TOT-ETIQUETA     PIC X(28).
           05  WS-TOT-CANTIDAD     PIC ZZZ,ZZ9.

       LINKAGE SECTION.
           COPY CLLKAREA.

       PROCEDURE DIVISION USING CL-COMAREA.

       0000-MAIN.
           MOVE 00                TO CL-RETURN-CODE
           MOVE 0                 TO CL-SQLCODE-OUT
           MOVE SPACES            TO CL-MENSAJE

      *    Igual que en CL0011: los switches y contadores solo toman
      *    su VALUE al cargar el programa, hay que reponerlos por si
      *    el menu invoca la consulta mas de una vez en la corrida.
           MOVE '00' TO WS-HISTOR-STATUS
           MOVE 0    TO WS-CLI-ACTUAL
           MOVE 'N'  TO WS-HAY-VERSION
           MOVE 0    TO WS-CONTADOR-VERSIONES
           MOVE 0    TO WS-CONTADOR-CON-VERSION
           MOVE 0    TO WS-CONTADOR-SIN-VERSION

           CALL 'CL0009' USING WS-FECHA-HOY, WS-HORA-HOY
           PERFORM 1000-CAPTURAR-DATOS
      *    El cliente consultado (0 = todos) vuelve en la comarea
      *    para la auditoria de CL0000.
           MOVE WS-FIL-CLI-ID     TO CL-CLI-ID

           IF CL-RC-OK
               OPEN INPUT HISTOR-FILE
               EVALUATE TRUE
                   WHEN WS-HISTOR-OK
                       PERFORM 2000-GENERAR-CONSULTA
                       CLOSE HISTOR-FILE
                   WHEN WS-HISTOR-NO-EXISTE
                       MOVE 04 TO CL-RETURN-CODE
                       MOVE "Historico de clientes sin versiones"
                           TO CL-MENSAJE
                   WHEN OTHER
                       MOVE 12 TO CL-RETURN-CODE
                       STRING "Historico CLIHIST no disponible - "
                              DELIMITED SIZE
                              "status " DELIMITED SIZE
                              WS-HISTOR-STATUS DELIMITED SIZE
                           INTO CL-MENSAJE
               END-EVALUATE
           END-IF

           GOBACK.

       1000-CAPTURAR-DATOS.
      *    En modo online los datos se piden por pantalla; en modo
      *    lote (CL0052) llegan por las mismas sentencias ACCEPT desde
      *    SYSIN, una por linea y en el mismo orden.
           IF CL-MODO-ONLINE
               DISPLAY "---- CONSULTA DE CLIENTE A UNA FECHA ----"
               DISPLAY "Numero de cliente                  : "
                   WITH NO ADVANCING
           END-IF
           ACCEPT WS-FIL-CLI-ID
           IF CL-MODO-ONLINE
               DISPLAY "Situacion al AAAA-MM-DD (blanco = hoy): "
                   WITH NO ADVANCING
           END-IF
           ACCEPT WS-FEC-CONSULTA
           IF WS-FEC-CONSULTA = SPACES
               MOVE WS-FECHA-HOY TO WS-FEC-CONSULTA
           END-IF

           PERFORM 1100-VALIDAR-DATOS.

       1100-VALIDAR-DATOS.
      *    La fecha es de calendario (validador comun, en el modo de
      *    vigencia de vinculos) y no posterior a hoy; en linea se
      *    consulta un cliente por vez, el archivo completo solo en
      *    lote.
           MOVE 'V'              TO VAL-MODO
           MOVE WS-FEC-CONSULTA  TO VAL-FEC-DESDE
           MOVE SPACES           TO VAL-FEC-HASTA
           CALL 'CL0017' USING VAL-AREA

           EVALUATE TRUE
               WHEN VAL-CON-ERRORES
                   MOVE 16 TO CL-RETURN-CODE
                   MOVE "Fecha de consulta invalida (AAAA-MM-DD)"
                       TO CL-MENSAJE
               WHEN WS-FEC-CONSULTA > WS-FECHA-HOY
                   MOVE 16 TO CL-RETURN-CODE
                   MOVE "La fecha de consulta no puede ser futura"
                       TO CL-MENSAJE
               WHEN CL-MODO-ONLINE AND WS-FIL-CLI-ID = 0
                   MOVE 16 TO CL-RETURN-CODE
                   MOVE "Ingrese el numero de cliente a consultar"
                       TO CL-MENSAJE
           END-EVALUATE.

       2000-GENERAR-CONSULTA.
           IF CL-MODO-BATCH
               PERFORM 2050-ABRIR-SALIDAS
           END-IF

           PERFORM 2100-POSICIONAR
           IF NOT WS-FIN-HISTOR
               PERFORM 2200-LEER-VERSION
               PERFORM 2300-PROCESAR-VERSION UNTIL WS-FIN-HISTOR
           END-IF
           IF WS-CLI-ACTUAL NOT = 0
               PERFORM 2400-CERRAR-CLIENTE
           END-IF

           IF CL-MODO-BATCH
               PERFORM 2900-CERRAR-SALIDAS
           END-IF

           EVALUATE TRUE
               WHEN WS-CONTADOR-VERSIONES = 0
                   MOVE 04 TO CL-RETURN-CODE
                   MOVE "Sin versiones en el historico de clientes"
                       TO CL-MENSAJE
               WHEN WS-CONTADOR-CON-VERSION = 0 AND WS-FIL-CLI-ID = 0
                   MOVE 04 TO CL-RETURN-CODE
                   MOVE "Ningun cliente registrado a esa fecha"
                       TO CL-MENSAJE
               WHEN WS-CONTADOR-CON-VERSION = 0
                   MOVE 04 TO CL-RETURN-CODE
                   STRING "Sin version a esa fecha - historia desde "
                          DELIMITED SIZE
                          WS-PRIMERA-DESDE DELIMITED SIZE
                       INTO CL-MENSAJE
               WHEN OTHER
                   MOVE 00 TO CL-RETURN-CODE
                   MOVE "Consulta a la fecha generada correctamente"
                       TO CL-MENSAJE
           END-EVALUATE.

       2050-ABRIR-SALIDAS.
           OPEN OUTPUT ASOF-FILE
           OPEN OUTPUT REPORTE-FILE
           WRITE RPT-LINEA FROM WS-LINEA-ENCABEZADO
           MOVE WS-FECHA-HOY      TO WS-ENC-FECHA
           MOVE WS-HORA-HOY       TO WS-ENC-HORA
           WRITE RPT-LINEA FROM WS-LINEA-FECHA
           MOVE WS-FEC-CONSULTA   TO WS-PAR-FECHA
           IF WS-FIL-CLI-ID = 0
               MOVE "TODOS"       TO WS-PAR-CLIENTE
           ELSE
               MOVE WS-FIL-CLI-ID TO WS-CLI-ID-DISP
               MOVE WS-CLI-ID-DISP TO WS-PAR-CLIENTE
           END-IF
           WRITE RPT-LINEA FROM WS-LINEA-PARAMETROS
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           WRITE RPT-LINEA FROM WS-ENCABEZADO-COL.

       2100-POSICIONAR.
      *    Con cliente se lee desde su primera version; sin cliente
      *    se recorre el historico completo, que por la clave ya
      *    viene agrupado por cliente y en orden de vigencia.
           MOVE WS-FIL-CLI-ID TO HIS-CLI-ID
           MOVE LOW-VALUES    TO HIS-VIG-DESDE
           MOVE 0             TO HIS-SECUENCIA
           START HISTOR-FILE KEY >= HIS-CLAVE
               INVALID KEY
                   MOVE '10' TO WS-HISTOR-STATUS
           END-START.

       2200-LEER-VERSION.
           READ HISTOR-FILE NEXT
               AT END
                   MOVE '10' TO WS-HISTOR-STATUS
           END-READ
           IF NOT WS-FIN-HISTOR
               IF WS-FIL-CLI-ID NOT = 0
                  AND HIS-CLI-ID NOT = WS-FIL-CLI-ID
                   MOVE '10' TO WS-HISTOR-STATUS
               END-IF
           END-IF.

       2300-PROCESAR-VERSION.
      *    Corte por cliente: la version en vigor del anterior queda
      *    resuelta al llegar la primera version del siguiente.
           ADD 1 TO WS-CONTADOR-VERSIONES
           IF HIS-CLI-ID NOT = WS-CLI-ACTUAL
               IF WS-CLI-ACTUAL NOT = 0
                   PERFORM 2400-CERRAR-CLIENTE
               END-IF
               MOVE HIS-CLI-ID    TO WS-CLI-ACTUAL
               MOVE 'N'           TO WS-HAY-VERSION
               MOVE HIS-FEC-DESDE TO WS-PRIMERA-DESDE
           END-IF
      *    Vale la fecha sola: la version que empezo ese dia, a
      *    cualquier hora, es la situacion al cierre de la fecha.
           IF HIS-FEC-DESDE NOT > WS-FEC-CONSULTA
               MOVE 'S'     TO WS-HAY-VERSION
               MOVE HIS-REG TO WS-VERSION-ASOF
           END-IF
           PERFORM 2200-LEER-VERSION.

       2400-CERRAR-CLIENTE.
           IF WS-CON-VERSION
               ADD 1 TO WS-CONTADOR-CON-VERSION
               MOVE WS-VERSION-ASOF TO HIS-REG
               MOVE HIS-IMAGEN      TO CLIENTES-REG
               IF CL-MODO-ONLINE
                   PERFORM 3000-MOSTRAR-VERSION
               ELSE
                   PERFORM 3500-GRABAR-VERSION
               END-IF
           ELSE
               ADD 1 TO WS-CONTADOR-SIN-VERSION
               IF CL-MODO-BATCH AND WS-FIL-CLI-ID NOT = 0
                   MOVE SPACES TO WS-LINEA-AVISO
                   STRING "Cliente sin version a esa fecha - "
                          DELIMITED SIZE
                          "historia desde " DELIMITED SIZE
                          WS-PRIMERA-DESDE DELIMITED SIZE
                       INTO WS-LINEA-AVISO
                   WRITE RPT-LINEA FROM WS-LINEA-AVISO
               END-IF
           END-IF.

       3000-MOSTRAR-VERSION.
           DISPLAY "Cliente numero  : " CLI-ID
           DISPLAY "Nombre          : " CLI-NOMBRE " " CLI-APELLIDO
           DISPLAY "Documento       : " CLI-TIPO-DOC "-" CLI-NUM-DOC
           DISPLAY "Direccion       : " CLI-DIRECCION
           DISPLAY "Telefono        : " CLI-TELEFONO
           DISPLAY "Email           : " CLI-EMAIL
           DISPLAY "Estado          : " CLI-ESTADO
           DISPLAY "Fecha de alta   : " CLI-FEC-ALTA
           DISPLAY "Riesgo          : " CLI-RIESGO
                   "   Revision KYC: " CLI-FEC-KYC
           DISPLAY "Sucursal        : " CLI-SUCURSAL
           DISPLAY "Vigente desde   : " HIS-FEC-DESDE " "
                   HIS-HORA-DESDE
           IF HIS-VERSION-VIGENTE
               DISPLAY "Vigente hasta   : (version actual)"
           ELSE
               DISPLAY "Vigente hasta   : " HIS-FEC-HASTA " "
                       HIS-HORA-HASTA
           END-IF
           DISPLAY "Grabada por     : " HIS-PROGRAMA " "
                   HIS-USUARIO " " HIS-OPERACION.

       3500-GRABAR-VERSION.
           WRITE ASOF-REG FROM CLIENTES-REG
           MOVE CLI-ID           TO WS-DET-CLI-ID
           MOVE CLI-ESTADO       TO WS-DET-ESTADO
           MOVE HIS-FEC-DESDE    TO WS-DET-DESDE
           IF HIS-VERSION-VIGENTE
               MOVE "VIGENTE"    TO WS-DET-HASTA
           ELSE
               MOVE HIS-FEC-HASTA TO WS-DET-HASTA
           END-IF
           MOVE HIS-OPERACION    TO WS-DET-OPERACION
           MOVE HIS-PROGRAMA     TO WS-DET-PROGRAMA
           MOVE HIS-USUARIO      TO WS-DET-USUARIO
           WRITE RPT-LINEA FROM WS-LINEA-DETALLE.

       2900-CERRAR-SALIDAS.
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE "Versiones leidas          : " TO WS-TOT-ETIQUETA
           MOVE WS-CONTADOR-VERSIONES   TO WS-TOT-CANTIDAD
           WRITE RPT-LINEA FROM WS-LINEA-TOTAL
           MOVE "Clientes reconstruidos    : " TO WS-TOT-ETIQUETA
           MOVE WS-CONTADOR-CON-VERSION TO WS-TOT-CANTIDAD
           WRITE RPT-LINEA FROM WS-LINEA-TOTAL
           MOVE "Sin version a la fecha    : " TO WS-TOT-ETIQUETA
           MOVE WS-CONTADOR-SIN-VERSION TO WS-TOT-CANTIDAD
           WRITE RPT-LINEA FROM WS-LINEA-TOTAL
           CLOSE ASOF-FILE
           CLOSE REPORTE-FILE.
