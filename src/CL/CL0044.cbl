       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL0044.
       AUTHOR. BANC-S.
      *=================================================================
      *    ENMASCARADO DE UNA GENERACION DEL ARCHIVO DE AUDITORIA
      *    Paso del JCL CL0043J, uno por generacion de AUDARCH: lee la
      *    lista ANONLIS de clientes que CL0043 acaba de anonimizar
      *    (copy CLANONI, en orden de numero de cliente) y regraba en
      *    el lugar los eventos archivados de esos clientes con los
      *    datos personales de las imagenes antes/despues en blanco,
      *    con el mismo criterio que CL0043 aplica a AUDITCLI: en la
      *    correccion de identidad documento y nombre, en las
      *    residencias fiscales el TIN, en los vinculos y traspasos
      *    de sucursal nada, en el resto los datos de contacto. El
      *    evento, su clave, el estado y el riesgo se conservan.
      *    Con la lista vacia termina sin abrir el archivo. La
      *    corrida ya queda en el control de corridas por CL0043; los
      *    totales de este paso salen por consola.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ANONLIS-FILE ASSIGN TO ANONLIS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ANONLIS-STATUS.
           SELECT AUDARCH-FILE ASSIGN TO AUDARCH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDARCH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ANONLIS-FILE
           RECORDING MODE IS F.
           COPY CLANONI.

       FD  AUDARCH-FILE
           RECORDING MODE IS F.
           COPY CLAUDIT.

       WORKING-STORAGE SECTION.

      *=================================================================
      *    VARIABLES DE CONTROL Y LOGICA
      *=================================================================
       01  WS-ANONLIS-STATUS       PIC X(02).
           88  WS-ANONLIS-NO-EXISTE       VALUE '35'.
           88  WS-FIN-ANONLIS             VALUE '10'.
       01  WS-AUDARCH-STATUS       PIC X(02).
           88  WS-AUDARCH-OK              VALUE '00'.
           88  WS-FIN-AUDARCH             VALUE '10'.

      *=================================================================
      *    TABLA DE CLIENTES ANONIMIZADOS (mismo tope que CL0043)
      *=================================================================
       01  WS-MAX-ANONIMOS         PIC 9(05) COMP VALUE 5000.
       01  WS-CANT-ANONIMOS        PIC 9(05) COMP VALUE 0.
       01  WS-ENCONTRADO           PIC 9(05) COMP.
       01  WS-BUS-DESDE            PIC 9(05) COMP.
       01  WS-BUS-HASTA            PIC 9(05) COMP.
       01  WS-BUS-MEDIO            PIC 9(05) COMP.

       01  WS-TABLA-ANONIMOS.
           05  WS-ANO-CLI-ID       PIC 9(10) OCCURS 5000 TIMES.

      *=================================================================
      *    CONTADORES
      *=================================================================
       01  WS-CONTADOR-LEIDOS      PIC 9(07) VALUE 0.
       01  WS-CONTADOR-ENMASC      PIC 9(07) VALUE 0.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-CARGAR-LISTA

           IF WS-CANT-ANONIMOS = 0
               DISPLAY "Sin clientes anonimizados - archivo sin cambios"
           ELSE
               OPEN I-O AUDARCH-FILE
               IF WS-AUDARCH-OK
                   PERFORM 2100-LEER-ARCHIVADO
                   PERFORM 2000-PROCESAR-ARCHIVADO
                       UNTIL WS-FIN-AUDARCH
                   CLOSE AUDARCH-FILE
               ELSE
                   DISPLAY "AUDARCH no disponible. Status: "
                           WS-AUDARCH-STATUS
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF

           PERFORM 0900-FINALIZAR
           STOP RUN.

       0500-BUSCAR-ANONIMO.
      *    Busqueda binaria de AUD-CLI-ID en la lista, que CL0043
      *    graba en orden de numero de cliente.
           MOVE 0                TO WS-ENCONTRADO
           MOVE 1                TO WS-BUS-DESDE
           MOVE WS-CANT-ANONIMOS TO WS-BUS-HASTA
           PERFORM 0550-PARTIR-TABLA
               UNTIL WS-ENCONTRADO > 0
                  OR WS-BUS-DESDE > WS-BUS-HASTA.

       0550-PARTIR-TABLA.
           COMPUTE WS-BUS-MEDIO = (WS-BUS-DESDE + WS-BUS-HASTA) / 2
           EVALUATE TRUE
               WHEN WS-ANO-CLI-ID(WS-BUS-MEDIO) = AUD-CLI-ID
                   MOVE WS-BUS-MEDIO TO WS-ENCONTRADO
               WHEN WS-ANO-CLI-ID(WS-BUS-MEDIO) < AUD-CLI-ID
                   COMPUTE WS-BUS-DESDE = WS-BUS-MEDIO + 1
               WHEN OTHER
                   COMPUTE WS-BUS-HASTA = WS-BUS-MEDIO - 1
           END-EVALUATE.

       1000-CARGAR-LISTA.
           OPEN INPUT ANONLIS-FILE
           IF NOT WS-ANONLIS-NO-EXISTE
               PERFORM 1100-LEER-ANONIMO
               PERFORM 1200-CARGAR-ANONIMO
                   UNTIL WS-FIN-ANONLIS
                      OR WS-CANT-ANONIMOS >= WS-MAX-ANONIMOS
               CLOSE ANONLIS-FILE
           END-IF.

       1100-LEER-ANONIMO.
           READ ANONLIS-FILE
               AT END
                   MOVE '10' TO WS-ANONLIS-STATUS
           END-READ.

       1200-CARGAR-ANONIMO.
           ADD 1 TO WS-CANT-ANONIMOS
           MOVE ANO-CLI-ID TO WS-ANO-CLI-ID(WS-CANT-ANONIMOS)
           PERFORM 1100-LEER-ANONIMO.

       2000-PROCESAR-ARCHIVADO.
           ADD 1 TO WS-CONTADOR-LEIDOS
           PERFORM 0500-BUSCAR-ANONIMO
           IF WS-ENCONTRADO > 0
               PERFORM 2200-ENMASCARAR-EVENTO
           END-IF
           PERFORM 2100-LEER-ARCHIVADO.

       2100-LEER-ARCHIVADO.
           READ AUDARCH-FILE
               AT END
                   MOVE '10' TO WS-AUDARCH-STATUS
           END-READ.

       2200-ENMASCARAR-EVENTO.
      *    Mismo criterio que CL0043 para la auditoria viva.
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
           ADD 1 TO WS-CONTADOR-ENMASC.

       0900-FINALIZAR.
           DISPLAY "Enmascarado de AUDARCH finalizado."
           DISPLAY "Clientes en lista: " WS-CANT-ANONIMOS
                   " Eventos leidos: " WS-CONTADOR-LEIDOS
                   " Enmascarados: " WS-CONTADOR-ENMASC.
