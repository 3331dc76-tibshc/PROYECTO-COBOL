      *    supervisores de sucursal hagan el cierre de dia sin
      *    consultar la base a mano (solicitud 001). Invocado por
      *    CL0000 (opcion 5).
      *    El listado sale ordenado y cortado por sucursal duenia:
      *    cada sucursal empieza pagina nueva con la sucursal en el
      *    encabezado y cierra con su subtotal, y al final va el total
      *    general. Se pide la sucursal a listar: en blanco la del
      *    operador (la de su perfil), TODA todas las sucursales; los
      *    clientes sin sucursal asignada salen como SIN ASIGNAR.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

           COPY CLIENTES.

      *    Rango de sucursales del cursor: una sola o todas (blanco,
      *    sin asignar, a 9999).
       01  WS-SUC-DESDE            PIC X(04).
       01  WS-SUC-HASTA            PIC X(04).

           EXEC SQL END DECLARE SECTION END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.
       01  WS-MAX-LINEAS-PAGINA    PIC 9(02) VALUE 40.
       01  WS-NUMERO-PAGINA        PIC 9(04) VALUE 0.
       01  WS-TOTAL-CLIENTES       PIC 9(07) VALUE 0.
       01  WS-SUBTOTAL-SUCURSAL    PIC 9(07) VALUE 0.
       01  WS-SUC-ENTRADA          PIC X(04).
           88  WS-LISTA-TODAS             VALUE 'TODA'.
       01  WS-SUC-ACTUAL           PIC X(04).
       01  WS-PRIMERA-SUCURSAL     PIC X(01).
           88  WS-ES-PRIMERA-SUCURSAL     VALUE 'S'.
       01  WS-FECHA-HOY            PIC X(10).
       01  WS-HORA-HOY             PIC X(08).

           05  FILLER              PIC X(08) VALUE "Hora: ".
           05  WS-ENC-HORA         PIC X(08).

       01  WS-ENCABEZADO-SUC.
           05  FILLER              PIC X(10) VALUE "Sucursal: ".
           05  WS-ENC-SUCURSAL     PIC X(11).

       01  WS-ENCABEZADO-3.
           05  FILLER              PIC X(12) VALUE "NUM. CLIENTE".
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DET-FEC-ALTA     PIC X(10).

       01  WS-LINEA-SUBTOTAL.
           05  FILLER              PIC X(20) VALUE
               "TOTAL SUCURSAL   : ".
           05  WS-SUB-CLIENTES     PIC ZZZ,ZZ9.

       01  WS-LINEA-TOTAL.
           05  FILLER              PIC X(20) VALUE
               "TOTAL DE CLIENTES: ".
           MOVE 0   TO WS-LINEAS-EN-PAGINA
           MOVE 0   TO WS-NUMERO-PAGINA
           MOVE 0   TO WS-TOTAL-CLIENTES
           MOVE 0   TO WS-SUBTOTAL-SUCURSAL
           MOVE 'S' TO WS-PRIMERA-SUCURSAL

           CALL 'CL0009' USING WS-FECHA-HOY, WS-HORA-HOY

           PERFORM 0500-ELEGIR-SUCURSAL

           OPEN OUTPUT REPORTE-FILE

           EXEC SQL
               DECLARE CUR-LISTADO CURSOR FOR
                   SELECT CLI_ID, CLI_NOMBRE, CLI_APELLIDO,
                          CLI_ESTADO, CLI_FEC_ALTA, CLI_SUCURSAL
                       FROM CLIENTES
                       WHERE CLI_SUCURSAL BETWEEN :WS-SUC-DESDE
                                              AND :WS-SUC-HASTA
                       ORDER BY CLI_SUCURSAL, CLI_ID
           END-EXEC

           EXEC SQL
                      DELIMITED SIZE
                   INTO CL-MENSAJE
           ELSE
               PERFORM 2000-LISTAR-CLIENTES
                   UNTIL WS-NO-HAY-MAS-CLIENTES

                   CLOSE CUR-LISTADO
               END-EXEC

      *        Sin clientes en el rango igual sale la hoja con el
      *        encabezado y el total en cero.
               IF WS-ES-PRIMERA-SUCURSAL
                   MOVE WS-SUC-DESDE TO WS-SUC-ACTUAL
                   PERFORM 1000-IMPRIMIR-ENCABEZADO
               ELSE
                   PERFORM 2500-IMPRIMIR-SUBTOTAL
               END-IF
               PERFORM 3000-IMPRIMIR-TOTAL
               MOVE 00 TO CL-RETURN-CODE
               MOVE "Listado de clientes generado correctamente"

           GOBACK.

       0500-ELEGIR-SUCURSAL.
      *    En blanco se lista la sucursal del operador; el operador
      *    de un area central (perfil sin sucursal) lista todas.
           DISPLAY "Sucursal a listar (blanco = la propia, "
                   "TODA = todas): " WITH NO ADVANCING
           MOVE SPACES TO WS-SUC-ENTRADA
           ACCEPT WS-SUC-ENTRADA
           IF WS-SUC-ENTRADA = SPACES
               MOVE CL-SUCURSAL TO WS-SUC-ENTRADA
               IF WS-SUC-ENTRADA = SPACES
                   MOVE 'TODA' TO WS-SUC-ENTRADA
               END-IF
           END-IF

           IF WS-LISTA-TODAS
               MOVE SPACES         TO WS-SUC-DESDE
               MOVE '9999'         TO WS-SUC-HASTA
           ELSE
               MOVE WS-SUC-ENTRADA TO WS-SUC-DESDE
               MOVE WS-SUC-ENTRADA TO WS-SUC-HASTA
           END-IF.

       1000-IMPRIMIR-ENCABEZADO.
           ADD 1 TO WS-NUMERO-PAGINA
           MOVE WS-NUMERO-PAGINA   TO WS-ENC-PAGINA
           MOVE WS-FECHA-HOY       TO WS-ENC-FECHA
           MOVE WS-HORA-HOY        TO WS-ENC-HORA
           IF WS-SUC-ACTUAL = SPACES
               MOVE "SIN ASIGNAR"  TO WS-ENC-SUCURSAL
           ELSE
               MOVE WS-SUC-ACTUAL  TO WS-ENC-SUCURSAL
           END-IF

           WRITE RPT-LINEA FROM WS-ENCABEZADO-1
           WRITE RPT-LINEA FROM WS-ENCABEZADO-2
           WRITE RPT-LINEA FROM WS-ENCABEZADO-SUC
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           WRITE RPT-LINEA FROM WS-ENCABEZADO-3
           EXEC SQL
               FETCH CUR-LISTADO
                   INTO :CLI-ID, :CLI-NOMBRE, :CLI-APELLIDO,
                        :CLI-ESTADO, :CLI-FEC-ALTA, :CLI-SUCURSAL
           END-EXEC

           IF SQLCODE = 100
               MOVE 'S' TO WS-FIN-CURSOR
           ELSE
               IF WS-ES-PRIMERA-SUCURSAL
                  OR CLI-SUCURSAL NOT = WS-SUC-ACTUAL
                   PERFORM 2400-CORTE-SUCURSAL
               END-IF
               IF WS-LINEAS-EN-PAGINA >= WS-MAX-LINEAS-PAGINA
                   PERFORM 1000-IMPRIMIR-ENCABEZADO
               END-IF
               WRITE RPT-LINEA FROM WS-LINEA-DETALLE
               ADD 1 TO WS-LINEAS-EN-PAGINA
               ADD 1 TO WS-TOTAL-CLIENTES
               ADD 1 TO WS-SUBTOTAL-SUCURSAL
           END-IF.

       2400-CORTE-SUCURSAL.
      *    Cierra la sucursal anterior con su subtotal y abre la nueva
      *    en pagina nueva, para que cada sucursal reciba solo sus
      *    hojas.
           IF WS-ES-PRIMERA-SUCURSAL
               MOVE 'N' TO WS-PRIMERA-SUCURSAL
           ELSE
               PERFORM 2500-IMPRIMIR-SUBTOTAL
           END-IF
           MOVE CLI-SUCURSAL       TO WS-SUC-ACTUAL
           MOVE 0                  TO WS-SUBTOTAL-SUCURSAL
           PERFORM 1000-IMPRIMIR-ENCABEZADO.

       2500-IMPRIMIR-SUBTOTAL.
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE WS-SUBTOTAL-SUCURSAL TO WS-SUB-CLIENTES
           WRITE RPT-LINEA FROM WS-LINEA-SUBTOTAL.

       3000-IMPRIMIR-TOTAL.
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
