       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL0047.
       AUTHOR. BANC-S.
      *=================================================================
      *    RESIDENCIA FISCAL DEL CLIENTE (CRS/FATCA)
      *    Transaccion de pantalla para registrar los paises donde el
      *    cliente es residente fiscal, cada uno con su TIN extranjero
      *    y la fecha de la autocertificacion, que hasta ahora se
      *    llevaban en planillas fuera del sistema. El operador ve
      *    todas las residencias del cliente (vigentes y de baja) y
      *    puede dar de alta un pais, modificar el TIN o la fecha de
      *    uno vigente o darlo de baja, tantas veces como necesite
      *    antes de salir. El pais del banco (RFI-PAIS-LOCAL) no se
      *    registra: no es residencia extranjera ni se informa. Pais,
      *    TIN y fecha pasan por el validador comun CL0017 (modo
      *    'F'); TIN y fecha pueden quedar en blanco hasta que el
      *    cliente los entregue (en la modificacion un '*' borra el
      *    valor cargado por error o vencido), y el reporte
      *    anual CL0048 los lista como excepciones. Nada se borra: la
      *    baja deja el estado 'B' y registrar de nuevo el pais
      *    reabre el mismo registro. Cada cambio se audita via CL0032
      *    con la residencia antes/despues. El archivo es RESFISC
      *    (copy CLRESFIS). Invocada por el menu CL0000 (opcion 15) y
      *    por el Alta CL0001 inmediatamente despues de insertar el
      *    cliente: en ese caso llega con el numero de cliente en
      *    CL-CLI-ID y no se pregunta.
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

       DATA DIVISION.
       FILE SECTION.
       FD  RESFIS-FILE.
           COPY CLRESFIS.

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
       01  WS-SQLCODE-DISP        PIC -(8)9.
       01  WS-RESFIS-STATUS       PIC X(02).
           88  WS-RESFIS-OK              VALUE '00'.
           88  WS-RESFIS-NO-ENCONTRADA   VALUE '23'.
           88  WS-RESFIS-NO-EXISTE       VALUE '35'.
           88  WS-FIN-RESFIS             VALUE '10'.
       01  WS-FECHA-HOY           PIC X(10).
       01  WS-HORA-HOY            PIC X(08).
       01  WS-ACCION              PIC X(01).
           88  WS-ACCION-ALTA            VALUE 'A'.
           88  WS-ACCION-MODIF           VALUE 'M'.
           88  WS-ACCION-BAJA            VALUE 'B'.
           88  WS-ACCION-LISTAR          VALUE 'L'.
           88  WS-ACCION-FIN             VALUE 'F'.
           88  WS-ACCION-VALIDA          VALUES 'A' 'M' 'B' 'L' 'F'.
       01  WS-PAIS-ENTRADA        PIC X(02).
       01  WS-TIN-ENTRADA         PIC X(20).
       01  WS-AUTOCERT-ENTRADA    PIC X(10).

       01  WS-CONTADOR-ALTAS      PIC 9(05) VALUE 0.
       01  WS-CONTADOR-MODIF      PIC 9(05) VALUE 0.
       01  WS-CONTADOR-BAJAS      PIC 9(05) VALUE 0.
       01  WS-ALTAS-DISP          PIC ZZZZ9.
       01  WS-MODIF-DISP          PIC ZZZZ9.
       01  WS-BAJAS-DISP          PIC ZZZZ9.

      *=================================================================
      *    AREA DEL VALIDADOR COMUN CL0017
      *=================================================================
           COPY CLVALID.

      *=================================================================
      *    REGISTRO DE AUDITORIA: se arma aca y lo graba el grabador
      *    comun CL0032 en el AUDITCLI indexado.
      *=================================================================
           COPY CLAUDIT.

       LINKAGE SECTION.
           COPY CLLKAREA.

       PROCEDURE DIVISION USING CL-COMAREA.

       0000-MAIN.
           INITIALIZE CLIENTES-REG
           MOVE 00                TO CL-RETURN-CODE
           MOVE 0                 TO CL-SQLCODE-OUT
           MOVE SPACES            TO CL-MENSAJE

      *    Igual que en CL0038: los contadores se reponen por si el
      *    menu invoca la transaccion mas de una vez en la corrida.
           MOVE 0 TO WS-CONTADOR-ALTAS
           MOVE 0 TO WS-CONTADOR-MODIF
           MOVE 0 TO WS-CONTADOR-BAJAS

           CALL 'CL0009' USING WS-FECHA-HOY, WS-HORA-HOY

           DISPLAY "---- RESIDENCIA FISCAL (CRS/FATCA) ----"
      *    Desde el Alta el cliente ya viene en la comarea.
           IF CL-CLI-ID = 0
               DISPLAY "Numero de cliente: " WITH NO ADVANCING
               ACCEPT CLI-ID
               MOVE CLI-ID        TO CL-CLI-ID
           ELSE
               MOVE CL-CLI-ID     TO CLI-ID
           END-IF

           PERFORM 1000-BUSCAR-CLIENTE

           IF CL-RC-OK
               PERFORM 1500-ABRIR-RESIDENCIAS
           END-IF

           IF CL-RC-OK
               PERFORM 2000-LISTAR-RESIDENCIAS
               MOVE SPACE TO WS-ACCION
               PERFORM 3000-PROCESAR-ACCION UNTIL WS-ACCION-FIN
               CLOSE RESFIS-FILE
               PERFORM 0900-RESUMIR
           END-IF

           GOBACK.

       1000-BUSCAR-CLIENTE.
           EXEC SQL
               SELECT CLI_NOMBRE, CLI_APELLIDO, CLI_ESTADO
                   INTO :CLI-NOMBRE, :CLI-APELLIDO, :CLI-ESTADO
                   FROM CLIENTES
                   WHERE CLI_ID = :CLI-ID
           END-EXEC

           MOVE SQLCODE TO CL-SQLCODE-OUT
           MOVE SQLCODE TO WS-SQLCODE-DISP
           EVALUATE SQLCODE
               WHEN 0
                   MOVE 00 TO CL-RETURN-CODE
                   DISPLAY "Cliente: " CLI-NOMBRE " " CLI-APELLIDO
                           "  Estado: " CLI-ESTADO
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

       1500-ABRIR-RESIDENCIAS.
      *    La primera residencia que se registra crea el archivo
      *    (mismo patron de VINCULOS en CL0038).
           OPEN I-O RESFIS-FILE
           IF WS-RESFIS-NO-EXISTE
               OPEN OUTPUT RESFIS-FILE
               CLOSE RESFIS-FILE
               OPEN I-O RESFIS-FILE
           END-IF
           IF NOT WS-RESFIS-OK
               MOVE 12 TO CL-RETURN-CODE
               STRING "Archivo de residencias fiscales no disponible"
                      DELIMITED SIZE
                      " - status "
                      DELIMITED SIZE
                      WS-RESFIS-STATUS
                      DELIMITED SIZE
                   INTO CL-MENSAJE
           END-IF.

       2000-LISTAR-RESIDENCIAS.
           DISPLAY " "
           DISPLAY "Pais Est TIN                  Autocert.  Registro"
           MOVE CLI-ID        TO RFI-CLI-ID
           MOVE LOW-VALUES    TO RFI-PAIS
           MOVE '00'          TO WS-RESFIS-STATUS
           START RESFIS-FILE KEY >= RFI-CLAVE
               INVALID KEY
                   MOVE '10' TO WS-RESFIS-STATUS
           END-START
           IF NOT WS-FIN-RESFIS
               PERFORM 2100-LEER-RESIDENCIA
               PERFORM 2200-MOSTRAR-RESIDENCIA UNTIL WS-FIN-RESFIS
           END-IF
           DISPLAY " ".

       2100-LEER-RESIDENCIA.
           READ RESFIS-FILE NEXT
               AT END
                   MOVE '10' TO WS-RESFIS-STATUS
           END-READ
           IF NOT WS-FIN-RESFIS
               IF RFI-CLI-ID NOT = CLI-ID
                   MOVE '10' TO WS-RESFIS-STATUS
               END-IF
           END-IF.

       2200-MOSTRAR-RESIDENCIA.
           DISPLAY RFI-PAIS "   " RFI-ESTADO "   " RFI-TIN " "
                   RFI-FEC-AUTOCERT " " RFI-FEC-REGISTRO
           PERFORM 2100-LEER-RESIDENCIA.

       2500-CAPTURAR-ACCION.
      *    Se repregunta hasta recibir una accion valida (mismo patron
      *    de CL0000 0150-LEER-OPCION-VALIDA).
           MOVE SPACE TO WS-ACCION
           PERFORM UNTIL WS-ACCION-VALIDA
               DISPLAY "Alta / Modif / Baja / Listar / Fin "
                       "(A/M/B/L/F): " WITH NO ADVANCING
               ACCEPT WS-ACCION
               IF NOT WS-ACCION-VALIDA
                   DISPLAY "Respuesta invalida. Ingrese A, M, B, L o F."
               END-IF
           END-PERFORM.

       3000-PROCESAR-ACCION.
           PERFORM 2500-CAPTURAR-ACCION
           EVALUATE TRUE
               WHEN WS-ACCION-ALTA
                   PERFORM 4000-ALTA-RESIDENCIA
               WHEN WS-ACCION-MODIF
                   PERFORM 5000-MODIF-RESIDENCIA
               WHEN WS-ACCION-BAJA
                   PERFORM 6000-BAJA-RESIDENCIA
               WHEN WS-ACCION-LISTAR
                   PERFORM 2000-LISTAR-RESIDENCIAS
               WHEN WS-ACCION-FIN
                   CONTINUE
           END-EVALUATE.

       3500-LEER-PAIS-CLIENTE.
      *    Lee la residencia del cliente en el pais tecleado.
           MOVE CLI-ID          TO RFI-CLI-ID
           MOVE WS-PAIS-ENTRADA TO RFI-PAIS
           READ RESFIS-FILE
               INVALID KEY
                   MOVE '23' TO WS-RESFIS-STATUS
           END-READ.

       4000-ALTA-RESIDENCIA.
      *    Un cliente dado de baja o absorbido no toma residencias
      *    nuevas; las que tenga se pueden seguir corrigiendo.
           IF NOT CLI-ACTIVO
               DISPLAY "Cliente no activo - no admite residencias"
                       " nuevas"
           ELSE
               DISPLAY "Pais (ISO 2 letras)        : " WITH NO ADVANCING
               ACCEPT WS-PAIS-ENTRADA
               DISPLAY "TIN (blanco = no entregado): " WITH NO ADVANCING
               ACCEPT WS-TIN-ENTRADA
               DISPLAY "Autocertificacion (AAAA-MM-DD, blanco = no "
                       "entregada): " WITH NO ADVANCING
               ACCEPT WS-AUTOCERT-ENTRADA
               PERFORM 4300-VALIDAR-REPREGUNTANDO
               MOVE WS-PAIS-ENTRADA TO RFI-PAIS
               IF RFI-PAIS-LOCAL
                   DISPLAY "Pais del banco - no es residencia fiscal"
                           " extranjera"
               ELSE
                   PERFORM 4050-REGISTRAR-PAIS
               END-IF
           END-IF.

       4050-REGISTRAR-PAIS.
           PERFORM 3500-LEER-PAIS-CLIENTE
           EVALUATE TRUE
               WHEN WS-RESFIS-OK AND RFI-VIGENTE
                   DISPLAY "Residencia ya registrada en ese pais"
                           " - use Modif"
               WHEN WS-RESFIS-OK
                   PERFORM 4600-REABRIR-RESIDENCIA
               WHEN WS-RESFIS-NO-ENCONTRADA
                   PERFORM 4500-GRABAR-RESIDENCIA
               WHEN OTHER
                   DISPLAY "No se pudo leer la residencia - status "
                           WS-RESFIS-STATUS
           END-EVALUATE.

       4300-VALIDAR-REPREGUNTANDO.
      *    Valida con el validador comun CL0017 y repregunta solo el
      *    campo observado (mismo patron del Alta CL0001).
           PERFORM 4350-VALIDAR-RESIDENCIA
           PERFORM UNTIL VAL-SIN-ERRORES
               DISPLAY "Dato invalido: " VAL-MENSAJE
               EVALUATE TRUE
                   WHEN VAL-ERR-PAIS
                       DISPLAY "Pais (ISO 2 letras)        : "
                           WITH NO ADVANCING
                       ACCEPT WS-PAIS-ENTRADA
                   WHEN VAL-ERR-TIN
                       DISPLAY "TIN                        : "
                           WITH NO ADVANCING
                       ACCEPT WS-TIN-ENTRADA
                   WHEN VAL-ERR-FEC-AUTOCERT
                       DISPLAY "Autocertificacion (AAAA-MM-DD): "
                           WITH NO ADVANCING
                       ACCEPT WS-AUTOCERT-ENTRADA
               END-EVALUATE
               PERFORM 4350-VALIDAR-RESIDENCIA
           END-PERFORM.

       4350-VALIDAR-RESIDENCIA.
           MOVE 'F'                 TO VAL-MODO
           MOVE WS-PAIS-ENTRADA     TO VAL-PAIS
           MOVE WS-TIN-ENTRADA      TO VAL-TIN
           MOVE WS-AUTOCERT-ENTRADA TO VAL-FEC-AUTOCERT
           CALL 'CL0017' USING VAL-AREA.

       4500-GRABAR-RESIDENCIA.
           INITIALIZE RFI-REG
           MOVE CLI-ID              TO RFI-CLI-ID
           MOVE WS-PAIS-ENTRADA     TO RFI-PAIS
           MOVE WS-TIN-ENTRADA      TO RFI-TIN
           MOVE WS-AUTOCERT-ENTRADA TO RFI-FEC-AUTOCERT
           MOVE 'V'                 TO RFI-ESTADO
           MOVE CL-USUARIO          TO RFI-USUARIO
           MOVE WS-FECHA-HOY        TO RFI-FEC-REGISTRO
           MOVE SPACES              TO RFI-FEC-BAJA

           WRITE RFI-REG
               INVALID KEY
                   DISPLAY "No se pudo registrar la residencia - "
                           "status " WS-RESFIS-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-CONTADOR-ALTAS
                   DISPLAY "Residencia registrada"
                   INITIALIZE AUDIT-REG
                   MOVE SPACES TO AUD-VALOR-ANTES
                   MOVE SPACES TO AUD-VALOR-DESPUES
                   PERFORM 7100-CARGAR-IMAGEN-DESPUES
                   MOVE "RESID ALTA" TO AUD-OPCION-DESC
                   PERFORM 7000-AUDITAR-RESIDENCIA
           END-WRITE.

       4600-REABRIR-RESIDENCIA.
      *    El pais estaba dado de baja: se reabre el mismo registro
      *    con los datos nuevos; la imagen antes deja la baja.
           INITIALIZE AUDIT-REG
           MOVE SPACES TO AUD-VALOR-ANTES
           MOVE SPACES TO AUD-VALOR-DESPUES
           PERFORM 7200-CARGAR-IMAGEN-ANTES

           MOVE WS-TIN-ENTRADA      TO RFI-TIN
           MOVE WS-AUTOCERT-ENTRADA TO RFI-FEC-AUTOCERT
           MOVE 'V'                 TO RFI-ESTADO
           MOVE CL-USUARIO          TO RFI-USUARIO
           MOVE WS-FECHA-HOY        TO RFI-FEC-REGISTRO
           MOVE SPACES              TO RFI-FEC-BAJA

           REWRITE RFI-REG
               INVALID KEY
                   DISPLAY "No se pudo reabrir la residencia - status "
                           WS-RESFIS-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-CONTADOR-ALTAS
                   DISPLAY "Residencia reabierta"
                   PERFORM 7100-CARGAR-IMAGEN-DESPUES
                   MOVE "RESID ALTA" TO AUD-OPCION-DESC
                   PERFORM 7000-AUDITAR-RESIDENCIA
           END-REWRITE.

       5000-MODIF-RESIDENCIA.
           DISPLAY "Pais a modificar           : " WITH NO ADVANCING
           ACCEPT WS-PAIS-ENTRADA
           PERFORM 3500-LEER-PAIS-CLIENTE

           IF WS-RESFIS-OK AND RFI-VIGENTE
               PERFORM 5100-CAPTURAR-CAMBIOS
           ELSE
               DISPLAY "No hay residencia vigente en ese pais"
           END-IF.

       5100-CAPTURAR-CAMBIOS.
      *    En blanco se conserva el valor actual; un '*' lo borra
      *    (TIN cargado por error, autocertificacion a renovar) y el
      *    cambio se audita como cualquier modificacion.
           DISPLAY "TIN actual [" RFI-TIN "]"
           DISPLAY "TIN nuevo (blanco = sin cambio, * = borrar): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-TIN-ENTRADA
           ACCEPT WS-TIN-ENTRADA
           EVALUATE WS-TIN-ENTRADA
               WHEN SPACES
                   MOVE RFI-TIN TO WS-TIN-ENTRADA
               WHEN "*"
                   MOVE SPACES TO WS-TIN-ENTRADA
           END-EVALUATE
           DISPLAY "Autocertificacion actual [" RFI-FEC-AUTOCERT "]"
           DISPLAY "Autocertificacion nueva (blanco = sin cambio, "
                   "* = borrar): " WITH NO ADVANCING
           MOVE SPACES TO WS-AUTOCERT-ENTRADA
           ACCEPT WS-AUTOCERT-ENTRADA
           EVALUATE WS-AUTOCERT-ENTRADA
               WHEN SPACES
                   MOVE RFI-FEC-AUTOCERT TO WS-AUTOCERT-ENTRADA
               WHEN "*"
                   MOVE SPACES TO WS-AUTOCERT-ENTRADA
           END-EVALUATE
           PERFORM 4300-VALIDAR-REPREGUNTANDO

      *    La repregunta no deja cambiar el pais: es la clave.
           MOVE RFI-PAIS TO WS-PAIS-ENTRADA
           IF WS-TIN-ENTRADA = RFI-TIN
              AND WS-AUTOCERT-ENTRADA = RFI-FEC-AUTOCERT
               DISPLAY "Sin cambios"
           ELSE
               INITIALIZE AUDIT-REG
               MOVE SPACES TO AUD-VALOR-ANTES
               MOVE SPACES TO AUD-VALOR-DESPUES
               PERFORM 7200-CARGAR-IMAGEN-ANTES
               MOVE WS-TIN-ENTRADA      TO RFI-TIN
               MOVE WS-AUTOCERT-ENTRADA TO RFI-FEC-AUTOCERT
               MOVE CL-USUARIO          TO RFI-USUARIO
               REWRITE RFI-REG
                   INVALID KEY
                       DISPLAY "No se pudo modificar la residencia - "
                               "status " WS-RESFIS-STATUS
                   NOT INVALID KEY
                       ADD 1 TO WS-CONTADOR-MODIF
                       DISPLAY "Residencia modificada"
                       PERFORM 7100-CARGAR-IMAGEN-DESPUES
                       MOVE "RESID MODIF" TO AUD-OPCION-DESC
                       PERFORM 7000-AUDITAR-RESIDENCIA
               END-REWRITE
           END-IF.

       6000-BAJA-RESIDENCIA.
           DISPLAY "Pais a dar de baja         : " WITH NO ADVANCING
           ACCEPT WS-PAIS-ENTRADA
           PERFORM 3500-LEER-PAIS-CLIENTE

           IF WS-RESFIS-OK AND RFI-VIGENTE
               INITIALIZE AUDIT-REG
               MOVE SPACES TO AUD-VALOR-ANTES
               MOVE SPACES TO AUD-VALOR-DESPUES
               PERFORM 7200-CARGAR-IMAGEN-ANTES
               MOVE 'B'           TO RFI-ESTADO
               MOVE CL-USUARIO    TO RFI-USUARIO
               MOVE WS-FECHA-HOY  TO RFI-FEC-BAJA
               REWRITE RFI-REG
                   INVALID KEY
                       DISPLAY "No se pudo dar de baja la residencia -"
                               " status " WS-RESFIS-STATUS
                   NOT INVALID KEY
                       ADD 1 TO WS-CONTADOR-BAJAS
                       DISPLAY "Residencia dada de baja"
                       PERFORM 7100-CARGAR-IMAGEN-DESPUES
                       MOVE "RESID BAJA" TO AUD-OPCION-DESC
                       PERFORM 7000-AUDITAR-RESIDENCIA
               END-REWRITE
           ELSE
               DISPLAY "No hay residencia vigente en ese pais"
           END-IF.

       7000-AUDITAR-RESIDENCIA.
      *    El llamador deja cargadas las imagenes y la descripcion;
      *    el resto sale de la sesion del operador. La opcion es la
      *    de la comarea: 15 desde el menu, 1 desde el Alta.
           CALL 'CL0009' USING AUD-FECHA, AUD-HORA
           MOVE CL-USUARIO        TO AUD-USUARIO
           MOVE CL-TERMINAL       TO AUD-TERMINAL
           MOVE CL-OPCION         TO AUD-OPCION
           MOVE CLI-ID            TO AUD-CLI-ID
           MOVE 00                TO AUD-RETURN-CODE
           MOVE 0                 TO AUD-SQLCODE
           CALL 'CL0032' USING AUDIT-REG.

       7100-CARGAR-IMAGEN-DESPUES.
           MOVE RFI-PAIS          TO AUD-D-RFI-PAIS
           MOVE RFI-TIN           TO AUD-D-RFI-TIN
           MOVE RFI-FEC-AUTOCERT  TO AUD-D-RFI-FEC-AUTOC
           MOVE RFI-ESTADO        TO AUD-D-RFI-ESTADO.

       7200-CARGAR-IMAGEN-ANTES.
           MOVE RFI-PAIS          TO AUD-A-RFI-PAIS
           MOVE RFI-TIN           TO AUD-A-RFI-TIN
           MOVE RFI-FEC-AUTOCERT  TO AUD-A-RFI-FEC-AUTOC
           MOVE RFI-ESTADO        TO AUD-A-RFI-ESTADO.

       0900-RESUMIR.
           MOVE 00 TO CL-RETURN-CODE
           MOVE WS-CONTADOR-ALTAS TO WS-ALTAS-DISP
           MOVE WS-CONTADOR-MODIF TO WS-MODIF-DISP
           MOVE WS-CONTADOR-BAJAS TO WS-BAJAS-DISP
           STRING "Residencias fiscales - altas"
                  DELIMITED SIZE
                  WS-ALTAS-DISP
                  DELIMITED SIZE
                  " modif"
                  DELIMITED SIZE
                  WS-MODIF-DISP
                  DELIMITED SIZE
                  " bajas"
                  DELIMITED SIZE
                  WS-BAJAS-DISP
                  DELIMITED SIZE
               INTO CL-MENSAJE.
