      *    sus productos al numero que queda vivo. Deja en la comarea
      *    las imagenes antes/despues del estado del absorbido para la
      *    auditoria de CL0000, como cualquier otra transaccion.
      *    Los vinculos abiertos del absorbido con otros clientes
      *    (archivo VINCULOS, copy CLVINCUL) se informan antes de
      *    confirmar y, aplicada la fusion, pasan al sobreviviente:
      *    el original queda en estado 'T' (trasladado) y se graba
      *    uno nuevo a nombre del sobreviviente con el absorbido como
      *    origen, salvo que el sobreviviente ya tenga ese mismo
      *    vinculo abierto o que el vinculo fuera entre los dos
      *    clientes fusionados. Cada traslado se audita via CL0032.
      *    El absorbido, con su nuevo estado, graba una nueva version
      *    en el historico de clientes via CL0049.
      *    Invocada por el menu CL0000 (opcion 8).
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VINCUL-FILE ASSIGN TO VINCULOS
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS VIN-CLAVE
               ALTERNATE RECORD KEY IS VIN-CLI-ID-REL
                   WITH DUPLICATES
               FILE STATUS IS WS-VINCUL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VINCUL-FILE.
           COPY CLVINCUL.

       WORKING-STORAGE SECTION.

      *=================================================================
           88  WS-CONFIRMA-FUSION          VALUE 'S'.
           88  WS-RESPUESTA-VALIDA         VALUES 'S' 'N'.

      *    Traslado de vinculos del absorbido al sobreviviente. Los
      *    vinculos abiertos se juntan primero en la tabla y recien
      *    despues se reescriben y graban, para no mover la lectura
      *    secuencial del archivo mientras se recorre.
       01  WS-VINCUL-STATUS       PIC X(02).
           88  WS-VINCUL-OK                VALUE '00'.
           88  WS-VINCUL-NO-EXISTE         VALUE '35'.
           88  WS-FIN-VINCUL               VALUE '10'.
       01  WS-ROL-LECTURA         PIC X(01).
           88  WS-LEE-COMO-TITULAR         VALUE 'T'.
       01  WS-MAX-VINCULOS        PIC 9(03) COMP VALUE 100.
       01  WS-CANT-VINCULOS       PIC 9(03) COMP VALUE 0.
       01  WS-IND-VINCULO         PIC 9(03) COMP.
       01  WS-VINCULOS-EXCEDIDOS  PIC 9(05) VALUE 0.
       01  WS-TABLA-VINCULOS.
           05  WS-TVI-ENTRADA OCCURS 100 TIMES.
               10  WS-TVI-CLAVE        PIC X(25).
       01  WS-NUEVO-CLI-ID        PIC 9(10).
       01  WS-NUEVO-CLI-ID-REL    PIC 9(10).
       01  WS-NUEVO-TIPO          PIC X(02).
       01  WS-NUEVO-DESDE         PIC X(10).
       01  WS-NUEVO-HASTA         PIC X(10).
       01  WS-ULT-SECUENCIA       PIC 9(03).
       01  WS-HAY-ABIERTO         PIC X(01).
           88  WS-VINCULO-ABIERTO          VALUE 'S'.
       01  WS-CONTADOR-TRASLADOS  PIC 9(05) VALUE 0.
       01  WS-TRASLADOS-DISP      PIC ZZZZ9.
       01  WS-CANT-VINCULOS-DISP  PIC ZZZZ9.

      *    Vinculos abiertos del absorbido para el aviso previo a la
      *    confirmacion, via la consulta comun CL0039.
           COPY CLVINCON.

      *=================================================================
      *    REGISTRO DE AUDITORIA: se arma aca y lo graba el grabador
      *    comun CL0032 en el AUDITCLI indexado.
      *=================================================================
           COPY CLAUDIT.

      *=================================================================
      *    AREA DEL HISTORICO DE VERSIONES DE CLIENTES CL0049
      *=================================================================
           COPY CLHISTAR.

       LINKAGE SECTION.
           COPY CLLKAREA.

                   CLI-TELEFONO
           DISPLAY "Email          : " WS-SOB-EMAIL
           DISPLAY "             vs: " CLI-EMAIL
           DISPLAY "Estado         : " WS-SOB-ESTADO " / " CLI-ESTADO

           MOVE CLI-ID TO VNC-CLI-ID
           CALL 'CL0039' USING VNC-AREA
           EVALUATE TRUE
               WHEN VNC-NO-DISPONIBLE
                   DISPLAY "Vinculos del absorbido: archivo no"
                           " disponible"
               WHEN VNC-CANT-ABIERTOS > 0
                   MOVE VNC-CANT-ABIERTOS TO WS-CANT-VINCULOS-DISP
                   DISPLAY "Vinculos abiertos del absorbido: "
                           WS-CANT-VINCULOS-DISP
                           " (pasan al sobreviviente)"
           END-EVALUATE.

       2500-CONFIRMAR.
      *    Se repregunta hasta recibir S o N (mismo patron de CL0000
                   MOVE "Fusion aplicada correctamente"
                       TO CL-MENSAJE
                   MOVE CLI-ESTADO   TO CL-D-ESTADO
                   PERFORM 3100-REGISTRAR-HISTORICO
                   CALL 'CL0009' USING WS-FECHA-FUSION, WS-HORA-FUSION
                   CALL 'CL0008' USING CLI-ID, 'FUSI',
                                       WS-FECHA-FUSION, WS-SOB-CLI-ID
                   PERFORM 4000-TRASLADAR-VINCULOS
               WHEN OTHER
                   MOVE 12 TO CL-RETURN-CODE
                   STRING "Error de base de datos SQLCODE "
                          DELIMITED SIZE
                       INTO CL-MENSAJE
           END-EVALUATE.

       3100-REGISTRAR-HISTORICO.
           MOVE 'G'            TO HST-FUNCION
           MOVE CLI-ID         TO HST-CLI-ID
           MOVE 'CL0021'       TO HST-PROGRAMA
           MOVE CL-USUARIO     TO HST-USUARIO
           MOVE 'FUSION'       TO HST-OPERACION
           CALL 'CL0049' USING HST-AREA.

       4000-TRASLADAR-VINCULOS.
      *    La fusion ya esta aplicada: un problema con el archivo de
      *    vinculos no la revierte, se informa en el mensaje para que
      *    el operador traslade a mano desde la opcion de vinculos.
           MOVE 0 TO WS-CANT-VINCULOS
           MOVE 0 TO WS-VINCULOS-EXCEDIDOS
           MOVE 0 TO WS-CONTADOR-TRASLADOS
           OPEN I-O VINCUL-FILE
           EVALUATE TRUE
               WHEN WS-VINCUL-NO-EXISTE
                   CONTINUE
               WHEN NOT WS-VINCUL-OK
                   MOVE "Fusion aplicada - vinculos no trasladados"
                       TO CL-MENSAJE
               WHEN OTHER
                   PERFORM 4100-JUNTAR-VINCULOS
                   MOVE 1 TO WS-IND-VINCULO
                   PERFORM 4500-TRASLADAR-VINCULO WS-CANT-VINCULOS TIMES
                   CLOSE VINCUL-FILE
                   PERFORM 4900-INFORMAR-TRASLADO
           END-EVALUATE.

       4100-JUNTAR-VINCULOS.
           MOVE 'T'           TO WS-ROL-LECTURA
           MOVE CLI-ID        TO VIN-CLI-ID
           MOVE 0             TO VIN-CLI-ID-REL
           MOVE LOW-VALUES    TO VIN-TIPO
           MOVE 0             TO VIN-SECUENCIA
           MOVE '00'          TO WS-VINCUL-STATUS
           START VINCUL-FILE KEY >= VIN-CLAVE
               INVALID KEY
                   MOVE '10' TO WS-VINCUL-STATUS
           END-START
           IF NOT WS-FIN-VINCUL
               PERFORM 4200-LEER-VINCULO
               PERFORM 4300-JUNTAR-VINCULO UNTIL WS-FIN-VINCUL
           END-IF

           MOVE 'V'           TO WS-ROL-LECTURA
           MOVE CLI-ID        TO VIN-CLI-ID-REL
           MOVE '00'          TO WS-VINCUL-STATUS
           START VINCUL-FILE KEY = VIN-CLI-ID-REL
               INVALID KEY
                   MOVE '10' TO WS-VINCUL-STATUS
           END-START
           IF NOT WS-FIN-VINCUL
               PERFORM 4200-LEER-VINCULO
               PERFORM 4300-JUNTAR-VINCULO UNTIL WS-FIN-VINCUL
           END-IF.

       4200-LEER-VINCULO.
           READ VINCUL-FILE NEXT
               AT END
                   MOVE '10' TO WS-VINCUL-STATUS
           END-READ
           IF NOT WS-FIN-VINCUL
               IF WS-LEE-COMO-TITULAR
                   IF VIN-CLI-ID NOT = CLI-ID
                       MOVE '10' TO WS-VINCUL-STATUS
                   END-IF
               ELSE
                   IF VIN-CLI-ID-REL NOT = CLI-ID
                       MOVE '10' TO WS-VINCUL-STATUS
                   END-IF
               END-IF
           END-IF.

       4300-JUNTAR-VINCULO.
      *    Se trasladan los vigentes sin vencer; los cerrados y
      *    vencidos quedan como historia del absorbido.
           IF VIN-VIGENTE
              AND (VIN-FEC-HASTA = SPACES
                   OR VIN-FEC-HASTA NOT < WS-FECHA-FUSION)
               IF WS-CANT-VINCULOS < WS-MAX-VINCULOS
                   ADD 1 TO WS-CANT-VINCULOS
                   MOVE VIN-CLAVE TO WS-TVI-CLAVE (WS-CANT-VINCULOS)
               ELSE
                   ADD 1 TO WS-VINCULOS-EXCEDIDOS
               END-IF
           END-IF
           PERFORM 4200-LEER-VINCULO.

       4500-TRASLADAR-VINCULO.
           MOVE WS-TVI-CLAVE (WS-IND-VINCULO) TO VIN-CLAVE
           READ VINCUL-FILE
               INVALID KEY
                   MOVE '23' TO WS-VINCUL-STATUS
           END-READ
           IF WS-VINCUL-OK
               PERFORM 4600-MARCAR-TRASLADADO
           ELSE
               DISPLAY "Vinculo no trasladado - status "
                       WS-VINCUL-STATUS
           END-IF
           ADD 1 TO WS-IND-VINCULO.

       4600-MARCAR-TRASLADADO.
      *    El lado del absorbido pasa al sobreviviente; el otro lado
      *    queda igual.
           MOVE VIN-CLI-ID        TO WS-NUEVO-CLI-ID
           MOVE VIN-CLI-ID-REL    TO WS-NUEVO-CLI-ID-REL
           IF VIN-CLI-ID = CLI-ID
               MOVE WS-SOB-CLI-ID TO WS-NUEVO-CLI-ID
           END-IF
           IF VIN-CLI-ID-REL = CLI-ID
               MOVE WS-SOB-CLI-ID TO WS-NUEVO-CLI-ID-REL
           END-IF
           MOVE VIN-TIPO          TO WS-NUEVO-TIPO
           MOVE VIN-FEC-DESDE     TO WS-NUEVO-DESDE
           MOVE VIN-FEC-HASTA     TO WS-NUEVO-HASTA

           INITIALIZE AUDIT-REG
           MOVE SPACES TO AUD-VALOR-ANTES
           MOVE SPACES TO AUD-VALOR-DESPUES
           IF VIN-CLI-ID = CLI-ID
               MOVE VIN-CLI-ID-REL TO AUD-A-VIN-CLI-ID-REL
           ELSE
               MOVE VIN-CLI-ID     TO AUD-A-VIN-CLI-ID-REL
           END-IF
           MOVE VIN-TIPO          TO AUD-A-VIN-TIPO
           MOVE VIN-ESTADO        TO AUD-A-VIN-ESTADO
           MOVE VIN-FEC-DESDE     TO AUD-A-VIN-FEC-DESDE
           MOVE VIN-FEC-HASTA     TO AUD-A-VIN-FEC-HASTA

           MOVE 'T'               TO VIN-ESTADO
           MOVE WS-FECHA-FUSION   TO VIN-FEC-HASTA
           MOVE CL-USUARIO        TO VIN-USUARIO-CIERRE
           MOVE WS-FECHA-FUSION   TO VIN-FEC-CIERRE
           REWRITE VIN-REG
               INVALID KEY
                   DISPLAY "Vinculo no trasladado - status "
                           WS-VINCUL-STATUS
               NOT INVALID KEY
                   PERFORM 4700-GRABAR-EN-SOBREVIVIENTE
           END-REWRITE.

       4700-GRABAR-EN-SOBREVIVIENTE.
      *    Un vinculo entre los dos clientes fusionados no tiene
      *    sentido sobre un solo numero, y uno que el sobreviviente ya
      *    tiene abierto no se duplica: en ambos casos el original
      *    queda trasladado sin registro nuevo.
           MOVE 'T'               TO AUD-D-VIN-ESTADO
           IF WS-NUEVO-CLI-ID NOT = WS-NUEVO-CLI-ID-REL
               PERFORM 4800-BUSCAR-VINCULO-SOBREV
               IF NOT WS-VINCULO-ABIERTO
                   PERFORM 4750-ESCRIBIR-VINCULO-NUEVO
               END-IF
           END-IF
           MOVE "VINCULO TRASL"   TO AUD-OPCION-DESC
           CALL 'CL0009' USING AUD-FECHA, AUD-HORA
           MOVE CL-USUARIO        TO AUD-USUARIO
           MOVE CL-TERMINAL       TO AUD-TERMINAL
           MOVE 8                 TO AUD-OPCION
           MOVE CLI-ID            TO AUD-CLI-ID
           MOVE 00                TO AUD-RETURN-CODE
           MOVE 0                 TO AUD-SQLCODE
           CALL 'CL0032' USING AUDIT-REG.

       4750-ESCRIBIR-VINCULO-NUEVO.
           INITIALIZE VIN-REG
           MOVE WS-NUEVO-CLI-ID   TO VIN-CLI-ID
           MOVE WS-NUEVO-CLI-ID-REL TO VIN-CLI-ID-REL
           MOVE WS-NUEVO-TIPO     TO VIN-TIPO
           COMPUTE VIN-SECUENCIA = WS-ULT-SECUENCIA + 1
           MOVE 'V'               TO VIN-ESTADO
           MOVE WS-NUEVO-DESDE    TO VIN-FEC-DESDE
           MOVE WS-NUEVO-HASTA    TO VIN-FEC-HASTA
           MOVE CL-USUARIO        TO VIN-USUARIO-ALTA
           MOVE WS-FECHA-FUSION   TO VIN-FEC-REGISTRO
           MOVE SPACES            TO VIN-USUARIO-CIERRE
           MOVE SPACES            TO VIN-FEC-CIERRE
           MOVE CLI-ID            TO VIN-CLI-ID-ORIGEN
           WRITE VIN-REG
               INVALID KEY
                   DISPLAY "Vinculo no grabado en el sobreviviente"
                           " - status " WS-VINCUL-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-CONTADOR-TRASLADOS
                   IF VIN-CLI-ID = WS-SOB-CLI-ID
                       MOVE VIN-CLI-ID-REL TO AUD-D-VIN-CLI-ID-REL
                   ELSE
                       MOVE VIN-CLI-ID     TO AUD-D-VIN-CLI-ID-REL
                   END-IF
                   MOVE VIN-TIPO          TO AUD-D-VIN-TIPO
                   MOVE VIN-ESTADO        TO AUD-D-VIN-ESTADO
                   MOVE VIN-FEC-DESDE     TO AUD-D-VIN-FEC-DESDE
                   MOVE VIN-FEC-HASTA     TO AUD-D-VIN-FEC-HASTA
           END-WRITE.

       4800-BUSCAR-VINCULO-SOBREV.
           MOVE 0             TO WS-ULT-SECUENCIA
           MOVE 'N'           TO WS-HAY-ABIERTO
           MOVE WS-NUEVO-CLI-ID     TO VIN-CLI-ID
           MOVE WS-NUEVO-CLI-ID-REL TO VIN-CLI-ID-REL
           MOVE WS-NUEVO-TIPO       TO VIN-TIPO
           MOVE 0             TO VIN-SECUENCIA
           MOVE '00'          TO WS-VINCUL-STATUS
           START VINCUL-FILE KEY >= VIN-CLAVE
               INVALID KEY
                   MOVE '10' TO WS-VINCUL-STATUS
           END-START
           IF NOT WS-FIN-VINCUL
               PERFORM 4810-LEER-PAR
               PERFORM 4820-EVALUAR-PAR UNTIL WS-FIN-VINCUL
           END-IF
           MOVE '00'          TO WS-VINCUL-STATUS.

       4810-LEER-PAR.
           READ VINCUL-FILE NEXT
               AT END
                   MOVE '10' TO WS-VINCUL-STATUS
           END-READ
           IF NOT WS-FIN-VINCUL
               IF VIN-CLI-ID NOT = WS-NUEVO-CLI-ID
                  OR VIN-CLI-ID-REL NOT = WS-NUEVO-CLI-ID-REL
                  OR VIN-TIPO NOT = WS-NUEVO-TIPO
                   MOVE '10' TO WS-VINCUL-STATUS
               END-IF
           END-IF.

       4820-EVALUAR-PAR.
           MOVE VIN-SECUENCIA TO WS-ULT-SECUENCIA
           IF VIN-VIGENTE
              AND (VIN-FEC-HASTA = SPACES
                   OR VIN-FEC-HASTA NOT < WS-FECHA-FUSION)
               MOVE 'S' TO WS-HAY-ABIERTO
           END-IF
           PERFORM 4810-LEER-PAR.

       4900-INFORMAR-TRASLADO.
           MOVE WS-CONTADOR-TRASLADOS TO WS-TRASLADOS-DISP
           IF WS-VINCULOS-EXCEDIDOS > 0
               MOVE SPACES TO CL-MENSAJE
               STRING "Fusion aplicada - vinculos trasladados"
                      DELIMITED SIZE
                      WS-TRASLADOS-DISP
                      DELIMITED SIZE
                      " (revisar resto)"
                      DELIMITED SIZE
                   INTO CL-MENSAJE
           ELSE
               IF WS-CANT-VINCULOS > 0
                   MOVE SPACES TO CL-MENSAJE
                   STRING "Fusion aplicada - vinculos trasladados"
                          DELIMITED SIZE
                          WS-TRASLADOS-DISP
                          DELIMITED SIZE
                       INTO CL-MENSAJE
               END-IF
           END-IF.
