       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL0039.
       AUTHOR. BANC-S.
      *=================================================================
      *    CONSULTA DE VINCULOS DE UN CLIENTE
      *    Subrutina comun (al estilo de CL0025) que devuelve los
      *    vinculos abiertos de un cliente en el archivo VINCULOS
      *    (copy CLVINCUL): cotitulares, apoderados, representantes
      *    legales y beneficiarios finales, tanto donde el cliente es
      *    el titular o representado como donde es la parte
      *    vinculada. Abierto es vigente y sin vencer a la fecha del
      *    dia (hasta en blanco o no anterior a hoy). Lee por la clave
      *    primaria desde el cliente y por la clave alternada de la
      *    parte vinculada, sin barrer el archivo. La consumen la
      *    posicion consolidada (CL0026), que muestra el detalle, la
      *    Baja (CL0002), que avisa al operador, y la Fusion (CL0021),
      *    que informa lo que se va a trasladar. Devuelve la cantidad
      *    total y el detalle de los primeros en VNC-AREA (copy
      *    CLVINCON).
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
       01  WS-VINCUL-STATUS       PIC X(02).
           88  WS-VINCUL-OK              VALUE '00'.
           88  WS-VINCUL-NO-EXISTE       VALUE '35'.
           88  WS-FIN-VINCUL             VALUE '10'.
       01  WS-FECHA-HOY           PIC X(10).
       01  WS-HORA-HOY            PIC X(08).
       01  WS-MAX-TABLA           PIC 9(03) COMP VALUE 20.
       01  WS-ROL-LECTURA         PIC X(01).
           88  WS-LEE-COMO-TITULAR       VALUE 'T'.
           88  WS-LEE-COMO-VINCULADO     VALUE 'V'.

       LINKAGE SECTION.
           COPY CLVINCON.

       PROCEDURE DIVISION USING VNC-AREA.

       0000-MAIN.
           MOVE 00 TO VNC-RETORNO
           MOVE 0  TO VNC-CANT-ABIERTOS
           MOVE 0  TO VNC-CANT-TABLA

           CALL 'CL0009' USING WS-FECHA-HOY, WS-HORA-HOY

      *    Sin archivo todavia no hay vinculos registrados: la
      *    consulta se resuelve en cero, no es un error.
           OPEN INPUT VINCUL-FILE
           EVALUATE TRUE
               WHEN WS-VINCUL-NO-EXISTE
                   CONTINUE
               WHEN NOT WS-VINCUL-OK
                   MOVE 12 TO VNC-RETORNO
               WHEN OTHER
                   PERFORM 1000-LEER-COMO-TITULAR
                   PERFORM 2000-LEER-COMO-VINCULADO
                   CLOSE VINCUL-FILE
           END-EVALUATE

           GOBACK.

       1000-LEER-COMO-TITULAR.
           MOVE 'T'           TO WS-ROL-LECTURA
           MOVE VNC-CLI-ID    TO VIN-CLI-ID
           MOVE 0             TO VIN-CLI-ID-REL
           MOVE LOW-VALUES    TO VIN-TIPO
           MOVE 0             TO VIN-SECUENCIA
           MOVE '00'          TO WS-VINCUL-STATUS
           START VINCUL-FILE KEY >= VIN-CLAVE
               INVALID KEY
                   MOVE '10' TO WS-VINCUL-STATUS
           END-START
           IF NOT WS-FIN-VINCUL
               PERFORM 3000-LEER-VINCULO
               PERFORM 3500-EVALUAR-VINCULO UNTIL WS-FIN-VINCUL
           END-IF.

       2000-LEER-COMO-VINCULADO.
           MOVE 'V'           TO WS-ROL-LECTURA
           MOVE VNC-CLI-ID    TO VIN-CLI-ID-REL
           MOVE '00'          TO WS-VINCUL-STATUS
           START VINCUL-FILE KEY = VIN-CLI-ID-REL
               INVALID KEY
                   MOVE '10' TO WS-VINCUL-STATUS
           END-START
           IF NOT WS-FIN-VINCUL
               PERFORM 3000-LEER-VINCULO
               PERFORM 3500-EVALUAR-VINCULO UNTIL WS-FIN-VINCUL
           END-IF.

       3000-LEER-VINCULO.
      *    Fin de la lectura por clave: se corta al salir del cliente
      *    consultado en la clave que se esta recorriendo.
           READ VINCUL-FILE NEXT
               AT END
                   MOVE '10' TO WS-VINCUL-STATUS
           END-READ
           IF NOT WS-FIN-VINCUL
               IF WS-LEE-COMO-TITULAR
                   IF VIN-CLI-ID NOT = VNC-CLI-ID
                       MOVE '10' TO WS-VINCUL-STATUS
                   END-IF
               ELSE
                   IF VIN-CLI-ID-REL NOT = VNC-CLI-ID
                       MOVE '10' TO WS-VINCUL-STATUS
                   END-IF
               END-IF
           END-IF.

       3500-EVALUAR-VINCULO.
           IF VIN-VIGENTE
              AND (VIN-FEC-HASTA = SPACES
                   OR VIN-FEC-HASTA NOT < WS-FECHA-HOY)
               ADD 1 TO VNC-CANT-ABIERTOS
               IF VNC-CANT-TABLA < WS-MAX-TABLA
                   PERFORM 3600-CARGAR-TABLA
               END-IF
           END-IF
           PERFORM 3000-LEER-VINCULO.

       3600-CARGAR-TABLA.
           ADD 1 TO VNC-CANT-TABLA
           MOVE WS-ROL-LECTURA TO VNC-T-ROL (VNC-CANT-TABLA)
           IF WS-LEE-COMO-TITULAR
               MOVE VIN-CLI-ID-REL TO VNC-T-CLI-ID-OTRO (VNC-CANT-TABLA)
           ELSE
               MOVE VIN-CLI-ID     TO VNC-T-CLI-ID-OTRO (VNC-CANT-TABLA)
           END-IF
           MOVE VIN-TIPO       TO VNC-T-TIPO (VNC-CANT-TABLA)
           MOVE VIN-FEC-DESDE  TO VNC-T-FEC-DESDE (VNC-CANT-TABLA)
           MOVE VIN-FEC-HASTA  TO VNC-T-FEC-HASTA (VNC-CANT-TABLA).
