       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL0034.
       AUTHOR. BANC-S.
      *=================================================================
      *    CONTROL CONTRA LISTAS DE SANCIONES Y PEP
      *    Subrutina comun (al estilo de CL0017/CL0025) que controla
      *    los datos de identidad de un cliente contra las listas de
      *    sanciones y de personas expuestas politicamente que
      *    cumplimiento recibe cada semana (archivo LISTSANC, copy
      *    CLLISTA). Hay coincidencia cuando el tipo y numero de
      *    documento son los de una entrada de la lista, o cuando el
      *    nombre y el apellido lo son (comparados en mayusculas, como
      *    los publica la lista). Se devuelve la primera entrada que
      *    coincide. Area de comunicacion en el copy CLFILTRO.
      *    A diferencia de CL0025, la lista se carga a una tabla en
      *    memoria en la primera llamada y queda cargada mientras el
      *    programa siga en memoria: el recontrol nocturno CL0036 la
      *    consulta una vez por cliente activo y recorrer el archivo
      *    en cada llamada no es viable. La tabla se carga una sola
      *    vez por corrida: una lista que llega durante el dia la
      *    toman las corridas y sesiones de CL0000 que empiezan
      *    despues, no las que ya estaban en curso.
      *    En modo 'R' (registro) deja ademas la constancia del
      *    control en FILTCONS (copy CLCONSFI) y, si hubo
      *    coincidencia, la encola pendiente en COINCLI (copy CLCOINC)
      *    para que cumplimiento la resuelva con CL0035; ambos
      *    archivos se abren y cierran en cada llamada, como hace
      *    CL0008 con NOTIFCLI.
      *    Retornos: 00 sin coincidencia, 04 coincidencia, 12 lista no
      *    disponible (archivo ausente, vacio o mas grande que la
      *    tabla). Ante el 12 el llamador no da por controlado al
      *    cliente: ante la duda se cierra, no se abre.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LISTA-FILE ASSIGN TO LISTSANC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LISTA-STATUS.
           SELECT COINC-FILE ASSIGN TO COINCLI
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COINC-STATUS.
           SELECT CONST-FILE ASSIGN TO FILTCONS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LISTA-FILE
           RECORDING MODE IS F.
           COPY CLLISTA.

       FD  COINC-FILE
           RECORDING MODE IS F.
           COPY CLCOINC.

       FD  CONST-FILE
           RECORDING MODE IS F.
           COPY CLCONSFI.

       WORKING-STORAGE SECTION.
       01  WS-LISTA-STATUS        PIC X(02).
           88  WS-LISTA-NO-EXISTE        VALUE '35'.
           88  WS-FIN-LISTA              VALUE '10'.
       01  WS-COINC-STATUS        PIC X(02).
           88  WS-COINC-NO-EXISTE        VALUE '35'.
       01  WS-CONST-STATUS        PIC X(02).
           88  WS-CONST-NO-EXISTE        VALUE '35'.
       01  WS-FECHA-HOY           PIC X(10).
       01  WS-HORA-HOY            PIC X(08).

      *    'S' cuando la tabla quedo cargada completa; mientras no lo
      *    este, cada llamada vuelve a intentar la carga.
       01  WS-LISTA-CARGADA       PIC X(01) VALUE 'N'.
           88  WS-HAY-LISTA-CARGADA      VALUE 'S'.
       01  WS-DESBORDE            PIC X(01).
           88  WS-HAY-DESBORDE           VALUE 'S'.
       01  WS-VERSION-LISTA       PIC X(10) VALUE SPACES.
       01  WS-TIPO-COINC          PIC X(01).

      *    Datos del cliente pasados a mayusculas para comparar.
       01  WS-NOMBRE-CMP          PIC X(40).
       01  WS-APELLIDO-CMP        PIC X(40).
       01  WS-MINUSCULAS          PIC X(26) VALUE
           "abcdefghijklmnopqrstuvwxyz".
       01  WS-MAYUSCULAS          PIC X(26) VALUE
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      *=================================================================
      *    TABLA EN MEMORIA DE LA LISTA (mismo patron de CL0019)
      *=================================================================
       01  WS-MAX-ENTRADAS        PIC 9(05) COMP VALUE 5000.
       01  WS-CANT-ENTRADAS       PIC 9(05) COMP VALUE 0.
       01  WS-INDICE              PIC 9(05) COMP.
       01  WS-ENCONTRADO          PIC 9(05) COMP.
       01  WS-TABLA-LISTA.
           05  WS-LIS-ENT OCCURS 5000 TIMES.
               10  WS-LIS-ID          PIC X(12).
               10  WS-LIS-TIPO-LISTA  PIC X(04).
               10  WS-LIS-TIPO-DOC    PIC X(02).
               10  WS-LIS-NUM-DOC     PIC X(15).
               10  WS-LIS-NOMBRE      PIC X(40).
               10  WS-LIS-APELLIDO    PIC X(40).

       LINKAGE SECTION.
           COPY CLFILTRO.

       PROCEDURE DIVISION USING FIL-AREA.

       0000-MAIN.
           MOVE 00     TO FIL-RETORNO
           MOVE SPACES TO FIL-COINCIDENCIA
           MOVE SPACES TO FIL-MENSAJE

           IF NOT WS-HAY-LISTA-CARGADA
               PERFORM 1000-CARGAR-LISTA
           END-IF

           MOVE WS-VERSION-LISTA TO FIL-VERSION-LISTA
           MOVE WS-CANT-ENTRADAS TO FIL-CANT-ENTRADAS

           IF WS-HAY-LISTA-CARGADA
               PERFORM 2000-BUSCAR-COINCIDENCIA
               IF FIL-MODO-REGISTRO
                   PERFORM 3000-REGISTRAR-CONTROL
               END-IF
           ELSE
               MOVE 12 TO FIL-RETORNO
               MOVE "Lista de sanciones y PEP no disponible"
                   TO FIL-MENSAJE
           END-IF

           GOBACK.

       1000-CARGAR-LISTA.
           MOVE 0      TO WS-CANT-ENTRADAS
           MOVE 'N'    TO WS-DESBORDE
           MOVE SPACES TO WS-VERSION-LISTA

           OPEN INPUT LISTA-FILE
           IF NOT WS-LISTA-NO-EXISTE
               PERFORM 1100-LEER-LISTA
               PERFORM 1200-GUARDAR-ENTRADA
                   UNTIL WS-FIN-LISTA OR WS-HAY-DESBORDE
               CLOSE LISTA-FILE
           END-IF

      *    Una lista vacia o cortada por el tope de la tabla no sirve
      *    para dar por controlado a nadie: queda sin cargar.
           IF WS-CANT-ENTRADAS > 0 AND NOT WS-HAY-DESBORDE
               MOVE 'S' TO WS-LISTA-CARGADA
           END-IF
           IF WS-HAY-DESBORDE
               DISPLAY "LISTAS: la lista supera las " WS-MAX-ENTRADAS
                       " entradas de la tabla - no se carga"
           END-IF.

       1100-LEER-LISTA.
           READ LISTA-FILE
               AT END
                   MOVE '10' TO WS-LISTA-STATUS
           END-READ.

       1200-GUARDAR-ENTRADA.
           IF WS-CANT-ENTRADAS >= WS-MAX-ENTRADAS
               MOVE 'S' TO WS-DESBORDE
           ELSE
               ADD 1 TO WS-CANT-ENTRADAS
               MOVE WS-CANT-ENTRADAS TO WS-INDICE
               MOVE LST-ID         TO WS-LIS-ID(WS-INDICE)
               MOVE LST-TIPO-LISTA TO WS-LIS-TIPO-LISTA(WS-INDICE)
               MOVE LST-TIPO-DOC   TO WS-LIS-TIPO-DOC(WS-INDICE)
               MOVE LST-NUM-DOC    TO WS-LIS-NUM-DOC(WS-INDICE)
               MOVE LST-NOMBRE     TO WS-LIS-NOMBRE(WS-INDICE)
               MOVE LST-APELLIDO   TO WS-LIS-APELLIDO(WS-INDICE)
               INSPECT WS-LIS-NOMBRE(WS-INDICE)
                   CONVERTING WS-MINUSCULAS TO WS-MAYUSCULAS
               INSPECT WS-LIS-APELLIDO(WS-INDICE)
                   CONVERTING WS-MINUSCULAS TO WS-MAYUSCULAS
               IF WS-VERSION-LISTA = SPACES
                   MOVE LST-VERSION TO WS-VERSION-LISTA
               END-IF
               PERFORM 1100-LEER-LISTA
           END-IF.

       2000-BUSCAR-COINCIDENCIA.
           MOVE FIL-NOMBRE   TO WS-NOMBRE-CMP
           MOVE FIL-APELLIDO TO WS-APELLIDO-CMP
           INSPECT WS-NOMBRE-CMP
               CONVERTING WS-MINUSCULAS TO WS-MAYUSCULAS
           INSPECT WS-APELLIDO-CMP
               CONVERTING WS-MINUSCULAS TO WS-MAYUSCULAS

           MOVE 0 TO WS-ENCONTRADO
           MOVE 0 TO WS-INDICE
           PERFORM 2100-COMPARAR-ENTRADA
               WS-CANT-ENTRADAS TIMES

           IF WS-ENCONTRADO > 0
               MOVE 04 TO FIL-RETORNO
               MOVE WS-LIS-ID(WS-ENCONTRADO)         TO FIL-LST-ID
               MOVE WS-LIS-TIPO-LISTA(WS-ENCONTRADO) TO FIL-TIPO-LISTA
               MOVE WS-TIPO-COINC                    TO FIL-TIPO-COINC
               MOVE WS-LIS-TIPO-DOC(WS-ENCONTRADO)   TO FIL-LST-TIPO-DOC
               MOVE WS-LIS-NUM-DOC(WS-ENCONTRADO)    TO FIL-LST-NUM-DOC
               MOVE WS-LIS-NOMBRE(WS-ENCONTRADO)     TO FIL-LST-NOMBRE
               MOVE WS-LIS-APELLIDO(WS-ENCONTRADO)   TO FIL-LST-APELLIDO
               IF FIL-COINC-DOCUMENTO
                   MOVE "Documento coincide con lista de sanciones/PEP"
                       TO FIL-MENSAJE
               ELSE
                   MOVE "Nombre coincide con lista de sanciones/PEP"
                       TO FIL-MENSAJE
               END-IF
           END-IF.

       2100-COMPARAR-ENTRADA.
      *    Se queda con la primera entrada que coincide; la entrada
      *    sin documento solo puede coincidir por nombre.
           ADD 1 TO WS-INDICE
           IF WS-ENCONTRADO = 0
               IF WS-LIS-NUM-DOC(WS-INDICE) NOT = SPACES
                  AND WS-LIS-TIPO-DOC(WS-INDICE) = FIL-TIPO-DOC
                  AND WS-LIS-NUM-DOC(WS-INDICE)  = FIL-NUM-DOC
                   MOVE WS-INDICE TO WS-ENCONTRADO
                   MOVE 'D' TO WS-TIPO-COINC
               ELSE
                   IF WS-LIS-APELLIDO(WS-INDICE) NOT = SPACES
                      AND WS-LIS-NOMBRE(WS-INDICE)   = WS-NOMBRE-CMP
                      AND WS-LIS-APELLIDO(WS-INDICE) = WS-APELLIDO-CMP
                       MOVE WS-INDICE TO WS-ENCONTRADO
                       MOVE 'N' TO WS-TIPO-COINC
                   END-IF
               END-IF
           END-IF.

       3000-REGISTRAR-CONTROL.
           CALL 'CL0009' USING WS-FECHA-HOY, WS-HORA-HOY

           OPEN EXTEND CONST-FILE
           IF WS-CONST-NO-EXISTE
               OPEN OUTPUT CONST-FILE
           END-IF
           INITIALIZE CON-REG
           MOVE FIL-CLI-ID        TO CON-CLI-ID
           MOVE WS-FECHA-HOY      TO CON-FECHA
           MOVE WS-HORA-HOY       TO CON-HORA
           MOVE FIL-ORIGEN        TO CON-ORIGEN
           MOVE FIL-VERSION-LISTA TO CON-VERSION-LISTA
           IF FIL-CON-COINCIDENCIA
               MOVE 'C' TO CON-RESULTADO
           ELSE
               MOVE 'S' TO CON-RESULTADO
           END-IF
           WRITE CON-REG
           CLOSE CONST-FILE

           IF FIL-CON-COINCIDENCIA
               PERFORM 3100-ENCOLAR-COINCIDENCIA
           END-IF.

       3100-ENCOLAR-COINCIDENCIA.
           OPEN EXTEND COINC-FILE
           IF WS-COINC-NO-EXISTE
               OPEN OUTPUT COINC-FILE
           END-IF
           INITIALIZE COI-REG
           MOVE FIL-CLI-ID        TO COI-CLI-ID
           MOVE 'P'               TO COI-ESTADO
           MOVE FIL-ORIGEN        TO COI-ORIGEN
           MOVE FIL-LST-ID        TO COI-LST-ID
           MOVE FIL-TIPO-LISTA    TO COI-TIPO-LISTA
           MOVE FIL-VERSION-LISTA TO COI-VERSION-LISTA
           MOVE FIL-TIPO-COINC    TO COI-TIPO-COINC
           MOVE FIL-LST-TIPO-DOC  TO COI-LST-TIPO-DOC
           MOVE FIL-LST-NUM-DOC   TO COI-LST-NUM-DOC
           MOVE FIL-LST-NOMBRE    TO COI-LST-NOMBRE
           MOVE FIL-LST-APELLIDO  TO COI-LST-APELLIDO
           MOVE WS-FECHA-HOY      TO COI-FECHA-DET
           MOVE WS-HORA-HOY       TO COI-HORA-DET
           MOVE FIL-USUARIO       TO COI-USUARIO
           IF FIL-ORIGEN = 'IDEN'
               MOVE FIL-FEC-SOL   TO COI-FEC-SOL
               MOVE FIL-HORA-SOL  TO COI-HORA-SOL
           END-IF
           WRITE COI-REG
           CLOSE COINC-FILE.
