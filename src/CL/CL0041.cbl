       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL0041.
       AUTHOR. BANC-S.
      *=================================================================
      *    GRABADOR COMUN DEL CONTROL DE CORRIDAS
      *    Subrutina comun (al estilo de CL0032) que agrega al archivo
      *    de control de corridas CTLCORR el registro de la corrida
      *    de un proceso batch. El llamador arma el registro en su
      *    copia de trabajo de CLCORRID -job, programa, fecha y hora
      *    de inicio, contadores y codigo de retorno- y esta rutina
      *    completa la fecha y hora de fin y lo graba al final del
      *    archivo; si el archivo todavia no existe lo crea. Una
      *    falla de grabacion se informa por consola y no cambia el
      *    resultado del proceso que llama.
      *    Como toda llamada, el CALL deja en cero el RETURN-CODE
      *    del llamador: cada proceso lo guarda en COR-RETURN-CODE
      *    antes de llamar y lo repone al volver.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CORRID-FILE ASSIGN TO CTLCORR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CORRID-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CORRID-FILE
           RECORDING MODE IS F.
           COPY CLCORRID.

       WORKING-STORAGE SECTION.
       01  WS-CORRID-STATUS       PIC X(02).
           88  WS-CORRID-OK              VALUE '00'.
           88  WS-CORRID-NO-EXISTE       VALUE '35'.
       01  WS-FECHA-FIN           PIC X(10).
       01  WS-HORA-FIN            PIC X(08).

       LINKAGE SECTION.
       01  LK-CORRIDA-REG         PIC X(120).

       PROCEDURE DIVISION USING LK-CORRIDA-REG.

       0000-MAIN.
           CALL 'CL0009' USING WS-FECHA-FIN, WS-HORA-FIN

           OPEN EXTEND CORRID-FILE
           IF WS-CORRID-NO-EXISTE
               OPEN OUTPUT CORRID-FILE
           END-IF

           IF WS-CORRID-OK
               MOVE LK-CORRIDA-REG TO COR-REG
               MOVE WS-FECHA-FIN   TO COR-FEC-FIN
               MOVE WS-HORA-FIN    TO COR-HORA-FIN
               WRITE COR-REG
               IF NOT WS-CORRID-OK
                   DISPLAY "CONTROL DE CORRIDAS: error de grabacion "
                           WS-CORRID-STATUS " job " COR-JOB
               END-IF
               CLOSE CORRID-FILE
           ELSE
               DISPLAY "CONTROL DE CORRIDAS: no se pudo abrir CTLCORR "
                       WS-CORRID-STATUS
           END-IF

           GOBACK.
