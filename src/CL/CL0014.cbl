      *    CL0008 con la accion 'REAC', para que Cuentas sepa que la
      *    relacion vuelve a estar operativa. Invocada por el menu
      *    CL0000 (opcion 7) (solicitud 013).
      *    La reactivacion graba la nueva version del cliente en el
      *    historico de clientes via CL0049.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *    recibe cero (solicitud 020).
       01  WS-CLI-ID-REL          PIC 9(10) VALUE 0.

      *=================================================================
      *    AREA DEL HISTORICO DE VERSIONES DE CLIENTES CL0049
      *=================================================================
           COPY CLHISTAR.

       LINKAGE SECTION.
           COPY CLLKAREA.

      *    Un cliente absorbido por una fusion (solicitud 020) no se
      *    reactiva: sus productos ya fueron reapuntados al
      *    sobreviviente y volver a activarlo recrearia el duplicado.
      *    Tampoco el anonimizado por retencion (CL0043): ya no tiene
      *    datos personales con que operar.
           IF CLI-ACTIVO
               MOVE 16 TO CL-RETURN-CODE
               MOVE "El cliente ya se encuentra activo"
               MOVE 16 TO CL-RETURN-CODE
               MOVE "Cliente absorbido por fusion - no reactivable"
                   TO CL-MENSAJE
           ELSE
           IF CLI-ANONIMIZADO
               MOVE 16 TO CL-RETURN-CODE
               MOVE "Cliente anonimizado - no reactivable"
                   TO CL-MENSAJE
           ELSE
               MOVE 'A' TO CLI-ESTADO
               EXEC SQL
                       MOVE "Cliente reactivado correctamente"
                           TO CL-MENSAJE
                       MOVE CLI-ESTADO   TO CL-D-ESTADO
                       PERFORM 2100-REGISTRAR-HISTORICO
                       CALL 'CL0009' USING WS-FECHA-REAC, WS-HORA-REAC
                       CALL 'CL0008' USING CLI-ID, 'REAC',
                                           WS-FECHA-REAC, WS-CLI-ID-REL
                           INTO CL-MENSAJE
               END-EVALUATE
           END-IF
           END-IF
           END-IF.

       2100-REGISTRAR-HISTORICO.
           MOVE 'G'            TO HST-FUNCION
           MOVE CLI-ID         TO HST-CLI-ID
           MOVE 'CL0014'       TO HST-PROGRAMA
           MOVE CL-USUARIO     TO HST-USUARIO
           MOVE 'REACTIVACION' TO HST-OPERACION
           CALL 'CL0049' USING HST-AREA.
