      *    PENDAUT (copy CLPENDAU) y recien la aplica la aprobacion
      *    del supervisor en CL0024; el resto de las modificaciones
      *    sigue aplicandose en linea como siempre.
      *    Cada modificacion aplicada graba la nueva version del
      *    cliente en el historico de clientes via CL0049.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *=================================================================
           COPY CLVALID.

      *=================================================================
      *    AREA DEL HISTORICO DE VERSIONES DE CLIENTES CL0049
      *=================================================================
           COPY CLHISTAR.

       LINKAGE SECTION.
           COPY CLLKAREA.

                   MOVE 00 TO CL-RETURN-CODE
                   MOVE "Cliente modificado correctamente"
                       TO CL-MENSAJE
                   PERFORM 3100-REGISTRAR-HISTORICO
                   MOVE CLI-DIRECCION TO CL-D-DIRECCION
                   MOVE CLI-TELEFONO  TO CL-D-TELEFONO
                   MOVE CLI-EMAIL     TO CL-D-EMAIL
                          DELIMITED SIZE
                       INTO CL-MENSAJE
           END-EVALUATE.

       3100-REGISTRAR-HISTORICO.
           MOVE 'G'            TO HST-FUNCION
           MOVE CLI-ID         TO HST-CLI-ID
           MOVE 'CL0003'       TO HST-PROGRAMA
           MOVE CL-USUARIO     TO HST-USUARIO
           MOVE 'MODIFICACION' TO HST-OPERACION
           CALL 'CL0049' USING HST-AREA.
