           EXEC SQL
               SELECT CLI_NOMBRE, CLI_APELLIDO, CLI_ESTADO,
                      CLI_TIPO_DOC, CLI_NUM_DOC, CLI_DIRECCION,
                      CLI_TELEFONO, CLI_EMAIL, CLI_FEC_ALTA,
                      CLI_SUCURSAL
                   INTO :CLI-NOMBRE, :CLI-APELLIDO, :CLI-ESTADO,
                        :CLI-TIPO-DOC, :CLI-NUM-DOC, :CLI-DIRECCION,
                        :CLI-TELEFONO, :CLI-EMAIL, :CLI-FEC-ALTA,
                        :CLI-SUCURSAL
                   FROM CLIENTES
                   WHERE CLI_ID = :CLI-ID
           END-EXEC
           DISPLAY "Telefono        : " CLI-TELEFONO
           DISPLAY "Email           : " CLI-EMAIL
           DISPLAY "Estado          : " CLI-ESTADO
           DISPLAY "Fecha de alta   : " CLI-FEC-ALTA
           DISPLAY "Sucursal        : " CLI-SUCURSAL.
