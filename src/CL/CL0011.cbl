      *    en modo online, mostrando por pantalla y dejando ademas el
      *    reporte en RPTAUDIT, y por el paso batch CL0012 en modo
      *    lote, emitiendo solo el reporte (solicitud 011).
      *    Los eventos de correccion de identidad aprobada llevan en
      *    las imagenes documento, nombre y apellido en lugar de los
      *    datos de contacto, y se muestran con esas etiquetas; los
      *    de vinculos entre clientes, la parte vinculada, el tipo, el
      *    estado y la vigencia; los traspasos de sucursal, la
      *    sucursal de origen y la de destino; los de residencia
      *    fiscal, el pais, el TIN, la autocertificacion y el estado.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *    Las imagenes antes/despues solo se imprimen cuando el
      *    evento las registro (Baja y Modificacion); Alta y Consulta
      *    las dejan en blanco.
           EVALUATE TRUE
               WHEN AUD-EVENTO-IDENTIDAD
                   PERFORM 3100-EMITIR-IDENTIDAD
               WHEN AUD-EVENTO-VINCULO
                   PERFORM 3300-EMITIR-VINCULO
               WHEN AUD-EVENTO-TRASPASO
                   PERFORM 3400-EMITIR-TRASPASO
               WHEN AUD-EVENTO-FISCAL
                   PERFORM 3500-EMITIR-FISCAL
               WHEN AUD-VALOR-ANTES NOT = SPACES
                 OR AUD-VALOR-DESPUES NOT = SPACES
                   PERFORM 3200-EMITIR-CONTACTO
           END-EVALUATE

           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA.

       3100-EMITIR-IDENTIDAD.
           MOVE "TIPO DOC"        TO WS-CMP-ETIQUETA
           MOVE AUD-A-TIPO-DOC    TO WS-CMP-ANTES
           MOVE AUD-D-TIPO-DOC    TO WS-CMP-DESPUES
           PERFORM 4100-EMITIR-LINEA-CAMPO
           MOVE "NUM DOC"         TO WS-CMP-ETIQUETA
           MOVE AUD-A-NUM-DOC     TO WS-CMP-ANTES
           MOVE AUD-D-NUM-DOC     TO WS-CMP-DESPUES
           PERFORM 4100-EMITIR-LINEA-CAMPO
           MOVE "NOMBRE"          TO WS-CMP-ETIQUETA
           MOVE AUD-A-NOMBRE      TO WS-CMP-ANTES
           MOVE AUD-D-NOMBRE      TO WS-CMP-DESPUES
           PERFORM 4100-EMITIR-LINEA-CAMPO
           MOVE "APELLIDO"        TO WS-CMP-ETIQUETA
           MOVE AUD-A-APELLIDO    TO WS-CMP-ANTES
           MOVE AUD-D-APELLIDO    TO WS-CMP-DESPUES
           PERFORM 4100-EMITIR-LINEA-CAMPO.

       3200-EMITIR-CONTACTO.
           MOVE "DIRECCION"       TO WS-CMP-ETIQUETA
           MOVE AUD-A-DIRECCION   TO WS-CMP-ANTES
           MOVE AUD-D-DIRECCION   TO WS-CMP-DESPUES
           PERFORM 4100-EMITIR-LINEA-CAMPO
           MOVE "TELEFONO"        TO WS-CMP-ETIQUETA
           MOVE AUD-A-TELEFONO    TO WS-CMP-ANTES
           MOVE AUD-D-TELEFONO    TO WS-CMP-DESPUES
           PERFORM 4100-EMITIR-LINEA-CAMPO
           MOVE "EMAIL"           TO WS-CMP-ETIQUETA
           MOVE AUD-A-EMAIL       TO WS-CMP-ANTES
           MOVE AUD-D-EMAIL       TO WS-CMP-DESPUES
           PERFORM 4100-EMITIR-LINEA-CAMPO
           MOVE "ESTADO"          TO WS-CMP-ETIQUETA
           MOVE AUD-A-ESTADO      TO WS-CMP-ANTES
           MOVE AUD-D-ESTADO      TO WS-CMP-DESPUES
           PERFORM 4100-EMITIR-LINEA-CAMPO
           MOVE "RIESGO"          TO WS-CMP-ETIQUETA
           MOVE AUD-A-RIESGO      TO WS-CMP-ANTES
           MOVE AUD-D-RIESGO      TO WS-CMP-DESPUES
           PERFORM 4100-EMITIR-LINEA-CAMPO.

       3300-EMITIR-VINCULO.
           MOVE "VINCULADO"            TO WS-CMP-ETIQUETA
           MOVE AUD-A-VIN-CLI-ID-REL   TO WS-CMP-ANTES
           MOVE AUD-D-VIN-CLI-ID-REL   TO WS-CMP-DESPUES
           PERFORM 4100-EMITIR-LINEA-CAMPO
           MOVE "TIPO VINC"            TO WS-CMP-ETIQUETA
           MOVE AUD-A-VIN-TIPO         TO WS-CMP-ANTES
           MOVE AUD-D-VIN-TIPO         TO WS-CMP-DESPUES
           PERFORM 4100-EMITIR-LINEA-CAMPO
           MOVE "ESTADO"               TO WS-CMP-ETIQUETA
           MOVE AUD-A-VIN-ESTADO       TO WS-CMP-ANTES
           MOVE AUD-D-VIN-ESTADO       TO WS-CMP-DESPUES
           PERFORM 4100-EMITIR-LINEA-CAMPO
           MOVE "DESDE"                TO WS-CMP-ETIQUETA
           MOVE AUD-A-VIN-FEC-DESDE    TO WS-CMP-ANTES
           MOVE AUD-D-VIN-FEC-DESDE    TO WS-CMP-DESPUES
           PERFORM 4100-EMITIR-LINEA-CAMPO
           MOVE "HASTA"                TO WS-CMP-ETIQUETA
           MOVE AUD-A-VIN-FEC-HASTA    TO WS-CMP-ANTES
           MOVE AUD-D-VIN-FEC-HASTA    TO WS-CMP-DESPUES
           PERFORM 4100-EMITIR-LINEA-CAMPO.

       3400-EMITIR-TRASPASO.
           MOVE "SUCURSAL"             TO WS-CMP-ETIQUETA
           MOVE AUD-A-SUCURSAL         TO WS-CMP-ANTES
           MOVE AUD-D-SUCURSAL         TO WS-CMP-DESPUES
           PERFORM 4100-EMITIR-LINEA-CAMPO.

       3500-EMITIR-FISCAL.
           MOVE "PAIS"                 TO WS-CMP-ETIQUETA
           MOVE AUD-A-RFI-PAIS         TO WS-CMP-ANTES
           MOVE AUD-D-RFI-PAIS         TO WS-CMP-DESPUES
           PERFORM 4100-EMITIR-LINEA-CAMPO
           MOVE "TIN"                  TO WS-CMP-ETIQUETA
           MOVE AUD-A-RFI-TIN          TO WS-CMP-ANTES
           MOVE AUD-D-RFI-TIN          TO WS-CMP-DESPUES
           PERFORM 4100-EMITIR-LINEA-CAMPO
           MOVE "AUTOCERT"             TO WS-CMP-ETIQUETA
           MOVE AUD-A-RFI-FEC-AUTOC    TO WS-CMP-ANTES
           MOVE AUD-D-RFI-FEC-AUTOC    TO WS-CMP-DESPUES
           PERFORM 4100-EMITIR-LINEA-CAMPO
           MOVE "ESTADO"               TO WS-CMP-ETIQUETA
           MOVE AUD-A-RFI-ESTADO       TO WS-CMP-ANTES
           MOVE AUD-D-RFI-ESTADO       TO WS-CMP-DESPUES
           PERFORM 4100-EMITIR-LINEA-CAMPO.

       4000-EMITIR-LINEA-EVENTO.
           WRITE RPT-LINEA FROM WS-LINEA-EVENTO
           IF CL-MODO-ONLINE
