      *    rechaza informando los productos, salvo que un supervisor
      *    firmado la fuerce por caso legal; sin extracto disponible
      *    tambien se rechaza (ante la duda se cierra, no se abre).
      *    Si el cliente tiene vinculos abiertos con otros clientes
      *    (cotitular, apoderado, representante legal, beneficiario
      *    final) se los muestra como aviso via CL0039 antes de
      *    encolar: la baja no los cierra, el operador los resuelve
      *    desde la opcion de vinculos.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-FORZAR-BAJA         PIC X(01).
           88  WS-CONFIRMA-FORZAR        VALUE 'S'.
           88  WS-FORZAR-VALIDO          VALUES 'S' 'N'.
       01  WS-CANT-VINCULOS-DISP  PIC ZZZZ9.
       01  WS-IND-VINCULO         PIC 9(03) COMP.

      *    Vinculos abiertos del cliente segun VINCULOS, via la
      *    consulta comun CL0039.
           COPY CLVINCON.

       LINKAGE SECTION.
           COPY CLLKAREA.
           ELSE
               PERFORM 2500-VERIFICAR-TENENCIAS
               IF WS-HAY-BAJA-PERMITIDA
                   PERFORM 2800-AVISAR-VINCULOS
                   PERFORM 3000-ENCOLAR-BAJA
               END-IF
           END-IF
                   TO CL-MENSAJE
           END-IF.

       2800-AVISAR-VINCULOS.
      *    Solo aviso: la baja sigue su curso. Sin archivo de
      *    vinculos disponible tambien se avisa, para que el operador
      *    lo verifique antes de que el supervisor apruebe.
           MOVE CLI-ID TO VNC-CLI-ID
           CALL 'CL0039' USING VNC-AREA

           EVALUATE TRUE
               WHEN VNC-NO-DISPONIBLE
                   DISPLAY "Atencion: no se pudieron verificar los"
                           " vinculos del cliente"
               WHEN VNC-CANT-ABIERTOS > 0
                   MOVE VNC-CANT-ABIERTOS TO WS-CANT-VINCULOS-DISP
                   DISPLAY "Atencion: el cliente tiene "
                           WS-CANT-VINCULOS-DISP
                           " vinculo(s) abierto(s):"
                   MOVE 1 TO WS-IND-VINCULO
                   PERFORM 2850-MOSTRAR-VINCULO VNC-CANT-TABLA TIMES
                   DISPLAY "Cierrelos desde la opcion de vinculos"
           END-EVALUATE.

       2850-MOSTRAR-VINCULO.
           DISPLAY "  Tipo " VNC-T-TIPO (WS-IND-VINCULO)
                   " con el cliente "
                   VNC-T-CLI-ID-OTRO (WS-IND-VINCULO)
                   " desde " VNC-T-FEC-DESDE (WS-IND-VINCULO)
           ADD 1 TO WS-IND-VINCULO.

       3000-ENCOLAR-BAJA.
      *    La solicitud se encola con las imagenes completas: el
      *    supervisor resuelve viendo antes/despues y la aprobacion
