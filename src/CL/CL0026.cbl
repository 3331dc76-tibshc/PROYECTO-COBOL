      *    tenga que saltar entre tres terminales (solicitud 024).
      *    Si el extracto de tenencias no esta disponible, los datos
      *    del cliente se muestran igual y las tenencias se informan
      *    como no disponibles. Muestra ademas los vinculos abiertos
      *    del cliente con otros clientes (cotitulares, apoderados,
      *    representantes legales y beneficiarios finales) via la
      *    subrutina comun CL0039. Invocada por el menu CL0000
      *    (opcion 10).
      *=================================================================
       ENVIRONMENT DIVISION.
       01  WS-TENENCIAS-RETORNO   PIC 9(02).
       01  WS-CANT-CUENTAS-DISP   PIC ZZZZ9.
       01  WS-CANT-TARJETAS-DISP  PIC ZZZZ9.
       01  WS-CANT-VINCULOS-DISP  PIC ZZZZ9.
       01  WS-IND-VINCULO         PIC 9(03) COMP.
       01  WS-ROL-DESC            PIC X(10).
       01  WS-TIPO-VINC-DESC      PIC X(14).

      *=================================================================
      *    AREA DE LA CONSULTA COMUN DE VINCULOS CL0039
      *=================================================================
           COPY CLVINCON.

       LINKAGE SECTION.
           COPY CLLKAREA.
           IF CL-RC-OK
               PERFORM 2000-MOSTRAR-CLIENTE
               PERFORM 3000-MOSTRAR-TENENCIAS
               PERFORM 4000-MOSTRAR-VINCULOS
           END-IF

           GOBACK.
               DISPLAY "Tenencias de productos: extracto no"
                       " disponible"
           END-IF.

       4000-MOSTRAR-VINCULOS.
           MOVE CLI-ID TO VNC-CLI-ID
           CALL 'CL0039' USING VNC-AREA

           EVALUATE TRUE
               WHEN VNC-NO-DISPONIBLE
                   DISPLAY "Vinculos: archivo no disponible"
               WHEN VNC-CANT-ABIERTOS = 0
                   DISPLAY "Vinculos abiertos: ninguno"
               WHEN OTHER
                   MOVE VNC-CANT-ABIERTOS TO WS-CANT-VINCULOS-DISP
                   DISPLAY "Vinculos abiertos: " WS-CANT-VINCULOS-DISP
                   MOVE 1 TO WS-IND-VINCULO
                   PERFORM 4100-MOSTRAR-VINCULO VNC-CANT-TABLA TIMES
                   IF VNC-CANT-ABIERTOS > VNC-CANT-TABLA
                       DISPLAY "  ... ver el detalle completo en la"
                               " opcion de vinculos"
                   END-IF
           END-EVALUATE.

       4100-MOSTRAR-VINCULO.
      *    El rol se lee desde el cliente consultado: si es el
      *    titular, el otro es su apoderado, cotitular, etc.; si es la
      *    parte vinculada, lo es del otro.
           IF VNC-T-ES-TITULAR (WS-IND-VINCULO)
               MOVE "tiene como" TO WS-ROL-DESC
           ELSE
               MOVE "es de     " TO WS-ROL-DESC
           END-IF
           EVALUATE VNC-T-TIPO (WS-IND-VINCULO)
               WHEN 'CT'
                   MOVE "COTITULAR"      TO WS-TIPO-VINC-DESC
               WHEN 'AP'
                   MOVE "APODERADO"      TO WS-TIPO-VINC-DESC
               WHEN 'RL'
                   MOVE "REPRES. LEGAL"  TO WS-TIPO-VINC-DESC
               WHEN 'BF'
                   MOVE "BENEF. FINAL"   TO WS-TIPO-VINC-DESC
               WHEN OTHER
                   MOVE VNC-T-TIPO (WS-IND-VINCULO)
                       TO WS-TIPO-VINC-DESC
           END-EVALUATE
           DISPLAY "  " WS-ROL-DESC " " WS-TIPO-VINC-DESC " "
                   VNC-T-CLI-ID-OTRO (WS-IND-VINCULO)
                   "  desde " VNC-T-FEC-DESDE (WS-IND-VINCULO)
                   " hasta " VNC-T-FEC-HASTA (WS-IND-VINCULO)
           ADD 1 TO WS-IND-VINCULO.
