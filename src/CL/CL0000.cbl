      *    opcion del menu (solicitud 018; posicion 8 = Fusion,
      *    solicitud 020; posicion 9 = Autorizaciones pendientes,
      *    reservada a los supervisores, solicitud 023; posicion 10 =
      *    Posicion consolidada, solicitud 024; posicion 11 =
      *    Coincidencias con listas de sanciones/PEP, cumplimiento;
      *    posicion 12 = Correccion de identidad; posicion 13 =
      *    Vinculos entre clientes; posicion 14 = Traspaso de
      *    sucursal; posicion 15 = Residencia fiscal; posicion 16 =
      *    Consulta de clientes a una fecha).
       01  WS-PERMISOS-OPERADOR.
           05  WS-PERMISO      PIC X(01) OCCURS 16 TIMES.

      *    Aviso de rechazos del supervisor al firmarse el operador
      *    solicitante (solicitud 023).
      *    Valida la firma del operador contra el archivo de perfiles
      *    (solicitud 018): debe existir un perfil activo para
      *    CL-USUARIO, del que se toma la mascara de permisos por
      *    opcion y la sucursal del operador, que el Alta asigna a
      *    los clientes nuevos. Sin archivo de perfiles no se firma
      *    nadie: ante la duda se cierra, no se abre.
           MOVE 'N' TO WS-OPERADOR-VALIDO
           MOVE ALL 'N' TO WS-PERMISOS-OPERADOR

           IF PRF-USUARIO = CL-USUARIO AND PRF-ACTIVO
               MOVE 'S' TO WS-OPERADOR-VALIDO
               MOVE PRF-PERMISOS TO WS-PERMISOS-OPERADOR
               MOVE PRF-SUCURSAL TO CL-SUCURSAL
           ELSE
               PERFORM 0070-LEER-PERFIL
           END-IF.
           DISPLAY " 8. Fusion de Clientes (CL0021)        "
           DISPLAY " 9. Autorizaciones pendientes (CL0024) "
           DISPLAY "10. Posicion consolidada (CL0026)      "
           DISPLAY "11. Coincidencias listas (CL0035)      "
           DISPLAY "12. Correccion identidad (CL0037)      "
           DISPLAY "13. Vinculos de clientes (CL0038)      "
           DISPLAY "14. Traspaso de sucursal (CL0045)      "
           DISPLAY "15. Residencia fiscal (CL0047)         "
           DISPLAY "16. Consulta a una fecha (CL0051)      "
           DISPLAY "99. Salir                              "
           DISPLAY "=======================================".

               ACCEPT WS-OPCION-ENTRADA
               PERFORM 0160-NORMALIZAR-OPCION
               IF NOT WS-HAY-OPCION-VALIDA
                   DISPLAY "Opcion invalida. Ingrese 1 a 16 o 99."
               END-IF
           END-PERFORM.

           IF WS-OPCION-DIGITOS NUMERIC
               MOVE WS-OPCION-DIGITOS TO WS-OPCION
               EVALUATE TRUE
                   WHEN WS-OPCION >= 1 AND WS-OPCION <= 16
                   WHEN WS-OPCION = 99
                       MOVE 'S' TO WS-OPCION-VALIDA
               END-EVALUATE
      *    permisos del perfil del operador (solicitud 018); la
      *    denegacion queda en AUDITCLI como el resto de los eventos.
           MOVE 'S' TO WS-AUTORIZADO
           IF WS-OPCION >= 1 AND WS-OPCION <= 16
               PERFORM 0300-VERIFICAR-AUTORIZACION
           END-IF

                   PERFORM 9000-AUTORIZACIONES
               WHEN 10
                   PERFORM 9500-POSICION-CONSOLIDADA
               WHEN 11
                   PERFORM 9600-COINCIDENCIAS-LISTAS
               WHEN 12
                   PERFORM 9700-CORRECCION-IDENTIDAD
               WHEN 13
                   PERFORM 9800-VINCULOS
               WHEN 14
                   PERFORM 9900-TRASPASO-SUCURSAL
               WHEN 15
                   PERFORM 9950-RESIDENCIA-FISCAL
               WHEN 16
                   PERFORM 9960-CONSULTA-A-FECHA
               WHEN 99
                   MOVE 'S' TO WS-FIN
               WHEN OTHER
           MOVE 0                 TO CL-SQLCODE-OUT
           MOVE SPACES            TO CL-MENSAJE
           MOVE 'O'               TO CL-MODO-EJECUCION
           MOVE 'N'               TO CL-RETENIDO
           MOVE WS-PERMISO(9)     TO CL-SUPERVISOR
           MOVE SPACES            TO CL-ANTES
           MOVE SPACES            TO CL-DESPUES.
           PERFORM 0500-MOSTRAR-RESULTADO
           PERFORM 0600-AUDITAR.

       9600-COINCIDENCIAS-LISTAS.
      *    Resolucion de las coincidencias con las listas de sanciones
      *    y PEP: CL0035 muestra cada coincidencia pendiente frente a
      *    los datos del cliente y el oficial de cumplimiento la
      *    descarta como falso positivo o la confirma (riesgo 'AL').
      *    Cada resolucion la audita CL0035; aca queda la entrada.
           PERFORM 0250-REINICIAR-COMAREA
           CALL 'CL0035' USING CL-COMAREA
           PERFORM 0500-MOSTRAR-RESULTADO
           PERFORM 0600-AUDITAR.

       9700-CORRECCION-IDENTIDAD.
      *    Correccion de documento, nombre y apellido de un cliente
      *    activo: CL0037 valida, controla duplicado y listas, y
      *    encola la solicitud; el cambio lo aplica la aprobacion de
      *    un supervisor en CL0024. Aca queda auditado el pedido.
           PERFORM 0250-REINICIAR-COMAREA
           CALL 'CL0037' USING CL-COMAREA
           PERFORM 0500-MOSTRAR-RESULTADO
           PERFORM 0600-AUDITAR.

       9800-VINCULOS.
      *    Cotitulares, apoderados, representantes legales y
      *    beneficiarios finales: CL0038 registra y cierra los
      *    vinculos del cliente y audita cada cambio; aca queda la
      *    entrada.
           PERFORM 0250-REINICIAR-COMAREA
           CALL 'CL0038' USING CL-COMAREA
           PERFORM 0500-MOSTRAR-RESULTADO
           PERFORM 0600-AUDITAR.

       9900-TRASPASO-SUCURSAL.
      *    Cambio de la sucursal duenia de un cliente o de todos los
      *    de una sucursal (en bloque solo supervisores): CL0045
      *    actualiza y audita cada cliente traspasado; aca queda la
      *    entrada.
           PERFORM 0250-REINICIAR-COMAREA
           CALL 'CL0045' USING CL-COMAREA
           PERFORM 0500-MOSTRAR-RESULTADO
           PERFORM 0600-AUDITAR.

       9950-RESIDENCIA-FISCAL.
      *    Paises de residencia fiscal del cliente con su TIN y la
      *    fecha de la autocertificacion (CRS/FATCA): CL0047 registra,
      *    modifica y da de baja cada residencia y audita cada
      *    cambio; aca queda la entrada.
           PERFORM 0250-REINICIAR-COMAREA
           CALL 'CL0047' USING CL-COMAREA
           PERFORM 0500-MOSTRAR-RESULTADO
           PERFORM 0600-AUDITAR.

       9960-CONSULTA-A-FECHA.
      *    Situacion de un cliente a una fecha pasada, reconstruida
      *    desde el historico de versiones CLIHIST: CL0051 muestra
      *    la version vigente al cierre de ese dia. El archivo
      *    completo a una fecha sale por el paso batch CL0052J.
           PERFORM 0250-REINICIAR-COMAREA
           CALL 'CL0051' USING CL-COMAREA
           PERFORM 0500-MOSTRAR-RESULTADO
           PERFORM 0600-AUDITAR.

       6000-CONSULTA-AUDITORIA.
      *    Consulta del rastro de auditoria para cumplimiento
      *    (solicitud 011). Desde que AUDITCLI es indexado y lo graba
                   MOVE "AUTORIZACION"   TO AUD-OPCION-DESC
               WHEN 10
                   MOVE "POSICION CONSOL" TO AUD-OPCION-DESC
               WHEN 11
                   MOVE "RESOL COINCID"  TO AUD-OPCION-DESC
               WHEN 12
                   MOVE "CORRECC IDENT"  TO AUD-OPCION-DESC
               WHEN 13
                   MOVE "VINCULOS"       TO AUD-OPCION-DESC
               WHEN 14
                   MOVE "TRASP SUCURSAL" TO AUD-OPCION-DESC
               WHEN 15
                   MOVE "RESID FISCAL"   TO AUD-OPCION-DESC
               WHEN 16
                   MOVE "CONS HISTORIA"  TO AUD-OPCION-DESC
           END-EVALUATE

           CALL 'CL0032' USING AUDIT-REG.

       0650-AUDITAR-NO-AUTORIZADO.
      *    Deja rastro en AUDITCLI de la firma o la opcion denegada
      *    (solicitud 018): opcion 0 es una firma rechazada, 1 a 16
      *    es una opcion denegada por la mascara de permisos.
           CALL 'CL0009' USING WS-FECHA-AUD, WS-HORA-AUD

