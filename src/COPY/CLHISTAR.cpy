      *=================================================================
      *    COPYBOOK: CLHISTAR
      *    Area de comunicacion con la subrutina comun del historico
      *    de versiones de clientes CL0049. Todo programa que cambia
      *    una fila de CLIENTES la llama despues del INSERT o UPDATE
      *    con el cliente, el programa, el usuario y la operacion;
      *    CL0049 lee la fila completa y graba la version.
      *    HST-FUNCION:
      *      'G' = graba la version. Si el historico no quedo abierto
      *            con 'A' lo abre y lo cierra en la misma llamada
      *            (pantallas, al estilo de CL0032);
      *      'A' = abre el historico y lo deja abierto toda la
      *            corrida (procesos batch de volumen);
      *      'C' = cierra el historico abierto con 'A';
      *      'E' = enmascara las versiones del cliente con los datos
      *            personales de su fila actual (anonimizacion
      *            CL0043); devuelve en HST-CANTIDAD las versiones
      *            regrabadas.
      *    Retornos: 00 version grabada (o sin cambios que versionar),
      *    04 cliente inexistente, 12 historico o base no disponible.
      *    Una falla no deshace el cambio del llamador: se informa por
      *    consola y el llamador decide si la muestra.
      *=================================================================
       01  HST-AREA.
           05  HST-FUNCION         PIC X(01).
               88  HST-GRABAR               VALUE 'G'.
               88  HST-ABRIR                VALUE 'A'.
               88  HST-CERRAR               VALUE 'C'.
               88  HST-ENMASCARAR           VALUE 'E'.
           05  HST-CLI-ID          PIC 9(10).
           05  HST-PROGRAMA        PIC X(08).
           05  HST-USUARIO         PIC X(08).
           05  HST-OPERACION       PIC X(15).
           05  HST-RETORNO         PIC 9(02).
               88  HST-OK                   VALUE 00.
               88  HST-SIN-CLIENTE          VALUE 04.
               88  HST-NO-DISPONIBLE        VALUE 12.
           05  HST-MENSAJE         PIC X(60).
           05  HST-CANTIDAD        PIC 9(05).
