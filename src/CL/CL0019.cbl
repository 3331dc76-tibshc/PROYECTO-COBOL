      *    1=Alta 2=Baja 3=Modificacion 4=Consulta 5=Listado
      *    6=Cons.Auditoria 7=Reactivacion 8=Fusion (solicitud 020)
      *    9=Autorizaciones pendientes, reservada a los supervisores
      *    (solicitud 023) 10=Posicion consolidada (solicitud 024)
      *    11=Coincidencias con listas de sanciones/PEP (cumplimiento)
      *    12=Correccion de identidad 13=Vinculos entre clientes
      *    14=Traspaso de sucursal 15=Residencia fiscal 16=Consulta
      *    de clientes a una fecha, con 'S' o 'N' en cada una (p. ej.
      *    un perfil solo-consulta de call center es NNNSSNNNNSNNNNNN
      *    ... posiciones 4, 5 y 10 en 'S'). El perfil lleva tambien
      *    la sucursal del operador (cuatro digitos, validada por
      *    CL0017), que el Alta asigna a los clientes que da de alta;
      *    en blanco para las areas centrales que no dan altas.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-FIN                  PIC X(01) VALUE 'N'.
       01  WS-OPCION               PIC X(01).
       01  WS-USUARIO-BUSCADO      PIC X(08).
       01  WS-PERMISOS-ENTRADA     PIC X(16).
       01  WS-PERMISOS-VALIDOS     PIC X(01).
           88  WS-HAY-PERMISOS-VALIDOS    VALUE 'S'.
       01  WS-ESTADO-ENTRADA       PIC X(01).
           88  WS-ESTADO-VALIDO           VALUES 'A' 'I'.
       01  WS-SUCURSAL-ENTRADA     PIC X(04).
       01  WS-SUCURSAL-VALIDA      PIC X(01).
           88  WS-HAY-SUCURSAL-VALIDA     VALUE 'S'.
       01  WS-INDICE               PIC 9(03) COMP.
       01  WS-POS-PERMISO          PIC 9(02).
       01  WS-ENCONTRADO           PIC 9(03) COMP.
               10  WS-TAB-USUARIO  PIC X(08).
               10  WS-TAB-NOMBRE   PIC X(30).
               10  WS-TAB-ESTADO   PIC X(01).
               10  WS-TAB-SUCURSAL PIC X(04).
               10  WS-TAB-PERMISOS PIC X(16).

      *    Area del validador comun CL0017 (modo 'S' sucursal).
           COPY CLVALID.

       PROCEDURE DIVISION.

           MOVE PRF-USUARIO  TO WS-TAB-USUARIO(WS-CANT-PERFILES)
           MOVE PRF-NOMBRE   TO WS-TAB-NOMBRE(WS-CANT-PERFILES)
           MOVE PRF-ESTADO   TO WS-TAB-ESTADO(WS-CANT-PERFILES)
           MOVE PRF-SUCURSAL TO WS-TAB-SUCURSAL(WS-CANT-PERFILES)
           MOVE PRF-PERMISOS TO WS-TAB-PERMISOS(WS-CANT-PERFILES)
           PERFORM 0150-LEER-PERFIL.

                   DISPLAY "Nombre           : " WITH NO ADVANCING
                   ACCEPT WS-TAB-NOMBRE(WS-CANT-PERFILES)
                   MOVE 'A' TO WS-TAB-ESTADO(WS-CANT-PERFILES)
                   PERFORM 5200-CAPTURAR-SUCURSAL
                   MOVE WS-SUCURSAL-ENTRADA
                       TO WS-TAB-SUCURSAL(WS-CANT-PERFILES)
                   PERFORM 5100-CAPTURAR-PERMISOS
                   MOVE WS-PERMISOS-ENTRADA
                       TO WS-TAB-PERMISOS(WS-CANT-PERFILES)
               PERFORM 5300-CAPTURAR-ESTADO
               MOVE WS-ESTADO-ENTRADA
                   TO WS-TAB-ESTADO(WS-ENCONTRADO)
               DISPLAY "Sucursal actual ["
                       WS-TAB-SUCURSAL(WS-ENCONTRADO) "]"
               PERFORM 5200-CAPTURAR-SUCURSAL
               MOVE WS-SUCURSAL-ENTRADA
                   TO WS-TAB-SUCURSAL(WS-ENCONTRADO)
               DISPLAY "Permisos actuales ["
                       WS-TAB-PERMISOS(WS-ENCONTRADO) "]"
               PERFORM 5100-CAPTURAR-PERMISOS
           END-IF.

       4000-LISTAR-PERFILES.
           DISPLAY "USUARIO  EST SUC  PERMISOS       NOMBRE"
           MOVE 0 TO WS-INDICE
           PERFORM 4100-LISTAR-PERFIL
               WS-CANT-PERFILES TIMES.
           ADD 1 TO WS-INDICE
           DISPLAY WS-TAB-USUARIO(WS-INDICE) " "
                   WS-TAB-ESTADO(WS-INDICE) "   "
                   WS-TAB-SUCURSAL(WS-INDICE) " "
                   WS-TAB-PERMISOS(WS-INDICE) " "
                   WS-TAB-NOMBRE(WS-INDICE).

       5000-BUSCAR-PERFIL.
           END-IF.

       5100-CAPTURAR-PERMISOS.
      *    La mascara se captura completa (16 posiciones S/N, una por
      *    opcion del menu CL0000) y se repregunta hasta que todas
      *    las posiciones sean S o N (mismo patron de CL0000
      *    0150-LEER-OPCION-VALIDA).
           PERFORM UNTIL WS-HAY-PERMISOS-VALIDOS
               DISPLAY "Permisos S/N por opcion"
               DISPLAY "(1Alta 2Baja 3Modif 4Cons 5List 6Audit"
                       " 7React 8Fusion 9Autoriz 10Posic 11Listas"
                       " 12Ident 13Vinc 14Trasp 15Fiscal"
                       " 16AFecha): "
                   WITH NO ADVANCING
               ACCEPT WS-PERMISOS-ENTRADA
               PERFORM 5150-VALIDAR-PERMISOS
               IF NOT WS-HAY-PERMISOS-VALIDOS
                   DISPLAY "Mascara invalida: 16 posiciones S o N"
               END-IF
           END-PERFORM.

       5150-VALIDAR-PERMISOS.
           MOVE 'S' TO WS-PERMISOS-VALIDOS
           MOVE 0 TO WS-POS-PERMISO
           PERFORM 5170-VALIDAR-POSICION 16 TIMES.

       5170-VALIDAR-POSICION.
           ADD 1 TO WS-POS-PERMISO
               MOVE 'N' TO WS-PERMISOS-VALIDOS
           END-IF.

       5200-CAPTURAR-SUCURSAL.
      *    Sucursal del operador: en blanco (area central, sin altas)
      *    o un codigo que acepte el validador comun CL0017; se
      *    repregunta ante un codigo invalido.
           MOVE 'N' TO WS-SUCURSAL-VALIDA
           PERFORM UNTIL WS-HAY-SUCURSAL-VALIDA
               DISPLAY "Sucursal (4 dig) : " WITH NO ADVANCING
               MOVE SPACES TO WS-SUCURSAL-ENTRADA
               ACCEPT WS-SUCURSAL-ENTRADA
               IF WS-SUCURSAL-ENTRADA = SPACES
                   MOVE 'S' TO WS-SUCURSAL-VALIDA
               ELSE
                   INITIALIZE VAL-AREA
                   MOVE 'S'                 TO VAL-MODO
                   MOVE WS-SUCURSAL-ENTRADA TO VAL-SUCURSAL
                   CALL 'CL0017' USING VAL-AREA
                   IF VAL-SIN-ERRORES
                       MOVE 'S' TO WS-SUCURSAL-VALIDA
                   ELSE
                       DISPLAY VAL-MENSAJE
                   END-IF
               END-IF
           END-PERFORM.

       5300-CAPTURAR-ESTADO.
      *    Solo se aceptan los estados A (activo) e I (inactivo); se
      *    repregunta ante cualquier otro valor.
           MOVE WS-TAB-USUARIO(WS-INDICE)  TO PRF-USUARIO
           MOVE WS-TAB-NOMBRE(WS-INDICE)   TO PRF-NOMBRE
           MOVE WS-TAB-ESTADO(WS-INDICE)   TO PRF-ESTADO
           MOVE WS-TAB-SUCURSAL(WS-INDICE) TO PRF-SUCURSAL
           MOVE WS-TAB-PERMISOS(WS-INDICE) TO PRF-PERMISOS
           WRITE PERFIL-REG.
