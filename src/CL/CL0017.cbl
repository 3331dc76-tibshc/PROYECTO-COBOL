      *          en blanco).
      *      'M' Modificacion: email y fecha de revision KYC.
      *      'R' Reclasificacion: fecha de revision KYC obligatoria.
      *      'I' Correccion de identidad (CL0037): las mismas reglas
      *          del Alta para el documento, el nombre y el apellido.
      *      'V' Vinculo entre clientes (CL0038): fecha desde
      *          obligatoria y de calendario; fecha hasta opcional, de
      *          calendario y no anterior a la desde.
      *      'S' Sucursal (Alta, CL0019 y traspaso CL0045): codigo
      *          de cuatro digitos distinto de 0000.
      *      'F' Residencia fiscal (CL0047): pais de dos letras
      *          mayusculas obligatorio; TIN opcional, pero cargado
      *          solo letras mayusculas, digitos y guion, sin blancos
      *          intermedios, y para EE.UU. (US) nueve digitos;
      *          fecha de autocertificacion opcional y de calendario.
      *    Devuelve en VAL-AREA (copy CLVALID) el primer error
      *    hallado, con el campo observado y un mensaje terminado.
      *=================================================================
       01  WS-ARROBAS              PIC 9(02).
       01  WS-LARGO-LOCAL          PIC 9(02).
       01  WS-POS-DOMINIO          PIC 9(02).
       01  WS-POS-TIN              PIC 9(02).
       01  WS-LARGO-TIN            PIC 9(02).
       01  WS-DIGITOS-TIN          PIC 9(02).
       01  WS-BLANCO-EN-TIN        PIC X(01).
           88  WS-HUBO-BLANCO-EN-TIN      VALUE 'S'.
       01  WS-TIN-VALIDO           PIC X(01).
           88  WS-TIN-OK                  VALUE 'S'.

       LINKAGE SECTION.
           COPY CLVALID.
               PERFORM 4600-VALIDAR-FEC-KYC-OBLIG
           END-IF

           IF VAL-MODO-IDENTIDAD
               PERFORM 1000-VALIDAR-DOCUMENTO
               IF VAL-SIN-ERRORES
                   PERFORM 2000-VALIDAR-NOMBRES
               END-IF
           END-IF

           IF VAL-MODO-VINCULO
               PERFORM 4700-VALIDAR-FEC-DESDE
               IF VAL-SIN-ERRORES
                   PERFORM 4800-VALIDAR-FEC-HASTA
               END-IF
           END-IF

           IF VAL-MODO-SUCURSAL
               PERFORM 4900-VALIDAR-SUCURSAL
           END-IF

           IF VAL-MODO-FISCAL
               PERFORM 4950-VALIDAR-PAIS
               IF VAL-SIN-ERRORES
                   PERFORM 4960-VALIDAR-TIN
               END-IF
               IF VAL-SIN-ERRORES
                   PERFORM 4980-VALIDAR-FEC-AUTOCERT
               END-IF
           END-IF

           GOBACK.

       1000-VALIDAR-DOCUMENTO.
               PERFORM 4500-VALIDAR-FEC-KYC
           END-IF.

       4700-VALIDAR-FEC-DESDE.
           MOVE VAL-FEC-DESDE TO WS-FEC-EVAL
           PERFORM 5000-VALIDAR-FECHA
           IF NOT WS-FECHA-OK
               MOVE 16 TO VAL-RETORNO
               MOVE 'FECDESDE' TO VAL-CAMPO-ERROR
               MOVE "Fecha desde invalida (AAAA-MM-DD)"
                   TO VAL-MENSAJE
           END-IF.

       4800-VALIDAR-FEC-HASTA.
      *    Hasta en blanco es un vinculo sin vencimiento; cargada,
      *    debe ser de calendario y no anterior a la desde (el
      *    formato AAAA-MM-DD permite comparar como texto).
           IF VAL-FEC-HASTA NOT = SPACES
               MOVE VAL-FEC-HASTA TO WS-FEC-EVAL
               PERFORM 5000-VALIDAR-FECHA
               IF NOT WS-FECHA-OK
                   MOVE 16 TO VAL-RETORNO
                   MOVE 'FECHASTA' TO VAL-CAMPO-ERROR
                   MOVE "Fecha hasta invalida (AAAA-MM-DD)"
                       TO VAL-MENSAJE
               ELSE
                   IF VAL-FEC-HASTA < VAL-FEC-DESDE
                       MOVE 16 TO VAL-RETORNO
                       MOVE 'FECHASTA' TO VAL-CAMPO-ERROR
                       MOVE "Fecha hasta anterior a la fecha desde"
                           TO VAL-MENSAJE
                   END-IF
               END-IF
           END-IF.

       4900-VALIDAR-SUCURSAL.
           IF VAL-SUCURSAL IS NOT NUMERIC
           OR VAL-SUCURSAL = '0000'
               MOVE 16 TO VAL-RETORNO
               MOVE 'SUCURSAL' TO VAL-CAMPO-ERROR
               MOVE "Sucursal invalida (4 digitos)" TO VAL-MENSAJE
           END-IF.

       4950-VALIDAR-PAIS.
           IF VAL-PAIS(1:1) = SPACE OR VAL-PAIS(2:1) = SPACE
           OR VAL-PAIS IS NOT ALPHABETIC-UPPER
               MOVE 16 TO VAL-RETORNO
               MOVE 'PAIS' TO VAL-CAMPO-ERROR
               MOVE "Pais invalido (codigo ISO de 2 letras)"
                   TO VAL-MENSAJE
           END-IF.

       4960-VALIDAR-TIN.
      *    El TIN puede faltar (el cliente todavia no lo entrego: sale
      *    en las excepciones del reporte anual); cargado, se revisa
      *    caracter por caracter.
           IF VAL-TIN NOT = SPACES
               MOVE 'S' TO WS-TIN-VALIDO
               MOVE 'N' TO WS-BLANCO-EN-TIN
               MOVE 0   TO WS-LARGO-TIN
               MOVE 0   TO WS-DIGITOS-TIN
               PERFORM 4970-EXAMINAR-CARACTER-TIN
                   VARYING WS-POS-TIN FROM 1 BY 1
                   UNTIL WS-POS-TIN > 20
               IF VAL-TIN(1:1) = SPACE
                   MOVE 'N' TO WS-TIN-VALIDO
               END-IF
               IF NOT WS-TIN-OK
                   MOVE 16 TO VAL-RETORNO
                   MOVE 'TIN' TO VAL-CAMPO-ERROR
                   MOVE "TIN invalido (letras, digitos o guion)"
                       TO VAL-MENSAJE
               ELSE
                   IF VAL-PAIS = 'US'
                      AND (WS-LARGO-TIN NOT = 9
                           OR WS-DIGITOS-TIN NOT = 9)
                       MOVE 16 TO VAL-RETORNO
                       MOVE 'TIN' TO VAL-CAMPO-ERROR
                       MOVE "TIN de EE.UU. invalido (9 digitos)"
                           TO VAL-MENSAJE
                   END-IF
               END-IF
           END-IF.

       4970-EXAMINAR-CARACTER-TIN.
      *    Un caracter despues de un blanco es un blanco intermedio.
           EVALUATE TRUE
               WHEN VAL-TIN(WS-POS-TIN:1) = SPACE
                   MOVE 'S' TO WS-BLANCO-EN-TIN
               WHEN WS-HUBO-BLANCO-EN-TIN
                   MOVE 'N' TO WS-TIN-VALIDO
               WHEN VAL-TIN(WS-POS-TIN:1) IS NUMERIC
                   ADD 1 TO WS-LARGO-TIN
                   ADD 1 TO WS-DIGITOS-TIN
               WHEN VAL-TIN(WS-POS-TIN:1) IS ALPHABETIC-UPPER
               WHEN VAL-TIN(WS-POS-TIN:1) = '-'
                   ADD 1 TO WS-LARGO-TIN
               WHEN OTHER
                   MOVE 'N' TO WS-TIN-VALIDO
           END-EVALUATE.

       4980-VALIDAR-FEC-AUTOCERT.
           IF VAL-FEC-AUTOCERT NOT = SPACES
               MOVE VAL-FEC-AUTOCERT TO WS-FEC-EVAL
               PERFORM 5000-VALIDAR-FECHA
               IF NOT WS-FECHA-OK
                   MOVE 16 TO VAL-RETORNO
                   MOVE 'FECAUTOC' TO VAL-CAMPO-ERROR
                   MOVE "Fecha autocertificacion invalida (AAAA-MM-DD)"
                       TO VAL-MENSAJE
               END-IF
           END-IF.

       5000-VALIDAR-FECHA.
      *    Valida una fecha AAAA-MM-DD de calendario real, incluyendo
      *    la regla completa de bisiestos (multiplo de 4 y no de 100,
