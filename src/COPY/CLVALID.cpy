      *        'A' = Alta (valida todos los campos)
      *        'M' = Modificacion (email y fecha KYC)
      *        'R' = Reclasificacion (fecha KYC obligatoria)
      *        'I' = Correccion de identidad (documento y nombres)
      *        'V' = Vinculo entre clientes (vigencia desde/hasta)
      *        'S' = Sucursal (codigo de sucursal duenia)
      *        'F' = Residencia fiscal (pais, TIN, autocertificacion)
               88  VAL-MODO-ALTA            VALUE 'A'.
               88  VAL-MODO-MODIF           VALUE 'M'.
               88  VAL-MODO-RECLASIF        VALUE 'R'.
               88  VAL-MODO-IDENTIDAD       VALUE 'I'.
               88  VAL-MODO-VINCULO         VALUE 'V'.
               88  VAL-MODO-SUCURSAL        VALUE 'S'.
               88  VAL-MODO-FISCAL          VALUE 'F'.
           05  VAL-DATOS.
               10  VAL-TIPO-DOC    PIC X(02).
                   88  VAL-TIPO-DOC-VALIDO
               88  VAL-ERR-EMAIL            VALUE 'EMAIL'.
               88  VAL-ERR-FEC-ALTA         VALUE 'FECALTA'.
               88  VAL-ERR-FEC-KYC          VALUE 'FECKYC'.
               88  VAL-ERR-FEC-DESDE        VALUE 'FECDESDE'.
               88  VAL-ERR-FEC-HASTA        VALUE 'FECHASTA'.
               88  VAL-ERR-SUCURSAL         VALUE 'SUCURSAL'.
               88  VAL-ERR-PAIS             VALUE 'PAIS'.
               88  VAL-ERR-TIN              VALUE 'TIN'.
               88  VAL-ERR-FEC-AUTOCERT     VALUE 'FECAUTOC'.
           05  VAL-MENSAJE         PIC X(60).
      *    Vigencia de un vinculo entre clientes (modo 'V'): desde
      *    obligatoria, hasta en blanco = sin vencimiento.
           05  VAL-DATOS-VINCULO.
               10  VAL-FEC-DESDE   PIC X(10).
               10  VAL-FEC-HASTA   PIC X(10).
      *    Codigo de sucursal (modo 'S'): cuatro digitos, no 0000.
           05  VAL-SUCURSAL        PIC X(04).
      *    Residencia fiscal (modo 'F'): pais de dos letras
      *    obligatorio; TIN y fecha de autocertificacion pueden
      *    quedar en blanco hasta que el cliente los entregue.
           05  VAL-DATOS-FISCAL.
               10  VAL-PAIS        PIC X(02).
               10  VAL-TIN         PIC X(20).
               10  VAL-FEC-AUTOCERT PIC X(10).
