      *    vez de barrer el archivo completo. Graban CL0032 (comun,
      *    para las transacciones online), CL0018 y la conversion
      *    CL0027; depura CL0020.
      *    La correccion de identidad aprobada (AUD-OPCION-DESC
      *    'IDENT APROBADA') deja en las imagenes antes/despues el
      *    documento, el nombre y el apellido, en la vista
      *    AUD-x-IDENTIDAD que redefine las de contacto con el mismo
      *    largo de registro. Del mismo modo los cambios en los
      *    vinculos entre clientes (AUD-OPCION-DESC 'VINCULO ...')
      *    dejan la parte vinculada, el tipo, el estado y la vigencia
      *    en la vista AUD-x-VINCULO. El traspaso de sucursal
      *    (AUD-OPCION-DESC 'TRASPASO SUC') deja la sucursal de
      *    origen y la de destino en la vista AUD-x-TRASPASO. Los
      *    cambios de residencia fiscal (AUD-OPCION-DESC 'RESID ...')
      *    dejan el pais, el TIN, la fecha de autocertificacion y el
      *    estado en la vista AUD-x-FISCAL.
      *=================================================================
       01  AUDIT-REG.
           05  AUD-CLAVE.
           05  AUD-TERMINAL        PIC X(08).
           05  AUD-OPCION          PIC 9(02).
           05  AUD-OPCION-DESC     PIC X(15).
               88  AUD-EVENTO-IDENTIDAD     VALUE "IDENT APROBADA".
               88  AUD-EVENTO-VINCULO
                   VALUES "VINCULO ALTA" "VINCULO CIERRE"
                          "VINCULO TRASL".
               88  AUD-EVENTO-TRASPASO      VALUE "TRASPASO SUC".
               88  AUD-EVENTO-FISCAL
                   VALUES "RESID ALTA" "RESID MODIF" "RESID BAJA".
           05  AUD-CLI-ID          PIC 9(10).
           05  AUD-RETURN-CODE     PIC 9(02).
           05  AUD-SQLCODE         PIC S9(9).
               10  AUD-A-EMAIL     PIC X(50).
               10  AUD-A-ESTADO    PIC X(01).
               10  AUD-A-RIESGO    PIC X(02).
           05  AUD-A-IDENTIDAD REDEFINES AUD-VALOR-ANTES.
               10  AUD-A-TIPO-DOC  PIC X(02).
               10  AUD-A-NUM-DOC   PIC X(15).
               10  AUD-A-NOMBRE    PIC X(40).
               10  AUD-A-APELLIDO  PIC X(40).
               10  FILLER          PIC X(31).
           05  AUD-A-VINCULO REDEFINES AUD-VALOR-ANTES.
               10  AUD-A-VIN-CLI-ID-REL PIC 9(10).
               10  AUD-A-VIN-TIPO       PIC X(02).
               10  AUD-A-VIN-ESTADO     PIC X(01).
               10  AUD-A-VIN-FEC-DESDE  PIC X(10).
               10  AUD-A-VIN-FEC-HASTA  PIC X(10).
               10  FILLER               PIC X(95).
           05  AUD-A-TRASPASO REDEFINES AUD-VALOR-ANTES.
               10  AUD-A-SUCURSAL       PIC X(04).
               10  FILLER               PIC X(124).
           05  AUD-A-FISCAL REDEFINES AUD-VALOR-ANTES.
               10  AUD-A-RFI-PAIS       PIC X(02).
               10  AUD-A-RFI-TIN        PIC X(20).
               10  AUD-A-RFI-FEC-AUTOC  PIC X(10).
               10  AUD-A-RFI-ESTADO     PIC X(01).
               10  FILLER               PIC X(95).
           05  AUD-VALOR-DESPUES.
               10  AUD-D-DIRECCION PIC X(60).
               10  AUD-D-TELEFONO  PIC X(15).
               10  AUD-D-EMAIL     PIC X(50).
               10  AUD-D-ESTADO    PIC X(01).
               10  AUD-D-RIESGO    PIC X(02).
           05  AUD-D-IDENTIDAD REDEFINES AUD-VALOR-DESPUES.
               10  AUD-D-TIPO-DOC  PIC X(02).
               10  AUD-D-NUM-DOC   PIC X(15).
               10  AUD-D-NOMBRE    PIC X(40).
               10  AUD-D-APELLIDO  PIC X(40).
               10  FILLER          PIC X(31).
           05  AUD-D-VINCULO REDEFINES AUD-VALOR-DESPUES.
               10  AUD-D-VIN-CLI-ID-REL PIC 9(10).
               10  AUD-D-VIN-TIPO       PIC X(02).
               10  AUD-D-VIN-ESTADO     PIC X(01).
               10  AUD-D-VIN-FEC-DESDE  PIC X(10).
               10  AUD-D-VIN-FEC-HASTA  PIC X(10).
               10  FILLER               PIC X(95).
           05  AUD-D-TRASPASO REDEFINES AUD-VALOR-DESPUES.
               10  AUD-D-SUCURSAL       PIC X(04).
               10  FILLER               PIC X(124).
           05  AUD-D-FISCAL REDEFINES AUD-VALOR-DESPUES.
               10  AUD-D-RFI-PAIS       PIC X(02).
               10  AUD-D-RFI-TIN        PIC X(20).
               10  AUD-D-RFI-FEC-AUTOC  PIC X(10).
               10  AUD-D-RFI-ESTADO     PIC X(01).
               10  FILLER               PIC X(95).
