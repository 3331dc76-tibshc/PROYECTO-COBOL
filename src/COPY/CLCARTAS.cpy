      *=================================================================
      *    COPYBOOK: CLCARTAS
      *    Layout del archivo de correspondencia de renovacion KYC
      *    (CARTAKYC) que genera CL0046 para la imprenta y el envio
      *    de emails: un registro por aviso, carta impresa a la
      *    direccion del cliente o email a su casilla, con los datos
      *    para armar el texto (situacion, fecha limite de revision,
      *    fecha KYC y, en el recordatorio, la fecha del primer
      *    aviso). Sale ordenado por sucursal duenia y cliente. En el
      *    email la casilla ocupa el comienzo del campo de destino.
      *=================================================================
       01  CAR-REG.
           05  CAR-CANAL           PIC X(01).
               88  CAR-CANAL-CARTA        VALUE 'C'.
               88  CAR-CANAL-EMAIL        VALUE 'E'.
           05  CAR-NUM-AVISO       PIC 9(01).
               88  CAR-PRIMER-AVISO       VALUE 1.
               88  CAR-RECORDATORIO       VALUE 2.
           05  CAR-FEC-EMISION     PIC X(10).
           05  CAR-SUCURSAL        PIC X(04).
           05  CAR-CLI-ID          PIC 9(10).
           05  CAR-NOMBRE          PIC X(40).
           05  CAR-APELLIDO        PIC X(40).
           05  CAR-DIRECCION       PIC X(60).
           05  CAR-DESTINO-EMAIL   REDEFINES CAR-DIRECCION.
               10  CAR-EMAIL       PIC X(50).
               10  FILLER          PIC X(10).
           05  CAR-SITUACION       PIC X(15).
           05  CAR-FEC-LIMITE      PIC X(10).
           05  CAR-FEC-KYC         PIC X(10).
           05  CAR-FEC-PRIMER-AVISO PIC X(10).
           05  FILLER              PIC X(19).
