      *=================================================================
      *    COPYBOOK: CLRESFIS
      *    Layout del archivo de residencias fiscales de los clientes
      *    (RESFISC) para el reporte anual CRS/FATCA: un registro por
      *    cliente y pais de residencia fiscal, con el TIN extranjero
      *    (numero de identificacion tributaria del pais) y la fecha
      *    de la autocertificacion firmada por el cliente; ambos
      *    pueden faltar mientras el cliente no los entregue. Es
      *    indexado (VSAM KSDS) como VINCULOS: la clave es cliente +
      *    pais. La baja no borra: deja el estado 'B' con su fecha, y
      *    volver a registrar el pais reabre el mismo registro. Lo
      *    mantiene la pantalla CL0047 (desde el menu y desde el
      *    Alta), lo lee el reporte anual CL0048 y la anonimizacion
      *    CL0043 blanquea el TIN. RFI-PAIS-LOCAL es el pais del
      *    banco (Argentina, la de los documentos DN y CU): la unica
      *    definicion del codigo, que usan la pantalla CL0047 para no
      *    registrarlo como residencia extranjera y el reporte CL0048
      *    para no informarlo y como pais informante.
      *=================================================================
       01  RFI-REG.
           05  RFI-CLAVE.
               10  RFI-CLI-ID      PIC 9(10).
               10  RFI-PAIS        PIC X(02).
                   88  RFI-PAIS-LOCAL         VALUE 'AR'.
                   88  RFI-PAIS-EEUU          VALUE 'US'.
           05  RFI-TIN             PIC X(20).
           05  RFI-FEC-AUTOCERT    PIC X(10).
           05  RFI-ESTADO          PIC X(01).
               88  RFI-VIGENTE            VALUE 'V'.
               88  RFI-DE-BAJA            VALUE 'B'.
           05  RFI-USUARIO         PIC X(08).
           05  RFI-FEC-REGISTRO    PIC X(10).
           05  RFI-FEC-BAJA        PIC X(10).
           05  FILLER              PIC X(09).
