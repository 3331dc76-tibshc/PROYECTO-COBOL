      *=================================================================
      *    COPYBOOK: CLCRSREG
      *    Layout del archivo regulatorio anual CRS/FATCA (CRSANUAL)
      *    que genera CL0048 para la autoridad tributaria, en formato
      *    fijo de 250 posiciones: una cabecera, un detalle por
      *    cliente activo y pais de residencia fiscal reportable al
      *    cierre del anio, y un registro de totales al final. El
      *    regimen es FATCA para la residencia en EE.UU. y CRS para
      *    las demas. Se informa tambien la residencia sin TIN o sin
      *    autocertificacion, marcada como incompleta; el reporte de
      *    excepciones de CL0048 la lista para la sucursal.
      *=================================================================
       01  CRS-REG.
           05  CRS-TIPO-REG        PIC X(01).
               88  CRS-CABECERA           VALUE 'C'.
               88  CRS-DETALLE            VALUE 'D'.
               88  CRS-TOTALES            VALUE 'T'.
           05  CRS-ANIO            PIC 9(04).
           05  CRS-DATOS           PIC X(245).
      *    Detalle: residencia fiscal reportable de un cliente.
           05  CRS-DATOS-DETALLE   REDEFINES CRS-DATOS.
               10  CRS-REGIMEN         PIC X(01).
                   88  CRS-REGIMEN-CRS        VALUE 'C'.
                   88  CRS-REGIMEN-FATCA      VALUE 'F'.
               10  CRS-PAIS-RESID      PIC X(02).
               10  CRS-TIN             PIC X(20).
               10  CRS-FEC-AUTOCERT    PIC X(10).
               10  CRS-INCOMPLETO      PIC X(01).
                   88  CRS-DATOS-INCOMPLETOS  VALUE 'S'.
               10  CRS-CLI-ID          PIC 9(10).
               10  CRS-SUCURSAL        PIC X(04).
               10  CRS-TIPO-DOC        PIC X(02).
               10  CRS-NUM-DOC         PIC X(15).
               10  CRS-NOMBRE          PIC X(40).
               10  CRS-APELLIDO        PIC X(40).
               10  CRS-DIRECCION       PIC X(60).
               10  CRS-FEC-ALTA        PIC X(10).
               10  FILLER              PIC X(30).
      *    Cabecera: pais informante y fecha de generacion.
           05  CRS-DATOS-CABECERA  REDEFINES CRS-DATOS.
               10  CRS-CAB-PAIS-INFORMANTE PIC X(02).
               10  CRS-CAB-FEC-GENERACION  PIC X(10).
               10  CRS-CAB-ENTIDAD     PIC X(20).
               10  FILLER              PIC X(213).
      *    Totales: cantidad de detalles por regimen e incompletos.
           05  CRS-DATOS-TOTALES   REDEFINES CRS-DATOS.
               10  CRS-TOT-DETALLES    PIC 9(07).
               10  CRS-TOT-CRS         PIC 9(07).
               10  CRS-TOT-FATCA       PIC 9(07).
               10  CRS-TOT-INCOMPLETOS PIC 9(07).
               10  FILLER              PIC X(217).
