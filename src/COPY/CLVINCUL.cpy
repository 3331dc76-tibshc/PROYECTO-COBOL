      *=================================================================
      *    COPYBOOK: CLVINCUL
      *    Layout del archivo de vinculos entre clientes (VINCULOS):
      *    cotitulares, apoderados, representantes legales y
      *    beneficiarios finales. Cada registro vincula al cliente
      *    titular o representado (VIN-CLI-ID) con la parte vinculada
      *    (VIN-CLI-ID-REL) por un tipo de vinculo, con su vigencia
      *    desde/hasta (hasta en blanco = sin vencimiento) y estado.
      *    Es indexado (VSAM KSDS) como AUDITCLI: la clave primaria es
      *    titular + vinculado + tipo + secuencia (la secuencia
      *    permite volver a vincular un par cuyo vinculo anterior se
      *    cerro sin perder la historia), con clave alternada con
      *    duplicados por la parte vinculada para leer los vinculos
      *    de un cliente en ambos sentidos. Lo mantiene la pantalla
      *    CL0038; lo consulta la subrutina comun CL0039 (posicion
      *    consolidada CL0026, aviso de la Baja CL0002) y la Fusion
      *    CL0021 traslada los vinculos abiertos del absorbido al
      *    sobreviviente, dejando el original en estado 'T' con el
      *    cliente de origen anotado en el nuevo.
      *=================================================================
       01  VIN-REG.
           05  VIN-CLAVE.
               10  VIN-CLI-ID      PIC 9(10).
               10  VIN-CLI-ID-REL  PIC 9(10).
               10  VIN-TIPO        PIC X(02).
                   88  VIN-TIPO-COTITULAR     VALUE 'CT'.
                   88  VIN-TIPO-APODERADO     VALUE 'AP'.
                   88  VIN-TIPO-REPRES-LEGAL  VALUE 'RL'.
                   88  VIN-TIPO-BENEF-FINAL   VALUE 'BF'.
                   88  VIN-TIPO-VALIDO
                       VALUES 'CT' 'AP' 'RL' 'BF'.
               10  VIN-SECUENCIA   PIC 9(03).
           05  VIN-ESTADO          PIC X(01).
               88  VIN-VIGENTE            VALUE 'V'.
               88  VIN-CERRADO            VALUE 'C'.
               88  VIN-TRASLADADO         VALUE 'T'.
           05  VIN-FEC-DESDE       PIC X(10).
           05  VIN-FEC-HASTA       PIC X(10).
           05  VIN-USUARIO-ALTA    PIC X(08).
           05  VIN-FEC-REGISTRO    PIC X(10).
           05  VIN-USUARIO-CIERRE  PIC X(08).
           05  VIN-FEC-CIERRE      PIC X(10).
           05  VIN-CLI-ID-ORIGEN   PIC 9(10).
           05  FILLER              PIC X(20).
