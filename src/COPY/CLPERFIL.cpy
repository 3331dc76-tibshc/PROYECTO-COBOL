      *    6=Consulta de Auditoria, 7=Reactivacion, 8=Fusion por la
      *    solicitud 020, 9=Autorizaciones pendientes por la
      *    solicitud 023, reservada a los supervisores, y 10=Posicion
      *    consolidada por la solicitud 024, 11=Coincidencias con
      *    listas de sanciones/PEP para cumplimiento, 12=Correccion
      *    de identidad, 13=Vinculos entre clientes, 14=Traspaso de
      *    sucursal, 15=Residencia fiscal, 16=Consulta de clientes
      *    a una fecha), con 'S' opcion
      *    permitida y 'N' denegada. Lo mantiene seguridad
      *    informatica con la pantalla CL0019, sin intervencion de
      *    un programador. PRF-SUCURSAL es la sucursal donde
      *    trabaja el operador: el Alta la asigna al cliente nuevo.
      *    El archivo con el registro anterior de 49 bytes (sin
      *    sucursal, diez permisos) se convierte una vez con CL0053J
      *    antes de usar CL0000 o CL0019 con este layout.
      *=================================================================
       01  PERFIL-REG.
           05  PRF-USUARIO         PIC X(08).
           05  PRF-ESTADO          PIC X(01).
               88  PRF-ACTIVO               VALUE 'A'.
               88  PRF-INACTIVO             VALUE 'I'.
           05  PRF-SUCURSAL        PIC X(04).
           05  PRF-PERMISOS.
               10  PRF-PERMISO     PIC X(01) OCCURS 16 TIMES.
