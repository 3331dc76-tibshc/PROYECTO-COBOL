       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL0053.
       AUTHOR. BANC-S.
      *=================================================================
      *    CONVERSION DEL ARCHIVO DE PERFILES DE OPERADOR (BATCH)
      *    Conversion por unica vez: el registro de PERFILES (copy
      *    CLPERFIL) crecio con la sucursal del operador y con las
      *    posiciones 11 a 16 de la mascara de permisos (listas de
      *    sanciones/PEP, correccion de identidad, vinculos, traspaso
      *    de sucursal, residencia fiscal y consulta a una fecha),
      *    pasando de 49 a 59 bytes. CL0000 y CL0019 leen el archivo
      *    con el layout nuevo, asi que el archivo vivo se regraba
      *    aca: usuario, nombre, estado y permisos 1 a 10 se copian
      *    tal cual, la sucursal queda en blanco (la completa
      *    seguridad informatica con CL0019 a los operadores que dan
      *    altas) y las opciones nuevas quedan denegadas ('N') hasta
      *    que se otorguen una por una. El layout viejo (DD PRFVIEJO)
      *    esta declarado aca mismo porque despues de esta corrida no
      *    lo usa nadie mas. Se ejecuta desde el JCL CL0053J, antes
      *    de la primera firma en CL0000 o CL0019 con el layout nuevo.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTRADA-FILE ASSIGN TO PRFVIEJO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ENTRADA-STATUS.
           SELECT PERFIL-FILE ASSIGN TO PERFILES
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PERFIL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ENTRADA-FILE
           RECORDING MODE IS F.
      *    Layout historico del perfil: sin sucursal y con la mascara
      *    de las diez opciones originales del menu.
       01  PRFV-REG.
           05  PRFV-USUARIO        PIC X(08).
           05  PRFV-NOMBRE         PIC X(30).
           05  PRFV-ESTADO         PIC X(01).
           05  PRFV-PERMISOS       PIC X(10).

       FD  PERFIL-FILE
           RECORDING MODE IS F.
           COPY CLPERFIL.

       WORKING-STORAGE SECTION.
       01  WS-ENTRADA-STATUS       PIC X(02).
           88  WS-FIN-ENTRADA              VALUE '10'.
       01  WS-PERFIL-STATUS        PIC X(02).

       01  WS-CONTADOR-LEIDOS      PIC 9(07) VALUE 0.
       01  WS-CONTADOR-GRABADOS    PIC 9(07) VALUE 0.

      *    Registro de la corrida para el control de corridas
      *    batch, que graba CL0041 al terminar.
           COPY CLCORRID.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 0010-INICIAR-CORRIDA
           PERFORM 0100-INICIALIZAR
           PERFORM 0200-CONVERTIR-REGISTRO
               UNTIL WS-FIN-ENTRADA
           PERFORM 0900-FINALIZAR
           PERFORM 0950-REGISTRAR-CORRIDA
           STOP RUN.

       0010-INICIAR-CORRIDA.
           INITIALIZE COR-REG
           CALL 'CL0009' USING COR-FEC-INICIO, COR-HORA-INICIO.

       0100-INICIALIZAR.
           OPEN INPUT  ENTRADA-FILE
           OPEN OUTPUT PERFIL-FILE
           PERFORM 1000-LEER-ENTRADA.

       1000-LEER-ENTRADA.
           READ ENTRADA-FILE
               AT END
                   MOVE '10' TO WS-ENTRADA-STATUS
           END-READ.

       0200-CONVERTIR-REGISTRO.
           ADD 1 TO WS-CONTADOR-LEIDOS

           MOVE PRFV-USUARIO       TO PRF-USUARIO
           MOVE PRFV-NOMBRE        TO PRF-NOMBRE
           MOVE PRFV-ESTADO        TO PRF-ESTADO
           MOVE SPACES             TO PRF-SUCURSAL
           MOVE ALL 'N'            TO PRF-PERMISOS
           MOVE PRFV-PERMISOS      TO PRF-PERMISOS(1:10)

           WRITE PERFIL-REG
           ADD 1 TO WS-CONTADOR-GRABADOS

           PERFORM 1000-LEER-ENTRADA.

       0900-FINALIZAR.
           CLOSE ENTRADA-FILE
           CLOSE PERFIL-FILE

           DISPLAY "Conversion de perfiles de operador finalizada."
           DISPLAY "Leidos: " WS-CONTADOR-LEIDOS
                   " Grabados: " WS-CONTADOR-GRABADOS.

       0950-REGISTRAR-CORRIDA.
      *    Deja la corrida en el control de corridas (CL0041). La
      *    llamada pone en cero el RETURN-CODE: se guarda antes y
      *    se repone al volver.
           MOVE "CL0053J"              TO COR-JOB
           MOVE "CL0053"               TO COR-PROGRAMA
           MOVE WS-CONTADOR-LEIDOS     TO COR-LEIDOS
           MOVE WS-CONTADOR-GRABADOS   TO COR-GRABADOS
           MOVE RETURN-CODE            TO COR-RETURN-CODE
           CALL 'CL0041' USING COR-REG
           MOVE COR-RETURN-CODE        TO RETURN-CODE.
