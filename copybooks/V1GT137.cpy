      ******************************************************************
      *  V1GT137 - DCLGEN DE LA TABLA V1DT137 (CORREOS DE CLIENTES     *
      *             MARCADOS COMO MALOS POR LOS REBOTES DE LOS AVISOS  *
      *             DE CONFIRMACION.  LA ASIENTA V13C64B CON CADA      *
      *             REBOTE; MIENTRAS EL CORREO VIGENTE DEL CLIENTE EN  *
      *             V1DT079 SEA UNO DE ESTA TABLA, V13C63B IMPRIME SUS *
      *             AVISOS EN LUGAR DE ENVIARLOS.  AL CAMBIAR EL       *
      *             CORREO EN EL SISTEMA CENTRAL LA MARCA DEJA DE      *
      *             APLICAR SOLA)                                      *
      ******************************************************************
       01  DCLV1DT137.
           05  NUM-DOC-REBOTE               PIC X(15).
           05  COR-REBOTADO                 PIC X(40).
           05  FEC-PRIMER-REBOTE            PIC X(08).
           05  FEC-ULT-REBOTE               PIC X(08).
           05  CANT-REBOTES                 PIC S9(05)   COMP-3.
           05  MOT-ULT-REBOTE               PIC X(30).
