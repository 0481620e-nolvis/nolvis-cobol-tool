      ******************************************************************
      *  V1EC063 - MENSAJE DEL AVISO DE CONFIRMACION DE OPERACION QUE  *
      *             V13C63B DEJA EN LA COLA MQ DE SALIDA DE CORREOS.   *
      *             LA PASARELA DE CORREO ARMA EL TEXTO CON ESTOS      *
      *             DATOS Y, SI EL CORREO REBOTA, DEVUELVE AVI-NUM-REF *
      *             Y AVI-SEC-AVISO EN EL ARCHIVO DE REBOTES (V13C64B).*
      *             LOS IMPORTES VIAJAN SIN SIGNO CON DECIMALES        *
      *             IMPLICITOS.  AVI-EST-LIQUIDACION: 'P' PENDIENTE    *
      *             DE EMITIR  'E' EMITIDA  'L' LIQUIDADA              *
      ******************************************************************
       01  AVI-AVISO-CONFIRMACION.
           05  AVI-NUM-REF                  PIC 9(10).
           05  AVI-SEC-AVISO                PIC 9(04).
           05  AVI-COR-DESTINO              PIC X(40).
           05  AVI-NOM-CLIENTE              PIC X(40).
           05  AVI-FEC-OPE                  PIC X(08).
           05  AVI-COD-DIV-OPE              PIC X(03).
           05  AVI-IMP-OPE                  PIC 9(13)V9(02).
           05  AVI-TAS-CAMBIO               PIC 9(07)V9(04).
           05  AVI-IMP-BOLIVARES            PIC 9(15)V9(02).
           05  AVI-IMP-COMISION             PIC 9(13)V9(02).
           05  AVI-NOM-BENEF                PIC X(40).
      *    * AD01-I : 'D' DEVUELTA POR EL BANCO BENEFICIARIO Y
      *    *          REINTEGRADA AL CLIENTE (V1DT152)
      *    * AD01-F
           05  AVI-EST-LIQUIDACION          PIC X(01).
           05  AVI-FEC-LIQUIDACION          PIC X(08).
           05  FILLER                       PIC X(38).
