      ******************************************************************
      *  V1WC966 - AREA DE COMUNICACION CON LA RUTINA V19C066 DE       *
      *             SELLO DE INTEGRIDAD DE LOS DIAS CERRADOS.          *
      *             W966-FUNCION: 'S' SELLA LA FECHA (GRABA V1DT164 Y  *
      *             V1DT163, ENCADENADO AL ULTIMO DIA SELLADO ANTES    *
      *             DE ELLA); 'C' RECALCULA EL SELLO DE UNA FECHA YA   *
      *             SELLADA DESDE LAS FILAS VIVAS Y ARCHIVADAS, SIN    *
      *             GRABAR, Y DEVUELVE LAS OPERACIONES QUE NO CUADRAN  *
      *             (HASTA 50; W966-CANT-ALTERADAS LLEVA EL TOTAL).    *
      *             TIP-ALTERACION: 'M' MODIFICADA  'N' SIN SELLO      *
      *             (AGREGADA DESPUES DEL CIERRE)  'B' BORRADA.        *
      *             RETORNO '00' CONFORME, '01' SELLO NO CUADRA, '10'  *
      *             FECHA YA SELLADA, '11' FECHA ANTERIOR AL ULTIMO    *
      *             DIA SELLADO, '20' FECHA SIN SELLO, '98' ERROR      *
      *             DEL SERVICIO CRIPTOGRAFICO, '99' ERROR DB2 (EL     *
      *             LLAMADOR DECIDE ABORTAR)                           *
      ******************************************************************
       01  V1WC966.
           05  W966-FUNCION                 PIC X(01).
               88  W966-88-SELLAR                      VALUE 'S'.
               88  W966-88-COMPROBAR                   VALUE 'C'.
           05  W966-FEC-OPE                 PIC X(08).
           05  W966-USUARIO                 PIC X(08).
           05  W966-RETORNO                 PIC X(02).
               88  W966-88-CONFORME                    VALUE '00'.
               88  W966-88-ALTERADO                    VALUE '01'.
               88  W966-88-YA-SELLADO                  VALUE '10'.
               88  W966-88-FUERA-DE-ORDEN              VALUE '11'.
               88  W966-88-SIN-SELLO                   VALUE '20'.
               88  W966-88-ERROR-CRIPTO                VALUE '98'.
               88  W966-88-ERROR                       VALUE '99'.
           05  W966-SQLCODE                 PIC S9(09)   COMP.
           05  W966-TABLA                   PIC X(08).
           05  W966-ICSF-RETORNO            PIC S9(08)   COMP.
           05  W966-ICSF-MOTIVO             PIC S9(08)   COMP.
           05  W966-CANT-OPERACIONES        PIC S9(09)   COMP-3.
           05  W966-IMP-CONTROL             PIC S9(15)V9(02) COMP-3.
           05  W966-SELLO-CALCULADO         PIC X(64).
           05  W966-SELLO-GUARDADO          PIC X(64).
           05  W966-SELLO-ANTERIOR          PIC X(64).
           05  W966-CANT-ALTERADAS          PIC S9(07)   COMP-3.
           05  W966-ALTERADAS               OCCURS 50 TIMES.
               10  W966-NUM-REF-ALT         PIC S9(10)   COMP-3.
               10  W966-TIP-ALTERACION      PIC X(01).
