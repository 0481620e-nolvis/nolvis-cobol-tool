      ******************************************************************
      *  V1GT132 - DCLGEN DE LA TABLA V1DT132 (COLA DE LIBERACION DE   *
      *             MENSAJES MT103.  V13C02B YA NO ESCRIBE A LA        *
      *             PASARELA: DEJA CADA MENSAJE AQUI (LINEAS EN        *
      *             V1DT133) Y SOLO V13C61B ENVIA LOS LIBERADOS,       *
      *             DESPUES DE VOLVER A FILTRARLOS CONTRA LA LISTA DE  *
      *             VIGILANCIA, LOS EMBARGOS Y LOS CASOS ABIERTOS      *
      *             (V19C061).  TESORERIA LIBERA O RECHAZA EN V13C61Z  *
      *             CON DOS USUARIOS DISTINTOS.                        *
      *             EST_COLA: 'P' PENDIENTE  'R' RETENIDO  'S' ACCION  *
      *             SOLICITADA (FALTA EL SEGUNDO USUARIO)  'L'         *
      *             LIBERADO  'X' RECHAZADO  'E' ENVIADO.              *
      *             MOT_RETENCION: 'LV' LISTA DE VIGILANCIA  'EM' PAIS *
      *             EMBARGADO  'CR' CASO DE REVISION ABIERTO.          *
      *             ACC_SOLICITADA: 'L' LIBERAR  'X' RECHAZAR.  LOS    *
      *             NOMBRES DE CAMPO LLEVAN SUFIJO PARA NO CHOCAR CON  *
      *             DCLV1DT001 Y DCLV1DT020)                           *
      ******************************************************************
       01  DCLV1DT132.
           05  NUM-INSTRUCCION-COL          PIC S9(09)   COMP-3.
           05  NUM-REF-COL                  PIC S9(10)   COMP-3.
           05  COD-DIV-COL                  PIC X(03).
           05  IMP-INSTRUIDO-COL            PIC S9(13)V9(02) COMP-3.
           05  BIC-CORRESPONSAL-COL         PIC X(11).
           05  IDF-RIF-BENEF-COL            PIC X(15).
           05  NOM-BENEF-COL                PIC X(40).
           05  COD-PAIS-DEST-COL            PIC X(03).
           05  EST-COLA                     PIC X(01).
           05  MOT-RETENCION                PIC X(02).
           05  ACC-SOLICITADA               PIC X(01).
           05  COD-USUARIO-SOLICITA         PIC X(08).
           05  FEC-GENERADO-COL             PIC X(08).
           05  FEC-ENVIADO-COL              PIC X(08).
