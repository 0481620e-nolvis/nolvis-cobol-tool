           05  SOL-COD-DIV                  PIC X(03).
           05  SOL-COD-PAIS-CORR            PIC X(03).
           05  SOL-COD-PAIS-DEST            PIC X(03).
      *    * AD01-I : BLOQUEO JUDICIAL (V1DT121): CLIENTE, SENTIDO,
      *    *          FORMA DE PAGO Y MONTO.  EN BLANCO (CANALES
      *    *          ANTERIORES) NO SE EVALUA EL BLOQUEO
           05  SOL-NUM-DOC                  PIC X(15).
           05  SOL-IDF-CMP-VTA              PIC X(01).
           05  SOL-TIP-PAGO                 PIC X(01).
           05  SOL-IMP-OPE                  PIC X(16).
           05  SOL-IMP-OPE-R REDEFINES SOL-IMP-OPE
                                            PIC S9(13)V9(02)
                                            SIGN LEADING SEPARATE.
      *    * AD01-F
      *    * AD02-I : TITULARIDAD DE LA CUENTA PASIVO (V19C067).  EN
      *    *          BLANCO NO SE CONSULTA AL SISTEMA DE DEPOSITOS
           05  SOL-CTA-PASIVO               PIC X(20).
      *    * AD02-F
           05  FILLER                       PIC X(01).
      *
       01  RSP-RESPUESTA-V189.
           05  RSP-RETORNO                  PIC X(02).
