      *  DIFERENCIA DE MONTO.  LA FECHA DE DETECCION SE CONSERVA       *
      *  ENTRE CORRIDAS PARA ENVEJECER CADA QUIEBRE ABIERTO EN EL      *
      *  REPORTE; LO QUE SE ACLARA SE CIERRA                           *
      *  AD01: LA PARTIDA TRAE EL SENTIDO (DEBITO/CREDITO) Y EL        *
      *  ORDENANTE.  LOS CREDITOS RECIBIDOS POR VENTAS DE DIVISAS DE   *
      *  CLIENTES NO DEVUELVEN NUESTRA INSTRUCCION: SE CARGAN SIN      *
      *  CASAR Y LOS CASA V13C60B CONTRA LAS COMPRAS PENDIENTES, SIN   *
      *  ABRIR QUIEBRE AQUI                                            *
      ******************************************************************
      *                                                                *
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
               10  EXT-PAR-IMPORTE-R REDEFINES EXT-PAR-IMPORTE
                                           PIC S9(13)V9(02)
                                           SIGN LEADING SEPARATE.
      * AD01-I : SENTIDO Y ORDENANTE DE LA PARTIDA
               10  EXT-PAR-DEB-CRE         PIC X(01).
               10  EXT-PAR-ORDENANTE       PIC X(35).
               10  FILLER                  PIC X(08).
      * AD01-F
      *
       FD  ARCH-REPORTE
           RECORDING MODE IS F.
           05  CT-QBR-LIBRO                PIC X(01)   VALUE 'L'.
           05  CT-QBR-EXTRACTO             PIC X(01)   VALUE 'E'.
           05  CT-QBR-MONTO                PIC X(01)   VALUE 'M'.
      * AD01-I : PARTIDA CREDITO
           05  CT-CREDITO                  PIC X(01)   VALUE 'C'.
      * AD01-F
           05  CT-ABIERTO                  PIC X(01)   VALUE 'A'.
           05  CT-CERRADO                  PIC X(01)   VALUE 'C'.
           05  CT-TXT-LIBRO                PIC X(22)
                        AND B.IND_CASADO       = 'S'
                        AND B.REF_EXTRACTO     =
                            DIGITS(A.NUM_INSTRUCCION))
      * AD01-I : LAS COMPRAS LIQUIDADAS POR CREDITO RECIBIDO LAS
      *          CONCILIA V13C60B (V1DT131)
                 AND NOT EXISTS
                     (SELECT 1
                      FROM V1DT131 C
                      WHERE C.NUM_REF = A.NUM_REF)
      * AD01-F
               ORDER BY NUM_INSTRUCCION
           END-EXEC
      *
               MOVE ZEROES                 TO IMP-EXTRACTO
           END-IF
           MOVE 'N'                        TO IND-CASADO
      * AD01-I : LOS CREDITOS RECIBIDOS QUEDAN PARA V13C60B
           MOVE EXT-PAR-DEB-CRE            TO IND-DEB-CRE
           MOVE EXT-PAR-ORDENANTE          TO NOM-ORDENANTE
      *
           IF  IND-DEB-CRE NOT EQUAL CT-CREDITO
               PERFORM 5100-CASAR-PARTIDA
                  THRU 5100-CASAR-PARTIDA-EXIT
           END-IF
      * AD01-F
      *
           EXEC SQL
               INSERT INTO V1DT064
                    REF_EXTRACTO,
                    COD_DIV,
                    IMP_EXTRACTO,
      * AD01-I : SENTIDO Y ORDENANTE
                    IND_DEB_CRE,
                    NOM_ORDENANTE,
      * AD01-F
                    IND_CASADO)
               VALUES
                   (:COD-CORRESPONSAL,
                    :REF-EXTRACTO,
                    :COD-DIV-EXT,
                    :IMP-EXTRACTO,
      * AD01-I : SENTIDO Y ORDENANTE
                    :IND-DEB-CRE,
                    :NOM-ORDENANTE,
      * AD01-F
                    :IND-CASADO)
           END-EXEC
      *
