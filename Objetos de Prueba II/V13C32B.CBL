      ******************************************************************
      * DOCUMENTACION.                                                 *
      * ------------------                                             *
      * ARCHIVO DE ENTRADA: PARMPOS (FECHA DE LA DECLARACION Y LA      *
      *  ENTIDAD JURIDICA DECLARANTE, OBLIGATORIA: LA PLANILLA Y LA    *
      *  POSICION DE V1DT094 SON DE CADA ENTIDAD)                      *
      * ------------------                                             *
      * ARCHIVO DE SALIDA: SALBCV (PLANILLA DIARIA DE POSICION EN      *
      *  DIVISAS PARA EL BCV, CON PAGINA DE TOTALES DE CONTROL)        *
      *
       01  REG-PARAMETROS.
           05  PAR-FECHA                   PIC X(08).
      * AD01-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
           05  PAR-COD-ENT-BANCO           PIC X(04).
           05  FILLER                      PIC X(68).
      * AD01-F
      *
       FD  ARCH-PLANILLA
           RECORDING MODE IS F.
      *
           05  WS-FEC-HOY                  PIC X(08)   VALUE SPACES.
           05  WS-FEC-ANTERIOR             PIC X(08)   VALUE SPACES.
      * AD01-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
           05  WS-ENT-BANCO                PIC X(04)   VALUE SPACES.
      * AD01-F
           05  WS-APERTURA                 PIC S9(13)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  WS-COMPRAS                  PIC S9(13)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  WS-VENTAS                   PIC S9(13)V9(02) COMP-3
                                                       VALUE ZEROES.
      * AD02-I : OPERACIONES CRUZADAS ENTRE DOS DIVISAS
           05  WS-CRUZADAS                 PIC S9(13)V9(02) COMP-3
                                                       VALUE ZEROES.
      * AD02-F
           05  WS-CIERRE                   PIC S9(13)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  WS-CONTRAVALOR              PIC S9(15)V9(02) COMP-3
           05  FILLER                      PIC X(07)   VALUE
               'FECHA: '.
           05  LN-TIT-FECHA                PIC X(08).
      * AD01-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
           05  FILLER                      PIC X(10)   VALUE
               ' ENTIDAD: '.
           05  LN-TIT-ENTIDAD              PIC X(04).
           05  FILLER                      PIC X(47)   VALUE SPACES.
      * AD01-F
      *
       01  LN-COLUMNAS.
           05  FILLER                      PIC X(04)   VALUE 'DIV '.
               SELECT COD_DIV
               FROM V1DT094
               WHERE FEC_POSICION = :WS-FEC-ANTERIOR
      * AD01-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
                 AND COD_ENT_BANCO = :WS-ENT-BANCO
      * AD01-F
               UNION
               SELECT COD_DIV_OPE
               FROM V1DT001
               WHERE FEC_OPE = :PAR-FECHA
      * AD01-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
                 AND COD_ENT_BANCO = :WS-ENT-BANCO
      * AD01-F
      * AD02-I : OPERACIONES CRUZADAS ENTRE DOS DIVISAS
               UNION
               SELECT COD_DIV_CONTRA
               FROM V1DT001
               WHERE FEC_OPE = :PAR-FECHA
                 AND COD_ENT_BANCO = :WS-ENT-BANCO
                 AND COD_DIV_CONTRA <> ' '
      * AD02-F
               ORDER BY 1
           END-EXEC
      ******************************************************************
                   MOVE 16             TO RETURN-CODE
                   STOP RUN
           END-READ
      * AD01-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
      *
           IF  PAR-COD-ENT-BANCO EQUAL SPACES
               DISPLAY 'V13C32B - FALTA EL PARAMETRO DE ENTIDAD'
               MOVE 16                 TO RETURN-CODE
               STOP RUN
           END-IF
      *
           MOVE PAR-COD-ENT-BANCO          TO WS-ENT-BANCO
      * AD01-F
      *
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FEC-HOY
      *
              THRU 1300-BUSCAR-FECHA-ANTERIOR-EXIT
      *
           MOVE PAR-FECHA                  TO LN-TIT-FECHA
      * AD01-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
           MOVE WS-ENT-BANCO               TO LN-TIT-ENTIDAD
      * AD01-F
           WRITE REG-PLANILLA              FROM LN-TITULO
           WRITE REG-PLANILLA              FROM LN-COLUMNAS
      *
               INTO :WS-FEC-ANTERIOR
               FROM V1DT094
               WHERE FEC_POSICION < :PAR-FECHA
      * AD01-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
                 AND COD_ENT_BANCO = :WS-ENT-BANCO
      * AD01-F
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               FROM V1DT094
               WHERE FEC_POSICION = :WS-FEC-ANTERIOR
                 AND COD_DIV      = :COD-DIV-POSICION
      * AD01-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
                 AND COD_ENT_BANCO = :WS-ENT-BANCO
      * AD01-F
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
               WHERE FEC_OPE     = :PAR-FECHA
                 AND COD_DIV_OPE = :COD-DIV-POSICION
                 AND IDF_CMP_VTA = :CT-COMPRA
      * AD01-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
                 AND COD_ENT_BANCO = :WS-ENT-BANCO
      * AD01-F
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               WHERE FEC_OPE     = :PAR-FECHA
                 AND COD_DIV_OPE = :COD-DIV-POSICION
                 AND IDF_CMP_VTA = :CT-VENTA
      * AD01-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
                 AND COD_ENT_BANCO = :WS-ENT-BANCO
      * AD01-F
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
      * AD02-I : OPERACIONES CRUZADAS ENTRE DOS DIVISAS
      *    LA SEGUNDA PATA DE UNA OPERACION CRUZADA VA EN SENTIDO
      *    CONTRARIO: LA DIVISA QUE EL BANCO ENTREGA EN UNA COMPRA ES
      *    UNA VENTA DE ESA DIVISA, Y LA QUE RECIBE EN UNA VENTA ES
      *    UNA COMPRA
           MOVE ZEROES                     TO WS-CRUZADAS
      *
           EXEC SQL
               SELECT VALUE(SUM(IMP_CONTRA), 0)
               INTO :WS-CRUZADAS
               FROM V1DT001
               WHERE FEC_OPE        = :PAR-FECHA
                 AND COD_DIV_CONTRA = :COD-DIV-POSICION
                 AND IDF_CMP_VTA    = :CT-VENTA
                 AND COD_ENT_BANCO  = :WS-ENT-BANCO
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           ADD WS-CRUZADAS                 TO WS-COMPRAS
           MOVE ZEROES                     TO WS-CRUZADAS
      *
           EXEC SQL
               SELECT VALUE(SUM(IMP_CONTRA), 0)
               INTO :WS-CRUZADAS
               FROM V1DT001
               WHERE FEC_OPE        = :PAR-FECHA
                 AND COD_DIV_CONTRA = :COD-DIV-POSICION
                 AND IDF_CMP_VTA    = :CT-COMPRA
                 AND COD_ENT_BANCO  = :WS-ENT-BANCO
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           ADD WS-CRUZADAS                 TO WS-VENTAS
      * AD02-F
      *
           .
       3200-SUMAR-MOVIMIENTOS-EXIT.
       4000-GRABAR-POSICION.
      *
           MOVE PAR-FECHA                  TO FEC-POSICION
      * AD01-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
           MOVE WS-ENT-BANCO               TO COD-ENT-BANCO
                                              OF DCLV1DT094
      * AD01-F
           MOVE WS-APERTURA                TO IMP-APERTURA
           MOVE WS-COMPRAS                 TO IMP-COMPRAS-POS
           MOVE WS-VENTAS                  TO IMP-VENTAS-POS
                      IMP_CIERRE   = :IMP-CIERRE
                WHERE FEC_POSICION = :FEC-POSICION
                  AND COD_DIV      = :COD-DIV-POSICION
      * AD01-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
                  AND COD_ENT_BANCO = :DCLV1DT094.COD-ENT-BANCO
      * AD01-F
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
               INSERT INTO V1DT094
                   (FEC_POSICION,
                    COD_DIV,
      * AD01-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
                    COD_ENT_BANCO,
      * AD01-F
                    IMP_APERTURA,
                    IMP_COMPRAS,
                    IMP_VENTAS,
               VALUES
                   (:FEC-POSICION,
                    :COD-DIV-POSICION,
      * AD01-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
                    :DCLV1DT094.COD-ENT-BANCO,
      * AD01-F
                    :IMP-APERTURA,
                    :IMP-COMPRAS-POS,
                    :IMP-VENTAS-POS,
      *
           DISPLAY 'V13C32B - DIVISAS DECLARADAS:     '
                   CN-DIVISAS
      * AD01-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
           DISPLAY 'V13C32B - ENTIDAD JURIDICA:      ' WS-ENT-BANCO
      * AD01-F
      *
           IF  CN-SIN-TASA GREATER THAN ZEROES
               DISPLAY 'V13C32B - DIVISAS SIN TASA OFICIAL:'
