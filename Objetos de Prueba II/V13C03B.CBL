      *  RECLAMO AL CORRESPONSAL (RUTEO V1DT066 POR DIVISA), Y SE      *
      *  RESUELVE SOLO CUANDO LA INSTRUCCION CONFIRMA.  EL REPORTE     *
      *  SALE ORDENADO POR DIVISA Y CORRESPONSAL                       *
      *  AD01: EN UNA OPERACION LIQUIDADA EN TRAMOS (V1DT180) CADA     *
      *  INSTRUCCION SE VIGILA CONTRA LA FECHA VALOR DE SU TRAMO: LA   *
      *  OPERACION PARCIALMENTE LIQUIDADA QUEDA COMO FALLO SOLO POR    *
      *  LOS TRAMOS SIN CONFIRMAR Y POR SU MONTO                       *
      ******************************************************************
      *                                                                *
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
           EXEC SQL
               INCLUDE V1GT067
           END-EXEC
      * AD01-I : LIQUIDACION PARCIAL EN TRAMOS (V1DT180)
      *
           EXEC SQL
               INCLUDE V1GT180
           END-EXEC
      * AD01-F
      ******************************************************************
      *                        CURSORES
      ******************************************************************
                      A.NUM_REF,
                      A.IMP_INSTRUIDO,
                      B.COD_DIV_OPE,
      * AD01-I : LIQUIDACION PARCIAL EN TRAMOS (V1DT180)
      *               B.FEC_VALOR
      *        FROM V1DT020 A,
      *             V1DT001 B
      *        WHERE A.EST_LIQUIDACION = :CT-EST-EMITIDA
      *          AND B.NUM_REF         = A.NUM_REF
      *          AND B.FEC_VALOR       < :WS-FEC-HOY
                      VALUE(C.FEC_VALOR, B.FEC_VALOR)
               FROM V1DT020 A
                    INNER JOIN V1DT001 B
                      ON B.NUM_REF = A.NUM_REF
                    LEFT OUTER JOIN V1DT180 C
                      ON C.NUM_REF   = A.NUM_REF
                     AND C.NUM_TRAMO = A.NUM_TRAMO
               WHERE A.EST_LIQUIDACION = :CT-EST-EMITIDA
                 AND VALUE(C.FEC_VALOR, B.FEC_VALOR) < :WS-FEC-HOY
      * AD01-F
               ORDER BY A.NUM_INSTRUCCION
           END-EXEC
      *
