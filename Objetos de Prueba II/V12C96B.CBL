      *  HASTA HOY TESORERIA ARMABA ESTE CUADRO EN UNA HOJA DE         *
      *  CALCULO Y EL NOSTRO EN EUROS QUEDO CORTO DOS VECES EN UN      *
      *  TRIMESTRE                                                     *
      *  AD01: UNA OPERACION LIQUIDADA EN TRAMOS (V1DT180) YA NO SALE  *
      *  DE LA ESCALERA CON SU PRIMER TRAMO CONFIRMADO: CADA TRAMO     *
      *  SIN CONFIRMAR SE PROYECTA POR SU MONTO EN SU PROPIA FECHA     *
      *  VALOR, DE MODO QUE LA ESCALERA MUESTRA EL SALDO PENDIENTE     *
      ******************************************************************
      *                                                                *
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      ******************************************************************
      *    OBLIGACIONES PENDIENTES POR DIVISA, FECHA VALOR Y SENTIDO:
      *    OPERACIONES SIN LIQUIDACION CONFIRMADA EN V1DT020
      * AD01-I : LIQUIDACION PARCIAL EN TRAMOS (V1DT180)
      *    MAS LOS TRAMOS SIN CONFIRMAR DE LAS OPERACIONES EN TRAMOS,
      *    CADA UNO EN SU FECHA VALOR
      * AD01-F
      *
           EXEC SQL
               DECLARE V12C96B-V1DC0961
               CURSOR FOR
      * AD01-I : LIQUIDACION PARCIAL EN TRAMOS (V1DT180)
      *        SELECT A.COD_DIV_OPE,
      *               A.FEC_VALOR,
      *               A.IDF_CMP_VTA,
      *               SUM(A.IMP_OPE)
      *        FROM V1DT001 A
      *        WHERE A.FEC_VALOR >= :WS-FECHA-DESDE
      *          AND A.FEC_VALOR <= :WS-FECHA-HASTA
      *          AND NOT EXISTS
      *              (SELECT 1
      *               FROM V1DT020 B
      *               WHERE B.NUM_REF = A.NUM_REF
      *                 AND B.EST_LIQUIDACION = :CT-EST-LIQUIDADA)
      *        GROUP BY A.COD_DIV_OPE,
      *                 A.FEC_VALOR,
      *                 A.IDF_CMP_VTA
      *        ORDER BY A.COD_DIV_OPE,
      *                 A.FEC_VALOR
               SELECT ESC.DIVISA,
                      ESC.FECHA,
                      ESC.SENTIDO,
                      SUM(ESC.IMPORTE)
               FROM (SELECT A.COD_DIV_OPE AS DIVISA,
                            A.FEC_VALOR   AS FECHA,
                            A.IDF_CMP_VTA AS SENTIDO,
                            A.IMP_OPE     AS IMPORTE
                     FROM V1DT001 A
                     WHERE A.FEC_VALOR >= :WS-FECHA-DESDE
                       AND A.FEC_VALOR <= :WS-FECHA-HASTA
                       AND NOT EXISTS
                           (SELECT 1
                            FROM V1DT020 B
                            WHERE B.NUM_REF = A.NUM_REF
                              AND B.EST_LIQUIDACION =
                                  :CT-EST-LIQUIDADA)
                       AND NOT EXISTS
                           (SELECT 1
                            FROM V1DT180 C
                            WHERE C.NUM_REF = A.NUM_REF)
                     UNION ALL
                     SELECT A.COD_DIV_OPE,
                            C.FEC_VALOR,
                            A.IDF_CMP_VTA,
                            C.IMP_TRAMO
                     FROM V1DT180 C
                          INNER JOIN V1DT001 A
                            ON A.NUM_REF = C.NUM_REF
                     WHERE C.FEC_VALOR >= :WS-FECHA-DESDE
                       AND C.FEC_VALOR <= :WS-FECHA-HASTA
                       AND NOT EXISTS
                           (SELECT 1
                            FROM V1DT020 B
                            WHERE B.NUM_REF   = C.NUM_REF
                              AND B.NUM_TRAMO = C.NUM_TRAMO
                              AND B.EST_LIQUIDACION =
                                  :CT-EST-LIQUIDADA)) AS ESC
               GROUP BY ESC.DIVISA,
                        ESC.FECHA,
                        ESC.SENTIDO
               ORDER BY ESC.DIVISA,
                        ESC.FECHA
      * AD01-F
           END-EXEC
      ******************************************************************
      *                                                                *
