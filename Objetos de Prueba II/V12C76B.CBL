      * PROCESO GLOBAL: MANTIENE LA TABLA DE ESTADISTICAS              *
      *  PREAGREGADAS: BORRA LOS AGREGADOS DE LA FECHA Y LOS VUELVE    *
      *  A CONSTRUIR DESDE V1DT001 AGRUPANDO POR OFICINA, DIVISA,      *
      *  CONCEPTO, COMPRA/VENTA Y ENTIDAD JURIDICA, PARA QUE LAS       *
      *  PANTALLAS DE RESUMEN                                          *
      *  RESPONDAN LA HISTORIA CON UNA LECTURA INDEXADA EN VEZ DE      *
      *  REBARRER Y RESUMAR LOS MISMOS NUMEROS CADA VEZ                *
      ******************************************************************
                    COD_CPT_CMP_VTA,
                    IDF_CMP_VTA,
                    CANT_OPE,
      * AD01-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
                    COD_ENT_BANCO,
      * AD01-F
                    IMP_TOTAL)
               SELECT FEC_OPE,
                      COD_OPE_BANCO,
                      COD_CPT_CMP_VTA,
                      IDF_CMP_VTA,
                      COUNT(*),
      * AD01-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
                      COD_ENT_BANCO,
      * AD01-F
                      SUM(IMP_OPE)
               FROM V1DT001
               WHERE FEC_OPE = :WS-FEC-PROCESO
               GROUP BY FEC_OPE,
                        COD_OPE_BANCO,
                        COD_DIV_OPE,
                         COD_CPT_CMP_VTA,
      * AD01-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
                        COD_ENT_BANCO,
      * AD01-F
                        IDF_CMP_VTA
           END-EXEC
      *
