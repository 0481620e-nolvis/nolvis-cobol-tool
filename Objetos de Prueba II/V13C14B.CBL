                      COD_DIV_OPE,
                      COD_CPT_CMP_VTA,
                      IDF_CMP_VTA,
      * AD01-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
                      COD_ENT_BANCO,
      * AD01-F
                      COUNT(*),
                      SUM(IMP_OPE)
               FROM V1DT001
                        COD_OPE_BANCO,
                        COD_DIV_OPE,
                        COD_CPT_CMP_VTA,
      * AD01-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
                        COD_ENT_BANCO,
      * AD01-F
                        IDF_CMP_VTA
               ORDER BY FEC_OPE,
                        COD_OPE_BANCO,
                        COD_DIV_OPE,
                        COD_CPT_CMP_VTA,
      * AD01-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
                        COD_ENT_BANCO,
      * AD01-F
                        IDF_CMP_VTA
           END-EXEC
      *
                    :DCLV1DT044.COD-DIV-OPE,
                    :DCLV1DT044.COD-CPT-CMP-VTA,
                    :DCLV1DT044.IDF-CMP-VTA,
      * AD01-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
                    :DCLV1DT044.COD-ENT-BANCO,
      * AD01-F
                    :WS-CANT-CALCULADA,
                    :WS-IMP-CALCULADO
           END-EXEC
                 AND COD_DIV_OPE     = :DCLV1DT044.COD-DIV-OPE
                 AND COD_CPT_CMP_VTA = :DCLV1DT044.COD-CPT-CMP-VTA
                 AND IDF_CMP_VTA     = :DCLV1DT044.IDF-CMP-VTA
      * AD01-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
                 AND COD_ENT_BANCO   = :DCLV1DT044.COD-ENT-BANCO
      * AD01-F
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
