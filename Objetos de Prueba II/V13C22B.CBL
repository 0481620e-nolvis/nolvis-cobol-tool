      *  Y LO NUEVO O CAMBIADO SE EMITE COMO MENSAJE A LA COLA MQ DE   *
      *  DISTRIBUCION DE TASAS, ACTUALIZANDO LA BITACORA.  EL CENTRO   *
      *  DE ATENCION, LA BANCA POR INTERNET Y LA PLATAFORMA DE         *
      *  AGENCIAS OYEN POR FIN A LA MISMA FUENTE.  DESPUES PUBLICA LA  *
      *  PIZARRA DE TASAS AL CLIENTE DE LA FECHA (V1DT175, GENERADA    *
      *  POR V13C90B) QUE AUN NO SALIO, EN SU PROPIA COLA, Y LA MARCA  *
      *  COMO PUBLICADA                                                *
      ******************************************************************
      *                                                                *
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
           05  PUB-COD-DIV                 PIC X(03).
           05  PUB-TAS-OFICIAL             PIC 9(07)V9(04).
           05  PUB-HOR-PUBLICACION         PIC X(06).
      * AD01-I : PIZARRA DE TASAS AL CLIENTE (V1DT175)
      ******************************************************************
      *          MENSAJE DE PUBLICACION DE LA PIZARRA AL CLIENTE       *
      ******************************************************************
       01  PUB-PIZARRA.
           05  PUB-PIZ-FEC-TASA            PIC X(08).
           05  PUB-PIZ-COD-DIV             PIC X(03).
           05  PUB-PIZ-COD-SEGMENTO        PIC X(02).
           05  PUB-PIZ-IMP-DESDE           PIC 9(13)V9(02).
           05  PUB-PIZ-IMP-HASTA           PIC 9(13)V9(02).
           05  PUB-PIZ-TAS-OFICIAL         PIC 9(07)V9(04).
           05  PUB-PIZ-TAS-COMPRA          PIC 9(07)V9(04).
           05  PUB-PIZ-TAS-VENTA           PIC 9(07)V9(04).
           05  PUB-PIZ-HOR-PUBLICACION     PIC X(06).
      * AD01-F
      ******************************************************************
      *          AREAS DE LAS LLAMADAS MQ (DESCRIPTORES V1)            *
      ******************************************************************
           05  CT-COLA-TASAS               PIC X(48)
                       VALUE 'V1.TASAS.DISTRIBUCION'.
           05  CT-LONG-PUBLICACION         PIC S9(09)  COMP  VALUE 28.
      * AD01-I : PIZARRA DE TASAS AL CLIENTE (V1DT175)
           05  CT-COLA-PIZARRA             PIC X(48)
                       VALUE 'V1.TASAS.CLIENTE.DISTRIBUCION'.
           05  CT-LONG-PIZARRA             PIC S9(09)  COMP  VALUE 82.
           05  CT-PIZ-PENDIENTE            PIC X(01)   VALUE 'N'.
           05  CT-PIZ-PUBLICADA            PIC X(01)   VALUE 'S'.
      * AD01-F
      ******************************************************************
      *                      AREA DE CONTADORES                        *
      ******************************************************************
       01  CN-CONTADORES.
           05  CN-TASAS-LEIDAS             PIC 9(05)   VALUE ZEROES.
           05  CN-PUBLICADAS               PIC 9(05)   VALUE ZEROES.
      * AD01-I : PIZARRA DE TASAS AL CLIENTE (V1DT175)
           05  CN-PIZARRA-PUBLICADA        PIC 9(05)   VALUE ZEROES.
      * AD01-F
      ******************************************************************
      *                    COPYS UTILIZADAS                            *
      ******************************************************************
           EXEC SQL
               INCLUDE V1GT084
           END-EXEC
      * AD01-I : PIZARRA DE TASAS AL CLIENTE (V1DT175)
      *
           EXEC SQL
               INCLUDE V1GT175
           END-EXEC
      * AD01-F
      ******************************************************************
      *                        CURSORES
      ******************************************************************
               WHERE FEC_TASA = :WS-FEC-TASA
               ORDER BY COD_DIV
           END-EXEC
      * AD01-I : PIZARRA DE TASAS AL CLIENTE (V1DT175)
      *
      *    TRAMOS DE LA PIZARRA DE LA FECHA PENDIENTES DE PUBLICAR
      *
           EXEC SQL
               DECLARE V13C22B-V1DC2212
               CURSOR WITH HOLD FOR
               SELECT COD_DIV,
                      COD_SEGMENTO,
                      IMP_DESDE,
                      IMP_HASTA,
                      TAS_OFICIAL,
                      TAS_CLIENTE_COMPRA,
                      TAS_CLIENTE_VENTA
               FROM V1DT175
               WHERE FEC_TASA      = :WS-FEC-TASA
                 AND IND_PUBLICADA = :CT-PIZ-PENDIENTE
               ORDER BY COD_DIV,
                        COD_SEGMENTO,
                        IMP_DESDE
           END-EXEC
      * AD01-F
      ******************************************************************
      *                                                                *
      *           P R O C E D U R E      D I V I S I O N               *
      *
           PERFORM 2000-PROCESO
              THRU 2000-PROCESO-EXIT
      *
      * AD01-I : PIZARRA DE TASAS AL CLIENTE (V1DT175)
           PERFORM 3000-PUBLICAR-PIZARRA
              THRU 3000-PUBLICAR-PIZARRA-EXIT
      * AD01-F
      *
           PERFORM 6000-FIN
              THRU 6000-FIN-EXIT
      *
           MOVE ZEROES                     TO CN-TASAS-LEIDAS
                                              CN-PUBLICADAS
      * AD01-I : PIZARRA DE TASAS AL CLIENTE (V1DT175)
           MOVE ZEROES                     TO CN-PIZARRA-PUBLICADA
      * AD01-F
      *
           INITIALIZE V1WC924
           SET W924-88-INICIO              TO TRUE
           .
       5620-INSERTAR-BITACORA-EXIT.
           EXIT.
      * AD01-I : PIZARRA DE TASAS AL CLIENTE (V1DT175)
      ******************************************************************
      *                  3000-PUBLICAR-PIZARRA                         *
      *  LA PIZARRA VIAJA EN SU PROPIA COLA PARA NO TOCAR EL MENSAJE   *
      *  DE 28 POSICIONES QUE YA LEEN LOS CANALES.  SE COMPROMETE POR  *
      *  TRAMO: SI LA CORRIDA CAE, LA SIGUIENTE MANDA LO QUE FALTO     *
      ******************************************************************
       3000-PUBLICAR-PIZARRA.
      *
           SET NO-FIN-CURSOR               TO TRUE
      *
           EXEC SQL
               OPEN V13C22B-V1DC2212
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-PIZARRA
             UNTIL FIN-CURSOR
      *
           EXEC SQL
               CLOSE V13C22B-V1DC2212
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       3000-PUBLICAR-PIZARRA-EXIT.
           EXIT.
      ******************************************************************
      * LEER-PIZARRA
      ******************************************************************
       LEER-PIZARRA.
      *
           EXEC SQL
               FETCH V13C22B-V1DC2212
               INTO :COD-DIV-PIZ,
                    :COD-SEGMENTO-PIZ,
                    :IMP-DESDE-PIZ,
                    :IMP-HASTA-PIZ,
                    :TAS-OFICIAL-PIZ,
                    :TAS-CLIENTE-COMPRA,
                    :TAS-CLIENTE-VENTA
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   PERFORM 3100-PUBLICAR-TRAMO
                      THRU 3100-PUBLICAR-TRAMO-EXIT

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      *                   3100-PUBLICAR-TRAMO                          *
      ******************************************************************
       3100-PUBLICAR-TRAMO.
      *
           MOVE WS-FEC-TASA                TO PUB-PIZ-FEC-TASA
           MOVE COD-DIV-PIZ                TO PUB-PIZ-COD-DIV
           MOVE COD-SEGMENTO-PIZ           TO PUB-PIZ-COD-SEGMENTO
           MOVE IMP-DESDE-PIZ              TO PUB-PIZ-IMP-DESDE
           MOVE IMP-HASTA-PIZ              TO PUB-PIZ-IMP-HASTA
           MOVE TAS-OFICIAL-PIZ            TO PUB-PIZ-TAS-OFICIAL
           MOVE TAS-CLIENTE-COMPRA         TO PUB-PIZ-TAS-COMPRA
           MOVE TAS-CLIENTE-VENTA          TO PUB-PIZ-TAS-VENTA
           MOVE FUNCTION CURRENT-DATE(9:6) TO PUB-PIZ-HOR-PUBLICACION
      *
           MOVE SPACES                     TO MQA-OD-OBJECTNAME
           MOVE CT-COLA-PIZARRA            TO MQA-OD-OBJECTNAME
           MOVE LOW-VALUES                 TO MQA-MD-MSGID
                                              MQA-MD-CORRELID
      *
           CALL 'MQPUT1' USING MQA-HCONN
                               MQA-MQOD
                               MQA-MQMD
                               MQA-MQPMO
                               CT-LONG-PIZARRA
                               PUB-PIZARRA
                               MQA-COMPCODE
                               MQA-REASON
      *
           IF  MQA-COMPCODE NOT EQUAL ZEROES
               DISPLAY 'V13C22B - ERROR MQ RAZON: ' MQA-REASON
               MOVE 16                     TO RETURN-CODE
               STOP RUN
           END-IF
      *
           MOVE WS-FEC-TASA                TO FEC-TASA-PIZ
           MOVE CT-PIZ-PUBLICADA           TO IND-PUBLICADA-PIZ
      *
           EXEC SQL
               UPDATE V1DT175
                  SET IND_PUBLICADA = :IND-PUBLICADA-PIZ
                WHERE FEC_TASA      = :FEC-TASA-PIZ
                  AND COD_DIV       = :COD-DIV-PIZ
                  AND COD_SEGMENTO  = :COD-SEGMENTO-PIZ
                  AND IMP_DESDE     = :IMP-DESDE-PIZ
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           EXEC SQL
               COMMIT
           END-EXEC
      *
           ADD 1                           TO CN-PIZARRA-PUBLICADA
      *
           .
       3100-PUBLICAR-TRAMO-EXIT.
           EXIT.
      * AD01-F
      ******************************************************************
      *                            6000-FIN                            *
      ******************************************************************
                   CN-TASAS-LEIDAS
           DISPLAY 'V13C22B - TASAS PUBLICADAS:       '
                   CN-PUBLICADAS
      * AD01-I : PIZARRA DE TASAS AL CLIENTE (V1DT175)
           DISPLAY 'V13C22B - TRAMOS DE PIZARRA:      '
                   CN-PIZARRA-PUBLICADA
      * AD01-F
      *
           SET W924-88-FIN                 TO TRUE
           MOVE CN-TASAS-LEIDAS            TO W924-CANT-LEIDOS
           MOVE CN-PUBLICADAS              TO W924-CANT-GRABADOS
      * AD01-I : PIZARRA DE TASAS AL CLIENTE (V1DT175)
           MOVE CN-PIZARRA-PUBLICADA       TO W924-CANT-ACTUALIZADOS
      * AD01-F
           MOVE RETURN-CODE                TO W924-COD-RETORNO
           CALL CT-V19C024 USING V1WC924
      *
