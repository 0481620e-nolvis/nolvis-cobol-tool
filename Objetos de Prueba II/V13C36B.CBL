      *  POR V19C031 PORQUE EL ALMACEN NO ESTA AUTORIZADO AL DATO      *
      *  COMPLETO.  LA COLA DE CONTROL TRAE CONTEO Y SUMA PARA QUE     *
      *  EL ALMACEN VALIDE LA CARGA                                    *
      *  AD01: CADA OPERACION LLEVA EL EJECUTIVO DE CUENTA Y LA        *
      *  SUCURSAL DEL CLIENTE (V1DT079).  ADEMAS VIAJAN COMO REGISTROS *
      *  TIPO 'E' LAS FILAS DE PRODUCCION POR EJECUTIVO (V1DT126) QUE  *
      *  V13C56B GRABO EN LA FECHA EXTRAIDA; LA COLA DE CONTROL TRAE   *
      *  SU CANTIDAD APARTE                                            *
      ******************************************************************
      *                                                                *
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
           05  DW-PCT-DESVIACION           PIC S9(03)V9(02)
                                           SIGN LEADING SEPARATE.
           05  DW-IND-CASO                 PIC X(01).
      * AD01-I : PRODUCCION POR EJECUTIVO DE CUENTA (V1DT126)
           05  DW-EJECUTIVO                PIC X(08).
           05  DW-SUCURSAL                 PIC X(04).
           05  FILLER                      PIC X(18)   VALUE SPACES.
      * AD01-F
      *
       01  DW-COLA-CONTROL.
           05  DW-TRL-TIPO                 PIC X(03).
           05  DW-TRL-CANTIDAD             PIC 9(09).
           05  DW-TRL-SUMA                 PIC S9(15)V9(02)
                                           SIGN LEADING SEPARATE.
      * AD01-I : PRODUCCION POR EJECUTIVO DE CUENTA (V1DT126)
           05  DW-TRL-CANT-PRODUC          PIC 9(09).
           05  FILLER                      PIC X(73)   VALUE SPACES.
      *
       01  DW-PRODUCCION.
           05  DW-PRD-TIPO                 PIC X(01).
           05  DW-PRD-ANO-MES              PIC X(06).
           05  DW-PRD-ENTIDAD              PIC X(04).
           05  DW-PRD-SUCURSAL             PIC X(04).
           05  DW-PRD-EJECUTIVO            PIC X(08).
           05  DW-PRD-OPERACIONES          PIC 9(07).
           05  DW-PRD-VOLUMEN              PIC S9(15)V9(02)
                                           SIGN LEADING SEPARATE.
           05  DW-PRD-COM-CALCULADA        PIC S9(13)V9(02)
                                           SIGN LEADING SEPARATE.
           05  DW-PRD-COM-COBRADA          PIC S9(13)V9(02)
                                           SIGN LEADING SEPARATE.
           05  DW-PRD-COM-EXONERADA        PIC S9(13)V9(02)
                                           SIGN LEADING SEPARATE.
           05  DW-PRD-CLI-NUEVOS           PIC 9(05).
           05  DW-PRD-CLI-PERDIDOS         PIC 9(05).
           05  FILLER                      PIC X(14)   VALUE SPACES.
      * AD01-F
      ******************************************************************
      *                    AREA  DE  SWITCHES                          *
      ******************************************************************
           05  CT-V19C031                  PIC X(08)   VALUE 'V19C031'.
           05  CT-DETALLE                  PIC X(01)   VALUE 'D'.
           05  CT-TRAILER                  PIC X(03)   VALUE 'TRL'.
      * AD01-I : PRODUCCION POR EJECUTIVO DE CUENTA (V1DT126)
           05  CT-PRODUCCION               PIC X(01)   VALUE 'E'.
      * AD01-F
           05  CT-SI                       PIC X(01)   VALUE 'S'.
           05  CT-NO                       PIC X(01)   VALUE 'N'.
      ******************************************************************
      ******************************************************************
       01  CN-CONTADORES.
           05  CN-OPERACIONES              PIC 9(09)   VALUE ZEROES.
      * AD01-I : PRODUCCION POR EJECUTIVO DE CUENTA (V1DT126)
           05  CN-PRODUCCION               PIC 9(09)   VALUE ZEROES.
      * AD01-F
      ******************************************************************
      *                    COPYS UTILIZADAS                            *
      ******************************************************************
           EXEC SQL
               INCLUDE V1GT045
           END-EXEC
      * AD01-I : PRODUCCION POR EJECUTIVO DE CUENTA (V1DT126)
      *
           EXEC SQL
               INCLUDE V1GT079
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT126
           END-EXEC
      * AD01-F
      ******************************************************************
      *                        CURSORES
      ******************************************************************
               WHERE FEC_OPE = :PAR-FECHA
               ORDER BY NUM_REF
           END-EXEC
      * AD01-I : PRODUCCION POR EJECUTIVO DE CUENTA (V1DT126)
      *
      *    PRODUCCION POR EJECUTIVO GRABADA EN LA FECHA EXTRAIDA
      *
           EXEC SQL
               DECLARE V13C36B-V1DC3612
               CURSOR FOR
               SELECT ANO_MES,
                      COD_ENT_BANCO,
                      COD_SUCURSAL,
                      COD_EJECUTIVO,
                      CANT_OPERACIONES,
                      IMP_VOLUMEN,
                      IMP_COM_CALCULADA,
                      IMP_COM_COBRADA,
                      IMP_COM_EXONERADA,
                      CANT_CLI_NUEVOS,
                      CANT_CLI_PERDIDOS
               FROM V1DT126
               WHERE FEC_GRABACION = :PAR-FECHA
               ORDER BY ANO_MES,
                        COD_ENT_BANCO,
                        COD_SUCURSAL,
                        COD_EJECUTIVO
           END-EXEC
      * AD01-F
      ******************************************************************
      *                                                                *
      *           P R O C E D U R E      D I V I S I O N               *
           PERFORM 2000-PROCESO
              THRU 2000-PROCESO-EXIT
      *
      * AD01-I : PRODUCCION POR EJECUTIVO DE CUENTA (V1DT126)
           PERFORM 4000-EXTRAER-PRODUCCION
              THRU 4000-EXTRAER-PRODUCCION-EXIT
      *
      * AD01-F
           PERFORM 6000-FIN
              THRU 6000-FIN-EXIT
      *
      *
           MOVE ZEROES                     TO CN-OPERACIONES
                                              WS-SUMA-IMPORTES
      * AD01-I : PRODUCCION POR EJECUTIVO DE CUENTA (V1DT126)
                                              CN-PRODUCCION
      * AD01-F
      *
           INITIALIZE V1WC924
           SET W924-88-INICIO              TO TRUE
           PERFORM 3500-MARCAR-CASO
              THRU 3500-MARCAR-CASO-EXIT
      *
      * AD01-I : PRODUCCION POR EJECUTIVO DE CUENTA (V1DT126)
           PERFORM 3600-BUSCAR-EJECUTIVO
              THRU 3600-BUSCAR-EJECUTIVO-EXIT
      *
      * AD01-F
           WRITE REG-EXTRACTO              FROM DW-REGISTRO
      *
           .
           .
       3500-MARCAR-CASO-EXIT.
           EXIT.
      * AD01-I : PRODUCCION POR EJECUTIVO DE CUENTA (V1DT126)
      ******************************************************************
      * 3600-BUSCAR-EJECUTIVO
      *  EJECUTIVO DE CUENTA Y SUCURSAL DEL CLIENTE; SIN MAESTRO LOCAL *
      *  VIAJAN EN BLANCO                                              *
      ******************************************************************
       3600-BUSCAR-EJECUTIVO.
      *
           MOVE SPACES                     TO DW-EJECUTIVO
                                              DW-SUCURSAL
           MOVE NUM-DOC-PERSONA OF DCLV1DT001
                                           TO NUM-DOC-CLIENTE
      *
           EXEC SQL
               SELECT COD_EJECUTIVO,
                      COD_SUCURSAL
               INTO  :COD-EJECUTIVO,
                     :COD-SUCURSAL
               FROM V1DT079
               WHERE NUM_DOC_PERSONA = :NUM-DOC-CLIENTE
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   MOVE COD-EJECUTIVO      TO DW-EJECUTIVO
                   MOVE COD-SUCURSAL       TO DW-SUCURSAL

               WHEN DB2-NOTFND
                   CONTINUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
       3600-BUSCAR-EJECUTIVO-EXIT.
           EXIT.
      ******************************************************************
      *                 4000-EXTRAER-PRODUCCION                        *
      ******************************************************************
       4000-EXTRAER-PRODUCCION.
      *
           SET NO-FIN-CURSOR               TO TRUE
      *
           EXEC SQL
               OPEN V13C36B-V1DC3612
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-PRODUCCION
             UNTIL FIN-CURSOR
      *
           EXEC SQL
               CLOSE V13C36B-V1DC3612
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       4000-EXTRAER-PRODUCCION-EXIT.
           EXIT.
      ******************************************************************
      * LEER-PRODUCCION
      ******************************************************************
       LEER-PRODUCCION.
      *
           EXEC SQL
               FETCH V13C36B-V1DC3612
               INTO :ANO-MES-PRODUC,
                    :COD-ENT-PRODUC,
                    :COD-SUC-PRODUC,
                    :COD-EJE-PRODUC,
                    :CANT-OPE-PRODUC,
                    :IMP-VOL-PRODUC,
                    :IMP-COM-CALCULADA,
                    :IMP-COM-COBRADA,
                    :IMP-COM-EXONERADA,
                    :CANT-CLI-NUEVOS,
                    :CANT-CLI-PERDIDOS
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   PERFORM 4100-APLANAR-PRODUCCION
                      THRU 4100-APLANAR-PRODUCCION-EXIT

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      *                 4100-APLANAR-PRODUCCION                        *
      ******************************************************************
       4100-APLANAR-PRODUCCION.
      *
           ADD 1                           TO CN-PRODUCCION
      *
           MOVE CT-PRODUCCION              TO DW-PRD-TIPO
           MOVE ANO-MES-PRODUC             TO DW-PRD-ANO-MES
           MOVE COD-ENT-PRODUC             TO DW-PRD-ENTIDAD
           MOVE COD-SUC-PRODUC             TO DW-PRD-SUCURSAL
           MOVE COD-EJE-PRODUC             TO DW-PRD-EJECUTIVO
           MOVE CANT-OPE-PRODUC            TO DW-PRD-OPERACIONES
           MOVE IMP-VOL-PRODUC             TO DW-PRD-VOLUMEN
           MOVE IMP-COM-CALCULADA          TO DW-PRD-COM-CALCULADA
           MOVE IMP-COM-COBRADA            TO DW-PRD-COM-COBRADA
           MOVE IMP-COM-EXONERADA          TO DW-PRD-COM-EXONERADA
           MOVE CANT-CLI-NUEVOS            TO DW-PRD-CLI-NUEVOS
           MOVE CANT-CLI-PERDIDOS          TO DW-PRD-CLI-PERDIDOS
      *
           WRITE REG-EXTRACTO              FROM DW-PRODUCCION
      *
           .
       4100-APLANAR-PRODUCCION-EXIT.
           EXIT.
      * AD01-F
      ******************************************************************
      *                            6000-FIN                            *
      ******************************************************************
           MOVE PAR-FECHA                  TO DW-TRL-FECHA
           MOVE CN-OPERACIONES             TO DW-TRL-CANTIDAD
           MOVE WS-SUMA-IMPORTES           TO DW-TRL-SUMA
      * AD01-I : PRODUCCION POR EJECUTIVO DE CUENTA (V1DT126)
           MOVE CN-PRODUCCION              TO DW-TRL-CANT-PRODUC
      * AD01-F
           WRITE REG-EXTRACTO              FROM DW-COLA-CONTROL
      *
           CLOSE ARCH-PARAMETROS
      *
           DISPLAY 'V13C36B - OPERACIONES EXTRAIDAS:  '
                   CN-OPERACIONES
      * AD01-I : PRODUCCION POR EJECUTIVO DE CUENTA (V1DT126)
           DISPLAY 'V13C36B - PRODUCCION EJECUTIVOS:  '
                   CN-PRODUCCION
      * AD01-F
      *
           SET W924-88-FIN                 TO TRUE
           MOVE CN-OPERACIONES             TO W924-CANT-LEIDOS
           MOVE CN-OPERACIONES             TO W924-CANT-GRABADOS
      * AD01-I : PRODUCCION POR EJECUTIVO DE CUENTA (V1DT126)
           ADD CN-PRODUCCION               TO W924-CANT-GRABADOS
      * AD01-F
           MOVE ZEROES                     TO W924-CANT-ACTUALIZADOS
           MOVE RETURN-CODE                TO W924-COD-RETORNO
           CALL CT-V19C024 USING V1WC924
