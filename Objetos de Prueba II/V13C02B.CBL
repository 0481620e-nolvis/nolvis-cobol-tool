      *  NOSTRO, OPCION DE GASTOS) Y EMITE CADA UNA COMO MENSAJE       *
      *  TIPO MT103 LISTO PARA LA PASARELA.  LO QUE NO TIENE RUTEO     *
      *  O BENEFICIARIO COMPLETO CAE AL REPORTE DE EXCEPCIONES         *
      *  AD01: NO SE EMITE MT103 POR UN CORRESPONSAL SIN DEBIDA        *
      *  DILIGENCIA VIGENTE EN LA FECHA (V1DT110): SIN REVISION,       *
      *  VENCIDA O CON ALGUNA VERIFICACION NO CONFORME, LA             *
      *  INSTRUCCION CAE AL REPORTE DE EXCEPCIONES                     *
      *  AD02: LOS MENSAJES YA NO SE ESCRIBEN EN SALSWF.  CADA MT103   *
      *  QUEDA PENDIENTE EN LA COLA DE LIBERACION (V1DT132, CON SUS    *
      *  LINEAS EN V1DT133 Y EL EVENTO DE GENERACION EN LA BITACORA    *
      *  V1DT134).  TESORERIA LO LIBERA O RECHAZA EN V13C61Z Y SOLO    *
      *  V13C61B, TRAS REFILTRARLO, LO ENVIA A LA PASARELA.  UNA       *
      *  INSTRUCCION QUE YA ESTA EN LA COLA NO SE VUELVE A ENCOLAR     *
      *  AD03: EN UNA COMPRA CRUZADA (TIP_OPE '9') LO QUE SE           *
      *  TRANSFIERE ES LA SEGUNDA PATA: EL MENSAJE VA EN               *
      *  COD_DIV_CONTRA, LA DIVISA DE IMP_INSTRUIDO, Y SE RUTEA POR    *
      *  ELLA                                                          *
      *  AD04: EL BIC DEL CORRESPONSAL DEBE ESTAR ACTIVO EN EL         *
      *  DIRECTORIO SWIFT (V1DT169) Y LA CUENTA NOSTRO SER UN IBAN     *
      *  VALIDO SI SU PAIS LO USA; EL BENEFICIARIO REGISTRADO EN       *
      *  V1DT080 SE VALIDA IGUAL (BIC DE SU BANCO E IBAN POR SU PAIS). *
      *  LO QUE NO PASA (RUTINA V19C068) CAE AL REPORTE DE             *
      *  EXCEPCIONES EN LUGAR DE VOLVER RECHAZADO DE LA RED            *
      *  AD05: LA INSTRUCCION DE UN TRAMO DE LIQUIDACION (NUM_TRAMO    *
      *  MAYOR QUE CERO) SE EMITE CON LA FECHA VALOR, EL BENEFICIARIO  *
      *  Y EL PAIS DESTINO DEL TRAMO (V1DT180) EN LUGAR DE LOS DE LA   *
      *  OPERACION; EL MONTO YA ES EL INSTRUIDO DEL TRAMO              *
      ******************************************************************
      *                                                                *
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
           SELECT ARCH-PARAMETROS      ASSIGN TO PARMSWF
                                        ORGANIZATION IS SEQUENTIAL.
      *
      * AD02-I : COLA DE LIBERACION DE MENSAJES SWIFT (V1DT132)
      *    SELECT ARCH-MENSAJES        ASSIGN TO SALSWF
      *                                 ORGANIZATION IS SEQUENTIAL.
      * AD02-F
      *
           SELECT ARCH-EXCEPCIONES     ASSIGN TO SALEXC
                                        ORGANIZATION IS SEQUENTIAL.
           05  PAR-FEC-EXTRAIDO            PIC X(08).
           05  FILLER                      PIC X(72).
      *
      * AD02-I : COLA DE LIBERACION DE MENSAJES SWIFT (V1DT132)
      *FD  ARCH-MENSAJES
      *    RECORDING MODE IS F.
      *
      *01  REG-MENSAJE                     PIC X(80).
      * AD02-F
      *
       FD  ARCH-EXCEPCIONES
           RECORDING MODE IS F.
           05  WS-IMP-ED                   PIC 9(13),9(02).
           05  WS-LINEA                    PIC X(80)   VALUE SPACES.
           05  WS-NUM-INS-ED               PIC 9(09)   VALUE ZEROES.
      * AD01-I : DEBIDA DILIGENCIA DE CORRESPONSALES (V1DT110)
           05  WS-MOT-DILIGENCIA           PIC X(30)   VALUE SPACES.
      * AD01-F
      * AD04-I : DIRECTORIO BIC Y VALIDACION DE IBAN (V19C068)
           05  WS-MOT-VALIDACION           PIC X(30)   VALUE SPACES.
      * AD04-F
      * AD02-I : COLA DE LIBERACION DE MENSAJES SWIFT (V1DT132)
           05  WS-FEC-HOY                  PIC X(08)   VALUE SPACES.
           05  WS-HOR-HOY                  PIC X(06)   VALUE SPACES.
           05  WS-NUM-LINEA                PIC S9(04)  COMP
                                                       VALUE ZEROES.
      * AD02-F
      ******************************************************************
      *                    AREA  DE  SWITCHES                          *
      ******************************************************************
           05  SW-RUTEO                    PIC X(01)   VALUE 'N'.
               88  RUTEO-HALLADO                       VALUE 'S'.
               88  RUTEO-NO-HALLADO                    VALUE 'N'.
      * AD01-I : DEBIDA DILIGENCIA DE CORRESPONSALES (V1DT110)
           05  SW-DILIGENCIA               PIC X(01)   VALUE 'N'.
               88  DILIGENCIA-VIGENTE                  VALUE 'S'.
               88  DILIGENCIA-NO-VIGENTE               VALUE 'N'.
      * AD01-F
      * AD04-I : DIRECTORIO BIC Y VALIDACION DE IBAN (V19C068)
           05  SW-RUTEO-VALIDO             PIC X(01)   VALUE 'N'.
               88  RUTEO-VALIDO                        VALUE 'S'.
               88  RUTEO-INVALIDO                      VALUE 'N'.
           05  SW-BENEF-VALIDO             PIC X(01)   VALUE 'S'.
               88  BENEF-VALIDO                        VALUE 'S'.
               88  BENEF-INVALIDO                      VALUE 'N'.
      * AD04-F
      ******************************************************************
      *                        AREA DE CONTANTES                       *
      ******************************************************************
                               VALUE 'SIN RUTEO PARA LA DIVISA'.
           05  CT-MOT-SIN-BENEF            PIC X(30)
                               VALUE 'BENEFICIARIO INCOMPLETO'.
      * AD01-I : DEBIDA DILIGENCIA DE CORRESPONSALES (V1DT110)
           05  CT-MOT-SIN-DILIGENCIA       PIC X(30)
                               VALUE 'CORRESPONSAL SIN DEBIDA DILIG.'.
           05  CT-MOT-DILIG-VENCIDA        PIC X(30)
                               VALUE 'DEBIDA DILIGENCIA VENCIDA'.
           05  CT-MOT-DILIG-OBJETADA       PIC X(30)
                               VALUE 'DEBIDA DILIGENCIA NO CONFORME'.
           05  CT-CONFORME                 PIC X(01)   VALUE 'S'.
      * AD01-F
      * AD02-I : COLA DE LIBERACION DE MENSAJES SWIFT (V1DT132)
           05  CT-EST-PENDIENTE            PIC X(01)   VALUE 'P'.
           05  CT-EVT-GENERADO             PIC X(01)   VALUE 'G'.
           05  CT-DET-GENERADO             PIC X(60)
                               VALUE 'MT103 GENERADO Y ENCOLADO'.
      * AD02-F
      * AD04-I : DIRECTORIO BIC Y VALIDACION DE IBAN (V19C068)
           05  CT-V19C068                  PIC X(08)   VALUE 'V19C068'.
           05  CT-MOT-BIC-CORRESPONSAL     PIC X(30)
                               VALUE 'BIC CORRESPONSAL INVALIDO'.
           05  CT-MOT-CTA-NOSTRO           PIC X(30)
                               VALUE 'CUENTA NOSTRO IBAN INVALIDA'.
           05  CT-MOT-BIC-BENEF            PIC X(30)
                               VALUE 'BIC BANCO BENEF. INVALIDO'.
           05  CT-MOT-CTA-BENEF            PIC X(30)
                               VALUE 'CUENTA BENEFICIARIO NO ES IBAN'.
      * AD04-F
      ******************************************************************
      *                      AREA DE CONTADORES                        *
      ******************************************************************
           COPY QCWCL20.
      *  COPY DE LA RUTINA V19C024 (REGISTRO DE CORRIDAS)
           COPY V1WC924.
      * AD04-I : DIRECTORIO BIC Y VALIDACION DE IBAN (V19C068)
      *  COPY DE LA RUTINA V19C068 (VALIDACION DE BIC E IBAN)
           COPY V1WC968.
      * AD04-F
      ******************************************************************
      *                    AREA DE INCLUDES                            *
      ******************************************************************
           EXEC SQL
               INCLUDE V1GT066
           END-EXEC
      * AD01-I : DEBIDA DILIGENCIA DE CORRESPONSALES (V1DT110)
      *
           EXEC SQL
               INCLUDE V1GT110
           END-EXEC
      * AD01-F
      * AD02-I : COLA DE LIBERACION DE MENSAJES SWIFT (V1DT132)
      *
           EXEC SQL
               INCLUDE V1GT132
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT133
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT134
           END-EXEC
      * AD02-F
      * AD04-I : DIRECTORIO BIC Y VALIDACION DE IBAN (V19C068)
      *
           EXEC SQL
               INCLUDE V1GT080
           END-EXEC
      * AD04-F
      * AD05-I : LIQUIDACION PARCIAL EN TRAMOS (V1DT180)
      *
           EXEC SQL
               INCLUDE V1GT180
           END-EXEC
      * AD05-F
      ******************************************************************
      *                        CURSORES
      ******************************************************************
                      A.IMP_INSTRUIDO,
                      B.NUM_REF,
                      B.FEC_VALOR,
      * AD03-I : OPERACIONES CRUZADAS ENTRE DOS DIVISAS
      *               B.COD_DIV_OPE,
                      CASE WHEN B.TIP_OPE     = '9'
                            AND B.IDF_CMP_VTA = 'C'
                           THEN B.COD_DIV_CONTRA
                           ELSE B.COD_DIV_OPE
                      END,
      * AD03-F
                      B.NUM_DOC_PERSONA,
                      B.NOM_RAZON,
                      B.CTA_PASIVO_CL,
                      B.IDF_RIF_BENEF,
      * AD02-I : COLA DE LIBERACION DE MENSAJES SWIFT (V1DT132)
      *               B.NOM_BENEF
                      B.NOM_BENEF,
                      B.COD_PAIS_DEST,
      * AD02-F
      * AD05-I : LIQUIDACION PARCIAL EN TRAMOS (V1DT180)
                      A.NUM_TRAMO
      * AD05-F
               FROM V1DT020 A,
                    V1DT001 B
               WHERE A.FEC_EXTRAIDO = :WS-FEC-EXTRAIDO
                 AND B.NUM_REF      = A.NUM_REF
      * AD02-I : COLA DE LIBERACION DE MENSAJES SWIFT (V1DT132)
                 AND NOT EXISTS
                     (SELECT 1
                        FROM V1DT132 C
                       WHERE C.NUM_INSTRUCCION = A.NUM_INSTRUCCION)
      * AD02-F
               ORDER BY A.NUM_INSTRUCCION
           END-EXEC
      ******************************************************************
       1000-INICIO.
      *
           OPEN INPUT  ARCH-PARAMETROS
      * AD02-I : COLA DE LIBERACION DE MENSAJES SWIFT (V1DT132)
      *    OPEN OUTPUT ARCH-MENSAJES
      *                ARCH-EXCEPCIONES
           OPEN OUTPUT ARCH-EXCEPCIONES
      *
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FEC-HOY
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HOR-HOY
      * AD02-F
      *
           READ ARCH-PARAMETROS
               AT END
                    :DCLV1DT001.NOM-RAZON,
                    :DCLV1DT001.CTA-PASIVO-CL,
                    :DCLV1DT001.IDF-RIF-BENEF,
      * AD02-I : COLA DE LIBERACION DE MENSAJES SWIFT (V1DT132)
      *             :DCLV1DT001.NOM-BENEF
                    :DCLV1DT001.NOM-BENEF,
                    :DCLV1DT001.COD-PAIS-DEST,
      * AD02-F
      * AD05-I : LIQUIDACION PARCIAL EN TRAMOS (V1DT180)
                    :NUM-TRAMO
      * AD05-F
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
       5000-ARMAR-MENSAJE.
      *
           ADD 1                           TO CN-INSTRUCCIONES
      *
      * AD05-I : LIQUIDACION PARCIAL EN TRAMOS (V1DT180)
           IF  NUM-TRAMO GREATER ZEROES
               PERFORM 5050-TOMAR-TRAMO
                  THRU 5050-TOMAR-TRAMO-EXIT
           END-IF
      * AD05-F
      *
           IF  COD-DIV-OPE NOT EQUAL WS-DIV-RUTEO
               MOVE COD-DIV-OPE            TO WS-DIV-RUTEO
                  THRU 5900-ESCRIBIR-EXCEPCION-EXIT
               GO TO 5000-ARMAR-MENSAJE-EXIT
           END-IF
      *
      * AD01-I : DEBIDA DILIGENCIA DE CORRESPONSALES (V1DT110)
           IF  DILIGENCIA-NO-VIGENTE
               MOVE WS-MOT-DILIGENCIA      TO EXC-MOTIVO
               PERFORM 5900-ESCRIBIR-EXCEPCION
                  THRU 5900-ESCRIBIR-EXCEPCION-EXIT
               GO TO 5000-ARMAR-MENSAJE-EXIT
           END-IF
      * AD01-F
      * AD04-I : DIRECTORIO BIC Y VALIDACION DE IBAN (V19C068)
           IF  RUTEO-INVALIDO
               MOVE WS-MOT-VALIDACION      TO EXC-MOTIVO
               PERFORM 5900-ESCRIBIR-EXCEPCION
                  THRU 5900-ESCRIBIR-EXCEPCION-EXIT
               GO TO 5000-ARMAR-MENSAJE-EXIT
           END-IF
      * AD04-F
      *
           IF  NOM-BENEF EQUAL SPACES
            OR IDF-RIF-BENEF EQUAL SPACES
                  THRU 5900-ESCRIBIR-EXCEPCION-EXIT
               GO TO 5000-ARMAR-MENSAJE-EXIT
           END-IF
      *
      * AD04-I : DIRECTORIO BIC Y VALIDACION DE IBAN (V19C068)
           PERFORM 5300-VALIDAR-BENEFICIARIO
              THRU 5300-VALIDAR-BENEFICIARIO-EXIT
      *
           IF  BENEF-INVALIDO
               MOVE WS-MOT-VALIDACION      TO EXC-MOTIVO
               PERFORM 5900-ESCRIBIR-EXCEPCION
                  THRU 5900-ESCRIBIR-EXCEPCION-EXIT
               GO TO 5000-ARMAR-MENSAJE-EXIT
           END-IF
      * AD04-F
      *
      * AD02-I : COLA DE LIBERACION DE MENSAJES SWIFT (V1DT132)
           PERFORM 5400-ENCOLAR-MENSAJE
              THRU 5400-ENCOLAR-MENSAJE-EXIT
      * AD02-F
      *
           PERFORM 5500-ESCRIBIR-MT103
              THRU 5500-ESCRIBIR-MT103-EXIT
           .
       5000-ARMAR-MENSAJE-EXIT.
           EXIT.
      * AD05-I : LIQUIDACION PARCIAL EN TRAMOS (V1DT180)
      ******************************************************************
      *                     5050-TOMAR-TRAMO                           *
      *  FECHA VALOR, BENEFICIARIO Y PAIS DESTINO DEL TRAMO; SI EL     *
      *  TRAMO YA NO EXISTE QUEDAN LOS DE LA OPERACION                 *
      ******************************************************************
       5050-TOMAR-TRAMO.
      *
           MOVE NUM-REF OF DCLV1DT001      TO NUM-REF-TRAMO
           MOVE NUM-TRAMO                  TO NUM-SEC-TRAMO
      *
           EXEC SQL
               SELECT FEC_VALOR,
                      IDF_RIF_BENEF,
                      NOM_BENEF,
                      COD_PAIS_DEST
               INTO  :FEC-VALOR-TRAMO,
                     :IDF-RIF-TRAMO,
                     :NOM-BENEF-TRAMO,
                     :COD-PAIS-TRAMO
               FROM V1DT180
               WHERE NUM_REF   = :NUM-REF-TRAMO
                 AND NUM_TRAMO = :NUM-SEC-TRAMO
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   MOVE FEC-VALOR-TRAMO    TO FEC-VALOR
                   MOVE IDF-RIF-TRAMO      TO IDF-RIF-BENEF
                   MOVE NOM-BENEF-TRAMO    TO NOM-BENEF
                   MOVE COD-PAIS-TRAMO     TO COD-PAIS-DEST

               WHEN DB2-NOTFND
                   CONTINUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
       5050-TOMAR-TRAMO-EXIT.
           EXIT.
      * AD05-F
      ******************************************************************
      *                     5100-BUSCAR-RUTEO                          *
      ******************************************************************
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
      * AD01-I : DEBIDA DILIGENCIA DE CORRESPONSALES (V1DT110)
           IF  RUTEO-HALLADO
               PERFORM 5200-VERIFICAR-DILIGENCIA
                  THRU 5200-VERIFICAR-DILIGENCIA-EXIT
           END-IF
      * AD01-F
      * AD04-I : DIRECTORIO BIC Y VALIDACION DE IBAN (V19C068)
           IF  RUTEO-HALLADO
               PERFORM 5250-VALIDAR-RUTEO
                  THRU 5250-VALIDAR-RUTEO-EXIT
           END-IF
      * AD04-F
      *
           .
       5100-BUSCAR-RUTEO-EXIT.
           EXIT.
      * AD01-I : DEBIDA DILIGENCIA DE CORRESPONSALES (V1DT110)
      ******************************************************************
      *                 5200-VERIFICAR-DILIGENCIA                      *
      *  EL CORRESPONSAL DEBE TENER EN V1DT110 UNA REVISION QUE NO     *
      *  HAYA VENCIDO A LA FECHA DE EXTRACCION Y CON EL CUESTIONARIO   *
      *  WOLFSBERG, LA LICENCIA Y LAS SANCIONES CONFORMES              *
      ******************************************************************
       5200-VERIFICAR-DILIGENCIA.
      *
           SET DILIGENCIA-NO-VIGENTE       TO TRUE
           MOVE BIC-CORRESPONSAL           TO BIC-DILIGENCIA
      *
           EXEC SQL
               SELECT FEC_VENCIMIENTO,
                      IND_WOLFSBERG,
                      IND_LICENCIA,
                      IND_SANCIONES
               INTO  :FEC-VENCIMIENTO-DD,
                     :IND-WOLFSBERG,
                     :IND-LICENCIA,
                     :IND-SANCIONES
               FROM V1DT110
               WHERE BIC_CORRESPONSAL = :BIC-DILIGENCIA
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   CONTINUE

               WHEN DB2-NOTFND
                   MOVE CT-MOT-SIN-DILIGENCIA
                                           TO WS-MOT-DILIGENCIA
                   GO TO 5200-VERIFICAR-DILIGENCIA-EXIT

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           IF  FEC-VENCIMIENTO-DD LESS WS-FEC-EXTRAIDO
               MOVE CT-MOT-DILIG-VENCIDA   TO WS-MOT-DILIGENCIA
               GO TO 5200-VERIFICAR-DILIGENCIA-EXIT
           END-IF
      *
           IF  IND-WOLFSBERG NOT EQUAL CT-CONFORME
            OR IND-LICENCIA  NOT EQUAL CT-CONFORME
            OR IND-SANCIONES NOT EQUAL CT-CONFORME
               MOVE CT-MOT-DILIG-OBJETADA  TO WS-MOT-DILIGENCIA
               GO TO 5200-VERIFICAR-DILIGENCIA-EXIT
           END-IF
      *
           SET DILIGENCIA-VIGENTE          TO TRUE
      *
           .
       5200-VERIFICAR-DILIGENCIA-EXIT.
           EXIT.
      * AD01-F
      * AD04-I : DIRECTORIO BIC Y VALIDACION DE IBAN (V19C068)
      ******************************************************************
      *                    5250-VALIDAR-RUTEO                          *
      *  UNA VEZ POR DIVISA: BIC DEL CORRESPONSAL ACTIVO EN EL         *
      *  DIRECTORIO Y CUENTA NOSTRO IBAN SI EL PAIS DEL BIC LO USA     *
      ******************************************************************
       5250-VALIDAR-RUTEO.
      *
           SET RUTEO-INVALIDO              TO TRUE
      *
           INITIALIZE V1WC968
           MOVE BIC-CORRESPONSAL           TO W968-COD-BIC
           MOVE CTA-NOSTRO                 TO W968-CTA
           MOVE ZEROES                     TO W968-COD-PAIS
      *
           CALL CT-V19C068 USING V1WC968
      *
           EVALUATE TRUE
               WHEN W968-88-CONFORME
                   SET RUTEO-VALIDO        TO TRUE

               WHEN W968-88-ERROR-DB2
                   MOVE W968-SQLCODE       TO SQLCODE
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT

               WHEN NOT W968-88-BIC-VALIDO
                   MOVE CT-MOT-BIC-CORRESPONSAL
                                           TO WS-MOT-VALIDACION

               WHEN OTHER
                   MOVE CT-MOT-CTA-NOSTRO  TO WS-MOT-VALIDACION
           END-EVALUATE
      *
           .
       5250-VALIDAR-RUTEO-EXIT.
           EXIT.
      ******************************************************************
      *                 5300-VALIDAR-BENEFICIARIO                      *
      *  EL BENEFICIARIO REGISTRADO POR EL CLIENTE EN V1DT080 TRAE EL  *
      *  BIC DE SU BANCO Y SU CUENTA; SE VALIDAN CON SU PAIS.  EL      *
      *  BENEFICIARIO NO REGISTRADO NO TIENE NADA QUE VALIDAR          *
      ******************************************************************
       5300-VALIDAR-BENEFICIARIO.
      *
           SET BENEF-VALIDO                TO TRUE
      *
           MOVE NUM-DOC-PERSONA            TO NUM-DOC-TITULAR
           MOVE IDF-RIF-BENEF              TO IDF-RIF-BENEF-REG
      *
           EXEC SQL
               SELECT COD_BANCO,
                      CTA_BENEF,
                      COD_PAIS
               INTO  :COD-BANCO-BENEF,
                     :CTA-BENEF,
                     :COD-PAIS-BENEF
               FROM V1DT080
               WHERE NUM_DOC_PERSONA = :NUM-DOC-TITULAR
                 AND IDF_RIF_BENEF   = :IDF-RIF-BENEF-REG
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   CONTINUE

               WHEN DB2-NOTFND
                   GO TO 5300-VALIDAR-BENEFICIARIO-EXIT

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           INITIALIZE V1WC968
           MOVE COD-BANCO-BENEF            TO W968-COD-BIC
           MOVE CTA-BENEF                  TO W968-CTA
           MOVE COD-PAIS-BENEF             TO W968-COD-PAIS
      *
           CALL CT-V19C068 USING V1WC968
      *
           EVALUATE TRUE
               WHEN W968-88-CONFORME
                   CONTINUE

               WHEN W968-88-ERROR-DB2
                   MOVE W968-SQLCODE       TO SQLCODE
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT

               WHEN NOT W968-88-BIC-VALIDO
                   SET BENEF-INVALIDO      TO TRUE
                   MOVE CT-MOT-BIC-BENEF   TO WS-MOT-VALIDACION

               WHEN OTHER
                   SET BENEF-INVALIDO      TO TRUE
                   MOVE CT-MOT-CTA-BENEF   TO WS-MOT-VALIDACION
           END-EVALUATE
      *
           .
       5300-VALIDAR-BENEFICIARIO-EXIT.
           EXIT.
      * AD04-F
      * AD02-I : COLA DE LIBERACION DE MENSAJES SWIFT (V1DT132)
      ******************************************************************
      *                   5400-ENCOLAR-MENSAJE                         *
      *  EL MENSAJE ENTRA A LA COLA DE LIBERACION COMO PENDIENTE Y SE  *
      *  ASIENTA SU GENERACION EN LA BITACORA                          *
      ******************************************************************
       5400-ENCOLAR-MENSAJE.
      *
           MOVE NUM-INSTRUCCION            TO NUM-INSTRUCCION-COL
           MOVE NUM-REF OF DCLV1DT001      TO NUM-REF-COL
           MOVE COD-DIV-OPE                TO COD-DIV-COL
           MOVE IMP-INSTRUIDO              TO IMP-INSTRUIDO-COL
           MOVE BIC-CORRESPONSAL           TO BIC-CORRESPONSAL-COL
           MOVE IDF-RIF-BENEF              TO IDF-RIF-BENEF-COL
           MOVE NOM-BENEF                  TO NOM-BENEF-COL
           MOVE COD-PAIS-DEST              TO COD-PAIS-DEST-COL
           MOVE CT-EST-PENDIENTE           TO EST-COLA
           MOVE SPACES                     TO MOT-RETENCION
                                              ACC-SOLICITADA
                                              COD-USUARIO-SOLICITA
                                              FEC-ENVIADO-COL
           MOVE WS-FEC-HOY                 TO FEC-GENERADO-COL
      *
           EXEC SQL
               INSERT INTO V1DT132
                   (NUM_INSTRUCCION,
                    NUM_REF,
                    COD_DIV,
                    IMP_INSTRUIDO,
                    BIC_CORRESPONSAL,
                    IDF_RIF_BENEF,
                    NOM_BENEF,
                    COD_PAIS_DEST,
                    EST_COLA,
                    MOT_RETENCION,
                    ACC_SOLICITADA,
                    COD_USUARIO_SOLICITA,
                    FEC_GENERADO,
                    FEC_ENVIADO)
               VALUES
                   (:NUM-INSTRUCCION-COL,
                    :NUM-REF-COL,
                    :COD-DIV-COL,
                    :IMP-INSTRUIDO-COL,
                    :BIC-CORRESPONSAL-COL,
                    :IDF-RIF-BENEF-COL,
                    :NOM-BENEF-COL,
                    :COD-PAIS-DEST-COL,
                    :EST-COLA,
                    :MOT-RETENCION,
                    :ACC-SOLICITADA,
                    :COD-USUARIO-SOLICITA,
                    :FEC-GENERADO-COL,
                    :FEC-ENVIADO-COL)
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           MOVE NUM-INSTRUCCION            TO NUM-INSTRUCCION-BIT
           MOVE WS-FEC-HOY                 TO FEC-EVENTO
           MOVE WS-HOR-HOY                 TO HOR-EVENTO
           MOVE CT-EVT-GENERADO            TO TIP-EVENTO
           MOVE CT-PROGRAMA                TO COD-USUARIO-BIT
           MOVE CT-DET-GENERADO            TO TXT-DETALLE-BIT
      *
           EXEC SQL
               INSERT INTO V1DT134
                   (NUM_INSTRUCCION,
                    FEC_EVENTO,
                    HOR_EVENTO,
                    TIP_EVENTO,
                    COD_USUARIO,
                    TXT_DETALLE)
               VALUES
                   (:NUM-INSTRUCCION-BIT,
                    :FEC-EVENTO,
                    :HOR-EVENTO,
                    :TIP-EVENTO,
                    :COD-USUARIO-BIT,
                    :TXT-DETALLE-BIT)
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           MOVE ZEROES                     TO WS-NUM-LINEA
      *
           .
       5400-ENCOLAR-MENSAJE-EXIT.
           EXIT.
      * AD02-F
      ******************************************************************
      *                    5500-ESCRIBIR-MT103                         *
      *  BLOQUES 1 Y 2 CON EL BIC PROPIO Y EL DEL CORRESPONSAL, Y      *
                  DELIMITED BY SIZE
                  INTO WS-LINEA
           END-STRING
      * AD02-I : COLA DE LIBERACION DE MENSAJES SWIFT (V1DT132)
      *    WRITE REG-MENSAJE             FROM WS-LINEA
           PERFORM 5600-GRABAR-LINEA
              THRU 5600-GRABAR-LINEA-EXIT
      * AD02-F
      *
           MOVE SPACES                     TO WS-LINEA
           STRING '{2:I103' BIC-CORRESPONSAL 'N}'
                  DELIMITED BY SIZE
                  INTO WS-LINEA
           END-STRING
      * AD02-I : COLA DE LIBERACION DE MENSAJES SWIFT (V1DT132)
      *    WRITE REG-MENSAJE             FROM WS-LINEA
           PERFORM 5600-GRABAR-LINEA
              THRU 5600-GRABAR-LINEA-EXIT
      * AD02-F
      *
           MOVE '{4:'                      TO WS-LINEA
      * AD02-I : COLA DE LIBERACION DE MENSAJES SWIFT (V1DT132)
      *    WRITE REG-MENSAJE             FROM WS-LINEA
           PERFORM 5600-GRABAR-LINEA
              THRU 5600-GRABAR-LINEA-EXIT
      * AD02-F
      *
           MOVE NUM-INSTRUCCION            TO WS-NUM-INS-ED
           MOVE SPACES                     TO WS-LINEA
                  DELIMITED BY SIZE
                  INTO WS-LINEA
           END-STRING
      * AD02-I : COLA DE LIBERACION DE MENSAJES SWIFT (V1DT132)
      *    WRITE REG-MENSAJE             FROM WS-LINEA
           PERFORM 5600-GRABAR-LINEA
              THRU 5600-GRABAR-LINEA-EXIT
      * AD02-F
      *
           MOVE IMP-INSTRUIDO              TO WS-IMP-ED
           MOVE SPACES                     TO WS-LINEA
                  DELIMITED BY SIZE
                  INTO WS-LINEA
           END-STRING
      * AD02-I : COLA DE LIBERACION DE MENSAJES SWIFT (V1DT132)
      *    WRITE REG-MENSAJE             FROM WS-LINEA
           PERFORM 5600-GRABAR-LINEA
              THRU 5600-GRABAR-LINEA-EXIT
      * AD02-F
      *
           MOVE SPACES                     TO WS-LINEA
           STRING ':50K:/' CTA-PASIVO-CL
                  DELIMITED BY SIZE
                  INTO WS-LINEA
           END-STRING
      * AD02-I : COLA DE LIBERACION DE MENSAJES SWIFT (V1DT132)
      *    WRITE REG-MENSAJE             FROM WS-LINEA
           PERFORM 5600-GRABAR-LINEA
              THRU 5600-GRABAR-LINEA-EXIT
      * AD02-F
      *
           MOVE SPACES                     TO WS-LINEA
           MOVE NOM-RAZON                  TO WS-LINEA
      * AD02-I : COLA DE LIBERACION DE MENSAJES SWIFT (V1DT132)
      *    WRITE REG-MENSAJE             FROM WS-LINEA
           PERFORM 5600-GRABAR-LINEA
              THRU 5600-GRABAR-LINEA-EXIT
      * AD02-F
      *
           MOVE SPACES                     TO WS-LINEA
           STRING ':53B:/' CTA-NOSTRO
                  DELIMITED BY SIZE
                  INTO WS-LINEA
           END-STRING
      * AD02-I : COLA DE LIBERACION DE MENSAJES SWIFT (V1DT132)
      *    WRITE REG-MENSAJE             FROM WS-LINEA
           PERFORM 5600-GRABAR-LINEA
              THRU 5600-GRABAR-LINEA-EXIT
      * AD02-F
      *
           MOVE SPACES                     TO WS-LINEA
           STRING ':57A:' BIC-CORRESPONSAL
                  DELIMITED BY SIZE
                  INTO WS-LINEA
           END-STRING
      * AD02-I : COLA DE LIBERACION DE MENSAJES SWIFT (V1DT132)
      *    WRITE REG-MENSAJE             FROM WS-LINEA
           PERFORM 5600-GRABAR-LINEA
              THRU 5600-GRABAR-LINEA-EXIT
      * AD02-F
      *
           MOVE SPACES                     TO WS-LINEA
           STRING ':59:/' IDF-RIF-BENEF
                  DELIMITED BY SIZE
                  INTO WS-LINEA
           END-STRING
      * AD02-I : COLA DE LIBERACION DE MENSAJES SWIFT (V1DT132)
      *    WRITE REG-MENSAJE             FROM WS-LINEA
           PERFORM 5600-GRABAR-LINEA
              THRU 5600-GRABAR-LINEA-EXIT
      * AD02-F
      *
           MOVE SPACES                     TO WS-LINEA
           MOVE NOM-BENEF                  TO WS-LINEA
      * AD02-I : COLA DE LIBERACION DE MENSAJES SWIFT (V1DT132)
      *    WRITE REG-MENSAJE             FROM WS-LINEA
           PERFORM 5600-GRABAR-LINEA
              THRU 5600-GRABAR-LINEA-EXIT
      * AD02-F
      *
           MOVE SPACES                     TO WS-LINEA
           STRING ':71A:' OPC-GASTOS
                  DELIMITED BY SIZE
                  INTO WS-LINEA
           END-STRING
      * AD02-I : COLA DE LIBERACION DE MENSAJES SWIFT (V1DT132)
      *    WRITE REG-MENSAJE             FROM WS-LINEA
           PERFORM 5600-GRABAR-LINEA
              THRU 5600-GRABAR-LINEA-EXIT
      * AD02-F
      *
           MOVE '-}'                       TO WS-LINEA
      * AD02-I : COLA DE LIBERACION DE MENSAJES SWIFT (V1DT132)
      *    WRITE REG-MENSAJE             FROM WS-LINEA
           PERFORM 5600-GRABAR-LINEA
              THRU 5600-GRABAR-LINEA-EXIT
      * AD02-F
      *
           .
       5500-ESCRIBIR-MT103-EXIT.
           EXIT.
      * AD02-I : COLA DE LIBERACION DE MENSAJES SWIFT (V1DT132)
      ******************************************************************
      *                     5600-GRABAR-LINEA                          *
      *  CADA LINEA DEL MENSAJE SE GUARDA NUMERADA EN V1DT133          *
      ******************************************************************
       5600-GRABAR-LINEA.
      *
           ADD 1                           TO WS-NUM-LINEA
      *
           MOVE NUM-INSTRUCCION            TO NUM-INSTRUCCION-LIN
           MOVE WS-NUM-LINEA               TO NUM-LINEA
           MOVE WS-LINEA                   TO TXT-LINEA
      *
           EXEC SQL
               INSERT INTO V1DT133
                   (NUM_INSTRUCCION,
                    NUM_LINEA,
                    TXT_LINEA)
               VALUES
                   (:NUM-INSTRUCCION-LIN,
                    :NUM-LINEA,
                    :TXT-LINEA)
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       5600-GRABAR-LINEA-EXIT.
           EXIT.
      * AD02-F
      ******************************************************************
      *                  5900-ESCRIBIR-EXCEPCION                       *
      ******************************************************************
      ******************************************************************
       6000-FIN.
      *
      * AD02-I : COLA DE LIBERACION DE MENSAJES SWIFT (V1DT132)
           EXEC SQL
               COMMIT
           END-EXEC
      *
      *    CLOSE ARCH-PARAMETROS
      *          ARCH-MENSAJES
      *          ARCH-EXCEPCIONES
           CLOSE ARCH-PARAMETROS
                 ARCH-EXCEPCIONES
      * AD02-F
      *
           DISPLAY 'V13C02B - INSTRUCCIONES LEIDAS:   '
                   CN-INSTRUCCIONES
      * AD02-I : COLA DE LIBERACION DE MENSAJES SWIFT (V1DT132)
      *    DISPLAY 'V13C02B - MENSAJES GENERADOS:     '
           DISPLAY 'V13C02B - MENSAJES ENCOLADOS:     '
      * AD02-F
                   CN-MENSAJES
           DISPLAY 'V13C02B - EXCEPCIONES:            '
                   CN-EXCEPCIONES
