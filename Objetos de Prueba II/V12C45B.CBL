      * AD06-I : DECIMALES POR DIVISA (BKAB0003)
           05  WS-DECIMALES                PIC 9(01)   VALUE 2.
      * AD06-F
      * AD09-I : BLOQUEO JUDICIAL (V1DT121)
           05  WS-ALC-VENTA                PIC X(01)   VALUE SPACE.
           05  WS-ALC-TRANSF               PIC X(01)   VALUE SPACE.
      * AD09-F
      * AD10-I : OPERACIONES CRUZADAS ENTRE DOS DIVISAS
           05  WS-DEC-CONTRA               PIC 9(01)   VALUE 2.
           05  WS-IMP-CONTRA-ENT           PIC S9(15)  COMP-3
                                                       VALUE ZEROES.
      * AD10-F
      ******************************************************************
      *                    AREA  DE  SWITCHES                          *
      ******************************************************************
           05  SW-FECHA-BUENA              PIC X(01)   VALUE 'S'.
               88  FECHA-BUENA                         VALUE 'S'.
               88  FECHA-ERRADA                        VALUE 'N'.
      * AD08-I : REVISION PERIODICA KYC (V1DT112)
           05  SW-KYC-VENCIDA              PIC X(01)   VALUE 'N'.
               88  KYC-VENCIDA-AVISO                   VALUE 'S'.
               88  KYC-AL-DIA                          VALUE 'N'.
      * AD08-F
      ******************************************************************
      *                        AREA DE CONTANTES                       *
      ******************************************************************
      * AD06-I : DECIMALES POR DIVISA (BKAB0003)
           05  CT-ERR-DECIMALES            PIC X(04)   VALUE 'DEC '.
      * AD06-F
      * AD08-I : REVISION PERIODICA KYC (V1DT112)
           05  CT-ERR-KYC                  PIC X(04)   VALUE 'KYC '.
           05  CT-KYC-BLOQUEA              PIC X(01)   VALUE 'S'.
      * AD08-F
      * AD09-I : BLOQUEO JUDICIAL (V1DT121)
           05  CT-ERR-BLOQUEO              PIC X(04)   VALUE 'JUD '.
           05  CT-ALC-TODAS                PIC X(01)   VALUE 'A'.
           05  CT-ALC-VENTAS               PIC X(01)   VALUE 'V'.
           05  CT-ALC-TRANSF               PIC X(01)   VALUE 'T'.
           05  CT-IDF-VENTA                PIC X(01)   VALUE 'V'.
           05  CT-PAGO-TRANSF              PIC X(01)   VALUE 'T'.
           05  CT-ORDEN-VIGENTE            PIC X(01)   VALUE 'V'.
      * AD09-F
      * AD10-I : OPERACIONES CRUZADAS ENTRE DOS DIVISAS
           05  CT-ERR-DIVISA-CONTRA        PIC X(04)   VALUE 'DIV2'.
           05  CT-ERR-TASA-CRUZADA         PIC X(04)   VALUE 'TCRU'.
           05  CT-TIP-CRUZADA              PIC X(01)   VALUE '9'.
      * AD10-F
      * AD05-I : REGISTRO DE ARCHIVOS DE ALIMENTACION (V1DT076)
           05  CT-V19C076                  PIC X(08)   VALUE 'V19C076'.
           05  CT-FEED-OPERACIONES         PIC X(08)   VALUE 'OPERACIO'.
           05  CT-HDR-MARCA                PIC X(03)   VALUE 'HDR'.
      * AD05-F
      * AD11-I : EVENTOS DEL CICLO DE VIDA DE LA OPERACION (V1DT177)
           05  CT-V19C069                  PIC X(08)   VALUE 'V19C069'.
      * AD11-F
      ******************************************************************
      *                      AREA DE CONTADORES                        *
      ******************************************************************
           05  CN-REGISTROS-LEIDOS         PIC 9(07)   VALUE ZEROES.
           05  CN-REGISTROS-INSERTADOS     PIC 9(07)   VALUE ZEROES.
           05  CN-REGISTROS-RECHAZADOS     PIC 9(07)   VALUE ZEROES.
      * AD08-I : REVISION PERIODICA KYC (V1DT112)
           05  CN-AVISOS-KYC               PIC 9(07)   VALUE ZEROES.
      * AD08-F
      * AD09-I : BLOQUEO JUDICIAL (V1DT121)
           05  CN-BLOQUEOS-JUDICIALES      PIC 9(07)   VALUE ZEROES.
      * AD09-F
      ******************************************************************
      *                    COPYS UTILIZADAS                            *
      ******************************************************************
      *  COPY DE LA RUTINA V19C076 (REGISTRO DE ARCHIVOS)
           COPY V1WC976.
      * AD05-F
      * AD11-I : EVENTOS DEL CICLO DE VIDA DE LA OPERACION (V1DT177)
      *  COPY DE LA RUTINA V19C069 (EVENTOS DEL CICLO DE VIDA)
           COPY V1WC969.
      * AD11-F
      ******************************************************************
      *                    AREA DE INCLUDES                            *
      ******************************************************************
               INCLUDE V1GT087
           END-EXEC
      * AD07-F
      * AD08-I : REVISION PERIODICA KYC (V1DT112)
      *
           EXEC SQL
               INCLUDE V1GT111
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT112
           END-EXEC
      * AD08-F
      * AD09-I : BLOQUEO JUDICIAL (V1DT121)
      *
           EXEC SQL
               INCLUDE V1GT121
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT122
           END-EXEC
      * AD09-F
      *
           EXEC SQL
               INCLUDE V1GT013
      *
           SET REGISTRO-BUENO              TO TRUE
           MOVE SPACES                     TO WS-COD-ERROR
      * AD08-I : REVISION PERIODICA KYC (V1DT112)
           SET KYC-AL-DIA                  TO TRUE
      * AD08-F
      *
           PERFORM 5100-VALIDAR-REGISTRO
              THRU 5100-VALIDAR-REGISTRO-EXIT
               PERFORM 5500-INSERTAR-OPERACION
                  THRU 5500-INSERTAR-OPERACION-EXIT
           END-IF
      *
      * AD08-I : REVISION PERIODICA KYC (V1DT112)
           IF  REGISTRO-BUENO
           AND KYC-VENCIDA-AVISO
               ADD 1                       TO CN-AVISOS-KYC
           END-IF
      * AD08-F
      *
           IF  REGISTRO-RECHAZADO
               PERFORM 5600-RECHAZAR-REGISTRO
           IF  REGISTRO-RECHAZADO
               GO TO 5100-VALIDAR-REGISTRO-EXIT
           END-IF
      *
      * AD10-I : OPERACIONES CRUZADAS ENTRE DOS DIVISAS
           PERFORM 5260-VALIDAR-CRUZADA
              THRU 5260-VALIDAR-CRUZADA-EXIT
           IF  REGISTRO-RECHAZADO
               GO TO 5100-VALIDAR-REGISTRO-EXIT
           END-IF
      * AD10-F
      *
           PERFORM 5300-VALIDAR-PAISES
              THRU 5300-VALIDAR-PAISES-EXIT
           PERFORM 5380-VALIDAR-ANO-FISCAL
              THRU 5380-VALIDAR-ANO-FISCAL-EXIT
      * AD04-F
      * AD08-I : REVISION PERIODICA KYC (V1DT112)
           IF  REGISTRO-RECHAZADO
               GO TO 5100-VALIDAR-REGISTRO-EXIT
           END-IF
      *
           PERFORM 5390-VALIDAR-KYC
              THRU 5390-VALIDAR-KYC-EXIT
      * AD08-F
      * AD09-I : BLOQUEO JUDICIAL (V1DT121)
           IF  REGISTRO-RECHAZADO
               GO TO 5100-VALIDAR-REGISTRO-EXIT
           END-IF
      *
           PERFORM 5395-VALIDAR-BLOQUEO
              THRU 5395-VALIDAR-BLOQUEO-EXIT
      * AD09-F
      *
           .
       5100-VALIDAR-REGISTRO-EXIT.
           .
       5250-VALIDAR-DIVISA-EXIT.
           EXIT.
      * AD10-I : OPERACIONES CRUZADAS ENTRE DOS DIVISAS
      ******************************************************************
      *                     5260-VALIDAR-CRUZADA                       *
      *  CON SEGUNDA DIVISA EL REGISTRO ES UNA OPERACION CRUZADA: LA   *
      *  DIVISA DEBE EXISTIR EN BKAB0003 Y SER DISTINTA DE LA PRIMERA, *
      *  Y LA TASA CRUZADA DEBE SER NUMERICA Y MAYOR QUE CERO.  UN     *
      *  TIPO '9' SIN SEGUNDA DIVISA ES UN REGISTRO MAL ARMADO         *
      ******************************************************************
       5260-VALIDAR-CRUZADA.
      *
           MOVE 2                          TO WS-DEC-CONTRA
      *
           IF  FEE-COD-DIV-CONTRA EQUAL SPACES OR LOW-VALUES
               IF  FEE-TIP-OPE EQUAL CT-TIP-CRUZADA
                   MOVE CT-ERR-DIVISA-CONTRA
                                           TO WS-COD-ERROR
                   SET REGISTRO-RECHAZADO  TO TRUE
               END-IF
               GO TO 5260-VALIDAR-CRUZADA-EXIT
           END-IF
      *
           IF  FEE-COD-DIV-CONTRA EQUAL FEE-COD-DIV-OPE
               MOVE CT-ERR-DIVISA-CONTRA   TO WS-COD-ERROR
               SET REGISTRO-RECHAZADO      TO TRUE
               GO TO 5260-VALIDAR-CRUZADA-EXIT
           END-IF
      *
           MOVE FEE-COD-DIV-CONTRA         TO CTBCDT03
      *
           EXEC SQL
               SELECT CTBCOD03,
                      CTBDEC03
               INTO :CTBCOD03,
                    :CTBDEC03
               FROM BKAB0003_BASE
               WHERE CTBNDT03 = :CT-TAB-SWIFT AND
                     CTBCDT03 = :CTBCDT03
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN ZEROS
               WHEN -811
                   MOVE CTBDEC03           TO WS-DEC-CONTRA

               WHEN +100
                   MOVE CT-ERR-DIVISA-CONTRA
                                           TO WS-COD-ERROR
                   SET REGISTRO-RECHAZADO  TO TRUE
                   GO TO 5260-VALIDAR-CRUZADA-EXIT

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           IF  FEE-TAS-CRUZADA-R NOT NUMERIC
            OR FEE-TAS-CRUZADA-R EQUAL ZEROES
               MOVE CT-ERR-TASA-CRUZADA    TO WS-COD-ERROR
               SET REGISTRO-RECHAZADO      TO TRUE
           END-IF
      *
           .
       5260-VALIDAR-CRUZADA-EXIT.
           EXIT.
      * AD10-F
      ******************************************************************
      *                     5300-VALIDAR-PAISES                        *
      ******************************************************************
       5380-VALIDAR-ANO-FISCAL-EXIT.
           EXIT.
      * AD04-F
      * AD08-I : REVISION PERIODICA KYC (V1DT112)
      ******************************************************************
      *                    5390-VALIDAR-KYC                            *
      *  CLIENTE CON LA REVISION KYC VENCIDA MAS ALLA DE LA GRACIA     *
      *  (FEC_LIMITE DE V1DT112): SI LA POLITICA DE SU CATEGORIA       *
      *  (V1DT111) BLOQUEA SE RECHAZA; SI NO, SE CARGA Y SE CUENTA     *
      *  PARA EL AVISO DEL FINAL DE LA CARGA                           *
      ******************************************************************
       5390-VALIDAR-KYC.
      *
           MOVE FEE-NUM-DOC-PERSONA        TO NUM-DOC-KYC
      *
           EXEC SQL
               SELECT P.IND_BLOQUEO
               INTO  :IND-BLOQUEO-KYC
               FROM V1DT112 C,
                    V1DT111 P
               WHERE C.NUM_DOC_PERSONA = :NUM-DOC-KYC
                 AND C.FEC_LIMITE      < :WS-FEC-HOY
                 AND P.COD_CATEGORIA   = C.COD_CATEGORIA
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   IF  IND-BLOQUEO-KYC EQUAL CT-KYC-BLOQUEA
                       MOVE CT-ERR-KYC     TO WS-COD-ERROR
                       SET REGISTRO-RECHAZADO
                                           TO TRUE
                   ELSE
                       SET KYC-VENCIDA-AVISO
                                           TO TRUE
                   END-IF

               WHEN DB2-NOTFND
                   CONTINUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
       5390-VALIDAR-KYC-EXIT.
           EXIT.
      * AD08-F
      * AD09-I : BLOQUEO JUDICIAL (V1DT121)
      ******************************************************************
      *                  5395-VALIDAR-BLOQUEO                          *
      *  CLIENTE CON UNA ORDEN JUDICIAL VIGENTE (V1DT121) QUE ALCANZA  *
      *  LA OPERACION: A TODAS, V SOLO VENTAS, T SOLO PAGOS POR        *
      *  TRANSFERENCIA.  SE RECHAZA Y EL INTENTO QUEDA EN V1DT122      *
      ******************************************************************
       5395-VALIDAR-BLOQUEO.
      *
           MOVE FEE-NUM-DOC-PERSONA        TO NUM-DOC-BLOQUEO
           MOVE SPACES                     TO WS-ALC-VENTA
                                              WS-ALC-TRANSF
      *
           IF  FEE-IDF-CMP-VTA EQUAL CT-IDF-VENTA
               MOVE CT-ALC-VENTAS          TO WS-ALC-VENTA
           END-IF
      *
           IF  FEE-TIP-PAGO EQUAL CT-PAGO-TRANSF
               MOVE CT-ALC-TRANSF          TO WS-ALC-TRANSF
           END-IF
      *
           EXEC SQL
               SELECT VALUE(MIN(NUM_ORDEN), 0)
               INTO  :NUM-ORDEN-JUD
               FROM V1DT121
               WHERE NUM_DOC_PERSONA = :NUM-DOC-BLOQUEO
                 AND EST_ORDEN       = :CT-ORDEN-VIGENTE
                 AND FEC_DESDE      <= :WS-FEC-HOY
                 AND (FEC_HASTA      = ' '
                  OR  FEC_HASTA     >= :WS-FEC-HOY)
                 AND COD_ALCANCE    IN (:CT-ALC-TODAS,
                                        :WS-ALC-VENTA,
                                        :WS-ALC-TRANSF)
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  NUM-ORDEN-JUD EQUAL ZEROES
               GO TO 5395-VALIDAR-BLOQUEO-EXIT
           END-IF
      *
           MOVE CT-ERR-BLOQUEO             TO WS-COD-ERROR
           SET REGISTRO-RECHAZADO          TO TRUE
           ADD 1                           TO CN-BLOQUEOS-JUDICIALES
      *
           MOVE NUM-ORDEN-JUD              TO NUM-ORDEN-INT
           MOVE WS-FEC-HOY                 TO FEC-INTENTO-JUD
           MOVE FUNCTION CURRENT-DATE(9:6) TO HOR-INTENTO-JUD
           MOVE CT-PROGRAMA                TO COD-PROGRAMA-INT
           MOVE FEE-NUM-DOC-PERSONA        TO NUM-DOC-INTENTO
           MOVE SPACES                     TO COD-USUARIO-INT
           MOVE FEE-NUM-REF-R              TO NUM-REF-INTENTO
           MOVE FEE-IDF-CMP-VTA            TO IDF-CMP-VTA-INT
           MOVE FEE-TIP-PAGO               TO TIP-PAGO-INT
           MOVE FEE-COD-DIV-OPE            TO COD-DIV-INT
           MOVE FEE-IMP-OPE-R              TO IMP-INTENTO
      *
           EXEC SQL
               INSERT INTO V1DT122
                   (NUM_ORDEN,
                    FEC_INTENTO,
                    HOR_INTENTO,
                    COD_PROGRAMA,
                    NUM_DOC_PERSONA,
                    COD_USUARIO,
                    NUM_REF,
                    IDF_CMP_VTA,
                    TIP_PAGO,
                    COD_DIV_OPE,
                    IMP_OPE,
                    FEC_INFORMADO)
               VALUES
                   (:NUM-ORDEN-INT,
                    :FEC-INTENTO-JUD,
                    :HOR-INTENTO-JUD,
                    :COD-PROGRAMA-INT,
                    :NUM-DOC-INTENTO,
                    :COD-USUARIO-INT,
                    :NUM-REF-INTENTO,
                    :IDF-CMP-VTA-INT,
                    :TIP-PAGO-INT,
                    :COD-DIV-INT,
                    :IMP-INTENTO,
                    ' ')
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       5395-VALIDAR-BLOQUEO-EXIT.
           EXIT.
      * AD09-F
      ******************************************************************
      *                  5500-INSERTAR-OPERACION                       *
      ******************************************************************
      *    LO CAPTADO POR ESTA VIA ES SIEMPRE OPERACION DE CLIENTE
           MOVE 'C'                        TO CLA-CONTRAPARTE
      * AD03-F
      * AD10-I : OPERACIONES CRUZADAS ENTRE DOS DIVISAS
      *    LA SEGUNDA PATA SE CALCULA CON LA TASA CRUZADA; SUS TASAS
      *    SALEN DE LAS DE LA PRIMERA PARA QUE AMBAS PATAS VALGAN LO
      *    MISMO EN BOLIVARES
           MOVE SPACES                     TO COD-DIV-CONTRA
           MOVE ZEROES                     TO IMP-CONTRA
                                              TAS-CRUZADA
                                              TAS-BOLIVAR-CONTRA
                                              TAS-DOLAR-CONTRA
           IF  FEE-COD-DIV-CONTRA NOT EQUAL SPACES
           AND FEE-COD-DIV-CONTRA NOT EQUAL LOW-VALUES
               MOVE CT-TIP-CRUZADA         TO TIP-OPE
               MOVE FEE-COD-DIV-CONTRA     TO COD-DIV-CONTRA
               MOVE FEE-TAS-CRUZADA-R      TO TAS-CRUZADA
               IF  WS-DEC-CONTRA EQUAL ZEROES
                   COMPUTE WS-IMP-CONTRA-ENT ROUNDED =
                           IMP-OPE * TAS-CRUZADA
                   MOVE WS-IMP-CONTRA-ENT  TO IMP-CONTRA
               ELSE
                   COMPUTE IMP-CONTRA ROUNDED =
                           IMP-OPE * TAS-CRUZADA
               END-IF
               COMPUTE TAS-BOLIVAR-CONTRA ROUNDED =
                       TAS-BOLIVAR / TAS-CRUZADA
               COMPUTE TAS-DOLAR-CONTRA ROUNDED =
                       TAS-DOLAR / TAS-CRUZADA
           END-IF
      * AD10-F
      *
           EXEC SQL
               INSERT INTO V1DT001
                    TAS_DOLAR,
                    TIP_PAGO,
                    IDF_SEGURID,
      * AD10-I : OPERACIONES CRUZADAS ENTRE DOS DIVISAS
                    COD_DIV_CONTRA,
                    IMP_CONTRA,
                    TAS_CRUZADA,
                    TAS_BOLIVAR_CONTRA,
                    TAS_DOLAR_CONTRA,
      * AD10-F
                    CLA_CONTRAPARTE)
               VALUES
                   (:DCLV1DT001.NUM-REF,
                    :DCLV1DT001.TAS-DOLAR,
                    :DCLV1DT001.TIP-PAGO,
                    :DCLV1DT001.IDF-SEGURID,
      * AD10-I : OPERACIONES CRUZADAS ENTRE DOS DIVISAS
                    :DCLV1DT001.COD-DIV-CONTRA,
                    :DCLV1DT001.IMP-CONTRA,
                    :DCLV1DT001.TAS-CRUZADA,
                    :DCLV1DT001.TAS-BOLIVAR-CONTRA,
                    :DCLV1DT001.TAS-DOLAR-CONTRA,
      * AD10-F
                    :DCLV1DT001.CLA-CONTRAPARTE)
           END-EXEC
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   ADD 1                   TO CN-REGISTROS-INSERTADOS
      * AD11-I : EVENTOS DEL CICLO DE VIDA DE LA OPERACION (V1DT177)
                   PERFORM 5550-REGISTRAR-EVENTO
                      THRU 5550-REGISTRAR-EVENTO-EXIT
      * AD11-F

               WHEN DB2-DUPREC
                   MOVE CT-ERR-DUPLICADO   TO WS-COD-ERROR
           .
       5500-INSERTAR-OPERACION-EXIT.
           EXIT.
      * AD11-I : EVENTOS DEL CICLO DE VIDA DE LA OPERACION (V1DT177)
      ******************************************************************
      *                   5550-REGISTRAR-EVENTO                        *
      *  EL EVENTO DE ALTA SE COMPROMETE JUNTO CON LA OPERACION        *
      ******************************************************************
       5550-REGISTRAR-EVENTO.
      *
           INITIALIZE V1WC969
           SET W969-88-ALTA                TO TRUE
           MOVE NUM-REF OF DCLV1DT001      TO W969-NUM-REF
           MOVE CT-PROGRAMA                TO W969-PROGRAMA
           MOVE SPACES                     TO W969-USUARIO
           MOVE COD-DIV-OPE OF DCLV1DT001  TO W969-COD-DIV
           MOVE IMP-OPE OF DCLV1DT001      TO W969-IMP-OPE
           MOVE IDF-CMP-VTA OF DCLV1DT001  TO W969-IDF-CMP-VTA
           MOVE COD-CPT-CMP-VTA OF DCLV1DT001
                                           TO W969-DETALLE
           CALL CT-V19C069 USING V1WC969
      *
           IF  W969-88-ERROR-DB2
               MOVE W969-SQLCODE           TO SQLCODE
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       5550-REGISTRAR-EVENTO-EXIT.
           EXIT.
      * AD11-F
      ******************************************************************
      *                   5600-RECHAZAR-REGISTRO                       *
      ******************************************************************
           END-IF
           .
      * AD01-F
      * AD08-I : REVISION PERIODICA KYC (V1DT112)
           DISPLAY 'V12C45B - CARGADAS CON KYC VENCIDO:'
                   CN-AVISOS-KYC
      *
           IF  CN-AVISOS-KYC GREATER THAN ZEROES
               INITIALIZE V1WC925
               MOVE CT-PROGRAMA            TO W925-PROGRAMA
               MOVE 'A'                    TO W925-SEVERIDAD
               MOVE 'OPERACIONES CARGADAS DE CLIENTES CON KYC VENCIDO'
                                           TO W925-TEXTO
               CALL CT-V19C025 USING V1WC925
           END-IF
           .
      * AD08-F
      * AD09-I : BLOQUEO JUDICIAL (V1DT121)
           DISPLAY 'V12C45B - RECHAZADAS POR BLOQUEO JUDICIAL:'
                   CN-BLOQUEOS-JUDICIALES
      *
           IF  CN-BLOQUEOS-JUDICIALES GREATER THAN ZEROES
               INITIALIZE V1WC925
               MOVE CT-PROGRAMA            TO W925-PROGRAMA
               MOVE 'A'                    TO W925-SEVERIDAD
               MOVE 'OPERACIONES RECHAZADAS POR BLOQUEO JUDICIAL'
                                           TO W925-TEXTO
               CALL CT-V19C025 USING V1WC925
           END-IF
           .
      * AD09-F
      *
       6000-FIN-EXIT.
           EXIT.
