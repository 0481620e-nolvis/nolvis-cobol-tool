                                                       VALUE ZEROES.
           05  WS-TAS-USD                  PIC S9(07)V9(04) COMP-3
                                                       VALUE ZEROES.
      * AD01-I : BLOQUEO JUDICIAL (V1DT121)
           05  WS-ALC-VENTA                PIC X(01)   VALUE SPACE.
           05  WS-ALC-TRANSF               PIC X(01)   VALUE SPACE.
      * AD01-F
      ******************************************************************
      *                    AREA  DE  SWITCHES                          *
      ******************************************************************
           05  CT-PROGRAMA                 PIC X(08)   VALUE 'V13C18B'.
           05  CT-V19C024                  PIC X(08)   VALUE 'V19C024'.
           05  CT-DIV-DOLAR                PIC X(03)   VALUE '1'.
      *    OFICINA CONTABLE DE LAS ORDENES PERMANENTES
           05  CT-OFI-ORDENES              PIC X(04)   VALUE '0001'.
           05  CT-CONTADOR-ORDENES         PIC X(08)   VALUE 'ORDPERM'.
                               VALUE 'SIN TASA OFICIAL     '.
           05  CT-TXT-SIN-BENEF            PIC X(22)
                               VALUE 'SIN BENEF REGISTRADO '.
      * AD01-I : BLOQUEO JUDICIAL (V1DT121)
           05  CT-TXT-BLOQUEO              PIC X(22)
                               VALUE 'BLOQUEO JUDICIAL     '.
           05  CT-ALC-TODAS                PIC X(01)   VALUE 'A'.
           05  CT-ALC-VENTAS               PIC X(01)   VALUE 'V'.
           05  CT-ALC-TRANSF               PIC X(01)   VALUE 'T'.
           05  CT-IDF-VENTA                PIC X(01)   VALUE 'V'.
           05  CT-PAGO-TRANSF              PIC X(01)   VALUE 'T'.
           05  CT-ORDEN-VIGENTE            PIC X(01)   VALUE 'V'.
      * AD01-F
      ******************************************************************
      *                      AREA DE CONTADORES                        *
      ******************************************************************
           05  CN-PLANTILLAS               PIC 9(07)   VALUE ZEROES.
           05  CN-GENERADAS                PIC 9(07)   VALUE ZEROES.
           05  CN-NO-GENERADAS             PIC 9(07)   VALUE ZEROES.
      * AD01-I : BLOQUEO JUDICIAL (V1DT121)
           05  CN-BLOQUEADAS               PIC 9(07)   VALUE ZEROES.
      * AD01-F
      ******************************************************************
      *                    COPYS UTILIZADAS                            *
      ******************************************************************
           EXEC SQL
               INCLUDE V1GT081
           END-EXEC
      * AD01-I : BLOQUEO JUDICIAL (V1DT121)
      *
           EXEC SQL
               INCLUDE V1GT121
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT122
           END-EXEC
      * AD01-F
      ******************************************************************
      *                        CURSORES
      ******************************************************************
                      COD_DIV,
                      IMP_OPE,
                      IDF_RIF_BENEF,
      * AD02-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
                      COD_ENT_BANCO,
      * AD02-F
                      TIP_PAGO
               FROM V1DT081
               WHERE DIA_MES    = :WS-DIA-HOY
                    :COD-DIV-PLANTILLA,
                    :IMP-PLANTILLA,
                    :IDF-RIF-BENEF-PLA,
      * AD02-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
                    :COD-ENT-PLANTILLA,
      * AD02-F
                    :TIP-PAGO-PLANTILLA
           END-EXEC
      *
      *
           ADD 1                           TO CN-PLANTILLAS
           SET GENERABLE                   TO TRUE
      *
      * AD01-I : BLOQUEO JUDICIAL (V1DT121)
      *    UN ORDENANTE CON ORDEN JUDICIAL VIGENTE QUE ALCANZA LA
      *    PLANTILLA NO GENERA; EL INTENTO QUEDA PARA EL TRIBUNAL
           PERFORM 5050-VALIDAR-BLOQUEO
              THRU 5050-VALIDAR-BLOQUEO-EXIT
      *
           IF  NO-GENERABLE
               ADD 1                       TO CN-BLOQUEADAS
               MOVE CT-TXT-BLOQUEO         TO REP-TEXTO
               PERFORM 5800-REPORTAR-NO-GENERADA
                  THRU 5800-REPORTAR-NO-GENERADA-EXIT
               GO TO 5000-GENERAR-OPERACION-EXIT
           END-IF
      * AD01-F
      *
           PERFORM 5100-BUSCAR-BENEFICIARIO
              THRU 5100-BUSCAR-BENEFICIARIO-EXIT
           .
       5000-GENERAR-OPERACION-EXIT.
           EXIT.
      * AD01-I : BLOQUEO JUDICIAL (V1DT121)
      ******************************************************************
      *                  5050-VALIDAR-BLOQUEO                          *
      *  ORDEN VIGENTE EN V1DT121 DE ALCANCE A (TODAS), V (LA          *
      *  PLANTILLA ES UNA VENTA) O T (SE PAGA POR TRANSFERENCIA).  EL  *
      *  INTENTO SE ANOTA EN V1DT122 SIN NUMERO DE REFERENCIA, QUE NO  *
      *  LLEGA A ACUNARSE                                              *
      ******************************************************************
       5050-VALIDAR-BLOQUEO.
      *
           MOVE NUM-DOC-ORDENANTE          TO NUM-DOC-BLOQUEO
           MOVE SPACES                     TO WS-ALC-VENTA
                                              WS-ALC-TRANSF
      *
           IF  IDF-CMP-VTA-PLA EQUAL CT-IDF-VENTA
               MOVE CT-ALC-VENTAS          TO WS-ALC-VENTA
           END-IF
      *
           IF  TIP-PAGO-PLANTILLA EQUAL CT-PAGO-TRANSF
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
               GO TO 5050-VALIDAR-BLOQUEO-EXIT
           END-IF
      *
           SET NO-GENERABLE                TO TRUE
      *
           MOVE NUM-ORDEN-JUD              TO NUM-ORDEN-INT
           MOVE WS-FEC-HOY                 TO FEC-INTENTO-JUD
           MOVE FUNCTION CURRENT-DATE(9:6) TO HOR-INTENTO-JUD
           MOVE CT-PROGRAMA                TO COD-PROGRAMA-INT
           MOVE NUM-DOC-ORDENANTE          TO NUM-DOC-INTENTO
           MOVE SPACES                     TO COD-USUARIO-INT
           MOVE ZEROES                     TO NUM-REF-INTENTO
           MOVE IDF-CMP-VTA-PLA            TO IDF-CMP-VTA-INT
           MOVE TIP-PAGO-PLANTILLA         TO TIP-PAGO-INT
           MOVE COD-DIV-PLANTILLA          TO COD-DIV-INT
           MOVE IMP-PLANTILLA              TO IMP-INTENTO
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
       5050-VALIDAR-BLOQUEO-EXIT.
           EXIT.
      * AD01-F
      ******************************************************************
      *                 5100-BUSCAR-BENEFICIARIO                       *
      ******************************************************************
           MOVE FUNCTION CURRENT-DATE(9:6) TO HOR-OPE
           MOVE WS-FECHA-VALOR             TO FEC-VALOR
           MOVE CT-OFI-ORDENES             TO COD-OPE-BANCO
      * AD02-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
      *    LA OPERACION QUEDA EN LA ENTIDAD QUE CAPTO LA PLANTILLA
           MOVE COD-ENT-PLANTILLA          TO COD-ENT-BANCO
      * AD02-F
           MOVE COD-DIV-PLANTILLA          TO COD-DIV-OPE
           MOVE '1'                        TO TIP-OPE
           MOVE '1'                        TO IND-TIP-OPE
                   CN-GENERADAS
           DISPLAY 'V13C18B - NO GENERADAS:           '
                   CN-NO-GENERADAS
      * AD01-I : BLOQUEO JUDICIAL (V1DT121)
           DISPLAY 'V13C18B - POR BLOQUEO JUDICIAL:   '
                   CN-BLOQUEADAS
      * AD01-F
      *
           SET W924-88-FIN                 TO TRUE
           MOVE CN-PLANTILLAS              TO W924-CANT-LEIDOS
