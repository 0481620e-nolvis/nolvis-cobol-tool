      *  EXTRAIDAS ANTES (V1DT020), GENERA EL ARCHIVO DE               *
      *  INSTRUCCIONES CON LOS DATOS QUE HOY SE RETECLEAN A MANO Y     *
      *  DEJA CADA OPERACION REGISTRADA EN V1DT020 PARA QUE JAMAS      *
      *  VIAJE DOS VECES.  NO SE EXTRAEN LAS CAPTURAS MANUALES QUE     *
      *  SIGUEN PENDIENTES DE DOBLE CAPTURA (V1DT172)                  *
      *  AD03: UNA OPERACION CON TRAMOS DE LIQUIDACION (V1DT180) SE    *
      *  EMITE COMO UNA INSTRUCCION POR TRAMO, CON EL MONTO, LA FECHA  *
      *  VALOR Y EL BENEFICIARIO DEL TRAMO, Y CADA UNA SE REGISTRA EN  *
      *  V1DT020 CON SU NUM_TRAMO.  SI LOS TRAMOS NO SUMAN IMP_OPE LA  *
      *  OPERACION NO SE EXTRAE, SE LISTA EN EL LOG Y EL PROCESO       *
      *  TERMINA CON RC 04                                             *
      ******************************************************************
      *                                                                *
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
           05  INS-COD-PAIS-DEST           PIC X(03).
           05  INS-CTA-PASIVO-CL           PIC X(20).
           05  INS-COD-OPE-BANCO           PIC X(04).
      * AD03-I : LIQUIDACION PARCIAL EN TRAMOS (V1DT180)
      *    05  FILLER                      PIC X(25)   VALUE SPACES.
           05  INS-NUM-TRAMO               PIC 9(03).
           05  FILLER                      PIC X(22)   VALUE SPACES.
      * AD03-F
      ******************************************************************
      *                                                                *
      *         W O R K I N G   S T O R A G E   S E C T I O N          *
           05  WS-TIP-PAGO                 PIC X(01)   VALUE SPACES.
           05  WS-NUM-INSTRUCCION          PIC S9(09)  COMP-3
                                                       VALUE ZEROES.
      * AD03-I : LIQUIDACION PARCIAL EN TRAMOS (V1DT180)
           05  WS-CANT-TRAMOS              PIC S9(04)  COMP
                                                       VALUE ZEROES.
           05  WS-SUMA-TRAMOS              PIC S9(13)V9(02) COMP-3
                                                       VALUE ZEROES.
      * AD03-F
      ******************************************************************
      *                    AREA  DE  SWITCHES                          *
      ******************************************************************
           05  SW-FIN-CURSOR               PIC X(01)   VALUE 'N'.
               88  FIN-CURSOR                          VALUE 'S'.
               88  NO-FIN-CURSOR                       VALUE 'N'.
      * AD03-I : LIQUIDACION PARCIAL EN TRAMOS (V1DT180)
           05  SW-FIN-TRAMOS               PIC X(01)   VALUE 'N'.
               88  FIN-TRAMOS                          VALUE 'S'.
               88  NO-FIN-TRAMOS                       VALUE 'N'.
      * AD03-F
      ******************************************************************
      *                        AREA DE CONTANTES                       *
      ******************************************************************
      *    NIVEL DE AUTORIZACION QUE CIERRA EL JUEGO DE FIRMAS
           05  CT-NIV-FINAL                PIC X(01)   VALUE '3'.
           05  CT-EST-EMITIDA              PIC X(01)   VALUE 'E'.
      * AD01-I : OPERACIONES CRUZADAS ENTRE DOS DIVISAS
           05  CT-TIP-CRUZADA              PIC X(01)   VALUE '9'.
           05  CT-IDF-COMPRA               PIC X(01)   VALUE 'C'.
      * AD01-F
      * AD02-I : DOBLE CAPTURA A CIEGAS (V1DT172)
           05  CT-DOBLE-PENDIENTE          PIC X(01)   VALUE 'P'.
      * AD02-F
      ******************************************************************
      *                      AREA DE CONTADORES                        *
      ******************************************************************
       01  CN-CONTADORES.
           05  CN-OPERACIONES              PIC 9(07)   VALUE ZEROES.
      * AD03-I : LIQUIDACION PARCIAL EN TRAMOS (V1DT180)
           05  CN-DESCUADRADAS             PIC 9(07)   VALUE ZEROES.
      * AD03-F
      ******************************************************************
      *                    COPYS UTILIZADAS                            *
      ******************************************************************
           EXEC SQL
               INCLUDE V1GT020
           END-EXEC
      * AD03-I : LIQUIDACION PARCIAL EN TRAMOS (V1DT180)
      *
           EXEC SQL
               INCLUDE V1GT180
           END-EXEC
      * AD03-F
      ******************************************************************
      *                        CURSORES
      ******************************************************************
                      NOM_BENEF,
                      COD_PAIS_DEST,
                      CTA_PASIVO_CL,
      * AD01-I : OPERACIONES CRUZADAS ENTRE DOS DIVISAS
                      TIP_OPE,
                      IDF_CMP_VTA,
                      COD_DIV_CONTRA,
                      IMP_CONTRA,
      * AD01-F
                      COD_OPE_BANCO
               FROM V1DT001 A
               WHERE A.FEC_OPE  = :WS-FEC-PROCESO
                     (SELECT 1
                      FROM V1DT020 C
                      WHERE C.NUM_REF = A.NUM_REF)
      * AD02-I : DOBLE CAPTURA A CIEGAS (V1DT172)
                 AND NOT EXISTS
                     (SELECT 1
                      FROM V1DT172 D
                      WHERE D.NUM_REF = A.NUM_REF
                        AND D.EST_DOBLE_CAPTURA = :CT-DOBLE-PENDIENTE)
      * AD02-F
               ORDER BY A.NUM_REF
           END-EXEC
      * AD03-I : LIQUIDACION PARCIAL EN TRAMOS (V1DT180)
      *
      *    TRAMOS DE LIQUIDACION DE LA OPERACION
      *
           EXEC SQL
               DECLARE V12C53B-V1DC0532
               CURSOR FOR
               SELECT NUM_TRAMO,
                      IMP_TRAMO,
                      FEC_VALOR,
                      IDF_RIF_BENEF,
                      NOM_BENEF,
                      COD_PAIS_DEST
               FROM V1DT180
               WHERE NUM_REF = :NUM-REF-TRAMO
               ORDER BY NUM_TRAMO
           END-EXEC
      * AD03-F
      ******************************************************************
      *                                                                *
      *           P R O C E D U R E      D I V I S I O N               *
           MOVE PAR-TIP-PAGO               TO WS-TIP-PAGO
      *
           MOVE ZEROES                     TO CN-OPERACIONES
      * AD03-I : LIQUIDACION PARCIAL EN TRAMOS (V1DT180)
                                              CN-DESCUADRADAS
      * AD03-F
      *
           EXEC SQL
               SELECT VALUE(MAX(NUM_INSTRUCCION), 0)
                    :DCLV1DT001.NOM-BENEF,
                    :DCLV1DT001.COD-PAIS-DEST,
                    :DCLV1DT001.CTA-PASIVO-CL,
      * AD01-I : OPERACIONES CRUZADAS ENTRE DOS DIVISAS
                    :DCLV1DT001.TIP-OPE,
                    :DCLV1DT001.IDF-CMP-VTA,
                    :DCLV1DT001.COD-DIV-CONTRA,
                    :DCLV1DT001.IMP-CONTRA,
      * AD01-F
                    :DCLV1DT001.COD-OPE-BANCO
           END-EXEC
      *
      *                  5000-EMITIR-INSTRUCCION                       *
      ******************************************************************
       5000-EMITIR-INSTRUCCION.
      *
      * AD03-I : LIQUIDACION PARCIAL EN TRAMOS (V1DT180)
           PERFORM 5100-CONTAR-TRAMOS
              THRU 5100-CONTAR-TRAMOS-EXIT
      *
           IF  WS-CANT-TRAMOS GREATER ZEROES
               PERFORM 5200-EMITIR-TRAMOS
                  THRU 5200-EMITIR-TRAMOS-EXIT
               GO TO 5000-EMITIR-INSTRUCCION-EXIT
           END-IF
      * AD03-F
      *
           ADD 1                           TO CN-OPERACIONES
           ADD 1                           TO WS-NUM-INSTRUCCION
           MOVE COD-PAIS-DEST              TO INS-COD-PAIS-DEST
           MOVE CTA-PASIVO-CL              TO INS-CTA-PASIVO-CL
           MOVE COD-OPE-BANCO              TO INS-COD-OPE-BANCO
      * AD03-I : LIQUIDACION PARCIAL EN TRAMOS (V1DT180)
           MOVE ZEROES                     TO INS-NUM-TRAMO
      * AD03-F
      * AD01-I : OPERACIONES CRUZADAS ENTRE DOS DIVISAS
      *    EN UNA COMPRA CRUZADA EL BANCO RECIBE COD_DIV_OPE Y LO QUE
      *    TRANSFIERE ES LA SEGUNDA PATA: SE INSTRUYE COD_DIV_CONTRA
      *    POR IMP_CONTRA
           IF  TIP-OPE EQUAL CT-TIP-CRUZADA
           AND IDF-CMP-VTA EQUAL CT-IDF-COMPRA
               MOVE COD-DIV-CONTRA         TO INS-COD-DIV-OPE
               MOVE IMP-CONTRA             TO INS-IMP-OPE
           END-IF
      * AD01-F
      *
           WRITE REG-INSTRUCCION
      *
           MOVE FUNCTION CURRENT-DATE(1:8) TO FEC-EXTRAIDO
           MOVE CT-EST-EMITIDA             TO EST-LIQUIDACION
           MOVE SPACES                     TO FEC-LIQUIDACION
      * AD01-I : OPERACIONES CRUZADAS ENTRE DOS DIVISAS
      *    MOVE IMP-OPE                    TO IMP-INSTRUIDO
           MOVE INS-IMP-OPE                TO IMP-INSTRUIDO
      * AD01-F
      *
           EXEC SQL
               INSERT INTO V1DT020
           .
       5000-EMITIR-INSTRUCCION-EXIT.
           EXIT.
      * AD03-I : LIQUIDACION PARCIAL EN TRAMOS (V1DT180)
      ******************************************************************
      *                    5100-CONTAR-TRAMOS                          *
      ******************************************************************
       5100-CONTAR-TRAMOS.
      *
           MOVE NUM-REF OF DCLV1DT001      TO NUM-REF-TRAMO
           MOVE ZEROES                     TO WS-CANT-TRAMOS
                                              WS-SUMA-TRAMOS
      *
           EXEC SQL
               SELECT COUNT(*),
                      VALUE(SUM(IMP_TRAMO), 0)
               INTO  :WS-CANT-TRAMOS,
                     :WS-SUMA-TRAMOS
               FROM V1DT180
               WHERE NUM_REF = :NUM-REF-TRAMO
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       5100-CONTAR-TRAMOS-EXIT.
           EXIT.
      ******************************************************************
      *                    5200-EMITIR-TRAMOS                          *
      *  UNA INSTRUCCION POR TRAMO.  LOS TRAMOS DEBEN SUMAR            *
      *  EXACTAMENTE EL MONTO DE LA OPERACION: SI NO CUADRAN, LA       *
      *  OPERACION QUEDA SIN EXTRAER HASTA QUE SE CORRIJAN EN V13C95M  *
      ******************************************************************
       5200-EMITIR-TRAMOS.
      *
           IF  WS-SUMA-TRAMOS NOT EQUAL IMP-OPE
               ADD 1                       TO CN-DESCUADRADAS
               MOVE 4                      TO RETURN-CODE
               MOVE NUM-REF OF DCLV1DT001  TO INS-NUM-REF
               DISPLAY 'V12C53B - TRAMOS NO CUADRAN, REF: '
                       INS-NUM-REF
               GO TO 5200-EMITIR-TRAMOS-EXIT
           END-IF
      *
           SET NO-FIN-TRAMOS               TO TRUE
      *
           EXEC SQL
               OPEN V12C53B-V1DC0532
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-TRAMO
             UNTIL FIN-TRAMOS
      *
           EXEC SQL
               CLOSE V12C53B-V1DC0532
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       5200-EMITIR-TRAMOS-EXIT.
           EXIT.
      ******************************************************************
      * LEER-TRAMO
      ******************************************************************
       LEER-TRAMO.
      *
           EXEC SQL
               FETCH V12C53B-V1DC0532
               INTO :NUM-SEC-TRAMO,
                    :IMP-TRAMO,
                    :FEC-VALOR-TRAMO,
                    :IDF-RIF-TRAMO,
                    :NOM-BENEF-TRAMO,
                    :COD-PAIS-TRAMO
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   PERFORM 5300-EMITIR-TRAMO
                      THRU 5300-EMITIR-TRAMO-EXIT

               WHEN DB2-NOTFND
                   SET FIN-TRAMOS          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      *                    5300-EMITIR-TRAMO                           *
      ******************************************************************
       5300-EMITIR-TRAMO.
      *
           ADD 1                           TO CN-OPERACIONES
           ADD 1                           TO WS-NUM-INSTRUCCION
      *
           MOVE WS-NUM-INSTRUCCION         TO INS-NUM-INSTRUCCION
           MOVE NUM-REF OF DCLV1DT001      TO INS-NUM-REF
           MOVE FEC-VALOR-TRAMO            TO INS-FEC-VALOR
           MOVE COD-DIV-OPE                TO INS-COD-DIV-OPE
           MOVE IMP-TRAMO                  TO INS-IMP-OPE
           MOVE IDF-RIF-TRAMO              TO INS-IDF-RIF-BENEF
           MOVE NOM-BENEF-TRAMO            TO INS-NOM-BENEF
           MOVE COD-PAIS-TRAMO             TO INS-COD-PAIS-DEST
           MOVE CTA-PASIVO-CL              TO INS-CTA-PASIVO-CL
           MOVE COD-OPE-BANCO              TO INS-COD-OPE-BANCO
           MOVE NUM-SEC-TRAMO              TO INS-NUM-TRAMO
      *
           WRITE REG-INSTRUCCION
      *
           MOVE NUM-REF OF DCLV1DT001      TO NUM-REF OF DCLV1DT020
           MOVE WS-NUM-INSTRUCCION         TO NUM-INSTRUCCION
           MOVE FUNCTION CURRENT-DATE(1:8) TO FEC-EXTRAIDO
           MOVE CT-EST-EMITIDA             TO EST-LIQUIDACION
           MOVE SPACES                     TO FEC-LIQUIDACION
           MOVE IMP-TRAMO                  TO IMP-INSTRUIDO
           MOVE NUM-SEC-TRAMO              TO NUM-TRAMO
      *
           EXEC SQL
               INSERT INTO V1DT020
                   (NUM_REF,
                    NUM_INSTRUCCION,
                    FEC_EXTRAIDO,
                    EST_LIQUIDACION,
                    FEC_LIQUIDACION,
                    IMP_INSTRUIDO,
                    NUM_TRAMO)
               VALUES
                   (:DCLV1DT020.NUM-REF,
                    :NUM-INSTRUCCION,
                    :FEC-EXTRAIDO,
                    :EST-LIQUIDACION,
                    :FEC-LIQUIDACION,
                    :IMP-INSTRUIDO,
                    :NUM-TRAMO)
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       5300-EMITIR-TRAMO-EXIT.
           EXIT.
      * AD03-F
      ******************************************************************
      *                            6000-FIN                            *
      ******************************************************************
      *
           DISPLAY 'V12C53B - INSTRUCCIONES EMITIDAS: '
                   CN-OPERACIONES
      * AD03-I : LIQUIDACION PARCIAL EN TRAMOS (V1DT180)
           DISPLAY 'V12C53B - TRAMOS SIN CUADRAR:     '
                   CN-DESCUADRADAS
      * AD03-F
      *
           .
       6000-FIN-EXIT.
