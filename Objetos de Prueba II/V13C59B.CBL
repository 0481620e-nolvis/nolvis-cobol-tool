      ******************************************************************
      *                                                                *
      *  PROGRAMA: V13C59B                                             *
      *                                                                *
      *  FECHA CREACION: 15/10/2026                                    *
      *                                                                *
      *  AUTOR: FACTORIA                                               *
      *                                                                *
      *  APLICACION: BPC                                               *
      *                                                                *
      ******************************************************************
      * DOCUMENTACION.                                                 *
      * ------------------                                             *
      * ARCHIVO DE ENTRADA: NINGUNO (TOMA LAS PARTIDAS DE GASTO DE     *
      *  V1DT064 AUN NO CLASIFICADAS)                                  *
      * ------------------                                             *
      * ARCHIVO DE SALIDA: SALGCO (RECLAMOS ABIERTOS A LOS             *
      *  CORRESPONSALES, CON TOTAL POR CORRESPONSAL Y DIVISA)          *
      * ------------------                                             *
      * PROCESO GLOBAL: CONCILIACION DE LOS GASTOS QUE LOS             *
      *  CORRESPONSALES DEBITAN EN NUESTROS NOSTROS, QUE HASTA AHORA   *
      *  QUEDABAN EN UNA CUENTA TRANSITORIA.  CADA PARTIDA DE GASTO    *
      *  DEL EXTRACTO (V1DT064, REFERENCIA = NUMERO DE INSTRUCCION EN  *
      *  LAS POSICIONES 1-9 Y 'CHG' EN LAS 10-12) SE CASA CON SU       *
      *  INSTRUCCION (V1DT020) Y SU OPERACION (V1DT001) Y SE VALIDA:   *
      *  - OPCION OUR DEL RUTEO (V1DT066): EL GASTO ES DEL ORDENANTE;  *
      *    HASTA LA TARIFA PACTADA (V1DT129) SE RECUPERA DEL CLIENTE   *
      *    Y EL EXCESO SE RECLAMA AL CORRESPONSAL;                     *
      *  - OPCION SHA O BEN: EL CORRESPONSAL NO DEBIA DEBITARNOS; SE   *
      *    RECLAMA COMPLETO;                                           *
      *  - SIN INSTRUCCION, SIN RUTEO O SIN TARIFA: SE RECLAMA.        *
      *  LO RECUPERABLE QUEDA PENDIENTE DE COBRO EN V1DT130 Y LO COBRA *
      *  LA CORRIDA DE CARGOS V13C06B, EN DOLARES A LA TASA DE LA      *
      *  OPERACION; LAS INTERBANCARIAS NO SE COBRAN.  EL REPORTE LISTA *
      *  TODOS LOS RECLAMOS ABIERTOS POR CORRESPONSAL                  *
      ******************************************************************
      *                                                                *
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *                                                                *
      *             INFORMACION GENERAL SOBRE EL PROGRAMA              *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   V13C59B.
       AUTHOR.       FACTORIA.
       DATE-WRITTEN. 15/10/2026
       DATE-COMPILED.
      ******************************************************************
      *                                                                *
      *        E N V I R O N M E N T         D I V I S I O N           *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
      *
       CONFIGURATION SECTION.
      *
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT ARCH-REPORTE         ASSIGN TO SALGCO
                                        ORGANIZATION IS SEQUENTIAL.
      ******************************************************************
      *                                                                *
      *                D A T A            D I V I S I O N              *
      *                                                                *
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
      *                                                                *
      *                  F I L E        S E C T I O N                 *
      *                                                                *
      ******************************************************************
       FILE SECTION.
      *
       FD  ARCH-REPORTE
           RECORDING MODE IS F.
      *
       01  REG-REPORTE                     PIC X(132).
      ******************************************************************
      *                                                                *
      *         W O R K I N G   S T O R A G E   S E C T I O N          *
      *                                                                *
      ******************************************************************
       WORKING-STORAGE SECTION.
      ******************************************************************
      *                  AREA DE VARIABLES AUXILIARES                  *
      ******************************************************************
       01  WS-VARIABLES-AUXILIARES.
      *
           05  WS-FEC-HOY                  PIC X(08)   VALUE SPACES.
           05  WS-REF-DIGITOS              PIC X(09)   VALUE SPACES.
           05  WS-REF-DIGITOS-N REDEFINES WS-REF-DIGITOS
                                           PIC 9(09).
      *    CORTE DEL REPORTE DE RECLAMOS
           05  WS-CORRESP-ACTUAL           PIC X(11)   VALUE SPACES.
           05  WS-DIV-ACTUAL               PIC X(03)   VALUE SPACES.
           05  WS-CANT-CORTE               PIC S9(07)  COMP-3
                                                       VALUE ZEROES.
           05  WS-TOT-CORTE                PIC S9(13)V9(02) COMP-3
                                                       VALUE ZEROES.
      ******************************************************************
      *                  LINEAS DEL REPORTE                            *
      ******************************************************************
       01  LN-TITULO.
           05  FILLER                      PIC X(47)
               VALUE 'RECLAMOS DE GASTOS DE CORRESPONSAL ABIERTOS AL '.
           05  LN-TIT-FECHA                PIC X(08).
           05  FILLER                      PIC X(77)   VALUE SPACES.
      *
       01  LN-CORRESPONSAL.
           05  FILLER                      PIC X(14)
                                           VALUE 'CORRESPONSAL: '.
           05  LN-COR-CODIGO               PIC X(11).
           05  FILLER                      PIC X(10)
                                           VALUE '  DIVISA: '.
           05  LN-COR-DIVISA               PIC X(03).
           05  FILLER                      PIC X(94)   VALUE SPACES.
      *
       01  LN-CABECERA.
           05  FILLER                      PIC X(10)   VALUE 'EXTRACTO'.
           05  FILLER                      PIC X(17)
                                           VALUE 'REFERENCIA'.
           05  FILLER                      PIC X(11)
                                           VALUE 'INSTRUCC.'.
           05  FILLER                      PIC X(04)   VALUE 'OPC'.
           05  FILLER                      PIC X(18)
                                           VALUE '           GASTO'.
           05  FILLER                      PIC X(18)
                                           VALUE '          TARIFA'.
           05  FILLER                      PIC X(18)
                                           VALUE '         RECLAMO'.
           05  FILLER                      PIC X(07)   VALUE ' MOTIVO'.
           05  FILLER                      PIC X(29)   VALUE SPACES.
      *
       01  LN-DETALLE.
           05  LN-DET-FECHA                PIC X(08).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-DET-REFERENCIA           PIC X(16).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-DET-INSTRUCCION          PIC Z(08)9.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-DET-OPCION               PIC X(03).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-DET-GASTO                PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  LN-DET-TARIFA               PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  LN-DET-RECLAMO              PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-DET-MOTIVO               PIC X(02).
           05  FILLER                      PIC X(32)   VALUE SPACES.
      *
       01  LN-TOTAL.
           05  FILLER                      PIC X(10)   VALUE SPACES.
           05  FILLER                      PIC X(18)
                                           VALUE 'TOTAL A RECLAMAR ('.
           05  LN-TOT-CANT                 PIC ZZZ.ZZ9.
           05  FILLER                      PIC X(10)
                                           VALUE ' PARTIDAS)'.
           05  FILLER                      PIC X(33)   VALUE SPACES.
           05  LN-TOT-RECLAMO              PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                      PIC X(36)   VALUE SPACES.
      ******************************************************************
      *                    AREA  DE  SWITCHES                          *
      ******************************************************************
       01  SW-SWITCHES.
      *
           05  SW-FIN-CURSOR               PIC X(01)   VALUE 'N'.
               88  FIN-CURSOR                          VALUE 'S'.
               88  NO-FIN-CURSOR                       VALUE 'N'.
      ******************************************************************
      *                        AREA DE CONTANTES                       *
      ******************************************************************
       01  CT-CONTANTES.
      *                                                                *
           05  CT-PROGRAMA                 PIC X(08)   VALUE 'V13C59B'.
           05  CT-V19C024                  PIC X(08)   VALUE 'V19C024'.
           05  CT-MARCA-GASTO              PIC X(03)   VALUE 'CHG'.
           05  CT-DIV-DOLAR                PIC X(03)   VALUE '1'.
           05  CT-CONTRAPARTE-BANCO        PIC X(01)   VALUE 'B'.
           05  CT-OPC-OUR                  PIC X(03)   VALUE 'OUR'.
           05  CT-MOT-OPCION               PIC X(02)   VALUE 'OP'.
           05  CT-MOT-TARIFA               PIC X(02)   VALUE 'TA'.
           05  CT-MOT-SIN-TARIFA           PIC X(02)   VALUE 'ST'.
           05  CT-MOT-SIN-INSTRUC          PIC X(02)   VALUE 'SI'.
           05  CT-MOT-SIN-RUTEO            PIC X(02)   VALUE 'SR'.
           05  CT-RECLAMO-ABIERTO          PIC X(01)   VALUE 'A'.
           05  CT-NO-APLICA                PIC X(01)   VALUE 'N'.
           05  CT-EST-PENDIENTE            PIC X(01)   VALUE 'P'.
      ******************************************************************
      *                      AREA DE CONTADORES                        *
      ******************************************************************
       01  CN-CONTADORES.
           05  CN-PARTIDAS                 PIC 9(07)   VALUE ZEROES.
           05  CN-RECUPERABLES             PIC 9(07)   VALUE ZEROES.
           05  CN-RECLAMOS                 PIC 9(07)   VALUE ZEROES.
           05  CN-INTERBANCARIAS           PIC 9(07)   VALUE ZEROES.
           05  CN-LISTADOS                 PIC 9(07)   VALUE ZEROES.
      ******************************************************************
      *                    COPYS UTILIZADAS                            *
      ******************************************************************
      *  COPY PARA ERRORES DB2
           COPY QCWCL20.
      *  COPY DE LA RUTINA V19C024 (REGISTRO DE CORRIDAS)
           COPY V1WC924.
      ******************************************************************
      *                    AREA DE INCLUDES                            *
      ******************************************************************
           EXEC SQL
               INCLUDE V1GT001
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT064
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT066
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT129
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT130
           END-EXEC
      ******************************************************************
      *                        CURSORES
      ******************************************************************
      *    PARTIDAS DE GASTO DE LOS EXTRACTOS AUN NO CLASIFICADAS
      *
           EXEC SQL
               DECLARE V13C59B-V1DC5911
               CURSOR FOR
               SELECT E.COD_CORRESPONSAL,
                      E.FEC_EXTRACTO,
                      E.REF_EXTRACTO,
                      E.COD_DIV,
                      E.IMP_EXTRACTO
               FROM V1DT064 E
               WHERE SUBSTR(E.REF_EXTRACTO, 10, 3) = :CT-MARCA-GASTO
                 AND NOT EXISTS
                     (SELECT 1
                      FROM V1DT130 G
                      WHERE G.COD_CORRESPONSAL = E.COD_CORRESPONSAL
                        AND G.FEC_EXTRACTO     = E.FEC_EXTRACTO
                        AND G.REF_EXTRACTO     = E.REF_EXTRACTO)
               ORDER BY E.COD_CORRESPONSAL,
                        E.FEC_EXTRACTO,
                        E.REF_EXTRACTO
           END-EXEC
      *
      *    RECLAMOS ABIERTOS POR CORRESPONSAL Y DIVISA
      *
           EXEC SQL
               DECLARE V13C59B-V1DC5912
               CURSOR FOR
               SELECT COD_CORRESPONSAL,
                      COD_DIV,
                      FEC_EXTRACTO,
                      REF_EXTRACTO,
                      NUM_INSTRUCCION,
                      OPC_GASTOS,
                      IMP_GASTO,
                      IMP_TARIFA,
                      IMP_RECLAMO,
                      COD_MOTIVO_RECLAMO
               FROM V1DT130
               WHERE EST_RECLAMO = :CT-RECLAMO-ABIERTO
               ORDER BY COD_CORRESPONSAL,
                        COD_DIV,
                        FEC_EXTRACTO,
                        REF_EXTRACTO
           END-EXEC
      ******************************************************************
      *                                                                *
      *           P R O C E D U R E      D I V I S I O N               *
      *                                                                *
      ******************************************************************
       PROCEDURE DIVISION.
      *
       MAINLINE.
      *
           PERFORM 1000-INICIO
              THRU 1000-INICIO-EXIT
      *
           PERFORM 2000-CLASIFICAR
              THRU 2000-CLASIFICAR-EXIT
      *
           PERFORM 3000-RECLAMOS
              THRU 3000-RECLAMOS-EXIT
      *
           PERFORM 6000-FIN
              THRU 6000-FIN-EXIT
      *
           STOP RUN
           .
      ******************************************************************
      *                         1000-INICIO                            *
      ******************************************************************
       1000-INICIO.
      *
           OPEN OUTPUT ARCH-REPORTE
      *
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FEC-HOY
      *
           MOVE ZEROES                     TO CN-PARTIDAS
                                              CN-RECUPERABLES
                                              CN-RECLAMOS
                                              CN-INTERBANCARIAS
                                              CN-LISTADOS
      *
           INITIALIZE V1WC924
           SET W924-88-INICIO              TO TRUE
           MOVE CT-PROGRAMA                TO W924-PROGRAMA
           MOVE WS-FEC-HOY                 TO W924-FEC-PROCESO
           CALL CT-V19C024 USING V1WC924
      *
           .
       1000-INICIO-EXIT.
           EXIT.
      ******************************************************************
      *                      2000-CLASIFICAR                           *
      ******************************************************************
       2000-CLASIFICAR.
      *
           SET NO-FIN-CURSOR               TO TRUE
      *
           EXEC SQL
               OPEN V13C59B-V1DC5911
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-PARTIDA
             UNTIL FIN-CURSOR
      *
           EXEC SQL
               CLOSE V13C59B-V1DC5911
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
           .
       2000-CLASIFICAR-EXIT.
           EXIT.
      ******************************************************************
      * LEER-PARTIDA
      ******************************************************************
       LEER-PARTIDA.
      *
           EXEC SQL
               FETCH V13C59B-V1DC5911
               INTO :COD-CORRESPONSAL,
                    :FEC-EXTRACTO,
                    :REF-EXTRACTO,
                    :COD-DIV-EXT,
                    :IMP-EXTRACTO
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   PERFORM 2100-CLASIFICAR-GASTO
                      THRU 2100-CLASIFICAR-GASTO-EXIT

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      *                   2100-CLASIFICAR-GASTO                        *
      *  SE PARTE DE RECLAMAR TODO EL GASTO; SOLO UNA INSTRUCCION      *
      *  HALLADA CON OPCION OUR Y TARIFA PACTADA PASA PARTE AL COBRO   *
      ******************************************************************
       2100-CLASIFICAR-GASTO.
      *
           ADD 1                           TO CN-PARTIDAS
      *
           INITIALIZE DCLV1DT130
           MOVE COD-CORRESPONSAL           TO COD-CORRESP-GTO
           MOVE FEC-EXTRACTO               TO FEC-EXTRACTO-GTO
           MOVE REF-EXTRACTO               TO REF-EXTRACTO-GTO
           MOVE COD-DIV-EXT                TO COD-DIV-GTO
           MOVE WS-FEC-HOY                 TO FEC-PROCESO-GTO
      *
      *    EL DEBITO PUEDE VENIR CON SIGNO EN EL EXTRACTO
      *
           IF  IMP-EXTRACTO LESS THAN ZEROES
               COMPUTE IMP-GASTO = ZEROES - IMP-EXTRACTO
           ELSE
               MOVE IMP-EXTRACTO           TO IMP-GASTO
           END-IF
      *
           MOVE IMP-GASTO                  TO IMP-RECLAMO
           MOVE ZEROES                     TO IMP-RECUPERA
                                              IMP-COBRO-GTO
           MOVE CT-NO-APLICA               TO EST-COBRO-GTO
      *
           PERFORM 2200-BUSCAR-INSTRUCCION
              THRU 2200-BUSCAR-INSTRUCCION-EXIT
      *
           IF  COD-MOTIVO-RECLAMO NOT EQUAL SPACES
               GO TO 2100-CLASIFICAR-GASTO-FIN
           END-IF
      *
           PERFORM 2300-BUSCAR-OPCION
              THRU 2300-BUSCAR-OPCION-EXIT
      *
           IF  COD-MOTIVO-RECLAMO NOT EQUAL SPACES
               GO TO 2100-CLASIFICAR-GASTO-FIN
           END-IF
      *
           PERFORM 2400-APLICAR-TARIFA
              THRU 2400-APLICAR-TARIFA-EXIT
      *
           .
       2100-CLASIFICAR-GASTO-FIN.
      *
           IF  IMP-RECLAMO GREATER THAN ZEROES
               MOVE CT-RECLAMO-ABIERTO     TO EST-RECLAMO
               ADD 1                       TO CN-RECLAMOS
           ELSE
               MOVE CT-NO-APLICA           TO EST-RECLAMO
               MOVE SPACES                 TO COD-MOTIVO-RECLAMO
           END-IF
      *
           PERFORM 5000-GRABAR-GASTO
              THRU 5000-GRABAR-GASTO-EXIT
      *
           .
       2100-CLASIFICAR-GASTO-EXIT.
           EXIT.
      ******************************************************************
      *                  2200-BUSCAR-INSTRUCCION                       *
      *  LA REFERENCIA DEVUELVE NUESTRO NUMERO DE INSTRUCCION EN LAS   *
      *  NUEVE PRIMERAS POSICIONES, COMO EN LA CONCILIACION V13C01B    *
      ******************************************************************
       2200-BUSCAR-INSTRUCCION.
      *
           MOVE REF-EXTRACTO(1:9)          TO WS-REF-DIGITOS
      *
           IF  WS-REF-DIGITOS NOT NUMERIC
               MOVE CT-MOT-SIN-INSTRUC     TO COD-MOTIVO-RECLAMO
               GO TO 2200-BUSCAR-INSTRUCCION-EXIT
           END-IF
      *
           MOVE WS-REF-DIGITOS-N           TO NUM-INSTRUCCION-GTO
      *
           EXEC SQL
               SELECT I.NUM_REF,
                      B.COD_DIV_OPE,
                      B.TAS_DOLAR,
                      B.CTA_PASIVO_CL,
                      B.CLA_CONTRAPARTE
               INTO  :NUM-REF-GTO,
                     :COD-DIV-OPE,
                     :TAS-DOLAR,
                     :CTA-PASIVO-CL,
                     :CLA-CONTRAPARTE
               FROM V1DT020 I,
                    V1DT001 B
               WHERE I.NUM_INSTRUCCION = :NUM-INSTRUCCION-GTO
                 AND B.NUM_REF         = I.NUM_REF
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   CONTINUE

               WHEN DB2-NOTFND
                   MOVE ZEROES             TO NUM-REF-GTO
                   MOVE CT-MOT-SIN-INSTRUC TO COD-MOTIVO-RECLAMO

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
       2200-BUSCAR-INSTRUCCION-EXIT.
           EXIT.
      ******************************************************************
      *                    2300-BUSCAR-OPCION                          *
      *  OPCION DE GASTOS CON QUE SALIO EL MENSAJE (RUTEO POR DIVISA   *
      *  DE LA OPERACION, COMO EN EL GENERADOR V13C02B).  CON SHA O    *
      *  BEN EL CORRESPONSAL DEBIA COBRAR AL BENEFICIARIO              *
      ******************************************************************
       2300-BUSCAR-OPCION.
      *
           MOVE COD-DIV-OPE                TO COD-DIV-RUTEO
      *
           EXEC SQL
               SELECT OPC_GASTOS
               INTO  :OPC-GASTOS
               FROM V1DT066
               WHERE COD_DIV = :COD-DIV-RUTEO
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   MOVE OPC-GASTOS         TO OPC-GASTOS-GTO
                   IF  OPC-GASTOS NOT EQUAL CT-OPC-OUR
                       MOVE CT-MOT-OPCION  TO COD-MOTIVO-RECLAMO
                   END-IF

               WHEN DB2-NOTFND
                   MOVE CT-MOT-SIN-RUTEO   TO COD-MOTIVO-RECLAMO

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
       2300-BUSCAR-OPCION-EXIT.
           EXIT.
      ******************************************************************
      *                    2400-APLICAR-TARIFA                         *
      *  CON OPCION OUR SE RECUPERA DEL CLIENTE HASTA LA TARIFA Y EL   *
      *  EXCESO SE RECLAMA.  EL COBRO VA EN DOLARES A LA TASA DE LA    *
      *  OPERACION; A UNA CONTRAPARTE INTERBANCARIA NO SE LE COBRA     *
      ******************************************************************
       2400-APLICAR-TARIFA.
      *
           MOVE COD-CORRESPONSAL           TO COD-CORRESP-TARIFA
           MOVE COD-DIV-EXT                TO COD-DIV-TARIFA
      *
           EXEC SQL
               SELECT IMP_TARIFA
               INTO  :IMP-TARIFA
               FROM V1DT129
               WHERE COD_CORRESPONSAL = :COD-CORRESP-TARIFA
                 AND COD_DIV          = :COD-DIV-TARIFA
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   MOVE IMP-TARIFA         TO IMP-TARIFA-GTO

               WHEN DB2-NOTFND
                   MOVE CT-MOT-SIN-TARIFA  TO COD-MOTIVO-RECLAMO
                   GO TO 2400-APLICAR-TARIFA-EXIT

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           IF  IMP-GASTO GREATER THAN IMP-TARIFA-GTO
               MOVE IMP-TARIFA-GTO         TO IMP-RECUPERA
               MOVE CT-MOT-TARIFA          TO COD-MOTIVO-RECLAMO
           ELSE
               MOVE IMP-GASTO              TO IMP-RECUPERA
           END-IF
      *
           COMPUTE IMP-RECLAMO = IMP-GASTO - IMP-RECUPERA
      *
           IF  IMP-RECUPERA EQUAL ZEROES
               GO TO 2400-APLICAR-TARIFA-EXIT
           END-IF
      *
           IF  CLA-CONTRAPARTE EQUAL CT-CONTRAPARTE-BANCO
               ADD 1                       TO CN-INTERBANCARIAS
               GO TO 2400-APLICAR-TARIFA-EXIT
           END-IF
      *
           IF  COD-DIV-EXT EQUAL CT-DIV-DOLAR
               MOVE IMP-RECUPERA           TO IMP-COBRO-GTO
           ELSE
               COMPUTE IMP-COBRO-GTO ROUNDED =
                       IMP-RECUPERA * TAS-DOLAR
           END-IF
      *
           MOVE CTA-PASIVO-CL              TO CTA-CLIENTE-GTO
           MOVE CT-EST-PENDIENTE           TO EST-COBRO-GTO
           ADD 1                           TO CN-RECUPERABLES
      *
           .
       2400-APLICAR-TARIFA-EXIT.
           EXIT.
      ******************************************************************
      *                      5000-GRABAR-GASTO                         *
      ******************************************************************
       5000-GRABAR-GASTO.
      *
           EXEC SQL
               INSERT INTO V1DT130
                   (COD_CORRESPONSAL,
                    FEC_EXTRACTO,
                    REF_EXTRACTO,
                    NUM_INSTRUCCION,
                    NUM_REF,
                    COD_DIV,
                    IMP_GASTO,
                    OPC_GASTOS,
                    IMP_TARIFA,
                    IMP_RECUPERA,
                    IMP_RECLAMO,
                    COD_MOTIVO_RECLAMO,
                    EST_RECLAMO,
                    CTA_CLIENTE,
                    IMP_COBRO,
                    EST_COBRO,
                    COD_MOTIVO_FALLO,
                    CANT_INTENTOS,
                    FEC_APLICADO,
                    FEC_PROCESO)
               VALUES
                   (:COD-CORRESP-GTO,
                    :FEC-EXTRACTO-GTO,
                    :REF-EXTRACTO-GTO,
                    :NUM-INSTRUCCION-GTO,
                    :NUM-REF-GTO,
                    :COD-DIV-GTO,
                    :IMP-GASTO,
                    :OPC-GASTOS-GTO,
                    :IMP-TARIFA-GTO,
                    :IMP-RECUPERA,
                    :IMP-RECLAMO,
                    :COD-MOTIVO-RECLAMO,
                    :EST-RECLAMO,
                    :CTA-CLIENTE-GTO,
                    :IMP-COBRO-GTO,
                    :EST-COBRO-GTO,
                    :COD-MOTIVO-FALLO-GTO,
                    :CANT-INTENTOS-GTO,
                    :FEC-APLICADO-GTO,
                    :FEC-PROCESO-GTO)
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       5000-GRABAR-GASTO-EXIT.
           EXIT.
      ******************************************************************
      *                       3000-RECLAMOS                            *
      *  LISTA DE RECLAMOS ABIERTOS CON TOTAL POR CORRESPONSAL Y       *
      *  DIVISA, PARA GESTIONAR CON CADA CORRESPONSAL                  *
      ******************************************************************
       3000-RECLAMOS.
      *
           MOVE WS-FEC-HOY                 TO LN-TIT-FECHA
           WRITE REG-REPORTE             FROM LN-TITULO
      *
           MOVE SPACES                     TO WS-CORRESP-ACTUAL
                                              WS-DIV-ACTUAL
           SET NO-FIN-CURSOR               TO TRUE
      *
           EXEC SQL
               OPEN V13C59B-V1DC5912
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-RECLAMO
             UNTIL FIN-CURSOR
      *
           IF  WS-CORRESP-ACTUAL NOT EQUAL SPACES
               PERFORM 3200-TOTAL-CORTE
                  THRU 3200-TOTAL-CORTE-EXIT
           END-IF
      *
           EXEC SQL
               CLOSE V13C59B-V1DC5912
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       3000-RECLAMOS-EXIT.
           EXIT.
      ******************************************************************
      * LEER-RECLAMO
      ******************************************************************
       LEER-RECLAMO.
      *
           EXEC SQL
               FETCH V13C59B-V1DC5912
               INTO :COD-CORRESP-GTO,
                    :COD-DIV-GTO,
                    :FEC-EXTRACTO-GTO,
                    :REF-EXTRACTO-GTO,
                    :NUM-INSTRUCCION-GTO,
                    :OPC-GASTOS-GTO,
                    :IMP-GASTO,
                    :IMP-TARIFA-GTO,
                    :IMP-RECLAMO,
                    :COD-MOTIVO-RECLAMO
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   PERFORM 3100-LISTAR-RECLAMO
                      THRU 3100-LISTAR-RECLAMO-EXIT

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      * 3100-LISTAR-RECLAMO
      ******************************************************************
       3100-LISTAR-RECLAMO.
      *
           IF  COD-CORRESP-GTO NOT EQUAL WS-CORRESP-ACTUAL
            OR COD-DIV-GTO NOT EQUAL WS-DIV-ACTUAL
               IF  WS-CORRESP-ACTUAL NOT EQUAL SPACES
                   PERFORM 3200-TOTAL-CORTE
                      THRU 3200-TOTAL-CORTE-EXIT
               END-IF
               MOVE COD-CORRESP-GTO        TO WS-CORRESP-ACTUAL
               MOVE COD-DIV-GTO            TO WS-DIV-ACTUAL
               MOVE ZEROES                 TO WS-CANT-CORTE
                                              WS-TOT-CORTE
               MOVE SPACES                 TO REG-REPORTE
               WRITE REG-REPORTE
               MOVE COD-CORRESP-GTO        TO LN-COR-CODIGO
               MOVE COD-DIV-GTO            TO LN-COR-DIVISA
               WRITE REG-REPORTE         FROM LN-CORRESPONSAL
               WRITE REG-REPORTE         FROM LN-CABECERA
           END-IF
      *
           MOVE FEC-EXTRACTO-GTO           TO LN-DET-FECHA
           MOVE REF-EXTRACTO-GTO           TO LN-DET-REFERENCIA
           MOVE NUM-INSTRUCCION-GTO        TO LN-DET-INSTRUCCION
           MOVE OPC-GASTOS-GTO             TO LN-DET-OPCION
           MOVE IMP-GASTO                  TO LN-DET-GASTO
           MOVE IMP-TARIFA-GTO             TO LN-DET-TARIFA
           MOVE IMP-RECLAMO                TO LN-DET-RECLAMO
           MOVE COD-MOTIVO-RECLAMO         TO LN-DET-MOTIVO
           WRITE REG-REPORTE             FROM LN-DETALLE
      *
           ADD 1                           TO WS-CANT-CORTE
                                              CN-LISTADOS
           ADD IMP-RECLAMO                 TO WS-TOT-CORTE
      *
           .
       3100-LISTAR-RECLAMO-EXIT.
           EXIT.
      ******************************************************************
      * 3200-TOTAL-CORTE
      ******************************************************************
       3200-TOTAL-CORTE.
      *
           MOVE WS-CANT-CORTE              TO LN-TOT-CANT
           MOVE WS-TOT-CORTE               TO LN-TOT-RECLAMO
           WRITE REG-REPORTE             FROM LN-TOTAL
      *
           .
       3200-TOTAL-CORTE-EXIT.
           EXIT.
      ******************************************************************
      *                            6000-FIN                            *
      ******************************************************************
       6000-FIN.
      *
           CLOSE ARCH-REPORTE
      *
           DISPLAY 'V13C59B - PARTIDAS DE GASTO:      ' CN-PARTIDAS
           DISPLAY 'V13C59B - RECUPERABLES AL CLIENTE:'
                   CN-RECUPERABLES
           DISPLAY 'V13C59B - RECLAMOS NUEVOS:        ' CN-RECLAMOS
           DISPLAY 'V13C59B - OUR INTERBANCARIAS:     '
                   CN-INTERBANCARIAS
           DISPLAY 'V13C59B - RECLAMOS ABIERTOS:      ' CN-LISTADOS
      *
           SET W924-88-FIN                 TO TRUE
           MOVE CN-PARTIDAS                TO W924-CANT-LEIDOS
           MOVE CN-PARTIDAS                TO W924-CANT-GRABADOS
           MOVE ZEROES                     TO W924-CANT-ACTUALIZADOS
           MOVE RETURN-CODE                TO W924-COD-RETORNO
           CALL CT-V19C024 USING V1WC924
      *
           .
       6000-FIN-EXIT.
           EXIT.
      ******************************************************************
      *                       9999-ABEND-DB2                           *
      *  SE TERMINA EL PROCESO CUANDO SE PRODUCE UN ERROR DB2          *
      ******************************************************************
       9999-ABEND-DB2.
      *
           DISPLAY 'V13C59B - ERROR DB2 SQLCODE: ' SQLCODE
      *
           EXEC SQL
               ROLLBACK
           END-EXEC
      *
           MOVE 16                         TO RETURN-CODE
      *
           STOP RUN
           .
       9999-ABEND-DB2-EXIT.
           EXIT.
