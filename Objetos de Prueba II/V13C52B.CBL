      ******************************************************************
      *                                                                *
      *  PROGRAMA: V13C52B                                             *
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
      * ARCHIVO DE SALIDA: SALJUD (INFORME DE INTENTOS RECHAZADOS POR  *
      *  ORDEN JUDICIAL, CADA ORDEN ARRANCANDO EN PAGINA NUEVA)        *
      * ------------------                                             *
      * PROCESO GLOBAL: INFORME AL TRIBUNAL DE LOS INTENTOS DE OPERAR  *
      *  DE CLIENTES BLOQUEADOS.  POR CADA ORDEN DE V1DT121 CON        *
      *  INTENTOS AUN NO INFORMADOS EN V1DT122 LISTA LOS DATOS DE LA   *
      *  ORDEN Y CADA INTENTO (FECHA, HORA, PROGRAMA QUE LO DETUVO,    *
      *  USUARIO O CANAL, REFERENCIA, SENTIDO, FORMA DE PAGO, DIVISA   *
      *  Y MONTO) Y LOS MARCA INFORMADOS CON LA FECHA DEL PROCESO.     *
      *  SOLO TOMA LOS INTENTOS ANTERIORES AL ARRANQUE DEL PROCESO,    *
      *  DE MODO QUE LOS QUE ENTRAN DURANTE LA CORRIDA SALEN EN LA     *
      *  SIGUIENTE                                                     *
      ******************************************************************
      *                                                                *
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *                                                                *
      *             INFORMACION GENERAL SOBRE EL PROGRAMA              *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   V13C52B.
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
           SELECT ARCH-INFORME         ASSIGN TO SALJUD
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
       FD  ARCH-INFORME
           RECORDING MODE IS F.
      *
       01  REG-INFORME                     PIC X(132).
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
           05  WS-HOR-HOY                  PIC X(06)   VALUE SPACES.
           05  WS-LINEA                    PIC X(132)  VALUE SPACES.
           05  WS-PAGINA                   PIC 9(04)   VALUE ZEROES.
           05  WS-CONT-LINEAS              PIC 9(02)   VALUE 99.
      ******************************************************************
      *                  LINEAS DEL INFORME                            *
      ******************************************************************
       01  LN-CABECERA.
           05  FILLER                      PIC X(22)
               VALUE 'BLOQUEO JUDICIAL      '.
           05  FILLER                      PIC X(06)
                                           VALUE 'ORDEN '.
           05  LN-CAB-NUM-ORDEN            PIC 9(09).
           05  FILLER                      PIC X(12)
                                           VALUE '  GENERADO: '.
           05  LN-CAB-FECHA                PIC X(08).
           05  FILLER                      PIC X(01)   VALUE SPACE.
           05  LN-CAB-HORA                 PIC X(06).
           05  FILLER                      PIC X(06)
                                           VALUE ' PAG. '.
           05  LN-CAB-PAGINA               PIC ZZZ9.
           05  FILLER                      PIC X(58)   VALUE SPACES.
      *
       01  LN-TITULO.
           05  FILLER                      PIC X(04)   VALUE SPACES.
           05  LN-TIT-TEXTO                PIC X(80).
           05  FILLER                      PIC X(48)   VALUE SPACES.
      *
       01  LN-DATO.
           05  FILLER                      PIC X(06)   VALUE SPACES.
           05  LN-DAT-ETIQUETA             PIC X(22).
           05  LN-DAT-VALOR                PIC X(70).
           05  FILLER                      PIC X(34)   VALUE SPACES.
      *
       01  LN-ENCABEZADO-INTENTO.
           05  FILLER                      PIC X(06)   VALUE SPACES.
           05  FILLER                      PIC X(34)
               VALUE 'FECHA    HORA   PROGRAMA USUARIO  '.
           05  FILLER                      PIC X(18)
               VALUE 'REFERENCIA C P DIV'.
           05  FILLER                      PIC X(22)
               VALUE '                 MONTO'.
           05  FILLER                      PIC X(52)   VALUE SPACES.
      *
       01  LN-INTENTO.
           05  FILLER                      PIC X(06)   VALUE SPACES.
           05  LN-INT-FECHA                PIC X(08).
           05  FILLER                      PIC X(01)   VALUE SPACE.
           05  LN-INT-HORA                 PIC X(06).
           05  FILLER                      PIC X(01)   VALUE SPACE.
           05  LN-INT-PROGRAMA             PIC X(08).
           05  FILLER                      PIC X(01)   VALUE SPACE.
           05  LN-INT-USUARIO              PIC X(08).
           05  FILLER                      PIC X(01)   VALUE SPACE.
           05  LN-INT-NUM-REF              PIC 9(10).
           05  FILLER                      PIC X(01)   VALUE SPACE.
           05  LN-INT-CMP-VTA              PIC X(01).
           05  FILLER                      PIC X(01)   VALUE SPACE.
           05  LN-INT-TIP-PAGO             PIC X(01).
           05  FILLER                      PIC X(01)   VALUE SPACE.
           05  LN-INT-DIVISA               PIC X(03).
           05  FILLER                      PIC X(01)   VALUE SPACE.
           05  LN-INT-IMPORTE              PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99-.
           05  FILLER                      PIC X(51)   VALUE SPACES.
      *
       01  WS-CANT-ED                      PIC ZZZ.ZZ9.
      ******************************************************************
      *                    AREA  DE  SWITCHES                          *
      ******************************************************************
       01  SW-SWITCHES.
      *
           05  SW-FIN-ORDEN                PIC X(01)   VALUE 'N'.
               88  FIN-ORDEN                           VALUE 'S'.
               88  NO-FIN-ORDEN                        VALUE 'N'.
           05  SW-FIN-INTENTO              PIC X(01)   VALUE 'N'.
               88  FIN-INTENTO                         VALUE 'S'.
               88  NO-FIN-INTENTO                      VALUE 'N'.
      ******************************************************************
      *                        AREA DE CONTANTES                       *
      ******************************************************************
       01  CT-CONTANTES.
      *                                                                *
           05  CT-PROGRAMA                 PIC X(08)   VALUE 'V13C52B'.
           05  CT-V19C024                  PIC X(08)   VALUE 'V19C024'.
           05  CT-MAX-LINEAS               PIC 9(02)   VALUE 58.
           05  CT-NO-INFORMADO             PIC X(08)   VALUE SPACES.
      ******************************************************************
      *                      AREA DE CONTADORES                        *
      ******************************************************************
       01  CN-CONTADORES.
           05  CN-ORDENES                  PIC 9(07)   VALUE ZEROES.
           05  CN-INTENTOS                 PIC 9(07)   VALUE ZEROES.
           05  CN-INT-ORDEN                PIC 9(07)   VALUE ZEROES.
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
               INCLUDE V1GT121
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT122
           END-EXEC
      ******************************************************************
      *                        CURSORES
      ******************************************************************
      *    ORDENES CON INTENTOS SIN INFORMAR ANTERIORES AL ARRANQUE
      *
           EXEC SQL
               DECLARE V13C52B-V1DC5211
               CURSOR FOR
               SELECT J.NUM_ORDEN,
                      J.NUM_DOC_PERSONA,
                      J.TXT_REF_ORDEN,
                      J.TXT_TRIBUNAL,
                      J.COD_ALCANCE,
                      J.FEC_DESDE,
                      J.FEC_HASTA,
                      J.EST_ORDEN,
                      J.FEC_LIBERACION,
                      J.TXT_REF_LIBERACION
               FROM V1DT121 J
               WHERE EXISTS
                     (SELECT 1
                      FROM V1DT122 I
                      WHERE I.NUM_ORDEN     = J.NUM_ORDEN
                        AND I.FEC_INFORMADO = :CT-NO-INFORMADO
                        AND (I.FEC_INTENTO  < :WS-FEC-HOY
                         OR (I.FEC_INTENTO  = :WS-FEC-HOY
                         AND I.HOR_INTENTO <= :WS-HOR-HOY)))
               ORDER BY J.NUM_ORDEN
           END-EXEC
      *
      *    INTENTOS SIN INFORMAR DE LA ORDEN
      *
           EXEC SQL
               DECLARE V13C52B-V1DC5212
               CURSOR FOR
               SELECT FEC_INTENTO,
                      HOR_INTENTO,
                      COD_PROGRAMA,
                      COD_USUARIO,
                      NUM_REF,
                      IDF_CMP_VTA,
                      TIP_PAGO,
                      COD_DIV_OPE,
                      IMP_OPE
               FROM V1DT122
               WHERE NUM_ORDEN     = :NUM-ORDEN-JUD
                 AND FEC_INFORMADO = :CT-NO-INFORMADO
                 AND (FEC_INTENTO  < :WS-FEC-HOY
                  OR (FEC_INTENTO  = :WS-FEC-HOY
                  AND HOR_INTENTO <= :WS-HOR-HOY))
               ORDER BY FEC_INTENTO,
                        HOR_INTENTO
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
           PERFORM 2000-PROCESO
              THRU 2000-PROCESO-EXIT
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
           OPEN OUTPUT ARCH-INFORME
      *
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FEC-HOY
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HOR-HOY
      *
           MOVE ZEROES                     TO CN-ORDENES
                                              CN-INTENTOS
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
      *                        2000-PROCESO                            *
      ******************************************************************
       2000-PROCESO.
      *
           SET NO-FIN-ORDEN                TO TRUE
      *
           EXEC SQL
               OPEN V13C52B-V1DC5211
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-ORDEN
             UNTIL FIN-ORDEN
      *
           EXEC SQL
               CLOSE V13C52B-V1DC5211
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
       2000-PROCESO-EXIT.
           EXIT.
      ******************************************************************
      * LEER-ORDEN
      ******************************************************************
       LEER-ORDEN.
      *
           EXEC SQL
               FETCH V13C52B-V1DC5211
               INTO :NUM-ORDEN-JUD,
                    :NUM-DOC-BLOQUEO,
                    :TXT-REF-ORDEN,
                    :TXT-TRIBUNAL,
                    :COD-ALCANCE-JUD,
                    :FEC-DESDE-JUD,
                    :FEC-HASTA-JUD,
                    :EST-ORDEN-JUD,
                    :FEC-LIBERACION,
                    :TXT-REF-LIBERACION
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   PERFORM 5000-INFORMAR-ORDEN
                      THRU 5000-INFORMAR-ORDEN-EXIT

               WHEN DB2-NOTFND
                   SET FIN-ORDEN           TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      *                  5000-INFORMAR-ORDEN                           *
      ******************************************************************
       5000-INFORMAR-ORDEN.
      *
           ADD 1                           TO CN-ORDENES
      *
           MOVE ZEROES                     TO WS-PAGINA
                                              CN-INT-ORDEN
           MOVE 99                         TO WS-CONT-LINEAS
      *
           PERFORM 5100-SECCION-ORDEN
              THRU 5100-SECCION-ORDEN-EXIT
      *
           MOVE '2. INTENTOS RECHAZADOS'   TO LN-TIT-TEXTO
           PERFORM ESCRIBIR-TITULO
           MOVE LN-ENCABEZADO-INTENTO      TO WS-LINEA
           PERFORM ESCRIBIR-LINEA
      *
           SET NO-FIN-INTENTO              TO TRUE
      *
           EXEC SQL
               OPEN V13C52B-V1DC5212
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-INTENTO
             UNTIL FIN-INTENTO
      *
           EXEC SQL
               CLOSE V13C52B-V1DC5212
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           MOVE SPACES                     TO WS-LINEA
           PERFORM ESCRIBIR-LINEA
      *
           MOVE 'TOTAL INTENTOS'           TO LN-DAT-ETIQUETA
           MOVE CN-INT-ORDEN               TO WS-CANT-ED
           MOVE WS-CANT-ED                 TO LN-DAT-VALOR
           PERFORM ESCRIBIR-DATO
      *
           PERFORM 5800-MARCAR-INFORMADOS
              THRU 5800-MARCAR-INFORMADOS-EXIT
      *
           .
       5000-INFORMAR-ORDEN-EXIT.
           EXIT.
      ******************************************************************
      *                  5100-SECCION-ORDEN                            *
      ******************************************************************
       5100-SECCION-ORDEN.
      *
           MOVE '1. ORDEN JUDICIAL'        TO LN-TIT-TEXTO
           PERFORM ESCRIBIR-TITULO
      *
           MOVE 'REFERENCIA'               TO LN-DAT-ETIQUETA
           MOVE TXT-REF-ORDEN              TO LN-DAT-VALOR
           PERFORM ESCRIBIR-DATO
      *
           MOVE 'TRIBUNAL'                 TO LN-DAT-ETIQUETA
           MOVE TXT-TRIBUNAL               TO LN-DAT-VALOR
           PERFORM ESCRIBIR-DATO
      *
           MOVE 'CLIENTE'                  TO LN-DAT-ETIQUETA
           MOVE NUM-DOC-BLOQUEO            TO LN-DAT-VALOR
           PERFORM ESCRIBIR-DATO
      *
           MOVE 'ALCANCE'                  TO LN-DAT-ETIQUETA
      *
           EVALUATE COD-ALCANCE-JUD
               WHEN 'A'
                   MOVE 'TODAS LAS OPERACIONES'
                                           TO LN-DAT-VALOR
               WHEN 'V'
                   MOVE 'SOLO VENTAS'      TO LN-DAT-VALOR
               WHEN 'T'
                   MOVE 'SOLO TRANSFERENCIAS'
                                           TO LN-DAT-VALOR
               WHEN OTHER
                   MOVE COD-ALCANCE-JUD    TO LN-DAT-VALOR
           END-EVALUATE
      *
           PERFORM ESCRIBIR-DATO
      *
           MOVE 'VIGENCIA'                 TO LN-DAT-ETIQUETA
           MOVE SPACES                     TO LN-DAT-VALOR
      *
           IF  FEC-HASTA-JUD EQUAL SPACES
               STRING 'DESDE ' FEC-DESDE-JUD ' SIN VENCIMIENTO'
                      DELIMITED BY SIZE
                      INTO LN-DAT-VALOR
               END-STRING
           ELSE
               STRING FEC-DESDE-JUD ' AL ' FEC-HASTA-JUD
                      DELIMITED BY SIZE
                      INTO LN-DAT-VALOR
               END-STRING
           END-IF
      *
           PERFORM ESCRIBIR-DATO
      *
           MOVE 'ESTADO'                   TO LN-DAT-ETIQUETA
           MOVE SPACES                     TO LN-DAT-VALOR
      *
           IF  EST-ORDEN-JUD EQUAL 'L'
               STRING 'LIBERADA EL ' FEC-LIBERACION
                      ' (' TXT-REF-LIBERACION ')'
                      DELIMITED BY SIZE
                      INTO LN-DAT-VALOR
               END-STRING
           ELSE
               MOVE 'VIGENTE'              TO LN-DAT-VALOR
           END-IF
      *
           PERFORM ESCRIBIR-DATO
      *
           .
       5100-SECCION-ORDEN-EXIT.
           EXIT.
      ******************************************************************
      * LEER-INTENTO
      ******************************************************************
       LEER-INTENTO.
      *
           EXEC SQL
               FETCH V13C52B-V1DC5212
               INTO :FEC-INTENTO-JUD,
                    :HOR-INTENTO-JUD,
                    :COD-PROGRAMA-INT,
                    :COD-USUARIO-INT,
                    :NUM-REF-INTENTO,
                    :IDF-CMP-VTA-INT,
                    :TIP-PAGO-INT,
                    :COD-DIV-INT,
                    :IMP-INTENTO
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   PERFORM 5200-ESCRIBIR-INTENTO
                      THRU 5200-ESCRIBIR-INTENTO-EXIT

               WHEN DB2-NOTFND
                   SET FIN-INTENTO         TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      *                  5200-ESCRIBIR-INTENTO                         *
      ******************************************************************
       5200-ESCRIBIR-INTENTO.
      *
           ADD 1                           TO CN-INTENTOS
                                              CN-INT-ORDEN
      *
           MOVE FEC-INTENTO-JUD            TO LN-INT-FECHA
           MOVE HOR-INTENTO-JUD            TO LN-INT-HORA
           MOVE COD-PROGRAMA-INT           TO LN-INT-PROGRAMA
           MOVE COD-USUARIO-INT            TO LN-INT-USUARIO
           MOVE NUM-REF-INTENTO            TO LN-INT-NUM-REF
           MOVE IDF-CMP-VTA-INT            TO LN-INT-CMP-VTA
           MOVE TIP-PAGO-INT               TO LN-INT-TIP-PAGO
           MOVE COD-DIV-INT                TO LN-INT-DIVISA
           MOVE IMP-INTENTO                TO LN-INT-IMPORTE
      *
           MOVE LN-INTENTO                 TO WS-LINEA
           PERFORM ESCRIBIR-LINEA
      *
           .
       5200-ESCRIBIR-INTENTO-EXIT.
           EXIT.
      ******************************************************************
      *                 5800-MARCAR-INFORMADOS                         *
      *  CON EL MISMO CORTE DEL CURSOR, PARA NO MARCAR UN INTENTO QUE  *
      *  NO SALIO EN EL INFORME                                        *
      ******************************************************************
       5800-MARCAR-INFORMADOS.
      *
           MOVE NUM-ORDEN-JUD              TO NUM-ORDEN-INT
      *
           EXEC SQL
               UPDATE V1DT122
                  SET FEC_INFORMADO = :WS-FEC-HOY
                WHERE NUM_ORDEN     = :NUM-ORDEN-INT
                  AND FEC_INFORMADO = :CT-NO-INFORMADO
                  AND (FEC_INTENTO  < :WS-FEC-HOY
                   OR (FEC_INTENTO  = :WS-FEC-HOY
                   AND HOR_INTENTO <= :WS-HOR-HOY))
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       5800-MARCAR-INFORMADOS-EXIT.
           EXIT.
      ******************************************************************
      * ESCRIBIR-TITULO
      ******************************************************************
       ESCRIBIR-TITULO.
      *
           MOVE SPACES                     TO WS-LINEA
           PERFORM ESCRIBIR-LINEA
           MOVE LN-TITULO                  TO WS-LINEA
           PERFORM ESCRIBIR-LINEA
      *
           .
      ******************************************************************
      * ESCRIBIR-DATO
      ******************************************************************
       ESCRIBIR-DATO.
      *
           MOVE LN-DATO                    TO WS-LINEA
           PERFORM ESCRIBIR-LINEA
      *
           .
      ******************************************************************
      * ESCRIBIR-LINEA
      *  CONTROL DE PAGINA: CADA PAGINA LLEVA EL NUMERO DE ORDEN Y LA  *
      *  FECHA/HORA DE GENERACION                                      *
      ******************************************************************
       ESCRIBIR-LINEA.
      *
           IF  WS-CONT-LINEAS GREATER OR EQUAL CT-MAX-LINEAS
               ADD 1                       TO WS-PAGINA
               MOVE NUM-ORDEN-JUD          TO LN-CAB-NUM-ORDEN
               MOVE WS-FEC-HOY             TO LN-CAB-FECHA
               MOVE WS-HOR-HOY             TO LN-CAB-HORA
               MOVE WS-PAGINA              TO LN-CAB-PAGINA
               WRITE REG-INFORME         FROM LN-CABECERA
               MOVE SPACES                 TO REG-INFORME
               WRITE REG-INFORME
               MOVE 2                      TO WS-CONT-LINEAS
           END-IF
      *
           WRITE REG-INFORME             FROM WS-LINEA
           ADD 1                           TO WS-CONT-LINEAS
      *
           .
      ******************************************************************
      *                            6000-FIN                            *
      ******************************************************************
       6000-FIN.
      *
           CLOSE ARCH-INFORME
      *
           DISPLAY 'V13C52B - ORDENES INFORMADAS:     '
                   CN-ORDENES
           DISPLAY 'V13C52B - INTENTOS INFORMADOS:    '
                   CN-INTENTOS
      *
           SET W924-88-FIN                 TO TRUE
           MOVE CN-ORDENES                 TO W924-CANT-LEIDOS
           MOVE CN-INTENTOS                TO W924-CANT-GRABADOS
           MOVE CN-INTENTOS                TO W924-CANT-ACTUALIZADOS
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
           DISPLAY 'V13C52B - ERROR DB2 SQLCODE: ' SQLCODE
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
