      ******************************************************************
      *                                                                *
      *  PROGRAMA: V13C60B                                             *
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
      * ARCHIVO DE ENTRADA: NINGUNO (TOMA LAS PARTIDAS CREDITO DE      *
      *  V1DT064 AUN NO TRATADAS)                                      *
      * ------------------                                             *
      * ARCHIVO DE SALIDA: SALCRE (CREDITOS CASADOS EN LA CORRIDA Y    *
      *  CREDITOS EN SUSPENSO CON SU ANTIGUEDAD)                       *
      * ------------------                                             *
      * PROCESO GLOBAL: CASE DE LOS CREDITOS RECIBIDOS EN LOS NOSTROS  *
      *  CUANDO EL CLIENTE NOS VENDE DIVISAS POR TRANSFERENCIA.  HASTA *
      *  AHORA SE BUSCABA A MANO EN V1DT001 LA COMPRA PENDIENTE ANTES  *
      *  DE ABONAR LOS BOLIVARES EN CTA_PASIVO_CL.  CADA PARTIDA       *
      *  CREDITO DEL EXTRACTO (V1DT064, CARGADA POR V13C01B) SE CASA   *
      *  CONTRA UNA COMPRA AUN NO LIQUIDADA (SIN FILA EN V1DT020) DE   *
      *  LA MISMA DIVISA Y EL MISMO MONTO:                             *
      *  - POR REFERENCIA: EL ORDENANTE CITA NUESTRO NUMERO DE         *
      *    OPERACION EN LAS DIEZ PRIMERAS POSICIONES;                  *
      *  - POR ORDENANTE: UNA SOLA COMPRA PENDIENTE CUYO CLIENTE       *
      *    (V1DT079) COINCIDE CON EL NOMBRE DEL ORDENANTE.             *
      *  LA COMPRA CASADA QUEDA LIQUIDADA EN V1DT020 CON LA FECHA DEL  *
      *  EXTRACTO Y LA PARTIDA CASADA.  LO QUE NO CASA QUEDA EN        *
      *  SUSPENSO EN V1DT131 PARA ASIGNARLO A MANO EN V13C60Z          *
      ******************************************************************
      *                                                                *
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *                                                                *
      *             INFORMACION GENERAL SOBRE EL PROGRAMA              *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   V13C60B.
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
           SELECT ARCH-REPORTE         ASSIGN TO SALCRE
                                        ORGANIZATION IS SEQUENTIAL.
      ******************************************************************
      *                                                                *
      *                D A T A            D I V I S I O N              *
      *                                                                *
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
      *                                                                *
      *                  F I L E        S E C T I O N                  *
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
           05  WS-FEC-HOY-N REDEFINES WS-FEC-HOY
                                           PIC 9(08).
           05  WS-REF-DIGITOS              PIC X(10)   VALUE SPACES.
           05  WS-REF-DIGITOS-N REDEFINES WS-REF-DIGITOS
                                           PIC 9(10).
           05  WS-ORDENANTE                PIC X(20)   VALUE SPACES.
           05  WS-NUM-REF                  PIC S9(10)  COMP-3
                                                       VALUE ZEROES.
           05  WS-CANT-CANDIDATAS          PIC S9(09)  COMP
                                                       VALUE ZEROES.
           05  WS-NUM-INSTRUCCION          PIC S9(09)  COMP-3
                                                       VALUE ZEROES.
           05  WS-INT-HOY                  PIC S9(09)  COMP
                                                       VALUE ZEROES.
           05  WS-INT-CREDITO              PIC S9(09)  COMP
                                                       VALUE ZEROES.
           05  WS-DIAS-SUSPENSO            PIC S9(05)  COMP-3
                                                       VALUE ZEROES.
           05  WS-FEC-CREDITO              PIC X(08)   VALUE SPACES.
           05  WS-FEC-CREDITO-N REDEFINES WS-FEC-CREDITO
                                           PIC 9(08).
      ******************************************************************
      *                  LINEAS DEL REPORTE                            *
      ******************************************************************
       01  LN-TITULO.
           05  FILLER                      PIC X(44)
               VALUE 'CREDITOS RECIBIDOS POR VENTAS DE CLIENTES AL'.
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-TIT-FECHA                PIC X(08).
           05  FILLER                      PIC X(79)   VALUE SPACES.
      *
       01  LN-SECCION.
           05  LN-SEC-TEXTO                PIC X(40).
           05  FILLER                      PIC X(92)   VALUE SPACES.
      *
       01  LN-CABECERA.
           05  FILLER                      PIC X(12)
                                           VALUE 'CORRESPONSAL'.
           05  FILLER                      PIC X(10)   VALUE 'EXTRACTO'.
           05  FILLER                      PIC X(17)
                                           VALUE 'REFERENCIA'.
           05  FILLER                      PIC X(04)   VALUE 'DIV'.
           05  FILLER                      PIC X(18)
                                           VALUE '         IMPORTE'.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  FILLER                      PIC X(36)
                                           VALUE 'ORDENANTE'.
           05  FILLER                      PIC X(12)
                                           VALUE 'OPERACION'.
           05  FILLER                      PIC X(05)   VALUE 'CASE'.
           05  FILLER                      PIC X(05)   VALUE ' DIAS'.
           05  FILLER                      PIC X(11)   VALUE SPACES.
      *
       01  LN-DETALLE.
           05  LN-DET-CORRESPONSAL         PIC X(11).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-DET-FECHA                PIC X(08).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-DET-REFERENCIA           PIC X(16).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-DET-DIVISA               PIC X(03).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-DET-IMPORTE              PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-DET-ORDENANTE            PIC X(35).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-DET-NUM-REF              PIC Z(09)9.
           05  FILLER                      PIC X(03)   VALUE SPACES.
           05  LN-DET-TIP-CASE             PIC X(01).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-DET-DIAS                 PIC ZZZZ9.
           05  FILLER                      PIC X(12)   VALUE SPACES.
      *
       01  LN-TOTAL.
           05  FILLER                      PIC X(12)   VALUE SPACES.
           05  FILLER                      PIC X(07)   VALUE 'TOTAL ('.
           05  LN-TOT-CANT                 PIC ZZZ.ZZ9.
           05  FILLER                      PIC X(10)
                                           VALUE ' CREDITOS)'.
           05  FILLER                      PIC X(96)   VALUE SPACES.
      ******************************************************************
      *                    AREA  DE  SWITCHES                          *
      ******************************************************************
       01  SW-SWITCHES.
      *
           05  SW-FIN-CURSOR               PIC X(01)   VALUE 'N'.
               88  FIN-CURSOR                          VALUE 'S'.
               88  NO-FIN-CURSOR                       VALUE 'N'.
           05  SW-CASADO                   PIC X(01)   VALUE 'N'.
               88  CREDITO-CASADO                      VALUE 'S'.
               88  CREDITO-NO-CASADO                   VALUE 'N'.
      ******************************************************************
      *                        AREA DE CONTANTES                       *
      ******************************************************************
       01  CT-CONTANTES.
      *                                                                *
           05  CT-PROGRAMA                 PIC X(08)   VALUE 'V13C60B'.
           05  CT-V19C024                  PIC X(08)   VALUE 'V19C024'.
           05  CT-CREDITO                  PIC X(01)   VALUE 'C'.
           05  CT-IDF-COMPRA               PIC X(01)   VALUE 'C'.
           05  CT-EST-LIQUIDADA            PIC X(01)   VALUE 'L'.
           05  CT-EST-PENDIENTE            PIC X(01)   VALUE 'P'.
           05  CT-EST-CASADO               PIC X(01)   VALUE 'C'.
           05  CT-CASE-REFERENCIA          PIC X(01)   VALUE 'R'.
           05  CT-CASE-NOMBRE              PIC X(01)   VALUE 'N'.
           05  CT-SEC-CASADOS              PIC X(40)
               VALUE 'CREDITOS CASADOS EN ESTA CORRIDA'.
           05  CT-SEC-SUSPENSO             PIC X(40)
               VALUE 'CREDITOS EN SUSPENSO POR ASIGNAR'.
      ******************************************************************
      *                      AREA DE CONTADORES                        *
      ******************************************************************
       01  CN-CONTADORES.
           05  CN-CREDITOS                 PIC 9(07)   VALUE ZEROES.
           05  CN-CASADOS-REF              PIC 9(07)   VALUE ZEROES.
           05  CN-CASADOS-NOMBRE           PIC 9(07)   VALUE ZEROES.
           05  CN-SUSPENSO                 PIC 9(07)   VALUE ZEROES.
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
               INCLUDE V1GT020
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT064
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT131
           END-EXEC
      ******************************************************************
      *                        CURSORES
      ******************************************************************
      *    PARTIDAS CREDITO DE LOS EXTRACTOS AUN NO TRATADAS
      *
           EXEC SQL
               DECLARE V13C60B-V1DC6011
               CURSOR FOR
               SELECT E.COD_CORRESPONSAL,
                      E.FEC_EXTRACTO,
                      E.REF_EXTRACTO,
                      E.COD_DIV,
                      E.IMP_EXTRACTO,
                      E.NOM_ORDENANTE
               FROM V1DT064 E
               WHERE E.IND_DEB_CRE = :CT-CREDITO
                 AND NOT EXISTS
                     (SELECT 1
                      FROM V1DT131 S
                      WHERE S.COD_CORRESPONSAL = E.COD_CORRESPONSAL
                        AND S.FEC_EXTRACTO     = E.FEC_EXTRACTO
                        AND S.REF_EXTRACTO     = E.REF_EXTRACTO)
      * AD01-I : LOS CREDITOS RECONOCIDOS COMO DEVOLUCION DE UN PAGO
      *          EMITIDO LOS TRATA V13C74B/V13C74Z (V1DT152); SOLO
      *          VUELVEN AL CASE SI OPERACIONES LOS DESCARTA
                 AND NOT EXISTS
                     (SELECT 1
                      FROM V1DT152 R
                      WHERE R.COD_CORRESPONSAL = E.COD_CORRESPONSAL
                        AND R.FEC_EXTRACTO     = E.FEC_EXTRACTO
                        AND R.REF_EXTRACTO     = E.REF_EXTRACTO
                        AND R.EST_DEVOLUCION  <> 'D')
      * AD01-F
               ORDER BY E.COD_CORRESPONSAL,
                        E.FEC_EXTRACTO,
                        E.REF_EXTRACTO
           END-EXEC
      *
      *    CREDITOS EN SUSPENSO, LOS MAS VIEJOS PRIMERO
      *
           EXEC SQL
               DECLARE V13C60B-V1DC6012
               CURSOR FOR
               SELECT COD_CORRESPONSAL,
                      FEC_EXTRACTO,
                      REF_EXTRACTO,
                      COD_DIV,
                      IMP_CREDITO,
                      NOM_ORDENANTE
               FROM V1DT131
               WHERE EST_CREDITO = :CT-EST-PENDIENTE
               ORDER BY FEC_EXTRACTO,
                        COD_CORRESPONSAL,
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
           PERFORM 2000-CASAR
              THRU 2000-CASAR-EXIT
      *
           PERFORM 3000-SUSPENSO
              THRU 3000-SUSPENSO-EXIT
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
           COMPUTE WS-INT-HOY =
                   FUNCTION INTEGER-OF-DATE(WS-FEC-HOY-N)
      *
           MOVE ZEROES                     TO CN-CREDITOS
                                              CN-CASADOS-REF
                                              CN-CASADOS-NOMBRE
                                              CN-SUSPENSO
                                              CN-LISTADOS
      *
           INITIALIZE V1WC924
           SET W924-88-INICIO              TO TRUE
           MOVE CT-PROGRAMA                TO W924-PROGRAMA
           MOVE WS-FEC-HOY                 TO W924-FEC-PROCESO
           CALL CT-V19C024 USING V1WC924
      *
      *    LA LIQUIDACION DE LA COMPRA TOMA NUMERO DE INSTRUCCION DE LA
      *    MISMA SERIE QUE EL EXTRACTOR V12C53B
      *
           EXEC SQL
               SELECT VALUE(MAX(NUM_INSTRUCCION), 0)
               INTO  :WS-NUM-INSTRUCCION
               FROM V1DT020
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           MOVE WS-FEC-HOY                 TO LN-TIT-FECHA
           WRITE REG-REPORTE             FROM LN-TITULO
      *
           .
       1000-INICIO-EXIT.
           EXIT.
      ******************************************************************
      *                        2000-CASAR                              *
      ******************************************************************
       2000-CASAR.
      *
           MOVE SPACES                     TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE CT-SEC-CASADOS             TO LN-SEC-TEXTO
           WRITE REG-REPORTE             FROM LN-SECCION
           WRITE REG-REPORTE             FROM LN-CABECERA
      *
           SET NO-FIN-CURSOR               TO TRUE
      *
           EXEC SQL
               OPEN V13C60B-V1DC6011
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-CREDITO
             UNTIL FIN-CURSOR
      *
           EXEC SQL
               CLOSE V13C60B-V1DC6011
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           COMPUTE LN-TOT-CANT = CN-CASADOS-REF + CN-CASADOS-NOMBRE
           WRITE REG-REPORTE             FROM LN-TOTAL
      *
           EXEC SQL
               COMMIT
           END-EXEC
      *
           .
       2000-CASAR-EXIT.
           EXIT.
      ******************************************************************
      * LEER-CREDITO
      ******************************************************************
       LEER-CREDITO.
      *
           EXEC SQL
               FETCH V13C60B-V1DC6011
               INTO :COD-CORRESPONSAL,
                    :FEC-EXTRACTO,
                    :REF-EXTRACTO,
                    :COD-DIV-EXT,
                    :IMP-EXTRACTO,
                    :NOM-ORDENANTE
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   PERFORM 2100-CASAR-CREDITO
                      THRU 2100-CASAR-CREDITO-EXIT

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      *                   2100-CASAR-CREDITO                           *
      *  SE INTENTA PRIMERO POR REFERENCIA Y LUEGO POR ORDENANTE; EL   *
      *  CREDITO QUEDA REGISTRADO EN V1DT131 CASE O NO, PARA NO        *
      *  VOLVER A TRATARLO                                             *
      ******************************************************************
       2100-CASAR-CREDITO.
      *
           ADD 1                           TO CN-CREDITOS
      *
           INITIALIZE DCLV1DT131
           MOVE COD-CORRESPONSAL           TO COD-CORRESP-CRE
           MOVE FEC-EXTRACTO               TO FEC-EXTRACTO-CRE
           MOVE REF-EXTRACTO               TO REF-EXTRACTO-CRE
           MOVE COD-DIV-EXT                TO COD-DIV-CRE
           MOVE NOM-ORDENANTE              TO NOM-ORDENANTE-CRE
           MOVE WS-FEC-HOY                 TO FEC-DETECTADO-CRE
           MOVE CT-EST-PENDIENTE           TO EST-CREDITO
           MOVE ZEROES                     TO NUM-REF-CRE
      *
      *    EL CREDITO PUEDE VENIR CON SIGNO EN EL EXTRACTO
      *
           IF  IMP-EXTRACTO LESS THAN ZEROES
               COMPUTE IMP-CREDITO = ZEROES - IMP-EXTRACTO
           ELSE
               MOVE IMP-EXTRACTO           TO IMP-CREDITO
           END-IF
      *
           SET CREDITO-NO-CASADO           TO TRUE
      *
           PERFORM 2200-CASAR-REFERENCIA
              THRU 2200-CASAR-REFERENCIA-EXIT
      *
           IF  CREDITO-NO-CASADO
               PERFORM 2300-CASAR-ORDENANTE
                  THRU 2300-CASAR-ORDENANTE-EXIT
           END-IF
      *
           IF  CREDITO-CASADO
               PERFORM 5100-LIQUIDAR-COMPRA
                  THRU 5100-LIQUIDAR-COMPRA-EXIT
           ELSE
               ADD 1                       TO CN-SUSPENSO
           END-IF
      *
           PERFORM 5000-GRABAR-CREDITO
              THRU 5000-GRABAR-CREDITO-EXIT
      *
           .
       2100-CASAR-CREDITO-EXIT.
           EXIT.
      ******************************************************************
      *                  2200-CASAR-REFERENCIA                         *
      *  EL ORDENANTE CITA NUESTRO NUMERO DE OPERACION EN LAS DIEZ     *
      *  PRIMERAS POSICIONES DE LA REFERENCIA.  LA COMPRA DEBE ESTAR   *
      *  PENDIENTE Y CUADRAR EN DIVISA Y MONTO                         *
      ******************************************************************
       2200-CASAR-REFERENCIA.
      *
           MOVE REF-EXTRACTO(1:10)         TO WS-REF-DIGITOS
      *
           IF  WS-REF-DIGITOS NOT NUMERIC
               GO TO 2200-CASAR-REFERENCIA-EXIT
           END-IF
      *
           MOVE WS-REF-DIGITOS-N           TO WS-NUM-REF
      *
           EXEC SQL
               SELECT A.NUM_REF
               INTO  :DCLV1DT001.NUM-REF
               FROM V1DT001 A
               WHERE A.NUM_REF     = :WS-NUM-REF
                 AND A.IDF_CMP_VTA = :CT-IDF-COMPRA
                 AND A.COD_DIV_OPE = :COD-DIV-CRE
                 AND A.IMP_OPE     = :IMP-CREDITO
                 AND NOT EXISTS
                     (SELECT 1
                      FROM V1DT020 C
                      WHERE C.NUM_REF = A.NUM_REF)
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   SET CREDITO-CASADO      TO TRUE
                   MOVE NUM-REF OF DCLV1DT001
                                           TO NUM-REF-CRE
                   MOVE CT-CASE-REFERENCIA TO TIP-CASE
                   ADD 1                   TO CN-CASADOS-REF

               WHEN DB2-NOTFND
                   CONTINUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
       2200-CASAR-REFERENCIA-EXIT.
           EXIT.
      ******************************************************************
      *                  2300-CASAR-ORDENANTE                          *
      *  SIN REFERENCIA UTIL SE BUSCAN LAS COMPRAS PENDIENTES DE LA    *
      *  MISMA DIVISA Y MONTO CUYO CLIENTE EN EL MAESTRO LOCAL         *
      *  (V1DT079) EMPIEZA IGUAL QUE EL ORDENANTE.  SOLO SE CASA SI LA *
      *  CANDIDATA ES UNICA; CON VARIAS LO DECIDE TESORERIA            *
      ******************************************************************
       2300-CASAR-ORDENANTE.
      *
           IF  NOM-ORDENANTE-CRE EQUAL SPACES
               GO TO 2300-CASAR-ORDENANTE-EXIT
           END-IF
      *
           MOVE NOM-ORDENANTE-CRE(1:20)    TO WS-ORDENANTE
           MOVE ZEROES                     TO WS-CANT-CANDIDATAS
                                              WS-NUM-REF
      *
           EXEC SQL
               SELECT COUNT(*),
                      VALUE(MIN(A.NUM_REF), 0)
               INTO  :WS-CANT-CANDIDATAS,
                     :WS-NUM-REF
               FROM V1DT001 A,
                    V1DT079 B
               WHERE A.IDF_CMP_VTA     = :CT-IDF-COMPRA
                 AND A.COD_DIV_OPE     = :COD-DIV-CRE
                 AND A.IMP_OPE         = :IMP-CREDITO
                 AND B.NUM_DOC_PERSONA = A.NUM_DOC_PERSONA
                 AND SUBSTR(B.NOM_CLIENTE, 1, 20) = :WS-ORDENANTE
                 AND NOT EXISTS
                     (SELECT 1
                      FROM V1DT020 C
                      WHERE C.NUM_REF = A.NUM_REF)
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  WS-CANT-CANDIDATAS EQUAL 1
               SET CREDITO-CASADO          TO TRUE
               MOVE WS-NUM-REF             TO NUM-REF-CRE
               MOVE CT-CASE-NOMBRE         TO TIP-CASE
               ADD 1                       TO CN-CASADOS-NOMBRE
           END-IF
      *
           .
       2300-CASAR-ORDENANTE-EXIT.
           EXIT.
      ******************************************************************
      *                    5000-GRABAR-CREDITO                         *
      ******************************************************************
       5000-GRABAR-CREDITO.
      *
           EXEC SQL
               INSERT INTO V1DT131
                   (COD_CORRESPONSAL,
                    FEC_EXTRACTO,
                    REF_EXTRACTO,
                    COD_DIV,
                    IMP_CREDITO,
                    NOM_ORDENANTE,
                    NUM_REF,
                    EST_CREDITO,
                    TIP_CASE,
                    FEC_DETECTADO,
                    FEC_ASIGNADO,
                    COD_USUARIO_ASIGNA)
               VALUES
                   (:COD-CORRESP-CRE,
                    :FEC-EXTRACTO-CRE,
                    :REF-EXTRACTO-CRE,
                    :COD-DIV-CRE,
                    :IMP-CREDITO,
                    :NOM-ORDENANTE-CRE,
                    :NUM-REF-CRE,
                    :EST-CREDITO,
                    :TIP-CASE,
                    :FEC-DETECTADO-CRE,
                    :FEC-ASIGNADO,
                    :COD-USUARIO-ASIGNA)
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       5000-GRABAR-CREDITO-EXIT.
           EXIT.
      ******************************************************************
      *                    5100-LIQUIDAR-COMPRA                        *
      *  LA COMPRA QUEDA LIQUIDADA EN V1DT020 CON LA FECHA DEL         *
      *  EXTRACTO, LO QUE LIBERA EL ABONO DE LOS BOLIVARES, Y LA       *
      *  PARTIDA DEL EXTRACTO QUEDA CASADA                             *
      ******************************************************************
       5100-LIQUIDAR-COMPRA.
      *
           ADD 1                           TO WS-NUM-INSTRUCCION
      *
           MOVE NUM-REF-CRE                TO NUM-REF OF DCLV1DT020
           MOVE WS-NUM-INSTRUCCION         TO NUM-INSTRUCCION
           MOVE WS-FEC-HOY                 TO FEC-EXTRAIDO
           MOVE CT-EST-LIQUIDADA           TO EST-LIQUIDACION
           MOVE FEC-EXTRACTO-CRE           TO FEC-LIQUIDACION
           MOVE IMP-CREDITO                TO IMP-INSTRUIDO
      *
           EXEC SQL
               INSERT INTO V1DT020
                   (NUM_REF,
                    NUM_INSTRUCCION,
                    FEC_EXTRAIDO,
                    EST_LIQUIDACION,
                    FEC_LIQUIDACION,
                    IMP_INSTRUIDO)
               VALUES
                   (:DCLV1DT020.NUM-REF,
                    :NUM-INSTRUCCION,
                    :FEC-EXTRAIDO,
                    :EST-LIQUIDACION,
                    :FEC-LIQUIDACION,
                    :IMP-INSTRUIDO)
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           EXEC SQL
               UPDATE V1DT064
                  SET IND_CASADO       = 'S'
                WHERE COD_CORRESPONSAL = :COD-CORRESPONSAL
                  AND FEC_EXTRACTO     = :FEC-EXTRACTO
                  AND REF_EXTRACTO     = :REF-EXTRACTO
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           MOVE CT-EST-CASADO              TO EST-CREDITO
           MOVE WS-FEC-HOY                 TO FEC-ASIGNADO
           MOVE CT-PROGRAMA                TO COD-USUARIO-ASIGNA
      *
           MOVE ZEROES                     TO LN-DET-DIAS
           PERFORM 3200-LISTAR-DETALLE
              THRU 3200-LISTAR-DETALLE-EXIT
      *
           .
       5100-LIQUIDAR-COMPRA-EXIT.
           EXIT.
      ******************************************************************
      *                       3000-SUSPENSO                            *
      *  LISTA DE CREDITOS EN SUSPENSO CON LOS DIAS DESDE QUE LLEGO EL *
      *  DINERO, INCLUIDOS LOS DE CORRIDAS ANTERIORES AUN SIN ASIGNAR  *
      ******************************************************************
       3000-SUSPENSO.
      *
           MOVE SPACES                     TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE CT-SEC-SUSPENSO            TO LN-SEC-TEXTO
           WRITE REG-REPORTE             FROM LN-SECCION
           WRITE REG-REPORTE             FROM LN-CABECERA
      *
           SET NO-FIN-CURSOR               TO TRUE
      *
           EXEC SQL
               OPEN V13C60B-V1DC6012
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-SUSPENSO
             UNTIL FIN-CURSOR
      *
           EXEC SQL
               CLOSE V13C60B-V1DC6012
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           MOVE CN-LISTADOS                TO LN-TOT-CANT
           WRITE REG-REPORTE             FROM LN-TOTAL
      *
           .
       3000-SUSPENSO-EXIT.
           EXIT.
      ******************************************************************
      * LEER-SUSPENSO
      ******************************************************************
       LEER-SUSPENSO.
      *
           EXEC SQL
               FETCH V13C60B-V1DC6012
               INTO :COD-CORRESP-CRE,
                    :FEC-EXTRACTO-CRE,
                    :REF-EXTRACTO-CRE,
                    :COD-DIV-CRE,
                    :IMP-CREDITO,
                    :NOM-ORDENANTE-CRE
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   PERFORM 3100-LISTAR-SUSPENSO
                      THRU 3100-LISTAR-SUSPENSO-EXIT

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      * 3100-LISTAR-SUSPENSO
      ******************************************************************
       3100-LISTAR-SUSPENSO.
      *
           MOVE FEC-EXTRACTO-CRE           TO WS-FEC-CREDITO
           IF  WS-FEC-CREDITO NUMERIC
               COMPUTE WS-INT-CREDITO =
                       FUNCTION INTEGER-OF-DATE(WS-FEC-CREDITO-N)
               COMPUTE WS-DIAS-SUSPENSO = WS-INT-HOY - WS-INT-CREDITO
           ELSE
               MOVE ZEROES                 TO WS-DIAS-SUSPENSO
           END-IF
      *
           MOVE ZEROES                     TO NUM-REF-CRE
           MOVE SPACES                     TO TIP-CASE
           MOVE WS-DIAS-SUSPENSO           TO LN-DET-DIAS
           PERFORM 3200-LISTAR-DETALLE
              THRU 3200-LISTAR-DETALLE-EXIT
      *
           ADD 1                           TO CN-LISTADOS
      *
           .
       3100-LISTAR-SUSPENSO-EXIT.
           EXIT.
      ******************************************************************
      * 3200-LISTAR-DETALLE
      ******************************************************************
       3200-LISTAR-DETALLE.
      *
           MOVE COD-CORRESP-CRE            TO LN-DET-CORRESPONSAL
           MOVE FEC-EXTRACTO-CRE           TO LN-DET-FECHA
           MOVE REF-EXTRACTO-CRE           TO LN-DET-REFERENCIA
           MOVE COD-DIV-CRE                TO LN-DET-DIVISA
           MOVE IMP-CREDITO                TO LN-DET-IMPORTE
           MOVE NOM-ORDENANTE-CRE          TO LN-DET-ORDENANTE
           MOVE NUM-REF-CRE                TO LN-DET-NUM-REF
           MOVE TIP-CASE                   TO LN-DET-TIP-CASE
           WRITE REG-REPORTE             FROM LN-DETALLE
      *
           .
       3200-LISTAR-DETALLE-EXIT.
           EXIT.
      ******************************************************************
      *                            6000-FIN                            *
      ******************************************************************
       6000-FIN.
      *
           CLOSE ARCH-REPORTE
      *
           DISPLAY 'V13C60B - CREDITOS RECIBIDOS:     ' CN-CREDITOS
           DISPLAY 'V13C60B - CASADOS POR REFERENCIA: ' CN-CASADOS-REF
           DISPLAY 'V13C60B - CASADOS POR ORDENANTE:  '
                   CN-CASADOS-NOMBRE
           DISPLAY 'V13C60B - NUEVOS EN SUSPENSO:     ' CN-SUSPENSO
           DISPLAY 'V13C60B - TOTAL EN SUSPENSO:      ' CN-LISTADOS
      *
           SET W924-88-FIN                 TO TRUE
           MOVE CN-CREDITOS                TO W924-CANT-LEIDOS
           MOVE CN-CREDITOS                TO W924-CANT-GRABADOS
           COMPUTE W924-CANT-ACTUALIZADOS =
                   CN-CASADOS-REF + CN-CASADOS-NOMBRE
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
           DISPLAY 'V13C60B - ERROR DB2 SQLCODE: ' SQLCODE
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
