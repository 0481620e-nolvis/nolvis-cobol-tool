      ******************************************************************
      *                                                                *
      *  PROGRAMA: V13C74B                                             *
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
      * ARCHIVO DE SALIDA: SALDEV (DEVOLUCIONES RECONOCIDAS EN LA      *
      *  CORRIDA Y DEVOLUCIONES PENDIENTES DE CONFIRMAR CON SU         *
      *  ANTIGUEDAD)                                                   *
      * ------------------                                             *
      * PROCESO GLOBAL: RECONOCIMIENTO DE PAGOS EMITIDOS DEVUELTOS.    *
      *  CUANDO EL BANCO BENEFICIARIO DEVUELVE UNO DE NUESTROS MT103   *
      *  (CUENTA CERRADA, NOMBRE ERRADO) EL DINERO REGRESA AL NOSTRO   *
      *  SEMANAS DESPUES COMO UNA PARTIDA CREDITO CON UNA REFERENCIA   *
      *  LIBRE.  CADA PARTIDA CREDITO DEL EXTRACTO (V1DT064) AUN NO    *
      *  TRATADA SE BUSCA CONTRA LAS INSTRUCCIONES EMITIDAS O          *
      *  LIQUIDADAS DE V1DT020 EN LA DIVISA PAGADA:                    *
      *  - POR REFERENCIA: NUESTRO NUMERO DE INSTRUCCION (CAMPO :20:   *
      *    DEL MT103) APARECE EN CUALQUIER POSICION DE LA REFERENCIA,  *
      *    CON MONTO IGUAL O MENOR AL INSTRUIDO (EL BANCO DEVOLVENTE   *
      *    PUEDE DESCONTAR SUS GASTOS);                                *
      *  - POR MONTO: UNA SOLA INSTRUCCION DE LA MISMA DIVISA Y EL     *
      *    MISMO MONTO.                                                *
      *  LA DEVOLUCION RECONOCIDA QUEDA PENDIENTE EN V1DT152 PARA QUE  *
      *  OPERACIONES LA CONFIRME EN V13C74Z.  LO QUE NO SE RECONOCE    *
      *  SIGUE SU CAMINO AL CASE DE CREDITOS V13C60B, QUE DEBE CORRER  *
      *  DESPUES DE ESTE PROCESO                                       *
      ******************************************************************
      *                                                                *
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *                                                                *
      *             INFORMACION GENERAL SOBRE EL PROGRAMA              *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   V13C74B.
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
           SELECT ARCH-REPORTE         ASSIGN TO SALDEV
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
           05  WS-POS                      PIC 9(02)   VALUE ZEROES.
           05  WS-REF-DIGITOS              PIC X(09)   VALUE SPACES.
           05  WS-REF-DIGITOS-N REDEFINES WS-REF-DIGITOS
                                           PIC 9(09).
           05  WS-NUM-INSTRUCCION          PIC S9(09)  COMP-3
                                                       VALUE ZEROES.
           05  WS-CANT-CANDIDATAS          PIC S9(09)  COMP
                                                       VALUE ZEROES.
           05  WS-INT-HOY                  PIC S9(09)  COMP
                                                       VALUE ZEROES.
           05  WS-INT-PARTIDA              PIC S9(09)  COMP
                                                       VALUE ZEROES.
           05  WS-DIAS-PENDIENTE           PIC S9(05)  COMP-3
                                                       VALUE ZEROES.
           05  WS-FEC-PARTIDA              PIC X(08)   VALUE SPACES.
           05  WS-FEC-PARTIDA-N REDEFINES WS-FEC-PARTIDA
                                           PIC 9(08).
      ******************************************************************
      *                  LINEAS DEL REPORTE                            *
      ******************************************************************
       01  LN-TITULO.
           05  FILLER                      PIC X(33)
               VALUE 'DEVOLUCIONES DE PAGOS EMITIDOS AL'.
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-TIT-FECHA                PIC X(08).
           05  FILLER                      PIC X(90)   VALUE SPACES.
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
                                           VALUE '        DEVUELTO'.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  FILLER                      PIC X(11)
                                           VALUE 'INSTRUCCION'.
           05  FILLER                      PIC X(12)
                                           VALUE ' OPERACION'.
           05  FILLER                      PIC X(18)
                                           VALUE '       INSTRUIDO'.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  FILLER                      PIC X(03)   VALUE 'REC'.
           05  FILLER                      PIC X(05)   VALUE ' DIAS'.
           05  FILLER                      PIC X(18)   VALUE SPACES.
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
           05  LN-DET-DEVUELTO             PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-DET-INSTRUCCION          PIC Z(08)9.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-DET-NUM-REF              PIC Z(09)9.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-DET-INSTRUIDO            PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-DET-TIP-RECONOCE         PIC X(01).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-DET-DIAS                 PIC ZZZZ9.
           05  FILLER                      PIC X(18)   VALUE SPACES.
      *
       01  LN-TOTAL.
           05  FILLER                      PIC X(12)   VALUE SPACES.
           05  FILLER                      PIC X(07)   VALUE 'TOTAL ('.
           05  LN-TOT-CANT                 PIC ZZZ.ZZ9.
           05  FILLER                      PIC X(14)
                                           VALUE ' DEVOLUCIONES)'.
           05  FILLER                      PIC X(92)   VALUE SPACES.
      ******************************************************************
      *                    AREA  DE  SWITCHES                          *
      ******************************************************************
       01  SW-SWITCHES.
      *
           05  SW-FIN-CURSOR               PIC X(01)   VALUE 'N'.
               88  FIN-CURSOR                          VALUE 'S'.
               88  NO-FIN-CURSOR                       VALUE 'N'.
           05  SW-RECONOCIDA               PIC X(01)   VALUE 'N'.
               88  DEVOLUCION-RECONOCIDA               VALUE 'S'.
               88  DEVOLUCION-NO-RECONOCIDA            VALUE 'N'.
      ******************************************************************
      *                        AREA DE CONTANTES                       *
      ******************************************************************
       01  CT-CONTANTES.
      *                                                                *
           05  CT-PROGRAMA                 PIC X(08)   VALUE 'V13C74B'.
           05  CT-V19C024                  PIC X(08)   VALUE 'V19C024'.
           05  CT-CREDITO                  PIC X(01)   VALUE 'C'.
           05  CT-IDF-COMPRA               PIC X(01)   VALUE 'C'.
           05  CT-TIP-CRUZADA              PIC X(01)   VALUE '9'.
           05  CT-EST-EMITIDA              PIC X(01)   VALUE 'E'.
           05  CT-EST-LIQUIDADA            PIC X(01)   VALUE 'L'.
           05  CT-EST-PENDIENTE            PIC X(01)   VALUE 'P'.
           05  CT-EST-DESCARTADA           PIC X(01)   VALUE 'D'.
           05  CT-REC-REFERENCIA           PIC X(01)   VALUE 'R'.
           05  CT-REC-MONTO                PIC X(01)   VALUE 'M'.
           05  CT-POS-MAXIMA               PIC 9(02)   VALUE 08.
           05  CT-SEC-RECONOCIDAS          PIC X(40)
               VALUE 'DEVOLUCIONES RECONOCIDAS EN ESTA CORRIDA'.
           05  CT-SEC-PENDIENTES           PIC X(40)
               VALUE 'DEVOLUCIONES PENDIENTES DE CONFIRMAR'.
      ******************************************************************
      *                      AREA DE CONTADORES                        *
      ******************************************************************
       01  CN-CONTADORES.
           05  CN-PARTIDAS                 PIC 9(07)   VALUE ZEROES.
           05  CN-RECONOCIDAS-REF          PIC 9(07)   VALUE ZEROES.
           05  CN-RECONOCIDAS-MONTO        PIC 9(07)   VALUE ZEROES.
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
               INCLUDE V1GT020
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT064
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT152
           END-EXEC
      ******************************************************************
      *                        CURSORES
      ******************************************************************
      *    PARTIDAS CREDITO DE LOS EXTRACTOS AUN NO TRATADAS NI POR
      *    ESTE PROCESO NI POR EL CASE DE CREDITOS V13C60B
      *
           EXEC SQL
               DECLARE V13C74B-V1DC7411
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
                      FROM V1DT152 R
                      WHERE R.COD_CORRESPONSAL = E.COD_CORRESPONSAL
                        AND R.FEC_EXTRACTO     = E.FEC_EXTRACTO
                        AND R.REF_EXTRACTO     = E.REF_EXTRACTO)
                 AND NOT EXISTS
                     (SELECT 1
                      FROM V1DT131 S
                      WHERE S.COD_CORRESPONSAL = E.COD_CORRESPONSAL
                        AND S.FEC_EXTRACTO     = E.FEC_EXTRACTO
                        AND S.REF_EXTRACTO     = E.REF_EXTRACTO)
               ORDER BY E.COD_CORRESPONSAL,
                        E.FEC_EXTRACTO,
                        E.REF_EXTRACTO
           END-EXEC
      *
      *    DEVOLUCIONES PENDIENTES DE CONFIRMAR, LAS MAS VIEJAS PRIMERO
      *
           EXEC SQL
               DECLARE V13C74B-V1DC7412
               CURSOR FOR
               SELECT COD_CORRESPONSAL,
                      FEC_EXTRACTO,
                      REF_EXTRACTO,
                      COD_DIV,
                      IMP_DEVUELTO,
                      NUM_INSTRUCCION,
                      NUM_REF,
                      IMP_INSTRUIDO,
                      TIP_RECONOCE
               FROM V1DT152
               WHERE EST_DEVOLUCION = :CT-EST-PENDIENTE
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
           PERFORM 2000-RECONOCER
              THRU 2000-RECONOCER-EXIT
      *
           PERFORM 3000-PENDIENTES
              THRU 3000-PENDIENTES-EXIT
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
           MOVE ZEROES                     TO CN-PARTIDAS
                                              CN-RECONOCIDAS-REF
                                              CN-RECONOCIDAS-MONTO
                                              CN-LISTADOS
      *
           INITIALIZE V1WC924
           SET W924-88-INICIO              TO TRUE
           MOVE CT-PROGRAMA                TO W924-PROGRAMA
           MOVE WS-FEC-HOY                 TO W924-FEC-PROCESO
           CALL CT-V19C024 USING V1WC924
      *
           MOVE WS-FEC-HOY                 TO LN-TIT-FECHA
           WRITE REG-REPORTE             FROM LN-TITULO
      *
           .
       1000-INICIO-EXIT.
           EXIT.
      ******************************************************************
      *                       2000-RECONOCER                           *
      ******************************************************************
       2000-RECONOCER.
      *
           MOVE SPACES                     TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE CT-SEC-RECONOCIDAS         TO LN-SEC-TEXTO
           WRITE REG-REPORTE             FROM LN-SECCION
           WRITE REG-REPORTE             FROM LN-CABECERA
      *
           SET NO-FIN-CURSOR               TO TRUE
      *
           EXEC SQL
               OPEN V13C74B-V1DC7411
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
               CLOSE V13C74B-V1DC7411
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           COMPUTE LN-TOT-CANT = CN-RECONOCIDAS-REF
                               + CN-RECONOCIDAS-MONTO
           WRITE REG-REPORTE             FROM LN-TOTAL
      *
           EXEC SQL
               COMMIT
           END-EXEC
      *
           .
       2000-RECONOCER-EXIT.
           EXIT.
      ******************************************************************
      * LEER-PARTIDA
      ******************************************************************
       LEER-PARTIDA.
      *
           EXEC SQL
               FETCH V13C74B-V1DC7411
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
                   PERFORM 2100-TRATAR-PARTIDA
                      THRU 2100-TRATAR-PARTIDA-EXIT

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      *                   2100-TRATAR-PARTIDA                          *
      *  SE INTENTA PRIMERO POR REFERENCIA Y LUEGO POR MONTO.  SOLO LA *
      *  PARTIDA RECONOCIDA QUEDA EN V1DT152; LA DEMAS LA TOMA EL CASE *
      *  DE CREDITOS V13C60B                                           *
      ******************************************************************
       2100-TRATAR-PARTIDA.
      *
           ADD 1                           TO CN-PARTIDAS
      *
           INITIALIZE DCLV1DT152
           MOVE COD-CORRESPONSAL           TO COD-CORRESP-DEV
           MOVE FEC-EXTRACTO               TO FEC-EXTRACTO-DEV
           MOVE REF-EXTRACTO               TO REF-EXTRACTO-DEV
           MOVE COD-DIV-EXT                TO COD-DIV-DEV
           MOVE NOM-ORDENANTE              TO NOM-ORDENANTE-DEV
           MOVE WS-FEC-HOY                 TO FEC-DETECTADO-DEV
           MOVE CT-EST-PENDIENTE           TO EST-DEVOLUCION
           MOVE ZEROES                     TO NUM-REF-REINTEGRO
      *
      *    EL CREDITO PUEDE VENIR CON SIGNO EN EL EXTRACTO
      *
           IF  IMP-EXTRACTO LESS THAN ZEROES
               COMPUTE IMP-DEVUELTO = ZEROES - IMP-EXTRACTO
           ELSE
               MOVE IMP-EXTRACTO           TO IMP-DEVUELTO
           END-IF
      *
           SET DEVOLUCION-NO-RECONOCIDA    TO TRUE
      *
           PERFORM 2200-RECONOCER-REFERENCIA
              THRU 2200-RECONOCER-REFERENCIA-EXIT
             VARYING WS-POS FROM 1 BY 1
             UNTIL WS-POS GREATER CT-POS-MAXIMA
                OR DEVOLUCION-RECONOCIDA
      *
           IF  DEVOLUCION-NO-RECONOCIDA
               PERFORM 2300-RECONOCER-MONTO
                  THRU 2300-RECONOCER-MONTO-EXIT
           END-IF
      *
           IF  DEVOLUCION-RECONOCIDA
               PERFORM 5000-GRABAR-DEVOLUCION
                  THRU 5000-GRABAR-DEVOLUCION-EXIT
               MOVE ZEROES                 TO LN-DET-DIAS
               PERFORM 3200-LISTAR-DETALLE
                  THRU 3200-LISTAR-DETALLE-EXIT
           END-IF
      *
           .
       2100-TRATAR-PARTIDA-EXIT.
           EXIT.
      ******************************************************************
      *                 2200-RECONOCER-REFERENCIA                      *
      *  EL BANCO DEVOLVENTE CITA NUESTRO CAMPO :20: (NUMERO DE        *
      *  INSTRUCCION DE NUEVE DIGITOS) DONDE QUIERE DENTRO DE SU       *
      *  REFERENCIA.  SE PRUEBA CADA POSICION; LA INSTRUCCION DEBE     *
      *  ESTAR EMITIDA O LIQUIDADA, SER UN PAGO NUESTRO (NO UNA COMPRA *
      *  LIQUIDADA POR CREDITO RECIBIDO, V1DT131), NO TENER YA UNA     *
      *  DEVOLUCION VIGENTE, ESTAR EN LA DIVISA PAGADA (EN UNA COMPRA  *
      *  CRUZADA ES LA DIVISA CONTRAPARTE) Y NO SUPERAR LO INSTRUIDO   *
      ******************************************************************
       2200-RECONOCER-REFERENCIA.
      *
           MOVE REF-EXTRACTO-DEV(WS-POS:9) TO WS-REF-DIGITOS
      *
           IF  WS-REF-DIGITOS NOT NUMERIC
               GO TO 2200-RECONOCER-REFERENCIA-EXIT
           END-IF
      *
           MOVE WS-REF-DIGITOS-N           TO WS-NUM-INSTRUCCION
      *
           EXEC SQL
               SELECT D.NUM_INSTRUCCION,
                      D.NUM_REF,
                      D.IMP_INSTRUIDO
               INTO  :NUM-INSTRUCCION-DEV,
                     :NUM-REF-DEV,
                     :IMP-INSTRUIDO-DEV
               FROM V1DT020 D,
                    V1DT001 A
               WHERE D.NUM_INSTRUCCION  = :WS-NUM-INSTRUCCION
                 AND D.EST_LIQUIDACION IN (:CT-EST-EMITIDA,
                                           :CT-EST-LIQUIDADA)
                 AND D.IMP_INSTRUIDO   >= :IMP-DEVUELTO
                 AND A.NUM_REF          = D.NUM_REF
                 AND CASE WHEN A.TIP_OPE     = :CT-TIP-CRUZADA
                           AND A.IDF_CMP_VTA = :CT-IDF-COMPRA
                          THEN A.COD_DIV_CONTRA
                          ELSE A.COD_DIV_OPE
                     END                = :COD-DIV-DEV
                 AND NOT EXISTS
                     (SELECT 1
                      FROM V1DT131 C
                      WHERE C.NUM_REF = D.NUM_REF)
                 AND NOT EXISTS
                     (SELECT 1
                      FROM V1DT152 R
                      WHERE R.NUM_INSTRUCCION = D.NUM_INSTRUCCION
                        AND R.EST_DEVOLUCION <> :CT-EST-DESCARTADA)
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   SET DEVOLUCION-RECONOCIDA
                                           TO TRUE
                   MOVE CT-REC-REFERENCIA  TO TIP-RECONOCE
                   ADD 1                   TO CN-RECONOCIDAS-REF

               WHEN DB2-NOTFND
                   CONTINUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
       2200-RECONOCER-REFERENCIA-EXIT.
           EXIT.
      ******************************************************************
      *                   2300-RECONOCER-MONTO                         *
      *  SIN REFERENCIA UTIL SE BUSCAN LAS INSTRUCCIONES VIGENTES DE   *
      *  LA MISMA DIVISA PAGADA Y EL MISMO MONTO.  SOLO SE RECONOCE SI *
      *  LA CANDIDATA ES UNICA; LA CONFIRMACION QUEDA DE TODOS MODOS   *
      *  EN MANOS DE OPERACIONES                                       *
      ******************************************************************
       2300-RECONOCER-MONTO.
      *
           MOVE ZEROES                     TO WS-CANT-CANDIDATAS
                                              WS-NUM-INSTRUCCION
      *
           EXEC SQL
               SELECT COUNT(*),
                      VALUE(MIN(D.NUM_INSTRUCCION), 0)
               INTO  :WS-CANT-CANDIDATAS,
                     :WS-NUM-INSTRUCCION
               FROM V1DT020 D,
                    V1DT001 A
               WHERE D.EST_LIQUIDACION IN (:CT-EST-EMITIDA,
                                           :CT-EST-LIQUIDADA)
                 AND D.IMP_INSTRUIDO    = :IMP-DEVUELTO
                 AND A.NUM_REF          = D.NUM_REF
                 AND CASE WHEN A.TIP_OPE     = :CT-TIP-CRUZADA
                           AND A.IDF_CMP_VTA = :CT-IDF-COMPRA
                          THEN A.COD_DIV_CONTRA
                          ELSE A.COD_DIV_OPE
                     END                = :COD-DIV-DEV
                 AND NOT EXISTS
                     (SELECT 1
                      FROM V1DT131 C
                      WHERE C.NUM_REF = D.NUM_REF)
                 AND NOT EXISTS
                     (SELECT 1
                      FROM V1DT152 R
                      WHERE R.NUM_INSTRUCCION = D.NUM_INSTRUCCION
                        AND R.EST_DEVOLUCION <> :CT-EST-DESCARTADA)
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  WS-CANT-CANDIDATAS NOT EQUAL 1
               GO TO 2300-RECONOCER-MONTO-EXIT
           END-IF
      *
           EXEC SQL
               SELECT NUM_INSTRUCCION,
                      NUM_REF,
                      IMP_INSTRUIDO
               INTO  :NUM-INSTRUCCION-DEV,
                     :NUM-REF-DEV,
                     :IMP-INSTRUIDO-DEV
               FROM V1DT020
               WHERE NUM_INSTRUCCION = :WS-NUM-INSTRUCCION
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           SET DEVOLUCION-RECONOCIDA       TO TRUE
           MOVE CT-REC-MONTO               TO TIP-RECONOCE
           ADD 1                           TO CN-RECONOCIDAS-MONTO
      *
           .
       2300-RECONOCER-MONTO-EXIT.
           EXIT.
      ******************************************************************
      *                   5000-GRABAR-DEVOLUCION                       *
      ******************************************************************
       5000-GRABAR-DEVOLUCION.
      *
           EXEC SQL
               INSERT INTO V1DT152
                   (COD_CORRESPONSAL,
                    FEC_EXTRACTO,
                    REF_EXTRACTO,
                    COD_DIV,
                    IMP_DEVUELTO,
                    NOM_ORDENANTE,
                    NUM_INSTRUCCION,
                    NUM_REF,
                    IMP_INSTRUIDO,
                    EST_DEVOLUCION,
                    TIP_RECONOCE,
                    FEC_DETECTADO,
                    NUM_REF_REINTEGRO,
                    COD_MOTIVO,
                    FEC_CONFIRMA,
                    COD_USUARIO_CONFIRMA)
               VALUES
                   (:COD-CORRESP-DEV,
                    :FEC-EXTRACTO-DEV,
                    :REF-EXTRACTO-DEV,
                    :COD-DIV-DEV,
                    :IMP-DEVUELTO,
                    :NOM-ORDENANTE-DEV,
                    :NUM-INSTRUCCION-DEV,
                    :NUM-REF-DEV,
                    :IMP-INSTRUIDO-DEV,
                    :EST-DEVOLUCION,
                    :TIP-RECONOCE,
                    :FEC-DETECTADO-DEV,
                    :NUM-REF-REINTEGRO,
                    :COD-MOTIVO-DEV,
                    :FEC-CONFIRMA,
                    :COD-USUARIO-CONFIRMA)
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       5000-GRABAR-DEVOLUCION-EXIT.
           EXIT.
      ******************************************************************
      *                      3000-PENDIENTES                           *
      *  LISTA DE DEVOLUCIONES AUN SIN CONFIRMAR CON LOS DIAS DESDE    *
      *  QUE LLEGO EL DINERO, INCLUIDAS LAS DE CORRIDAS ANTERIORES     *
      ******************************************************************
       3000-PENDIENTES.
      *
           MOVE SPACES                     TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE CT-SEC-PENDIENTES          TO LN-SEC-TEXTO
           WRITE REG-REPORTE             FROM LN-SECCION
           WRITE REG-REPORTE             FROM LN-CABECERA
      *
           SET NO-FIN-CURSOR               TO TRUE
      *
           EXEC SQL
               OPEN V13C74B-V1DC7412
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-PENDIENTE
             UNTIL FIN-CURSOR
      *
           EXEC SQL
               CLOSE V13C74B-V1DC7412
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
       3000-PENDIENTES-EXIT.
           EXIT.
      ******************************************************************
      * LEER-PENDIENTE
      ******************************************************************
       LEER-PENDIENTE.
      *
           EXEC SQL
               FETCH V13C74B-V1DC7412
               INTO :COD-CORRESP-DEV,
                    :FEC-EXTRACTO-DEV,
                    :REF-EXTRACTO-DEV,
                    :COD-DIV-DEV,
                    :IMP-DEVUELTO,
                    :NUM-INSTRUCCION-DEV,
                    :NUM-REF-DEV,
                    :IMP-INSTRUIDO-DEV,
                    :TIP-RECONOCE
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   PERFORM 3100-LISTAR-PENDIENTE
                      THRU 3100-LISTAR-PENDIENTE-EXIT

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      * 3100-LISTAR-PENDIENTE
      ******************************************************************
       3100-LISTAR-PENDIENTE.
      *
           MOVE FEC-EXTRACTO-DEV           TO WS-FEC-PARTIDA
           IF  WS-FEC-PARTIDA NUMERIC
               COMPUTE WS-INT-PARTIDA =
                       FUNCTION INTEGER-OF-DATE(WS-FEC-PARTIDA-N)
               COMPUTE WS-DIAS-PENDIENTE = WS-INT-HOY - WS-INT-PARTIDA
           ELSE
               MOVE ZEROES                 TO WS-DIAS-PENDIENTE
           END-IF
      *
           MOVE WS-DIAS-PENDIENTE          TO LN-DET-DIAS
           PERFORM 3200-LISTAR-DETALLE
              THRU 3200-LISTAR-DETALLE-EXIT
      *
           ADD 1                           TO CN-LISTADOS
      *
           .
       3100-LISTAR-PENDIENTE-EXIT.
           EXIT.
      ******************************************************************
      * 3200-LISTAR-DETALLE
      ******************************************************************
       3200-LISTAR-DETALLE.
      *
           MOVE COD-CORRESP-DEV            TO LN-DET-CORRESPONSAL
           MOVE FEC-EXTRACTO-DEV           TO LN-DET-FECHA
           MOVE REF-EXTRACTO-DEV           TO LN-DET-REFERENCIA
           MOVE COD-DIV-DEV                TO LN-DET-DIVISA
           MOVE IMP-DEVUELTO               TO LN-DET-DEVUELTO
           MOVE NUM-INSTRUCCION-DEV        TO LN-DET-INSTRUCCION
           MOVE NUM-REF-DEV                TO LN-DET-NUM-REF
           MOVE IMP-INSTRUIDO-DEV          TO LN-DET-INSTRUIDO
           MOVE TIP-RECONOCE               TO LN-DET-TIP-RECONOCE
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
           DISPLAY 'V13C74B - PARTIDAS CREDITO:         ' CN-PARTIDAS
           DISPLAY 'V13C74B - RECONOCIDAS POR REFERENCIA: '
                   CN-RECONOCIDAS-REF
           DISPLAY 'V13C74B - RECONOCIDAS POR MONTO:    '
                   CN-RECONOCIDAS-MONTO
           DISPLAY 'V13C74B - PENDIENTES DE CONFIRMAR:  ' CN-LISTADOS
      *
           SET W924-88-FIN                 TO TRUE
           MOVE CN-PARTIDAS                TO W924-CANT-LEIDOS
           COMPUTE W924-CANT-GRABADOS =
                   CN-RECONOCIDAS-REF + CN-RECONOCIDAS-MONTO
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
           DISPLAY 'V13C74B - ERROR DB2 SQLCODE: ' SQLCODE
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
