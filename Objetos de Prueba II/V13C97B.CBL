      ******************************************************************
      *                                                                *
      *  PROGRAMA: V13C97B                                             *
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
      * ARCHIVO DE ENTRADA: PARMPER (FECHA DE CORTE, POR DEFECTO EL    *
      *  ULTIMO DIA DEL MES ANTERIOR, E INTENTOS DE COBRO TRAS LOS     *
      *  CUALES UNA COMISION ES INCOBRABLE, POR DEFECTO 5)             *
      * ------------------                                             *
      * ARCHIVO DE SALIDA: NINGUNO (EVENTOS PROPUESTOS EN V1DT182)     *
      * ------------------                                             *
      * PROCESO GLOBAL: PROPUESTA MENSUAL DE EVENTOS DE PERDIDA        *
      *  OPERACIONAL.  RIESGO OPERACIONAL RECOGIA LOS EVENTOS POR      *
      *  CORREO, PERO MUCHOS YA ESTAN EN V1.  HASTA LA FECHA DE CORTE  *
      *  ESTE PROCESO PROPONE UN EVENTO EN V1DT182 POR CADA:           *
      *  - FALLO DE LIQUIDACION RESUELTO CON COMPENSACION (V1DT067);   *
      *  - FALTANTE DE UN ARQUEO CONFIRMADO (V1DT109);                 *
      *  - REVERSO DE OPERACION (V1DT012), SALVO LOS REINTEGROS DE     *
      *    PAGOS DEVUELTOS, QUE YA VAN POR SU LADO; SIN IMPORTE, QUE   *
      *    LO CUANTIFICA EL ANALISTA;                                  *
      *  - COMISION NO EXONERADA QUE SIGUE FALLIDA TRAS LOS INTENTOS   *
      *    PARAMETRIZADOS (V1DT069);                                   *
      *  - PAGO DEVUELTO CONFIRMADO CON MENOS DE LO INSTRUIDO: LA      *
      *    DIFERENCIA SON LOS GASTOS QUE ASUMIO EL BANCO (V1DT152).    *
      *  EL TIPO DE EVENTO DE BASILEA, LA LINEA DE NEGOCIO Y LA CAUSA  *
      *  SALEN DE LAS REGLAS V1DT183 POR ORIGEN Y MOTIVO; UN MOTIVO    *
      *  MARCADO SIN GENERAR NO SE PROPONE Y UNO SIN REGLA SE CUENTA,  *
      *  DEJA ALERTA EN V1DT025 Y TERMINA CON RC 04.  NADA SE PROPONE  *
      *  DOS VECES (CLAVE DE ORIGEN UNICA EN V1DT182), ASI QUE UNA     *
      *  CORRIDA PERDIDA LA RECUPERA LA SIGUIENTE.  EL IMPORTE SE      *
      *  LLEVA A BOLIVARES A LA TASA OFICIAL DE LA FECHA DEL EVENTO.   *
      *  ADEMAS, LA COMISION INCOBRABLE QUE SE TERMINO COBRANDO QUEDA  *
      *  COMO RECUPERADA EN SU EVENTO                                  *
      ******************************************************************
      *                                                                *
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *                                                                *
      *             INFORMACION GENERAL SOBRE EL PROGRAMA              *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   V13C97B.
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
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT ARCH-PARAMETROS      ASSIGN TO PARMPER
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
       FD  ARCH-PARAMETROS
           RECORDING MODE IS F.
      *
       01  REG-PARAMETROS.
           05  PAR-FEC-CORTE               PIC X(08).
           05  PAR-MAX-INTENTOS            PIC 9(02).
           05  FILLER                      PIC X(70).
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
           05  WS-FEC-CORTE                PIC X(08)   VALUE SPACES.
           05  WS-FEC-PRIMERO              PIC X(08)   VALUE SPACES.
           05  WS-FEC-PRIMERO-N REDEFINES WS-FEC-PRIMERO
                                           PIC 9(08).
           05  WS-MAX-INTENTOS             PIC S9(03)  COMP-3
                                                       VALUE ZEROES.
           05  WS-COD-MOTIVO               PIC X(02)   VALUE SPACES.
           05  WS-IMP-INSTRUIDO            PIC S9(13)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  WS-IMP-DEVUELTO             PIC S9(13)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  WS-COD-CORRESPONSAL         PIC X(11)   VALUE SPACES.
           05  WS-CANT-RECUPERADOS         PIC S9(09)  COMP
                                                       VALUE ZEROES.
      ******************************************************************
      *                    AREA  DE  SWITCHES                          *
      ******************************************************************
       01  SW-SWITCHES.
      *
           05  SW-FIN-CURSOR               PIC X(01)   VALUE 'N'.
               88  FIN-CURSOR                          VALUE 'S'.
               88  NO-FIN-CURSOR                       VALUE 'N'.
           05  SW-REGLA                    PIC X(01)   VALUE 'N'.
               88  REGLA-ENCONTRADA                    VALUE 'S'.
               88  REGLA-NO-ENCONTRADA                 VALUE 'N'.
      ******************************************************************
      *                        AREA DE CONTANTES                       *
      ******************************************************************
       01  CT-CONTANTES.
      *                                                                *
           05  CT-PROGRAMA                 PIC X(08)   VALUE 'V13C97B'.
           05  CT-V19C024                  PIC X(08)   VALUE 'V19C024'.
           05  CT-V19C025                  PIC X(08)   VALUE 'V19C025'.
           05  CT-CONTADOR-PERDIDAS        PIC X(08)   VALUE 'PERDIDAS'.
           05  CT-DIV-DOLAR                PIC X(03)   VALUE '1'.
           05  CT-MOTIVO-GENERAL           PIC X(02)   VALUE '**'.
           05  CT-SI                       PIC X(01)   VALUE 'S'.
           05  CT-EST-PROPUESTO            PIC X(01)   VALUE 'P'.
           05  CT-EST-DESCARTADO           PIC X(01)   VALUE 'D'.
           05  CT-FALLO-RESUELTO           PIC X(01)   VALUE 'R'.
           05  CT-TIP-FALTANTE             PIC X(01)   VALUE 'F'.
           05  CT-COBRO-FALLIDO            PIC X(01)   VALUE 'F'.
           05  CT-COBRO-APLICADO           PIC X(01)   VALUE 'A'.
           05  CT-DEV-CONFIRMADA           PIC X(01)   VALUE 'C'.
           05  CT-ORIGEN-FALLO             PIC X(03)   VALUE 'FLQ'.
           05  CT-ORIGEN-ARQUEO            PIC X(03)   VALUE 'ARQ'.
           05  CT-ORIGEN-REVERSO           PIC X(03)   VALUE 'REV'.
           05  CT-ORIGEN-COMISION          PIC X(03)   VALUE 'COM'.
           05  CT-ORIGEN-DEVOLUCION        PIC X(03)   VALUE 'DEV'.
      *    INTENTOS DE COBRO POR OMISION ANTES DE DAR POR PERDIDA
      *    UNA COMISION
           05  CT-MAX-INTENTOS             PIC S9(03)  COMP-3 VALUE 5.
      ******************************************************************
      *                      AREA DE CONTADORES                        *
      ******************************************************************
       01  CN-CONTADORES.
           05  CN-LEIDOS                   PIC 9(07)   VALUE ZEROES.
           05  CN-PROPUESTOS               PIC 9(07)   VALUE ZEROES.
           05  CN-EXCLUIDOS                PIC 9(07)   VALUE ZEROES.
           05  CN-SIN-REGLA                PIC 9(07)   VALUE ZEROES.
           05  CN-SIN-TASA                 PIC 9(07)   VALUE ZEROES.
           05  CN-RECUPERADOS              PIC 9(07)   VALUE ZEROES.
      ******************************************************************
      *                    COPYS UTILIZADAS                            *
      ******************************************************************
      *  COPY PARA ERRORES DB2
           COPY QCWCL20.
      *  COPY DE LA RUTINA V19C024 (REGISTRO DE CORRIDAS)
           COPY V1WC924.
      *  COPY DE LA RUTINA V19C025 (EVENTOS Y ALERTAS)
           COPY V1WC925.
      ******************************************************************
      *                    AREA DE INCLUDES                            *
      ******************************************************************
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT015
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT056
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT182
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT183
           END-EXEC
      ******************************************************************
      *                        CURSORES
      ******************************************************************
      *    FALLOS DE LIQUIDACION RESUELTOS CON COMPENSACION
      *
           EXEC SQL
               DECLARE V13C97B-V1DC0671
               CURSOR FOR
               SELECT A.NUM_INSTRUCCION,
                      A.NUM_REF,
                      A.COD_DIV,
                      A.COD_CORRESPONSAL,
                      A.FEC_VALOR,
                      A.FEC_DETECTADO,
                      A.IMP_COMPENSACION
               FROM V1DT067 A
               WHERE A.EST_FALLO         = :CT-FALLO-RESUELTO
                 AND A.IMP_COMPENSACION  > 0
                 AND A.FEC_DETECTADO    <= :WS-FEC-CORTE
                 AND NOT EXISTS
                     (SELECT 1
                      FROM V1DT182 B
                      WHERE B.COD_ORIGEN = :CT-ORIGEN-FALLO
                        AND B.NUM_ORIGEN = A.NUM_INSTRUCCION)
               ORDER BY A.NUM_INSTRUCCION
           END-EXEC
      *
      *    FALTANTES DE LOS ARQUEOS CONFIRMADOS
      *
           EXEC SQL
               DECLARE V13C97B-V1DC1091
               CURSOR FOR
               SELECT A.SEC_ARQUEO,
                      A.COD_OFICINA,
                      A.COD_DIV,
                      A.FEC_DIFERENCIA,
                      A.IMP_DIFERENCIA,
                      A.COD_CAUSA,
                      A.TXT_CAUSA
               FROM V1DT109 A
               WHERE A.TIP_DIFERENCIA    = :CT-TIP-FALTANTE
                 AND A.IMP_DIFERENCIA    > 0
                 AND A.FEC_DIFERENCIA   <= :WS-FEC-CORTE
                 AND NOT EXISTS
                     (SELECT 1
                      FROM V1DT182 B
                      WHERE B.COD_ORIGEN = :CT-ORIGEN-ARQUEO
                        AND B.NUM_ORIGEN = A.SEC_ARQUEO)
               ORDER BY A.SEC_ARQUEO
           END-EXEC
      *
      *    REVERSOS DE OPERACIONES, SALVO LOS REINTEGROS DE PAGOS
      *    DEVUELTOS (V13C74Z), QUE SE PROPONEN CON SUS GASTOS
      *
           EXEC SQL
               DECLARE V13C97B-V1DC0121
               CURSOR FOR
               SELECT A.NUM_REF_REVERSO,
                      A.NUM_REF_ORIGINAL,
                      A.COD_MOTIVO,
                      A.FEC_REVERSO
               FROM V1DT012 A
               WHERE A.FEC_REVERSO      <= :WS-FEC-CORTE
                 AND NOT EXISTS
                     (SELECT 1
                      FROM V1DT152 C
                      WHERE C.NUM_REF_REINTEGRO = A.NUM_REF_REVERSO)
                 AND NOT EXISTS
                     (SELECT 1
                      FROM V1DT182 B
                      WHERE B.COD_ORIGEN = :CT-ORIGEN-REVERSO
                        AND B.NUM_ORIGEN = A.NUM_REF_REVERSO)
               ORDER BY A.NUM_REF_REVERSO
           END-EXEC
      *
      *    COMISIONES FALLIDAS QUE AGOTARON LOS INTENTOS DE COBRO
      *
           EXEC SQL
               DECLARE V13C97B-V1DC0691
               CURSOR FOR
               SELECT A.NUM_REF,
                      A.FEC_GENERADO,
                      A.IMP_COBRO,
                      A.COD_MOTIVO_FALLO
               FROM V1DT069 A
               WHERE A.EST_COBRO         = :CT-COBRO-FALLIDO
                 AND A.CANT_INTENTOS    >= :WS-MAX-INTENTOS
                 AND A.FEC_GENERADO     <= :WS-FEC-CORTE
                 AND NOT EXISTS
                     (SELECT 1
                      FROM V1DT070 C
                      WHERE C.NUM_REF = A.NUM_REF)
                 AND NOT EXISTS
                     (SELECT 1
                      FROM V1DT182 B
                      WHERE B.COD_ORIGEN = :CT-ORIGEN-COMISION
                        AND B.NUM_ORIGEN = A.NUM_REF)
               ORDER BY A.NUM_REF
           END-EXEC
      *
      *    PAGOS DEVUELTOS Y REINTEGRADOS POR MENOS DE LO INSTRUIDO
      *
           EXEC SQL
               DECLARE V13C97B-V1DC1521
               CURSOR FOR
               SELECT A.NUM_INSTRUCCION,
                      A.NUM_REF,
                      A.COD_DIV,
                      A.COD_CORRESPONSAL,
                      A.FEC_EXTRACTO,
                      A.FEC_CONFIRMA,
                      A.IMP_INSTRUIDO,
                      A.IMP_DEVUELTO,
                      A.COD_MOTIVO
               FROM V1DT152 A
               WHERE A.EST_DEVOLUCION    = :CT-DEV-CONFIRMADA
                 AND A.IMP_INSTRUIDO     > A.IMP_DEVUELTO
                 AND A.FEC_CONFIRMA     <= :WS-FEC-CORTE
                 AND NOT EXISTS
                     (SELECT 1
                      FROM V1DT182 B
                      WHERE B.COD_ORIGEN = :CT-ORIGEN-DEVOLUCION
                        AND B.NUM_ORIGEN = A.NUM_INSTRUCCION)
               ORDER BY A.NUM_INSTRUCCION
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
      *  SIN FECHA DE CORTE SE TOMA EL ULTIMO DIA DEL MES ANTERIOR     *
      ******************************************************************
       1000-INICIO.
      *
           OPEN INPUT  ARCH-PARAMETROS
      *
           READ ARCH-PARAMETROS
               AT END
                   DISPLAY 'V13C97B - ARCHIVO DE PARAMETROS VACIO'
                   MOVE 16             TO RETURN-CODE
                   STOP RUN
           END-READ
      *
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FEC-HOY
      *
           IF  PAR-FEC-CORTE NUMERIC
               MOVE PAR-FEC-CORTE          TO WS-FEC-CORTE
           ELSE
               MOVE WS-FEC-HOY             TO WS-FEC-PRIMERO
               MOVE '01'                   TO WS-FEC-PRIMERO(7:2)
               MOVE FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(WS-FEC-PRIMERO-N) - 1)
                                           TO WS-FEC-CORTE
           END-IF
      *
           IF  PAR-MAX-INTENTOS NUMERIC
           AND PAR-MAX-INTENTOS GREATER THAN ZEROES
               MOVE PAR-MAX-INTENTOS       TO WS-MAX-INTENTOS
           ELSE
               MOVE CT-MAX-INTENTOS        TO WS-MAX-INTENTOS
           END-IF
      *
           MOVE ZEROES                     TO CN-LEIDOS
                                              CN-PROPUESTOS
                                              CN-EXCLUIDOS
                                              CN-SIN-REGLA
                                              CN-SIN-TASA
                                              CN-RECUPERADOS
      *
           INITIALIZE V1WC924
           SET W924-88-INICIO              TO TRUE
           MOVE CT-PROGRAMA                TO W924-PROGRAMA
           MOVE WS-FEC-CORTE               TO W924-FEC-PROCESO
           CALL CT-V19C024 USING V1WC924
      *
           .
       1000-INICIO-EXIT.
           EXIT.
      ******************************************************************
      *                        2000-PROCESO                            *
      *  CADA ORIGEN SE CONFIRMA POR SEPARADO                          *
      ******************************************************************
       2000-PROCESO.
      *
           PERFORM 2100-PROPONER-FALLOS
              THRU 2100-PROPONER-FALLOS-EXIT
      *
           PERFORM 2200-PROPONER-FALTANTES
              THRU 2200-PROPONER-FALTANTES-EXIT
      *
           PERFORM 2300-PROPONER-REVERSOS
              THRU 2300-PROPONER-REVERSOS-EXIT
      *
           PERFORM 2400-PROPONER-COMISIONES
              THRU 2400-PROPONER-COMISIONES-EXIT
      *
           PERFORM 2500-PROPONER-DEVOLUCIONES
              THRU 2500-PROPONER-DEVOLUCIONES-EXIT
      *
           PERFORM 2600-RECUPERAR-COMISIONES
              THRU 2600-RECUPERAR-COMISIONES-EXIT
      *
           .
       2000-PROCESO-EXIT.
           EXIT.
      ******************************************************************
      *                    2100-PROPONER-FALLOS                        *
      ******************************************************************
       2100-PROPONER-FALLOS.
      *
           SET NO-FIN-CURSOR               TO TRUE
      *
           EXEC SQL
               OPEN V13C97B-V1DC0671
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-FALLO
             UNTIL FIN-CURSOR
      *
           EXEC SQL
               CLOSE V13C97B-V1DC0671
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
       2100-PROPONER-FALLOS-EXIT.
           EXIT.
      ******************************************************************
      * LEER-FALLO
      ******************************************************************
       LEER-FALLO.
      *
           INITIALIZE DCLV1DT182
      *
           EXEC SQL
               FETCH V13C97B-V1DC0671
               INTO :NUM-ORIGEN-PER,
                    :NUM-REF-PER,
                    :COD-DIV-PER,
                    :WS-COD-CORRESPONSAL,
                    :FEC-EVENTO-PER,
                    :FEC-DESCUBRE-PER,
                    :IMP-PERDIDA-BRUTA
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   ADD 1                   TO CN-LEIDOS
                   MOVE CT-ORIGEN-FALLO    TO COD-ORIGEN-PER
                   MOVE CT-MOTIVO-GENERAL  TO WS-COD-MOTIVO
                   STRING 'COMPENSACION POR FALLO DE LIQUIDACION, '
                          'CORRESPONSAL '
                          WS-COD-CORRESPONSAL
                          DELIMITED BY SIZE
                          INTO TXT-CAUSA-PER
                   END-STRING
                   PERFORM 5000-PROPONER-EVENTO
                      THRU 5000-PROPONER-EVENTO-EXIT

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      *                   2200-PROPONER-FALTANTES                      *
      *  EL MOTIVO ES LA CAUSA DEL FALTANTE: UN BILLETE FALSO          *
      *  RETENIDO NO SE CLASIFICA IGUAL QUE UN ERROR DE PAGO           *
      ******************************************************************
       2200-PROPONER-FALTANTES.
      *
           SET NO-FIN-CURSOR               TO TRUE
      *
           EXEC SQL
               OPEN V13C97B-V1DC1091
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-FALTANTE
             UNTIL FIN-CURSOR
      *
           EXEC SQL
               CLOSE V13C97B-V1DC1091
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
       2200-PROPONER-FALTANTES-EXIT.
           EXIT.
      ******************************************************************
      * LEER-FALTANTE
      ******************************************************************
       LEER-FALTANTE.
      *
           INITIALIZE DCLV1DT182
      *
           EXEC SQL
               FETCH V13C97B-V1DC1091
               INTO :NUM-ORIGEN-PER,
                    :COD-OFICINA-PER,
                    :COD-DIV-PER,
                    :FEC-EVENTO-PER,
                    :IMP-PERDIDA-BRUTA,
                    :WS-COD-MOTIVO,
                    :TXT-CAUSA-PER
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   ADD 1                   TO CN-LEIDOS
                   MOVE CT-ORIGEN-ARQUEO   TO COD-ORIGEN-PER
                   MOVE FEC-EVENTO-PER     TO FEC-DESCUBRE-PER
                   PERFORM 5000-PROPONER-EVENTO
                      THRU 5000-PROPONER-EVENTO-EXIT

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      *                   2300-PROPONER-REVERSOS                       *
      *  SOLO LOS MOTIVOS QUE LAS REGLAS DAN POR ERROR GENERAN EVENTO; *
      *  EL IMPORTE QUEDA EN CERO PARA QUE LO CUANTIFIQUE EL ANALISTA  *
      ******************************************************************
       2300-PROPONER-REVERSOS.
      *
           SET NO-FIN-CURSOR               TO TRUE
      *
           EXEC SQL
               OPEN V13C97B-V1DC0121
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-REVERSO
             UNTIL FIN-CURSOR
      *
           EXEC SQL
               CLOSE V13C97B-V1DC0121
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
       2300-PROPONER-REVERSOS-EXIT.
           EXIT.
      ******************************************************************
      * LEER-REVERSO
      ******************************************************************
       LEER-REVERSO.
      *
           INITIALIZE DCLV1DT182
      *
           EXEC SQL
               FETCH V13C97B-V1DC0121
               INTO :NUM-ORIGEN-PER,
                    :NUM-REF-PER,
                    :WS-COD-MOTIVO,
                    :FEC-EVENTO-PER
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   ADD 1                   TO CN-LEIDOS
                   MOVE CT-ORIGEN-REVERSO  TO COD-ORIGEN-PER
                   MOVE FEC-EVENTO-PER     TO FEC-DESCUBRE-PER
                   STRING 'REVERSO DE OPERACION POR ERROR, MOTIVO '
                          WS-COD-MOTIVO
                          DELIMITED BY SIZE
                          INTO TXT-CAUSA-PER
                   END-STRING
                   PERFORM 5000-PROPONER-EVENTO
                      THRU 5000-PROPONER-EVENTO-EXIT

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      *                  2400-PROPONER-COMISIONES                      *
      *  LA COMISION SE CALCULA EN DOLARES (V12C57B); SE DA POR        *
      *  INCOBRABLE EN LA FECHA DE CORTE                               *
      ******************************************************************
       2400-PROPONER-COMISIONES.
      *
           SET NO-FIN-CURSOR               TO TRUE
      *
           EXEC SQL
               OPEN V13C97B-V1DC0691
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-COMISION
             UNTIL FIN-CURSOR
      *
           EXEC SQL
               CLOSE V13C97B-V1DC0691
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
       2400-PROPONER-COMISIONES-EXIT.
           EXIT.
      ******************************************************************
      * LEER-COMISION
      ******************************************************************
       LEER-COMISION.
      *
           INITIALIZE DCLV1DT182
      *
           EXEC SQL
               FETCH V13C97B-V1DC0691
               INTO :NUM-ORIGEN-PER,
                    :FEC-EVENTO-PER,
                    :IMP-PERDIDA-BRUTA,
                    :WS-COD-MOTIVO
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   ADD 1                   TO CN-LEIDOS
                   MOVE CT-ORIGEN-COMISION TO COD-ORIGEN-PER
                   MOVE NUM-ORIGEN-PER     TO NUM-REF-PER
                   MOVE CT-DIV-DOLAR       TO COD-DIV-PER
                   MOVE WS-FEC-CORTE       TO FEC-DESCUBRE-PER
                   MOVE 'COMISION INCOBRABLE TRAS LOS INTENTOS DE COBRO'
                                           TO TXT-CAUSA-PER
                   PERFORM 5000-PROPONER-EVENTO
                      THRU 5000-PROPONER-EVENTO-EXIT

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      *                 2500-PROPONER-DEVOLUCIONES                     *
      *  EL CLIENTE SE REINTEGRA POR EL TOTAL (V13C74Z) PERO AL NOSTRO *
      *  VOLVIO MENOS: LA DIFERENCIA SON GASTOS QUE ASUMIO EL BANCO    *
      ******************************************************************
       2500-PROPONER-DEVOLUCIONES.
      *
           SET NO-FIN-CURSOR               TO TRUE
      *
           EXEC SQL
               OPEN V13C97B-V1DC1521
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-DEVOLUCION
             UNTIL FIN-CURSOR
      *
           EXEC SQL
               CLOSE V13C97B-V1DC1521
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
       2500-PROPONER-DEVOLUCIONES-EXIT.
           EXIT.
      ******************************************************************
      * LEER-DEVOLUCION
      ******************************************************************
       LEER-DEVOLUCION.
      *
           INITIALIZE DCLV1DT182
      *
           EXEC SQL
               FETCH V13C97B-V1DC1521
               INTO :NUM-ORIGEN-PER,
                    :NUM-REF-PER,
                    :COD-DIV-PER,
                    :WS-COD-CORRESPONSAL,
                    :FEC-EVENTO-PER,
                    :FEC-DESCUBRE-PER,
                    :WS-IMP-INSTRUIDO,
                    :WS-IMP-DEVUELTO,
                    :WS-COD-MOTIVO
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   ADD 1                   TO CN-LEIDOS
                   MOVE CT-ORIGEN-DEVOLUCION
                                           TO COD-ORIGEN-PER
                   COMPUTE IMP-PERDIDA-BRUTA =
                           WS-IMP-INSTRUIDO - WS-IMP-DEVUELTO
                   STRING 'GASTOS DE PAGO DEVUELTO, CORRESPONSAL '
                          WS-COD-CORRESPONSAL
                          DELIMITED BY SIZE
                          INTO TXT-CAUSA-PER
                   END-STRING
                   PERFORM 5000-PROPONER-EVENTO
                      THRU 5000-PROPONER-EVENTO-EXIT

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      *                 2600-RECUPERAR-COMISIONES                      *
      *  LOS REINTENTOS DE V13C06B SIGUEN: LA COMISION QUE SE TERMINO  *
      *  COBRANDO QUEDA RECUPERADA POR COMPLETO EN SU EVENTO           *
      ******************************************************************
       2600-RECUPERAR-COMISIONES.
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-CANT-RECUPERADOS
               FROM V1DT182
               WHERE COD_ORIGEN        = :CT-ORIGEN-COMISION
                 AND EST_EVENTO       <> :CT-EST-DESCARTADO
                 AND IMP_RECUPERADO    < IMP_PERDIDA_BRUTA
                 AND EXISTS
                     (SELECT 1
                      FROM V1DT069 C
                      WHERE C.NUM_REF   = V1DT182.NUM_ORIGEN
                        AND C.EST_COBRO = :CT-COBRO-APLICADO)
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  WS-CANT-RECUPERADOS EQUAL ZEROES
               GO TO 2600-RECUPERAR-COMISIONES-EXIT
           END-IF
      *
           EXEC SQL
               UPDATE V1DT182
                  SET IMP_RECUPERADO    = IMP_PERDIDA_BRUTA,
                      IMP_RECUPERADO_BS = IMP_BRUTA_BS
                WHERE COD_ORIGEN        = :CT-ORIGEN-COMISION
                  AND EST_EVENTO       <> :CT-EST-DESCARTADO
                  AND IMP_RECUPERADO    < IMP_PERDIDA_BRUTA
                  AND EXISTS
                      (SELECT 1
                       FROM V1DT069 C
                       WHERE C.NUM_REF   = V1DT182.NUM_ORIGEN
                         AND C.EST_COBRO = :CT-COBRO-APLICADO)
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   MOVE WS-CANT-RECUPERADOS
                                           TO CN-RECUPERADOS

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           EXEC SQL
               COMMIT
           END-EXEC
      *
           .
       2600-RECUPERAR-COMISIONES-EXIT.
           EXIT.
      ******************************************************************
      *                   5000-PROPONER-EVENTO                         *
      *  CLASIFICA SEGUN LAS REGLAS, PASA A BOLIVARES Y GRABA EL       *
      *  EVENTO PROPUESTO CON SU NUMERO                                *
      ******************************************************************
       5000-PROPONER-EVENTO.
      *
           PERFORM 5100-BUSCAR-REGLA
              THRU 5100-BUSCAR-REGLA-EXIT
      *
           IF  REGLA-NO-ENCONTRADA
               ADD 1                       TO CN-SIN-REGLA
               DISPLAY 'V13C97B - SIN REGLA DE CLASIFICACION: '
                       COD-ORIGEN-PER ' MOTIVO ' WS-COD-MOTIVO
               GO TO 5000-PROPONER-EVENTO-EXIT
           END-IF
      *
           IF  IND-GENERA NOT EQUAL CT-SI
               ADD 1                       TO CN-EXCLUIDOS
               GO TO 5000-PROPONER-EVENTO-EXIT
           END-IF
      *
           MOVE COD-TIPO-BASILEA-REG       TO COD-TIPO-BASILEA
           MOVE COD-LINEA-NEGOCIO-REG      TO COD-LINEA-NEGOCIO
           MOVE COD-CAUSA-RAIZ-REG         TO COD-CAUSA-RAIZ
      *
           PERFORM 5200-PASAR-A-BOLIVARES
              THRU 5200-PASAR-A-BOLIVARES-EXIT
      *
           PERFORM 5300-NUMERAR-EVENTO
              THRU 5300-NUMERAR-EVENTO-EXIT
      *
           MOVE ZEROES                     TO IMP-RECUPERADO
                                              IMP-RECUPERADO-BS
           MOVE WS-FEC-HOY                 TO FEC-REGISTRO-PER
           MOVE CT-EST-PROPUESTO           TO EST-EVENTO
           MOVE CT-PROGRAMA                TO COD-USUARIO-PER
           MOVE SPACES                     TO FEC-CONFIRMA-PER
      *
           EXEC SQL
               INSERT INTO V1DT182
                   (NUM_EVENTO,
                    COD_ORIGEN,
                    NUM_ORIGEN,
                    NUM_REF,
                    COD_OFICINA,
                    FEC_EVENTO,
                    FEC_DESCUBRE,
                    FEC_REGISTRO,
                    COD_TIPO_BASILEA,
                    COD_LINEA_NEGOCIO,
                    COD_CAUSA_RAIZ,
                    TXT_CAUSA,
                    COD_DIV,
                    IMP_PERDIDA_BRUTA,
                    IMP_RECUPERADO,
                    TAS_OFICIAL,
                    IMP_BRUTA_BS,
                    IMP_RECUPERADO_BS,
                    EST_EVENTO,
                    COD_USUARIO,
                    FEC_CONFIRMA)
               VALUES
                   (:NUM-EVENTO-PER,
                    :COD-ORIGEN-PER,
                    :NUM-ORIGEN-PER,
                    :NUM-REF-PER,
                    :COD-OFICINA-PER,
                    :FEC-EVENTO-PER,
                    :FEC-DESCUBRE-PER,
                    :FEC-REGISTRO-PER,
                    :COD-TIPO-BASILEA,
                    :COD-LINEA-NEGOCIO,
                    :COD-CAUSA-RAIZ,
                    :TXT-CAUSA-PER,
                    :COD-DIV-PER,
                    :IMP-PERDIDA-BRUTA,
                    :IMP-RECUPERADO,
                    :TAS-OFICIAL-PER,
                    :IMP-BRUTA-BS,
                    :IMP-RECUPERADO-BS,
                    :EST-EVENTO,
                    :COD-USUARIO-PER,
                    :FEC-CONFIRMA-PER)
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           ADD 1                           TO CN-PROPUESTOS
      *
           .
       5000-PROPONER-EVENTO-EXIT.
           EXIT.
      ******************************************************************
      *                     5100-BUSCAR-REGLA                          *
      *  PRIMERO LA REGLA DEL MOTIVO Y SI NO HAY, LA GENERAL DEL       *
      *  ORIGEN                                                        *
      ******************************************************************
       5100-BUSCAR-REGLA.
      *
           SET REGLA-ENCONTRADA            TO TRUE
           MOVE COD-ORIGEN-PER             TO COD-ORIGEN-REG
           MOVE WS-COD-MOTIVO              TO COD-MOTIVO-REG
      *
           EXEC SQL
               SELECT COD_TIPO_BASILEA,
                      COD_LINEA_NEGOCIO,
                      COD_CAUSA_RAIZ,
                      IND_GENERA
               INTO  :COD-TIPO-BASILEA-REG,
                     :COD-LINEA-NEGOCIO-REG,
                     :COD-CAUSA-RAIZ-REG,
                     :IND-GENERA
               FROM V1DT183
               WHERE COD_ORIGEN = :COD-ORIGEN-REG
                 AND COD_MOTIVO = :COD-MOTIVO-REG
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   GO TO 5100-BUSCAR-REGLA-EXIT

               WHEN DB2-NOTFND
                   CONTINUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           MOVE CT-MOTIVO-GENERAL          TO COD-MOTIVO-REG
      *
           EXEC SQL
               SELECT COD_TIPO_BASILEA,
                      COD_LINEA_NEGOCIO,
                      COD_CAUSA_RAIZ,
                      IND_GENERA
               INTO  :COD-TIPO-BASILEA-REG,
                     :COD-LINEA-NEGOCIO-REG,
                     :COD-CAUSA-RAIZ-REG,
                     :IND-GENERA
               FROM V1DT183
               WHERE COD_ORIGEN = :COD-ORIGEN-REG
                 AND COD_MOTIVO = :COD-MOTIVO-REG
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   CONTINUE

               WHEN DB2-NOTFND
                   SET REGLA-NO-ENCONTRADA TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
       5100-BUSCAR-REGLA-EXIT.
           EXIT.
      ******************************************************************
      *                  5200-PASAR-A-BOLIVARES                        *
      *  TASA OFICIAL DEL ULTIMO DIA CON TASA HASTA LA FECHA DEL       *
      *  EVENTO; SIN DIVISA EL IMPORTE YA ESTA EN BOLIVARES.  SIN TASA *
      *  EL EVENTO SE PROPONE IGUAL Y EL ANALISTA LO COMPLETA          *
      ******************************************************************
       5200-PASAR-A-BOLIVARES.
      *
           MOVE ZEROES                     TO TAS-OFICIAL-PER
                                              IMP-BRUTA-BS
      *
           IF  COD-DIV-PER EQUAL SPACES
               MOVE 1                      TO TAS-OFICIAL-PER
               MOVE IMP-PERDIDA-BRUTA      TO IMP-BRUTA-BS
               GO TO 5200-PASAR-A-BOLIVARES-EXIT
           END-IF
      *
           MOVE COD-DIV-PER                TO COD-DIV
           MOVE FEC-EVENTO-PER             TO FEC-TASA
      *
           EXEC SQL
               SELECT TAS_OFICIAL
               INTO  :TAS-OFICIAL
               FROM V1DT015
               WHERE COD_DIV  = :COD-DIV
                 AND FEC_TASA =
                     (SELECT MAX(FEC_TASA)
                      FROM V1DT015
                      WHERE COD_DIV   = :COD-DIV
                        AND FEC_TASA <= :FEC-TASA)
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   MOVE TAS-OFICIAL        TO TAS-OFICIAL-PER
                   COMPUTE IMP-BRUTA-BS ROUNDED =
                           IMP-PERDIDA-BRUTA * TAS-OFICIAL

               WHEN DB2-NOTFND
                   ADD 1                   TO CN-SIN-TASA

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
       5200-PASAR-A-BOLIVARES-EXIT.
           EXIT.
      ******************************************************************
      *                   5300-NUMERAR-EVENTO                          *
      *  NUMERACION DEFENDIBLE: LA FILA DEL CONTADOR SE ACTUALIZA Y    *
      *  SE LEE EN LA MISMA UNIDAD DE TRABAJO (V1DT056), COMO EN EL    *
      *  REGISTRO MANUAL DE V13C97M                                    *
      ******************************************************************
       5300-NUMERAR-EVENTO.
      *
           MOVE CT-CONTADOR-PERDIDAS       TO COD-CONTADOR
      *
           EXEC SQL
               UPDATE V1DT056
                  SET NUM_ACTUAL   = NUM_ACTUAL + 1
                WHERE COD_CONTADOR = :COD-CONTADOR
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           EXEC SQL
               SELECT NUM_ACTUAL
               INTO  :NUM-ACTUAL
               FROM V1DT056
               WHERE COD_CONTADOR = :COD-CONTADOR
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           MOVE NUM-ACTUAL                 TO NUM-EVENTO-PER
      *
           .
       5300-NUMERAR-EVENTO-EXIT.
           EXIT.
      ******************************************************************
      *                            6000-FIN                            *
      ******************************************************************
       6000-FIN.
      *
           CLOSE ARCH-PARAMETROS
      *
           DISPLAY 'V13C97B - FECHA DE CORTE:         ' WS-FEC-CORTE
           DISPLAY 'V13C97B - PARTIDAS LEIDAS:        ' CN-LEIDOS
           DISPLAY 'V13C97B - EVENTOS PROPUESTOS:     ' CN-PROPUESTOS
           DISPLAY 'V13C97B - EXCLUIDAS POR REGLA:    ' CN-EXCLUIDOS
           DISPLAY 'V13C97B - SIN REGLA:              ' CN-SIN-REGLA
           DISPLAY 'V13C97B - SIN TASA DE CAMBIO:     ' CN-SIN-TASA
           DISPLAY 'V13C97B - COMISIONES RECUPERADAS: ' CN-RECUPERADOS
      *
           IF  CN-PROPUESTOS GREATER ZEROES
               INITIALIZE V1WC925
               MOVE CT-PROGRAMA            TO W925-PROGRAMA
               SET W925-88-INFORMATIVO     TO TRUE
               MOVE 'EVENTOS DE PERDIDA PROPUESTOS PARA CONFIRMAR'
                                           TO W925-TEXTO
               CALL CT-V19C025 USING V1WC925
           END-IF
      *
           IF  CN-SIN-REGLA GREATER ZEROES
               INITIALIZE V1WC925
               MOVE CT-PROGRAMA            TO W925-PROGRAMA
               SET W925-88-ALERTA          TO TRUE
               MOVE 'PARTIDAS DE PERDIDA SIN REGLA DE CLASIFICACION'
                                           TO W925-TEXTO
               CALL CT-V19C025 USING V1WC925
               MOVE 4                      TO RETURN-CODE
           END-IF
      *
           SET W924-88-FIN                 TO TRUE
           MOVE CN-LEIDOS                  TO W924-CANT-LEIDOS
           MOVE CN-PROPUESTOS              TO W924-CANT-GRABADOS
           MOVE CN-RECUPERADOS             TO W924-CANT-ACTUALIZADOS
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
           DISPLAY 'V13C97B - ERROR DB2 SQLCODE: ' SQLCODE
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
