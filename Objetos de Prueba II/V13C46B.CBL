      ******************************************************************
      *                                                                *
      *  PROGRAMA: V13C46B                                             *
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
      * ARCHIVO DE SALIDA: SALUBO (PERSONAS VINCULADAS A CLIENTES      *
      *  JURIDICOS CON COINCIDENCIA EN LA LISTA DE VIGILANCIA Y EL     *
      *  CASO ABIERTO, O PENDIENTE SI LA EMPRESA NO TIENE OPERACIONES) *
      * ------------------                                             *
      * PROCESO GLOBAL: RECOTEJO DEL REGISTRO DE PERSONAS VINCULADAS   *
      *  (V1DT116) CONTRA LA LISTA DE VIGILANCIA Y APERTURA DE CASOS.  *
      *  1) CUANDO COMPLIANCE CARGA ENTRADAS NUEVAS EN V1DT014         *
      *     (FEC_ALTA POSTERIOR A LA ULTIMA CORRIDA TERMINADA DE ESTE  *
      *     PROCESO) TODO EL REGISTRO SE RECOTEJA COMO EN V13C17B:     *
      *     DOCUMENTO POR IGUALDAD CONTRA EL RIF Y NOMBRE NORMALIZADO  *
      *     POR IGUALDAD CONTRA LAS ENTRADAS VIGENTES.  LA PERSONA QUE *
      *     PASA A COINCIDIR QUEDA SIN CASO (IND_CASO 'N').            *
      *  2) TODA COINCIDENCIA SIN CASO (LAS DEL RECOTEJO Y LAS DEL     *
      *     ALTA EN V13C46M) ABRE EL CASO POR V19C060 SOBRE LA ULTIMA  *
      *     OPERACION DE LA EMPRESA Y QUEDA CON IND_CASO 'S'.  SI LA   *
      *     EMPRESA AUN NO TIENE OPERACIONES SE REPORTA, SE AVISA EN   *
      *     LA CONSOLA (V1DT025) Y SE REINTENTA LA NOCHE SIGUIENTE.    *
      *  RETORNO 04 CUANDO HAY COINCIDENCIAS NUEVAS O PENDIENTES       *
      ******************************************************************
      *                                                                *
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *                                                                *
      *             INFORMACION GENERAL SOBRE EL PROGRAMA              *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   V13C46B.
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
           SELECT ARCH-REPORTE         ASSIGN TO SALUBO
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
       01  REG-REPORTE.
           05  REP-NUM-DOC-EMP             PIC X(15).
           05  FILLER                      PIC X(02).
           05  REP-NUM-DOC-VIN             PIC X(15).
           05  FILLER                      PIC X(02).
           05  REP-NOM-VIN                 PIC X(40).
           05  FILLER                      PIC X(02).
           05  REP-COD-VINCULO             PIC X(01).
           05  FILLER                      PIC X(02).
           05  REP-NUM-REF                 PIC 9(10).
           05  FILLER                      PIC X(02).
           05  REP-OBSERVACION             PIC X(20).
           05  FILLER                      PIC X(09).
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
           05  WS-FEC-ULT-CORRIDA          PIC X(08)   VALUE SPACES.
           05  WS-CANT-NUEVAS              PIC S9(04)  COMP
                                                       VALUE ZEROES.
           05  WS-CANT-COINCIDE            PIC S9(04)  COMP
                                                       VALUE ZEROES.
           05  WS-EST-NUEVO                PIC X(01)   VALUE SPACE.
           05  WS-IND-CASO-NUEVO           PIC X(01)   VALUE SPACE.
           05  WS-NUM-REF-CASO             PIC S9(10)  COMP-3
                                                       VALUE ZEROES.
           05  WS-I                        PIC 9(04)   VALUE ZEROES.
           05  WS-J                        PIC 9(04)   VALUE ZEROES.
           05  WS-NOM-ENTRADA              PIC X(40)   VALUE SPACES.
           05  WS-NOM-ENTRADA-R REDEFINES WS-NOM-ENTRADA.
               10  WS-NOM-ENT-CAR          PIC X(01)  OCCURS 40 TIMES.
           05  WS-NOM-SALIDA               PIC X(40)   VALUE SPACES.
           05  WS-NOM-SALIDA-R REDEFINES WS-NOM-SALIDA.
               10  WS-NOM-SAL-CAR          PIC X(01)  OCCURS 40 TIMES.
      ******************************************************************
      *                    AREA  DE  SWITCHES                          *
      ******************************************************************
       01  SW-SWITCHES.
      *
           05  SW-FIN-CURSOR               PIC X(01)   VALUE 'N'.
               88  FIN-CURSOR                          VALUE 'S'.
               88  NO-FIN-CURSOR                       VALUE 'N'.
           05  SW-LISTA                    PIC X(01)   VALUE 'N'.
               88  LISTA-CAMBIADA                      VALUE 'S'.
               88  LISTA-SIN-CAMBIOS                   VALUE 'N'.
      ******************************************************************
      *                        AREA DE CONTANTES                       *
      ******************************************************************
       01  CT-CONTANTES.
      *                                                                *
           05  CT-PROGRAMA                 PIC X(08)   VALUE 'V13C46B'.
           05  CT-V19C024                  PIC X(08)   VALUE 'V19C024'.
           05  CT-V19C025                  PIC X(08)   VALUE 'V19C025'.
           05  CT-V19C060                  PIC X(08)   VALUE 'V19C060'.
           05  CT-EST-TERMINADA            PIC X(01)   VALUE 'T'.
           05  CT-COTEJO-LIMPIO            PIC X(01)   VALUE 'L'.
           05  CT-COTEJO-COINCIDE          PIC X(01)   VALUE 'C'.
           05  CT-CASO-ABIERTO             PIC X(01)   VALUE 'S'.
           05  CT-CASO-PENDIENTE           PIC X(01)   VALUE 'N'.
      ******************************************************************
      *                      AREA DE CONTADORES                        *
      ******************************************************************
       01  CN-CONTADORES.
           05  CN-RECOTEJADOS              PIC 9(07)   VALUE ZEROES.
           05  CN-NUEVOS-COINCIDE          PIC 9(07)   VALUE ZEROES.
           05  CN-CASOS-ABIERTOS           PIC 9(07)   VALUE ZEROES.
           05  CN-SIN-OPERACION            PIC 9(07)   VALUE ZEROES.
      ******************************************************************
      *                    COPYS UTILIZADAS                            *
      ******************************************************************
      *  COPY PARA ERRORES DB2
           COPY QCWCL20.
      *  COPY DE LA RUTINA V19C024 (REGISTRO DE CORRIDAS)
           COPY V1WC924.
      *  COPY DE LA RUTINA V19C025 (EVENTOS Y ALERTAS)
           COPY V1WC925.
      *  COPY DE LA RUTINA V19C060 (CONSOLIDACION DE HALLAZGOS)
           COPY V1WC960.
      ******************************************************************
      *                    AREA DE INCLUDES                            *
      ******************************************************************
           EXEC SQL
               INCLUDE V1GT116
           END-EXEC
      ******************************************************************
      *                        CURSORES
      ******************************************************************
           EXEC SQL
               DECLARE V13C46B-V1DC4611
               CURSOR FOR
               SELECT NUM_DOC_EMPRESA,
                      NUM_DOC_VINCULADO,
                      NOM_VINCULADO,
                      EST_COTEJO,
                      IND_CASO
               FROM V1DT116
               ORDER BY NUM_DOC_EMPRESA,
                        NUM_DOC_VINCULADO
           END-EXEC
      *
           EXEC SQL
               DECLARE V13C46B-V1DC4612
               CURSOR FOR
               SELECT NUM_DOC_EMPRESA,
                      NUM_DOC_VINCULADO,
                      NOM_VINCULADO,
                      COD_VINCULO
               FROM V1DT116
               WHERE EST_COTEJO = :CT-COTEJO-COINCIDE
                 AND IND_CASO   = :CT-CASO-PENDIENTE
               ORDER BY NUM_DOC_EMPRESA,
                        NUM_DOC_VINCULADO
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
           IF  LISTA-CAMBIADA
               PERFORM 2000-PROCESO
                  THRU 2000-PROCESO-EXIT
           END-IF
      *
           PERFORM 3000-ABRIR-CASOS
              THRU 3000-ABRIR-CASOS-EXIT
      *
           PERFORM 6000-FIN
              THRU 6000-FIN-EXIT
      *
           STOP RUN
           .
      ******************************************************************
      *                         1000-INICIO                            *
      *  SIN ENTRADAS NUEVAS EN LA LISTA DESDE LA ULTIMA CORRIDA NO    *
      *  HAY NADA QUE RECOTEJAR, PERO LAS COINCIDENCIAS SIN CASO SE    *
      *  ATIENDEN IGUAL                                                *
      ******************************************************************
       1000-INICIO.
      *
           OPEN OUTPUT ARCH-REPORTE
      *
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FEC-HOY
      *
           MOVE ZEROES                     TO CN-RECOTEJADOS
                                              CN-NUEVOS-COINCIDE
                                              CN-CASOS-ABIERTOS
                                              CN-SIN-OPERACION
      *
           INITIALIZE V1WC924
           SET W924-88-INICIO              TO TRUE
           MOVE CT-PROGRAMA                TO W924-PROGRAMA
           MOVE WS-FEC-HOY                 TO W924-FEC-PROCESO
           CALL CT-V19C024 USING V1WC924
      *
           MOVE '00000000'                 TO WS-FEC-ULT-CORRIDA
      *
           EXEC SQL
               SELECT VALUE(MAX(FEC_PROCESO), '00000000')
               INTO  :WS-FEC-ULT-CORRIDA
               FROM V1DT024
               WHERE COD_PROGRAMA = :CT-PROGRAMA
                 AND EST_CORRIDA  = :CT-EST-TERMINADA
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
           AND SQLCODE NOT EQUAL +100
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           MOVE ZEROES                     TO WS-CANT-NUEVAS
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-CANT-NUEVAS
               FROM V1DT014
               WHERE FEC_ALTA > :WS-FEC-ULT-CORRIDA
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  WS-CANT-NUEVAS EQUAL ZEROES
               SET LISTA-SIN-CAMBIOS       TO TRUE
               DISPLAY 'V13C46B - LISTA SIN CAMBIOS; NADA QUE '
                       'RECOTEJAR'
           ELSE
               SET LISTA-CAMBIADA          TO TRUE
           END-IF
      *
           .
       1000-INICIO-EXIT.
           EXIT.
      ******************************************************************
      *                        2000-PROCESO                            *
      ******************************************************************
       2000-PROCESO.
      *
           SET NO-FIN-CURSOR               TO TRUE
      *
           EXEC SQL
               OPEN V13C46B-V1DC4611
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-VINCULADO
             UNTIL FIN-CURSOR
      *
           EXEC SQL
               CLOSE V13C46B-V1DC4611
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
      * LEER-VINCULADO
      ******************************************************************
       LEER-VINCULADO.
      *
           EXEC SQL
               FETCH V13C46B-V1DC4611
               INTO :NUM-DOC-EMPRESA,
                    :NUM-DOC-VINCULADO,
                    :NOM-VINCULADO,
                    :EST-COTEJO-VIN,
                    :IND-CASO-VIN
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   PERFORM 5000-RECOTEJAR
                      THRU 5000-RECOTEJAR-EXIT

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      *                    3000-ABRIR-CASOS                            *
      *  COINCIDENCIAS SIN CASO, VENGAN DEL RECOTEJO O DEL ALTA        *
      ******************************************************************
       3000-ABRIR-CASOS.
      *
           SET NO-FIN-CURSOR               TO TRUE
      *
           EXEC SQL
               OPEN V13C46B-V1DC4612
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-COINCIDENCIA
             UNTIL FIN-CURSOR
      *
           EXEC SQL
               CLOSE V13C46B-V1DC4612
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
       3000-ABRIR-CASOS-EXIT.
           EXIT.
      ******************************************************************
      * LEER-COINCIDENCIA
      ******************************************************************
       LEER-COINCIDENCIA.
      *
           EXEC SQL
               FETCH V13C46B-V1DC4612
               INTO :NUM-DOC-EMPRESA,
                    :NUM-DOC-VINCULADO,
                    :NOM-VINCULADO,
                    :COD-VINCULO
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   PERFORM 5500-ABRIR-CASO
                      THRU 5500-ABRIR-CASO-EXIT

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      *                      5000-RECOTEJAR                            *
      *  LA PERSONA QUE PASA A COINCIDIR QUEDA SIN CASO; LA QUE SIGUE  *
      *  COINCIDIENDO CONSERVA EL QUE YA TENIA                         *
      ******************************************************************
       5000-RECOTEJAR.
      *
           ADD 1                           TO CN-RECOTEJADOS
      *
           MOVE NOM-VINCULADO              TO WS-NOM-ENTRADA
           PERFORM 5900-NORMALIZAR-NOMBRE
              THRU 5900-NORMALIZAR-NOMBRE-EXIT
      *
           MOVE ZEROES                     TO WS-CANT-COINCIDE
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-CANT-COINCIDE
               FROM V1DT014
               WHERE (IDF_RIF = :NUM-DOC-VINCULADO OR
                      NOM_NORMALIZADO = :WS-NOM-SALIDA)
                 AND FEC_DESDE <= :WS-FEC-HOY
                 AND FEC_HASTA >= :WS-FEC-HOY
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  WS-CANT-COINCIDE GREATER THAN ZEROES
               MOVE CT-COTEJO-COINCIDE     TO WS-EST-NUEVO
           ELSE
               MOVE CT-COTEJO-LIMPIO       TO WS-EST-NUEVO
           END-IF
      *
           MOVE IND-CASO-VIN               TO WS-IND-CASO-NUEVO
      *
           IF  WS-EST-NUEVO NOT EQUAL EST-COTEJO-VIN
               MOVE CT-CASO-PENDIENTE      TO WS-IND-CASO-NUEVO
           END-IF
      *
           IF  WS-EST-NUEVO EQUAL CT-COTEJO-COINCIDE
           AND EST-COTEJO-VIN NOT EQUAL CT-COTEJO-COINCIDE
               ADD 1                       TO CN-NUEVOS-COINCIDE
           END-IF
      *
           EXEC SQL
               UPDATE V1DT116
                  SET EST_COTEJO        = :WS-EST-NUEVO,
                      FEC_COTEJO        = :WS-FEC-HOY,
                      IND_CASO          = :WS-IND-CASO-NUEVO
                WHERE NUM_DOC_EMPRESA   = :NUM-DOC-EMPRESA
                  AND NUM_DOC_VINCULADO = :NUM-DOC-VINCULADO
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       5000-RECOTEJAR-EXIT.
           EXIT.
      ******************************************************************
      *                      5500-ABRIR-CASO                           *
      *  EL CASO SE ABRE SOBRE LA ULTIMA OPERACION DE LA EMPRESA POR   *
      *  LA RUTINA COMUN, QUE NO DUPLICA CASOS NI HALLAZGOS            *
      ******************************************************************
       5500-ABRIR-CASO.
      *
           MOVE ZEROES                     TO WS-NUM-REF-CASO
      *
           EXEC SQL
               SELECT VALUE(MAX(NUM_REF), 0)
               INTO  :WS-NUM-REF-CASO
               FROM V1DT001
               WHERE NUM_DOC_PERSONA = :NUM-DOC-EMPRESA
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           MOVE NUM-DOC-EMPRESA            TO REP-NUM-DOC-EMP
           MOVE NUM-DOC-VINCULADO          TO REP-NUM-DOC-VIN
           MOVE NOM-VINCULADO              TO REP-NOM-VIN
           MOVE COD-VINCULO                TO REP-COD-VINCULO
           MOVE WS-NUM-REF-CASO            TO REP-NUM-REF
      *
           IF  WS-NUM-REF-CASO EQUAL ZEROES
               ADD 1                       TO CN-SIN-OPERACION
               MOVE 'EMPRESA SIN OPERAC. '  TO REP-OBSERVACION
               WRITE REG-REPORTE
               GO TO 5500-ABRIR-CASO-EXIT
           END-IF
      *
           INITIALIZE V1WC960
           MOVE CT-PROGRAMA                TO W960-PROGRAMA
           MOVE WS-NUM-REF-CASO            TO W960-NUM-REF
           MOVE SPACES                     TO W960-DETALLE
           STRING 'VINCULADO '
                  COD-VINCULO
                  ' '
                  NUM-DOC-VINCULADO
                  ' DE '
                  NUM-DOC-EMPRESA
                  ' EN LISTA'
                  DELIMITED BY SIZE
                  INTO W960-DETALLE
           END-STRING
           CALL CT-V19C060 USING V1WC960
      *
           IF  W960-88-ERROR
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           EXEC SQL
               UPDATE V1DT116
                  SET IND_CASO          = :CT-CASO-ABIERTO
                WHERE NUM_DOC_EMPRESA   = :NUM-DOC-EMPRESA
                  AND NUM_DOC_VINCULADO = :NUM-DOC-VINCULADO
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           ADD 1                           TO CN-CASOS-ABIERTOS
           MOVE 'CASO ABIERTO        '     TO REP-OBSERVACION
           WRITE REG-REPORTE
      *
           .
       5500-ABRIR-CASO-EXIT.
           EXIT.
      ******************************************************************
      *                  5900-NORMALIZAR-NOMBRE                        *
      *  DEJA SOLO LETRAS Y DIGITOS, PEGADOS A LA IZQUIERDA            *
      ******************************************************************
       5900-NORMALIZAR-NOMBRE.
      *
           MOVE SPACES                     TO WS-NOM-SALIDA
           MOVE ZEROES                     TO WS-J
           MOVE ZEROES                     TO WS-I
      *
           PERFORM 5910-NORMALIZAR-CARACTER
              THRU 5910-NORMALIZAR-CARACTER-EXIT
             VARYING WS-I FROM 1 BY 1
             UNTIL WS-I GREATER THAN 40
      *
           .
       5900-NORMALIZAR-NOMBRE-EXIT.
           EXIT.
      ******************************************************************
      * 5910-NORMALIZAR-CARACTER
      ******************************************************************
       5910-NORMALIZAR-CARACTER.
      *
           IF  WS-NOM-ENT-CAR(WS-I) EQUAL SPACE
               GO TO 5910-NORMALIZAR-CARACTER-EXIT
           END-IF
      *
           IF  WS-NOM-ENT-CAR(WS-I) ALPHABETIC
            OR WS-NOM-ENT-CAR(WS-I) NUMERIC
               ADD 1                       TO WS-J
               MOVE WS-NOM-ENT-CAR(WS-I)   TO WS-NOM-SAL-CAR(WS-J)
           END-IF
      *
           .
       5910-NORMALIZAR-CARACTER-EXIT.
           EXIT.
      ******************************************************************
      *                            6000-FIN                            *
      ******************************************************************
       6000-FIN.
      *
           CLOSE ARCH-REPORTE
      *
           DISPLAY 'V13C46B - VINCULADOS COTEJADOS:   '
                   CN-RECOTEJADOS
           DISPLAY 'V13C46B - NUEVAS COINCIDENCIAS:   '
                   CN-NUEVOS-COINCIDE
           DISPLAY 'V13C46B - CASOS ABIERTOS:         '
                   CN-CASOS-ABIERTOS
           DISPLAY 'V13C46B - PENDIENTES SIN OPERAC.: '
                   CN-SIN-OPERACION
      *
           IF  CN-CASOS-ABIERTOS GREATER THAN ZEROES
               INITIALIZE V1WC925
               MOVE CT-PROGRAMA            TO W925-PROGRAMA
               MOVE 'C'                    TO W925-SEVERIDAD
               MOVE 'VINCULADOS DE EMPRESAS EN LA LISTA; CASO ABIERTO'
                                           TO W925-TEXTO
               CALL CT-V19C025 USING V1WC925
           END-IF
      *
           IF  CN-SIN-OPERACION GREATER THAN ZEROES
               INITIALIZE V1WC925
               MOVE CT-PROGRAMA            TO W925-PROGRAMA
               MOVE 'A'                    TO W925-SEVERIDAD
               MOVE 'VINCULADOS EN LISTA DE EMPRESAS SIN OPERACIONES'
                                           TO W925-TEXTO
               CALL CT-V19C025 USING V1WC925
           END-IF
      *
           IF  CN-CASOS-ABIERTOS GREATER THAN ZEROES
            OR CN-SIN-OPERACION  GREATER THAN ZEROES
               MOVE 04                     TO RETURN-CODE
           END-IF
      *
           SET W924-88-FIN                 TO TRUE
           MOVE CN-RECOTEJADOS             TO W924-CANT-LEIDOS
           MOVE CN-CASOS-ABIERTOS          TO W924-CANT-GRABADOS
           MOVE CN-NUEVOS-COINCIDE         TO W924-CANT-ACTUALIZADOS
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
           DISPLAY 'V13C46B - ERROR DB2 SQLCODE: ' SQLCODE
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
