      ******************************************************************
      *                                                                *
      *  PROGRAMA: V13C82B                                             *
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
      * ARCHIVO DE ENTRADA: NINGUNO (LEE LAS SOLICITUDES APROBADAS DE  *
      *  V1DT165)                                                      *
      * ------------------                                             *
      * ARCHIVO DE SALIDA: NINGUNO (DEVUELVE FILAS DE V1AT001/V1AT002/ *
      *  V1AT004 A LAS TABLAS VIVAS Y GRABA EL MANIFIESTO EN V1DT026)  *
      * ------------------                                             *
      * PROCESO GLOBAL: RESTAURACION CONTROLADA DE OPERACIONES         *
      *  ARCHIVADAS.  POR CADA SOLICITUD APROBADA EN V13C82M SE COPIA  *
      *  LA OPERACION, SUS AUTORIZACIONES Y SU HISTORIAL DEL ARCHIVO A *
      *  LAS TABLAS VIVAS, SE VERIFICAN LOS CONTEOS COPIADOS CONTRA EL *
      *  ARCHIVO Y RECIEN ENTONCES SE BORRA DEL ARCHIVO; LA SOLICITUD  *
      *  QUEDA RESTAURADA CON LOS CONTEOS, Y ASI EL ARCHIVADO V12C62B  *
      *  NO SE LLEVA LA OPERACION HASTA QUE LA SOLICITUD SE CIERRE.    *
      *  CADA SOLICITUD ES SU PROPIA UNIDAD DE TRABAJO, ASI UNA CAIDA  *
      *  SE RETOMA EN LA SIGUIENTE CORRIDA (LA COPIA ES IDEMPOTENTE:   *
      *  SE REBORRA Y RECOPIA LA OPERACION EN CURSO).  UNA SOLICITUD   *
      *  CUYA OPERACION YA NO ESTA EN EL ARCHIVO SE DEJA APROBADA, SE  *
      *  AVISA POR V19C025 Y LA CORRIDA TERMINA CON RC 04.  AL FINAL   *
      *  SE GRABA EL MANIFIESTO DE LA CORRIDA EN V1DT026 CON TIPO 'R'  *
      ******************************************************************
      *                                                                *
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *                                                                *
      *             INFORMACION GENERAL SOBRE EL PROGRAMA              *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   V13C82B.
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
      ******************************************************************
      *                                                                *
      *                D A T A            D I V I S I O N              *
      *                                                                *
      ******************************************************************
       DATA DIVISION.
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
           05  WS-CANT-VIVAS               PIC S9(04)  COMP
                                                       VALUE ZEROES.
           05  WS-CANT-ARCHIVO             PIC S9(04)  COMP
                                                       VALUE ZEROES.
           05  WS-CANT-AUTORIZACIONES      PIC S9(04)  COMP
                                                       VALUE ZEROES.
           05  WS-CANT-HISTORIAL           PIC S9(04)  COMP
                                                       VALUE ZEROES.
           05  WS-NUM-SOLICITUD-ED         PIC 9(09)   VALUE ZEROES.
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
           05  CT-PROGRAMA                 PIC X(08)   VALUE 'V13C82B'.
           05  CT-V19C024                  PIC X(08)   VALUE 'V19C024'.
           05  CT-V19C025                  PIC X(08)   VALUE 'V19C025'.
           05  CT-EST-APROBADA             PIC X(01)   VALUE 'A'.
           05  CT-EST-RESTAURADA           PIC X(01)   VALUE 'R'.
           05  CT-CORRIDA-RESTAURACION     PIC X(01)   VALUE 'R'.
      ******************************************************************
      *                      AREA DE ACUMULADORES                      *
      ******************************************************************
       01  AC-ACUMULADORES.
           05  AC-SOLICITUDES              PIC S9(09)  COMP-3
                                                       VALUE ZEROES.
           05  AC-OPERACIONES              PIC S9(09)  COMP-3
                                                       VALUE ZEROES.
           05  AC-AUTORIZACIONES           PIC S9(09)  COMP-3
                                                       VALUE ZEROES.
           05  AC-HISTORIAL                PIC S9(09)  COMP-3
                                                       VALUE ZEROES.
           05  AC-NO-ARCHIVADAS            PIC S9(09)  COMP-3
                                                       VALUE ZEROES.
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
               INCLUDE V1GT026
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT165
           END-EXEC
      ******************************************************************
      *                        CURSORES
      ******************************************************************
      *    SOLICITUDES APROBADAS.  WITH HOLD PARA QUE EL COMMIT DE
      *    CADA SOLICITUD NO CIERRE EL CURSOR
      *
           EXEC SQL
               DECLARE V13C82B-V1DC8211
               CURSOR WITH HOLD FOR
               SELECT NUM_SOLICITUD,
                      NUM_REF
               FROM V1DT165
               WHERE EST_SOLICITUD = :CT-EST-APROBADA
               ORDER BY NUM_SOLICITUD
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
           PERFORM 3000-GRABAR-MANIFIESTO
              THRU 3000-GRABAR-MANIFIESTO-EXIT
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
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FEC-HOY
      *
           MOVE ZEROES                     TO AC-SOLICITUDES
                                              AC-OPERACIONES
                                              AC-AUTORIZACIONES
                                              AC-HISTORIAL
                                              AC-NO-ARCHIVADAS
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
           SET NO-FIN-CURSOR               TO TRUE
      *
           EXEC SQL
               OPEN V13C82B-V1DC8211
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-CURSOR
             UNTIL FIN-CURSOR
      *
           EXEC SQL
               CLOSE V13C82B-V1DC8211
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       2000-PROCESO-EXIT.
           EXIT.
      ******************************************************************
      * LEER-CURSOR
      ******************************************************************
       LEER-CURSOR.
      *
           EXEC SQL
               FETCH V13C82B-V1DC8211
               INTO :NUM-SOLICITUD-RES,
                    :NUM-REF-RES
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   PERFORM 5000-RESTAURAR-OPERACION
                      THRU 5000-RESTAURAR-OPERACION-EXIT

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      *                  5000-RESTAURAR-OPERACION                      *
      *  COPIA IDEMPOTENTE: SE REBORRA DE LAS TABLAS VIVAS LO QUE      *
      *  PUDIERA HABER QUEDADO DE UNA CORRIDA CAIDA, SE COPIA, SE      *
      *  VERIFICAN CONTEOS Y RECIEN ENTONCES SE BORRA DEL ARCHIVO      *
      ******************************************************************
       5000-RESTAURAR-OPERACION.
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-CANT-ARCHIVO
               FROM V1AT001
               WHERE NUM_REF = :NUM-REF-RES
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  WS-CANT-ARCHIVO EQUAL ZEROES
               PERFORM 5900-AVISAR-NO-ARCHIVADA
                  THRU 5900-AVISAR-NO-ARCHIVADA-EXIT
               GO TO 5000-RESTAURAR-OPERACION-EXIT
           END-IF
      *
           PERFORM 5100-COPIAR-TABLA-001
              THRU 5100-COPIAR-TABLA-001-EXIT
      *
           PERFORM 5200-COPIAR-TABLA-002
              THRU 5200-COPIAR-TABLA-002-EXIT
      *
           PERFORM 5300-COPIAR-TABLA-004
              THRU 5300-COPIAR-TABLA-004-EXIT
      *
           PERFORM 5500-BORRAR-ARCHIVO
              THRU 5500-BORRAR-ARCHIVO-EXIT
      *
           PERFORM 5600-MARCAR-RESTAURADA
              THRU 5600-MARCAR-RESTAURADA-EXIT
      *
           EXEC SQL
               COMMIT
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           ADD 1                           TO AC-SOLICITUDES
           ADD 1                           TO AC-OPERACIONES
           ADD WS-CANT-AUTORIZACIONES      TO AC-AUTORIZACIONES
           ADD WS-CANT-HISTORIAL           TO AC-HISTORIAL
      *
           DISPLAY 'V13C82B - SOLICITUD: ' NUM-SOLICITUD-RES
                   ' NUM_REF: ' NUM-REF-RES ' RESTAURADA'
      *
           .
       5000-RESTAURAR-OPERACION-EXIT.
           EXIT.
      ******************************************************************
      * 5100-COPIAR-TABLA-001
      ******************************************************************
       5100-COPIAR-TABLA-001.
      *
           EXEC SQL
               DELETE FROM V1DT001
               WHERE NUM_REF = :NUM-REF-RES
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
           AND SQLCODE NOT EQUAL +100
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           EXEC SQL
               INSERT INTO V1DT001
               SELECT *
               FROM V1AT001
               WHERE NUM_REF = :NUM-REF-RES
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-CANT-VIVAS
               FROM V1DT001
               WHERE NUM_REF = :NUM-REF-RES
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  WS-CANT-VIVAS NOT EQUAL WS-CANT-ARCHIVO
               DISPLAY 'V13C82B - CONTEO NO VERIFICA EN V1DT001 '
                       'PARA NUM_REF: ' NUM-REF-RES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       5100-COPIAR-TABLA-001-EXIT.
           EXIT.
      ******************************************************************
      * 5200-COPIAR-TABLA-002
      ******************************************************************
       5200-COPIAR-TABLA-002.
      *
           EXEC SQL
               DELETE FROM V1DT002
               WHERE NUM_REF = :NUM-REF-RES
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
           AND SQLCODE NOT EQUAL +100
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           EXEC SQL
               INSERT INTO V1DT002
               SELECT *
               FROM V1AT002
               WHERE NUM_REF = :NUM-REF-RES
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
           AND SQLCODE NOT EQUAL +100
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-CANT-ARCHIVO
               FROM V1AT002
               WHERE NUM_REF = :NUM-REF-RES
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-CANT-VIVAS
               FROM V1DT002
               WHERE NUM_REF = :NUM-REF-RES
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  WS-CANT-VIVAS NOT EQUAL WS-CANT-ARCHIVO
               DISPLAY 'V13C82B - CONTEO NO VERIFICA EN V1DT002 '
                       'PARA NUM_REF: ' NUM-REF-RES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           MOVE WS-CANT-VIVAS              TO WS-CANT-AUTORIZACIONES
      *
           .
       5200-COPIAR-TABLA-002-EXIT.
           EXIT.
      ******************************************************************
      * 5300-COPIAR-TABLA-004
      ******************************************************************
       5300-COPIAR-TABLA-004.
      *
           EXEC SQL
               DELETE FROM V1DT004
               WHERE NUM_REF = :NUM-REF-RES
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
           AND SQLCODE NOT EQUAL +100
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           EXEC SQL
               INSERT INTO V1DT004
               SELECT *
               FROM V1AT004
               WHERE NUM_REF = :NUM-REF-RES
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
           AND SQLCODE NOT EQUAL +100
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-CANT-ARCHIVO
               FROM V1AT004
               WHERE NUM_REF = :NUM-REF-RES
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-CANT-VIVAS
               FROM V1DT004
               WHERE NUM_REF = :NUM-REF-RES
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  WS-CANT-VIVAS NOT EQUAL WS-CANT-ARCHIVO
               DISPLAY 'V13C82B - CONTEO NO VERIFICA EN V1DT004 '
                       'PARA NUM_REF: ' NUM-REF-RES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           MOVE WS-CANT-VIVAS              TO WS-CANT-HISTORIAL
      *
           .
       5300-COPIAR-TABLA-004-EXIT.
           EXIT.
      ******************************************************************
      * 5500-BORRAR-ARCHIVO
      ******************************************************************
       5500-BORRAR-ARCHIVO.
      *
           EXEC SQL
               DELETE FROM V1AT004
               WHERE NUM_REF = :NUM-REF-RES
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
           AND SQLCODE NOT EQUAL +100
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           EXEC SQL
               DELETE FROM V1AT002
               WHERE NUM_REF = :NUM-REF-RES
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
           AND SQLCODE NOT EQUAL +100
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           EXEC SQL
               DELETE FROM V1AT001
               WHERE NUM_REF = :NUM-REF-RES
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       5500-BORRAR-ARCHIVO-EXIT.
           EXIT.
      ******************************************************************
      * 5600-MARCAR-RESTAURADA
      *  DESDE AQUI EL ARCHIVADO V12C62B DEJA LA OPERACION EN LAS      *
      *  TABLAS VIVAS HASTA QUE LA SOLICITUD SE CIERRE EN V13C82M      *
      ******************************************************************
       5600-MARCAR-RESTAURADA.
      *
           MOVE 1                          TO CANT-OPERACIONES-RES
           MOVE WS-CANT-AUTORIZACIONES     TO CANT-AUTORIZACIONES-RES
           MOVE WS-CANT-HISTORIAL          TO CANT-HISTORIAL-RES
      *
           EXEC SQL
               UPDATE V1DT165
                  SET EST_SOLICITUD       = :CT-EST-RESTAURADA,
                      FEC_RESTAURACION    = :WS-FEC-HOY,
                      CANT_OPERACIONES    = :CANT-OPERACIONES-RES,
                      CANT_AUTORIZACIONES = :CANT-AUTORIZACIONES-RES,
                      CANT_HISTORIAL      = :CANT-HISTORIAL-RES
                WHERE NUM_SOLICITUD = :NUM-SOLICITUD-RES
                  AND EST_SOLICITUD = :CT-EST-APROBADA
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       5600-MARCAR-RESTAURADA-EXIT.
           EXIT.
      ******************************************************************
      * 5900-AVISAR-NO-ARCHIVADA
      *  LA OPERACION YA NO ESTA EN EL ARCHIVO (RESTAURADA POR FUERA O *
      *  DEPURADA): LA SOLICITUD QUEDA APROBADA PARA QUE SE REVISE     *
      ******************************************************************
       5900-AVISAR-NO-ARCHIVADA.
      *
           ADD 1                           TO AC-NO-ARCHIVADAS
      *
           DISPLAY 'V13C82B - SOLICITUD: ' NUM-SOLICITUD-RES
                   ' NUM_REF: ' NUM-REF-RES ' NO ESTA EN V1AT001'
      *
           MOVE NUM-SOLICITUD-RES          TO WS-NUM-SOLICITUD-ED
           MOVE CT-PROGRAMA                TO W925-PROGRAMA
           SET W925-88-ALERTA              TO TRUE
           MOVE SPACES                     TO W925-TEXTO
           STRING 'RESTAURACION SIN OPERACION EN ARCHIVO, SOLICITUD '
                  WS-NUM-SOLICITUD-ED
                  DELIMITED BY SIZE
                  INTO W925-TEXTO
           END-STRING
           CALL CT-V19C025 USING V1WC925
      *
           .
       5900-AVISAR-NO-ARCHIVADA-EXIT.
           EXIT.
      ******************************************************************
      *                  3000-GRABAR-MANIFIESTO                        *
      ******************************************************************
       3000-GRABAR-MANIFIESTO.
      *
           MOVE FUNCTION CURRENT-DATE(1:8) TO FEC-CORRIDA
           MOVE FUNCTION CURRENT-DATE(9:6) TO HOR-CORRIDA
           MOVE WS-FEC-HOY                 TO FEC-CORTE
           MOVE AC-OPERACIONES             TO CANT-OPERACIONES
           MOVE AC-AUTORIZACIONES          TO CANT-AUTORIZACIONES
           MOVE AC-HISTORIAL               TO CANT-HISTORIAL
           MOVE CT-CORRIDA-RESTAURACION    TO TIP-CORRIDA
      *
           EXEC SQL
               INSERT INTO V1DT026
                   (FEC_CORRIDA,
                    HOR_CORRIDA,
                    FEC_CORTE,
                    CANT_OPERACIONES,
                    CANT_AUTORIZACIONES,
                    CANT_HISTORIAL,
                    TIP_CORRIDA)
               VALUES
                   (:FEC-CORRIDA,
                    :HOR-CORRIDA,
                    :FEC-CORTE,
                    :CANT-OPERACIONES,
                    :CANT-AUTORIZACIONES,
                    :CANT-HISTORIAL,
                    :TIP-CORRIDA)
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
       3000-GRABAR-MANIFIESTO-EXIT.
           EXIT.
      ******************************************************************
      *                            6000-FIN                            *
      ******************************************************************
       6000-FIN.
      *
           IF  AC-NO-ARCHIVADAS GREATER ZEROES
               MOVE 4                      TO RETURN-CODE
           END-IF
      *
           DISPLAY 'V13C82B - SOLICITUDES RESTAURADAS: '
                   AC-SOLICITUDES
           DISPLAY 'V13C82B - AUTORIZACIONES:          '
                   AC-AUTORIZACIONES
           DISPLAY 'V13C82B - HISTORIAL:               '
                   AC-HISTORIAL
           DISPLAY 'V13C82B - SIN OPERACION EN ARCHIVO:'
                   AC-NO-ARCHIVADAS
      *
           SET W924-88-FIN                 TO TRUE
           MOVE AC-SOLICITUDES             TO W924-CANT-LEIDOS
           COMPUTE W924-CANT-GRABADOS =
                   AC-OPERACIONES + AC-AUTORIZACIONES + AC-HISTORIAL
           MOVE AC-SOLICITUDES             TO W924-CANT-ACTUALIZADOS
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
           DISPLAY 'V13C82B - ERROR DB2 SQLCODE: ' SQLCODE
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
