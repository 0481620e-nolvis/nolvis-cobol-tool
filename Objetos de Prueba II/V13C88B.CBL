      ******************************************************************
      *                                                                *
      *  PROGRAMA: V13C88B                                             *
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
      * ARCHIVO DE ENTRADA: NINGUNO (LEE V1DT080 Y V1DT066)            *
      * ------------------                                             *
      * ARCHIVO DE SALIDA: SALBIC (REPORTE DE DATOS BANCARIOS          *
      *  INVALIDOS YA REGISTRADOS, 132 POSICIONES)                     *
      * ------------------                                             *
      * PROCESO GLOBAL: REVISION DE LOS DATOS BANCARIOS CARGADOS ANTES *
      *  DE LA VALIDACION DE BIC E IBAN (V19C068).  PASA POR LA RUTINA *
      *  TODOS LOS BENEFICIARIOS REGISTRADOS (V1DT080) Y TODO EL       *
      *  MAESTRO DE RUTEO DE CORRESPONSALES (V1DT066) Y LISTA LOS QUE  *
      *  NO PASAN, CON EL CODIGO DEL CATALOGO Y EL MOTIVO, PARA QUE    *
      *  OPERACIONES LOS CORRIJA.  NO MODIFICA NINGUNA TABLA.  SE      *
      *  CORRE A DEMANDA; RC 04 SI HAY ALGUN DATO INVALIDO             *
      ******************************************************************
      *                                                                *
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *                                                                *
      *             INFORMACION GENERAL SOBRE EL PROGRAMA              *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   V13C88B.
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
           SELECT ARCH-REPORTE         ASSIGN TO SALBIC
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
           05  WS-MOTIVO                   PIC X(30)   VALUE SPACES.
      ******************************************************************
      *                  LINEAS DEL REPORTE                            *
      ******************************************************************
       01  LN-TITULO.
           05  FILLER                      PIC X(40)
               VALUE 'DATOS BANCARIOS INVALIDOS REGISTRADOS - '.
           05  FILLER                      PIC X(12)
               VALUE 'GENERADO EL '.
           05  LN-TIT-GENERADO             PIC X(08).
           05  FILLER                      PIC X(72)   VALUE SPACES.
      *
       01  LN-SECCION.
           05  LN-SEC-TEXTO                PIC X(60).
           05  FILLER                      PIC X(72)   VALUE SPACES.
      *
       01  LN-CAB-BENEF.
           05  FILLER                      PIC X(16)   VALUE 'TITULAR'.
           05  FILLER                      PIC X(16)
               VALUE 'RIF BENEF.'.
           05  FILLER                      PIC X(12)   VALUE 'BIC'.
           05  FILLER                      PIC X(35)   VALUE 'CUENTA'.
           05  FILLER                      PIC X(05)   VALUE 'PAIS'.
           05  FILLER                      PIC X(08)   VALUE 'MENSAJE'.
           05  FILLER                      PIC X(40)   VALUE 'MOTIVO'.
      *
       01  LN-BENEF.
           05  LN-BEN-TITULAR              PIC X(15).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-BEN-RIF                  PIC X(15).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-BEN-BIC                  PIC X(11).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-BEN-CUENTA               PIC X(34).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-BEN-PAIS                 PIC 9(03).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-BEN-MENSAJE              PIC X(07).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-BEN-MOTIVO               PIC X(30).
           05  FILLER                      PIC X(10)   VALUE SPACES.
      *
       01  LN-CAB-RUTEO.
           05  FILLER                      PIC X(08)   VALUE 'DIVISA'.
           05  FILLER                      PIC X(12)
               VALUE 'CORRESPONSAL'.
           05  FILLER                      PIC X(35)
               VALUE 'CUENTA NOSTRO'.
           05  FILLER                      PIC X(08)   VALUE 'MENSAJE'.
           05  FILLER                      PIC X(69)   VALUE 'MOTIVO'.
      *
       01  LN-RUTEO.
           05  LN-RUT-DIVISA               PIC X(03).
           05  FILLER                      PIC X(05)   VALUE SPACES.
           05  LN-RUT-BIC                  PIC X(11).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-RUT-CUENTA               PIC X(34).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-RUT-MENSAJE              PIC X(07).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-RUT-MOTIVO               PIC X(30).
           05  FILLER                      PIC X(39)   VALUE SPACES.
      *
       01  LN-NINGUNA.
           05  FILLER                      PIC X(30)
               VALUE '   *** SIN DATOS INVALIDOS ***'.
           05  FILLER                      PIC X(102)  VALUE SPACES.
      *
       01  LN-TOTAL.
           05  LN-TOT-TEXTO                PIC X(40).
           05  LN-TOT-CANT                 PIC Z.ZZZ.ZZ9.
           05  FILLER                      PIC X(83)   VALUE SPACES.
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
           05  CT-PROGRAMA                 PIC X(08)   VALUE 'V13C88B'.
           05  CT-V19C024                  PIC X(08)   VALUE 'V19C024'.
           05  CT-V19C068                  PIC X(08)   VALUE 'V19C068'.
           05  CT-SEC-BENEF                PIC X(60)
               VALUE 'BENEFICIARIOS REGISTRADOS (V1DT080)'.
           05  CT-SEC-RUTEO                PIC X(60)
               VALUE 'RUTEO DE CORRESPONSALES (V1DT066)'.
      *    MOTIVOS SEGUN EL RETORNO DE LA RUTINA
           05  CT-MOT-BIC-FORMATO          PIC X(30)
               VALUE 'BIC CON FORMATO INVALIDO'.
           05  CT-MOT-BIC-INEXISTENTE      PIC X(30)
               VALUE 'BIC NO ESTA EN EL DIRECTORIO'.
           05  CT-MOT-BIC-BAJA             PIC X(30)
               VALUE 'BIC DADO DE BAJA'.
           05  CT-MOT-IBAN-ESTRUCTURA      PIC X(30)
               VALUE 'IBAN CON ESTRUCTURA INVALIDA'.
           05  CT-MOT-IBAN-DIGITOS         PIC X(30)
               VALUE 'IBAN CON DIGITOS ERRADOS'.
           05  CT-MOT-IBAN-REQUERIDO       PIC X(30)
               VALUE 'PAIS EXIGE CUENTA IBAN'.
      ******************************************************************
      *                      AREA DE CONTADORES                        *
      ******************************************************************
       01  CN-CONTADORES.
           05  CN-BENEF-LEIDOS             PIC 9(07)   VALUE ZEROES.
           05  CN-BENEF-INVALIDOS          PIC 9(07)   VALUE ZEROES.
           05  CN-RUTEO-LEIDOS             PIC 9(07)   VALUE ZEROES.
           05  CN-RUTEO-INVALIDOS          PIC 9(07)   VALUE ZEROES.
      ******************************************************************
      *                    COPYS UTILIZADAS                            *
      ******************************************************************
      *  COPY PARA ERRORES DB2
           COPY QCWCL20.
      *  COPY DE LA RUTINA V19C024 (REGISTRO DE CORRIDAS)
           COPY V1WC924.
      *  COPY DE LA RUTINA V19C068 (VALIDACION DE BIC E IBAN)
           COPY V1WC968.
      ******************************************************************
      *                    AREA DE INCLUDES                            *
      ******************************************************************
           EXEC SQL
               INCLUDE V1GT066
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT080
           END-EXEC
      ******************************************************************
      *                        CURSORES
      ******************************************************************
      *    TODOS LOS BENEFICIARIOS REGISTRADOS CON DATOS BANCARIOS
      *
           EXEC SQL
               DECLARE V13C88B-V1DC8811
               CURSOR FOR
               SELECT NUM_DOC_PERSONA,
                      IDF_RIF_BENEF,
                      COD_BANCO,
                      CTA_BENEF,
                      COD_PAIS
               FROM V1DT080
               ORDER BY NUM_DOC_PERSONA,
                        IDF_RIF_BENEF
           END-EXEC
      *
      *    TODO EL MAESTRO DE RUTEO DE CORRESPONSALES
      *
           EXEC SQL
               DECLARE V13C88B-V1DC8812
               CURSOR FOR
               SELECT COD_DIV_RUTEO,
                      BIC_CORRESPONSAL,
                      CTA_NOSTRO
               FROM V1DT066
               ORDER BY COD_DIV_RUTEO
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
           PERFORM 2000-REVISAR-BENEFICIARIOS
              THRU 2000-REVISAR-BENEFICIARIOS-EXIT
      *
           PERFORM 3000-REVISAR-RUTEO
              THRU 3000-REVISAR-RUTEO-EXIT
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
           INITIALIZE V1WC924
           SET W924-88-INICIO              TO TRUE
           MOVE CT-PROGRAMA                TO W924-PROGRAMA
           MOVE WS-FEC-HOY                 TO W924-FEC-PROCESO
           CALL CT-V19C024 USING V1WC924
      *
           MOVE WS-FEC-HOY                 TO LN-TIT-GENERADO
           WRITE REG-REPORTE             FROM LN-TITULO
      *
           .
       1000-INICIO-EXIT.
           EXIT.
      ******************************************************************
      *                 2000-REVISAR-BENEFICIARIOS                     *
      ******************************************************************
       2000-REVISAR-BENEFICIARIOS.
      *
           MOVE CT-SEC-BENEF               TO LN-SEC-TEXTO
           WRITE REG-REPORTE             FROM LN-SECCION
           WRITE REG-REPORTE             FROM LN-CAB-BENEF
      *
           SET NO-FIN-CURSOR               TO TRUE
      *
           EXEC SQL
               OPEN V13C88B-V1DC8811
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-BENEFICIARIO
             UNTIL FIN-CURSOR
      *
           EXEC SQL
               CLOSE V13C88B-V1DC8811
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  CN-BENEF-INVALIDOS EQUAL ZEROES
               WRITE REG-REPORTE         FROM LN-NINGUNA
           END-IF
      *
           .
       2000-REVISAR-BENEFICIARIOS-EXIT.
           EXIT.
      ******************************************************************
      * LEER-BENEFICIARIO
      ******************************************************************
       LEER-BENEFICIARIO.
      *
           EXEC SQL
               FETCH V13C88B-V1DC8811
               INTO :NUM-DOC-TITULAR,
                    :IDF-RIF-BENEF-REG,
                    :COD-BANCO-BENEF,
                    :CTA-BENEF,
                    :COD-PAIS-BENEF
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   PERFORM 2100-VALIDAR-BENEFICIARIO
                      THRU 2100-VALIDAR-BENEFICIARIO-EXIT

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      *                  2100-VALIDAR-BENEFICIARIO                     *
      ******************************************************************
       2100-VALIDAR-BENEFICIARIO.
      *
           ADD 1                           TO CN-BENEF-LEIDOS
      *
           INITIALIZE V1WC968
           MOVE COD-BANCO-BENEF            TO W968-COD-BIC
           MOVE CTA-BENEF                  TO W968-CTA
           MOVE COD-PAIS-BENEF             TO W968-COD-PAIS
           CALL CT-V19C068 USING V1WC968
      *
           IF  W968-88-ERROR-DB2
               MOVE W968-SQLCODE           TO SQLCODE
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  W968-88-CONFORME
               GO TO 2100-VALIDAR-BENEFICIARIO-EXIT
           END-IF
      *
           ADD 1                           TO CN-BENEF-INVALIDOS
      *
           PERFORM 5000-DETERMINAR-MOTIVO
              THRU 5000-DETERMINAR-MOTIVO-EXIT
      *
           MOVE NUM-DOC-TITULAR            TO LN-BEN-TITULAR
           MOVE IDF-RIF-BENEF-REG          TO LN-BEN-RIF
           MOVE COD-BANCO-BENEF            TO LN-BEN-BIC
           MOVE CTA-BENEF                  TO LN-BEN-CUENTA
           MOVE COD-PAIS-BENEF             TO LN-BEN-PAIS
           MOVE W968-COD-MENSAJE           TO LN-BEN-MENSAJE
           MOVE WS-MOTIVO                  TO LN-BEN-MOTIVO
           WRITE REG-REPORTE             FROM LN-BENEF
      *
           .
       2100-VALIDAR-BENEFICIARIO-EXIT.
           EXIT.
      ******************************************************************
      *                     3000-REVISAR-RUTEO                         *
      ******************************************************************
       3000-REVISAR-RUTEO.
      *
           MOVE CT-SEC-RUTEO               TO LN-SEC-TEXTO
           WRITE REG-REPORTE             FROM LN-SECCION
           WRITE REG-REPORTE             FROM LN-CAB-RUTEO
      *
           SET NO-FIN-CURSOR               TO TRUE
      *
           EXEC SQL
               OPEN V13C88B-V1DC8812
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-RUTEO
             UNTIL FIN-CURSOR
      *
           EXEC SQL
               CLOSE V13C88B-V1DC8812
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  CN-RUTEO-INVALIDOS EQUAL ZEROES
               WRITE REG-REPORTE         FROM LN-NINGUNA
           END-IF
      *
           .
       3000-REVISAR-RUTEO-EXIT.
           EXIT.
      ******************************************************************
      * LEER-RUTEO
      ******************************************************************
       LEER-RUTEO.
      *
           EXEC SQL
               FETCH V13C88B-V1DC8812
               INTO :COD-DIV-RUTEO,
                    :BIC-CORRESPONSAL,
                    :CTA-NOSTRO
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   PERFORM 3100-VALIDAR-RUTEO
                      THRU 3100-VALIDAR-RUTEO-EXIT

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      *                     3100-VALIDAR-RUTEO                         *
      *  LA CUENTA NOSTRO SE VALIDA CON EL PAIS DEL CORRESPONSAL       *
      ******************************************************************
       3100-VALIDAR-RUTEO.
      *
           ADD 1                           TO CN-RUTEO-LEIDOS
      *
           INITIALIZE V1WC968
           MOVE BIC-CORRESPONSAL           TO W968-COD-BIC
           MOVE CTA-NOSTRO                 TO W968-CTA
           MOVE ZEROES                     TO W968-COD-PAIS
           CALL CT-V19C068 USING V1WC968
      *
           IF  W968-88-ERROR-DB2
               MOVE W968-SQLCODE           TO SQLCODE
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  W968-88-CONFORME
               GO TO 3100-VALIDAR-RUTEO-EXIT
           END-IF
      *
           ADD 1                           TO CN-RUTEO-INVALIDOS
      *
           PERFORM 5000-DETERMINAR-MOTIVO
              THRU 5000-DETERMINAR-MOTIVO-EXIT
      *
           MOVE COD-DIV-RUTEO              TO LN-RUT-DIVISA
           MOVE BIC-CORRESPONSAL           TO LN-RUT-BIC
           MOVE CTA-NOSTRO                 TO LN-RUT-CUENTA
           MOVE W968-COD-MENSAJE           TO LN-RUT-MENSAJE
           MOVE WS-MOTIVO                  TO LN-RUT-MOTIVO
           WRITE REG-REPORTE             FROM LN-RUTEO
      *
           .
       3100-VALIDAR-RUTEO-EXIT.
           EXIT.
      ******************************************************************
      *                   5000-DETERMINAR-MOTIVO                       *
      *  EL BIC MANDA SOBRE LA CUENTA, IGUAL QUE EL CODIGO DE MENSAJE  *
      ******************************************************************
       5000-DETERMINAR-MOTIVO.
      *
           EVALUATE TRUE
               WHEN W968-88-BIC-FORMATO
                   MOVE CT-MOT-BIC-FORMATO TO WS-MOTIVO
               WHEN W968-88-BIC-INEXISTENTE
                   MOVE CT-MOT-BIC-INEXISTENTE
                                           TO WS-MOTIVO
               WHEN W968-88-BIC-BAJA
                   MOVE CT-MOT-BIC-BAJA    TO WS-MOTIVO
               WHEN W968-88-IBAN-ESTRUCTURA
                   MOVE CT-MOT-IBAN-ESTRUCTURA
                                           TO WS-MOTIVO
               WHEN W968-88-IBAN-DIGITOS
                   MOVE CT-MOT-IBAN-DIGITOS
                                           TO WS-MOTIVO
               WHEN W968-88-IBAN-REQUERIDO
                   MOVE CT-MOT-IBAN-REQUERIDO
                                           TO WS-MOTIVO
               WHEN OTHER
                   MOVE SPACES             TO WS-MOTIVO
           END-EVALUATE
      *
           .
       5000-DETERMINAR-MOTIVO-EXIT.
           EXIT.
      ******************************************************************
      *                            6000-FIN                            *
      ******************************************************************
       6000-FIN.
      *
           MOVE 'BENEFICIARIOS REVISADOS:'  TO LN-TOT-TEXTO
           MOVE CN-BENEF-LEIDOS             TO LN-TOT-CANT
           WRITE REG-REPORTE              FROM LN-TOTAL
           MOVE 'BENEFICIARIOS INVALIDOS:'  TO LN-TOT-TEXTO
           MOVE CN-BENEF-INVALIDOS          TO LN-TOT-CANT
           WRITE REG-REPORTE              FROM LN-TOTAL
           MOVE 'CORRESPONSALES REVISADOS:' TO LN-TOT-TEXTO
           MOVE CN-RUTEO-LEIDOS             TO LN-TOT-CANT
           WRITE REG-REPORTE              FROM LN-TOTAL
           MOVE 'CORRESPONSALES INVALIDOS:' TO LN-TOT-TEXTO
           MOVE CN-RUTEO-INVALIDOS          TO LN-TOT-CANT
           WRITE REG-REPORTE              FROM LN-TOTAL
      *
           CLOSE ARCH-REPORTE
      *
           IF  CN-BENEF-INVALIDOS GREATER ZEROES
            OR CN-RUTEO-INVALIDOS GREATER ZEROES
               MOVE 4                      TO RETURN-CODE
           END-IF
      *
           SET W924-88-FIN                 TO TRUE
           COMPUTE W924-CANT-LEIDOS = CN-BENEF-LEIDOS
                                    + CN-RUTEO-LEIDOS
           COMPUTE W924-CANT-GRABADOS = CN-BENEF-INVALIDOS
                                      + CN-RUTEO-INVALIDOS
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
           DISPLAY 'V13C88B - ERROR DB2 SQLCODE: ' SQLCODE
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
