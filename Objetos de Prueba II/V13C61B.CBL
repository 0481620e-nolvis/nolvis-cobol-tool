      ******************************************************************
      *                                                                *
      *  PROGRAMA: V13C61B                                             *
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
      * ARCHIVO DE ENTRADA: NINGUNO (TOMA LOS MENSAJES DE LA COLA DE   *
      *  LIBERACION V1DT132 Y SUS LINEAS DE V1DT133)                   *
      * ------------------                                             *
      * ARCHIVO DE SALIDA: SALSWF (MENSAJES TIPO MT103 LIBERADOS PARA  *
      *  LA PASARELA SWIFT, UNO A CONTINUACION DEL OTRO)               *
      * ------------------                                             *
      * ARCHIVO DE SALIDA: SALLIB (MENSAJES ENVIADOS Y RETENIDOS EN    *
      *  LA CORRIDA)                                                   *
      * ------------------                                             *
      * PROCESO GLOBAL: ENVIO A LA PASARELA DE LOS MT103 LIBERADOS.    *
      *  V13C02B DEJA CADA MENSAJE EN LA COLA Y TESORERIA LO LIBERA O  *
      *  RECHAZA CON DOS USUARIOS EN V13C61Z.  ANTES DE ENVIAR, CADA   *
      *  MENSAJE AUN NO RESUELTO (PENDIENTE, CON ACCION SOLICITADA O   *
      *  LIBERADO) SE REFILTRA CON V19C061 CONTRA LA LISTA DE          *
      *  VIGILANCIA, LOS PAISES EMBARGADOS Y LOS CASOS ABIERTOS DE SU  *
      *  NUM_REF: EL QUE CAE QUEDA RETENIDO CON SU MOTIVO.  SOLO LOS   *
      *  LIBERADOS Y LIMPIOS SE COPIAN A SALSWF Y QUEDAN ENVIADOS.     *
      *  RETENCIONES Y ENVIOS SE ASIENTAN EN LA BITACORA V1DT134 CON   *
      *  ESTE PROGRAMA COMO USUARIO.  SI HUBO RETENCIONES SE EMITE     *
      *  UNA ALERTA Y EL PROCESO TERMINA CON CODIGO 04                 *
      ******************************************************************
      *                                                                *
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *                                                                *
      *             INFORMACION GENERAL SOBRE EL PROGRAMA              *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   V13C61B.
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
           SELECT ARCH-MENSAJES        ASSIGN TO SALSWF
                                        ORGANIZATION IS SEQUENTIAL.
      *
           SELECT ARCH-REPORTE         ASSIGN TO SALLIB
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
       FD  ARCH-MENSAJES
           RECORDING MODE IS F.
      *
       01  REG-MENSAJE                     PIC X(80).
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
           05  WS-HOR-HOY                  PIC X(06)   VALUE SPACES.
           05  WS-EST-ANTERIOR             PIC X(01)   VALUE SPACES.
           05  WS-CANT-ED                  PIC ZZZ.ZZ9 VALUE ZEROES.
      ******************************************************************
      *                  LINEAS DEL REPORTE                            *
      ******************************************************************
       01  LN-TITULO.
           05  FILLER                      PIC X(44)
               VALUE 'COLA DE LIBERACION MT103 - ENVIOS DEL DIA'.
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-TIT-FECHA                PIC X(08).
           05  FILLER                      PIC X(79)   VALUE SPACES.
      *
       01  LN-CABECERA.
           05  FILLER                      PIC X(11)
                                           VALUE 'INSTRUCCION'.
           05  FILLER                      PIC X(12)
                                           VALUE 'OPERACION'.
           05  FILLER                      PIC X(04)   VALUE 'DIV'.
           05  FILLER                      PIC X(18)
                                           VALUE '         IMPORTE'.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  FILLER                      PIC X(12)
                                           VALUE 'CORRESPONSAL'.
           05  FILLER                      PIC X(41)
                                           VALUE 'BENEFICIARIO'.
           05  FILLER                      PIC X(32)
                                           VALUE 'RESULTADO'.
      *
       01  LN-DETALLE.
           05  LN-DET-INSTRUCCION          PIC Z(08)9.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-DET-NUM-REF              PIC Z(09)9.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-DET-DIVISA               PIC X(03).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-DET-IMPORTE              PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-DET-CORRESPONSAL         PIC X(11).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-DET-BENEFICIARIO         PIC X(40).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-DET-RESULTADO            PIC X(30).
           05  FILLER                      PIC X(02)   VALUE SPACES.
      *
       01  LN-TOTAL.
           05  FILLER                      PIC X(11)   VALUE SPACES.
           05  FILLER                      PIC X(10)
                                           VALUE 'ENVIADOS: '.
           05  LN-TOT-ENVIADOS             PIC ZZZ.ZZ9.
           05  FILLER                      PIC X(13)
                                           VALUE '   RETENIDOS:'.
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-TOT-RETENIDOS            PIC ZZZ.ZZ9.
           05  FILLER                      PIC X(83)   VALUE SPACES.
      ******************************************************************
      *                    AREA  DE  SWITCHES                          *
      ******************************************************************
       01  SW-SWITCHES.
      *
           05  SW-FIN-CURSOR               PIC X(01)   VALUE 'N'.
               88  FIN-CURSOR                          VALUE 'S'.
               88  NO-FIN-CURSOR                       VALUE 'N'.
           05  SW-FIN-LINEAS               PIC X(01)   VALUE 'N'.
               88  FIN-LINEAS                          VALUE 'S'.
               88  NO-FIN-LINEAS                       VALUE 'N'.
      ******************************************************************
      *                        AREA DE CONTANTES                       *
      ******************************************************************
       01  CT-CONTANTES.
      *                                                                *
           05  CT-PROGRAMA                 PIC X(08)   VALUE 'V13C61B'.
           05  CT-V19C024                  PIC X(08)   VALUE 'V19C024'.
           05  CT-V19C025                  PIC X(08)   VALUE 'V19C025'.
           05  CT-V19C061                  PIC X(08)   VALUE 'V19C061'.
           05  CT-EST-PENDIENTE            PIC X(01)   VALUE 'P'.
           05  CT-EST-SOLICITADO           PIC X(01)   VALUE 'S'.
           05  CT-EST-LIBERADO             PIC X(01)   VALUE 'L'.
           05  CT-EST-RETENIDO             PIC X(01)   VALUE 'R'.
           05  CT-EST-ENVIADO              PIC X(01)   VALUE 'E'.
           05  CT-RES-ENVIADO              PIC X(30)
                               VALUE 'ENVIADO A LA PASARELA'.
           05  CT-RES-LISTA                PIC X(30)
                               VALUE 'RETENIDO: LISTA DE VIGILANCIA'.
           05  CT-RES-EMBARGO              PIC X(30)
                               VALUE 'RETENIDO: PAIS EMBARGADO'.
           05  CT-RES-CASO                 PIC X(30)
                               VALUE 'RETENIDO: CASO ABIERTO'.
      ******************************************************************
      *                      AREA DE CONTADORES                        *
      ******************************************************************
       01  CN-CONTADORES.
           05  CN-LEIDOS                   PIC 9(07)   VALUE ZEROES.
           05  CN-ENVIADOS                 PIC 9(07)   VALUE ZEROES.
           05  CN-RETENIDOS                PIC 9(07)   VALUE ZEROES.
           05  CN-LINEAS                   PIC 9(07)   VALUE ZEROES.
      ******************************************************************
      *                    COPYS UTILIZADAS                            *
      ******************************************************************
      *  COPY PARA ERRORES DB2
           COPY QCWCL20.
      *  COPY DE LA RUTINA V19C024 (REGISTRO DE CORRIDAS)
           COPY V1WC924.
      *  COPY DE LA RUTINA V19C025 (EVENTOS Y ALERTAS)
           COPY V1WC925.
      *  COPY DE LA RUTINA V19C061 (REFILTRADO ANTES DE LIBERAR)
           COPY V1WC961.
      ******************************************************************
      *                    AREA DE INCLUDES                            *
      ******************************************************************
           EXEC SQL
               INCLUDE V1GT132
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT133
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT134
           END-EXEC
      ******************************************************************
      *                        CURSORES
      ******************************************************************
      *    MENSAJES DE LA COLA AUN NO RESUELTOS
      *
           EXEC SQL
               DECLARE V13C61B-V1DC6111
               CURSOR FOR
               SELECT NUM_INSTRUCCION,
                      NUM_REF,
                      COD_DIV,
                      IMP_INSTRUIDO,
                      BIC_CORRESPONSAL,
                      IDF_RIF_BENEF,
                      NOM_BENEF,
                      COD_PAIS_DEST,
                      EST_COLA
               FROM V1DT132
               WHERE EST_COLA IN (:CT-EST-PENDIENTE,
                                  :CT-EST-SOLICITADO,
                                  :CT-EST-LIBERADO)
               ORDER BY NUM_INSTRUCCION
           END-EXEC
      *
      *    LINEAS DEL MENSAJE EN SU ORDEN
      *
           EXEC SQL
               DECLARE V13C61B-V1DC6112
               CURSOR FOR
               SELECT TXT_LINEA
               FROM V1DT133
               WHERE NUM_INSTRUCCION = :NUM-INSTRUCCION-LIN
               ORDER BY NUM_LINEA
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
           OPEN OUTPUT ARCH-MENSAJES
                       ARCH-REPORTE
      *
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FEC-HOY
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HOR-HOY
      *
           MOVE ZEROES                     TO CN-LEIDOS
                                              CN-ENVIADOS
                                              CN-RETENIDOS
                                              CN-LINEAS
      *
           INITIALIZE V1WC924
           SET W924-88-INICIO              TO TRUE
           MOVE CT-PROGRAMA                TO W924-PROGRAMA
           MOVE WS-FEC-HOY                 TO W924-FEC-PROCESO
           CALL CT-V19C024 USING V1WC924
      *
           MOVE WS-FEC-HOY                 TO LN-TIT-FECHA
           WRITE REG-REPORTE             FROM LN-TITULO
           MOVE SPACES                     TO REG-REPORTE
           WRITE REG-REPORTE
           WRITE REG-REPORTE             FROM LN-CABECERA
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
               OPEN V13C61B-V1DC6111
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-MENSAJE
             UNTIL FIN-CURSOR
      *
           EXEC SQL
               CLOSE V13C61B-V1DC6111
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           MOVE CN-ENVIADOS                TO LN-TOT-ENVIADOS
           MOVE CN-RETENIDOS               TO LN-TOT-RETENIDOS
           MOVE SPACES                     TO REG-REPORTE
           WRITE REG-REPORTE
           WRITE REG-REPORTE             FROM LN-TOTAL
      *
           EXEC SQL
               COMMIT
           END-EXEC
      *
           .
       2000-PROCESO-EXIT.
           EXIT.
      ******************************************************************
      * LEER-MENSAJE
      ******************************************************************
       LEER-MENSAJE.
      *
           EXEC SQL
               FETCH V13C61B-V1DC6111
               INTO :NUM-INSTRUCCION-COL,
                    :NUM-REF-COL,
                    :COD-DIV-COL,
                    :IMP-INSTRUIDO-COL,
                    :BIC-CORRESPONSAL-COL,
                    :IDF-RIF-BENEF-COL,
                    :NOM-BENEF-COL,
                    :COD-PAIS-DEST-COL,
                    :EST-COLA
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   PERFORM 2100-TRATAR-MENSAJE
                      THRU 2100-TRATAR-MENSAJE-EXIT

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      *                   2100-TRATAR-MENSAJE                          *
      *  TODO MENSAJE NO RESUELTO SE REFILTRA; EL QUE CAE SE RETIENE.  *
      *  DE LOS LIMPIOS SOLO SE ENVIAN LOS LIBERADOS                   *
      ******************************************************************
       2100-TRATAR-MENSAJE.
      *
           ADD 1                           TO CN-LEIDOS
           MOVE EST-COLA                   TO WS-EST-ANTERIOR
      *
           INITIALIZE V1WC961
           MOVE NUM-REF-COL                TO W961-NUM-REF
           MOVE IDF-RIF-BENEF-COL          TO W961-IDF-RIF
           MOVE NOM-BENEF-COL              TO W961-NOM-BENEF
           MOVE COD-PAIS-DEST-COL          TO W961-COD-PAIS
           MOVE WS-FEC-HOY                 TO W961-FEC-PROCESO
      *
           CALL CT-V19C061 USING V1WC961
      *
           IF  W961-88-ERROR
               DISPLAY 'V13C61B - ERROR EN V19C061 INSTRUCCION '
                       NUM-INSTRUCCION-COL
               MOVE W961-SQLCODE           TO SQLCODE
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  NOT W961-88-LIBRE
               PERFORM 2200-RETENER-MENSAJE
                  THRU 2200-RETENER-MENSAJE-EXIT
               GO TO 2100-TRATAR-MENSAJE-EXIT
           END-IF
      *
           IF  EST-COLA EQUAL CT-EST-LIBERADO
               PERFORM 2300-ENVIAR-MENSAJE
                  THRU 2300-ENVIAR-MENSAJE-EXIT
           END-IF
      *
           .
       2100-TRATAR-MENSAJE-EXIT.
           EXIT.
      ******************************************************************
      *                   2200-RETENER-MENSAJE                         *
      *  EL MENSAJE QUEDA RETENIDO CON EL MOTIVO Y SE ANULA CUALQUIER  *
      *  ACCION SOLICITADA: PARA LIBERARLO HAY QUE VOLVER A PEDIRLO    *
      ******************************************************************
       2200-RETENER-MENSAJE.
      *
           ADD 1                           TO CN-RETENIDOS
      *
           EVALUATE TRUE
               WHEN W961-88-LISTA
                   MOVE CT-RES-LISTA       TO LN-DET-RESULTADO
               WHEN W961-88-EMBARGO
                   MOVE CT-RES-EMBARGO     TO LN-DET-RESULTADO
               WHEN W961-88-CASO
                   MOVE CT-RES-CASO        TO LN-DET-RESULTADO
           END-EVALUATE
      *
           MOVE CT-EST-RETENIDO            TO EST-COLA
           MOVE W961-RETORNO               TO MOT-RETENCION
      *
           EXEC SQL
               UPDATE V1DT132
                  SET EST_COLA             = :EST-COLA,
                      MOT_RETENCION        = :MOT-RETENCION,
                      ACC_SOLICITADA       = ' ',
                      COD_USUARIO_SOLICITA = ' '
                WHERE NUM_INSTRUCCION      = :NUM-INSTRUCCION-COL
                  AND EST_COLA             = :WS-EST-ANTERIOR
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   CONTINUE

      *        LA PANTALLA LO RESOLVIO MIENTRAS TANTO
               WHEN DB2-NOTFND
                   SUBTRACT 1              FROM CN-RETENIDOS
                   GO TO 2200-RETENER-MENSAJE-EXIT

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           MOVE CT-EST-RETENIDO            TO TIP-EVENTO
           MOVE LN-DET-RESULTADO           TO TXT-DETALLE-BIT
           PERFORM 2900-GRABAR-BITACORA
              THRU 2900-GRABAR-BITACORA-EXIT
      *
           PERFORM 2800-ESCRIBIR-DETALLE
              THRU 2800-ESCRIBIR-DETALLE-EXIT
      *
           .
       2200-RETENER-MENSAJE-EXIT.
           EXIT.
      ******************************************************************
      *                   2300-ENVIAR-MENSAJE                          *
      *  COPIA LAS LINEAS DEL MENSAJE A LA PASARELA Y LO DEJA ENVIADO  *
      ******************************************************************
       2300-ENVIAR-MENSAJE.
      *
           MOVE CT-EST-ENVIADO             TO EST-COLA
      *
           EXEC SQL
               UPDATE V1DT132
                  SET EST_COLA        = :EST-COLA,
                      FEC_ENVIADO     = :WS-FEC-HOY
                WHERE NUM_INSTRUCCION = :NUM-INSTRUCCION-COL
                  AND EST_COLA        = :WS-EST-ANTERIOR
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   CONTINUE

               WHEN DB2-NOTFND
                   GO TO 2300-ENVIAR-MENSAJE-EXIT

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           ADD 1                           TO CN-ENVIADOS
           MOVE NUM-INSTRUCCION-COL        TO NUM-INSTRUCCION-LIN
           SET NO-FIN-LINEAS               TO TRUE
      *
           EXEC SQL
               OPEN V13C61B-V1DC6112
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-LINEA
             UNTIL FIN-LINEAS
      *
           EXEC SQL
               CLOSE V13C61B-V1DC6112
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           MOVE CT-EST-ENVIADO             TO TIP-EVENTO
           MOVE CT-RES-ENVIADO             TO TXT-DETALLE-BIT
           PERFORM 2900-GRABAR-BITACORA
              THRU 2900-GRABAR-BITACORA-EXIT
      *
           MOVE CT-RES-ENVIADO             TO LN-DET-RESULTADO
           PERFORM 2800-ESCRIBIR-DETALLE
              THRU 2800-ESCRIBIR-DETALLE-EXIT
      *
           .
       2300-ENVIAR-MENSAJE-EXIT.
           EXIT.
      ******************************************************************
      * LEER-LINEA
      ******************************************************************
       LEER-LINEA.
      *
           EXEC SQL
               FETCH V13C61B-V1DC6112
               INTO :TXT-LINEA
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   ADD 1                   TO CN-LINEAS
                   WRITE REG-MENSAJE     FROM TXT-LINEA

               WHEN DB2-NOTFND
                   SET FIN-LINEAS          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      *                  2800-ESCRIBIR-DETALLE                         *
      ******************************************************************
       2800-ESCRIBIR-DETALLE.
      *
           MOVE NUM-INSTRUCCION-COL        TO LN-DET-INSTRUCCION
           MOVE NUM-REF-COL                TO LN-DET-NUM-REF
           MOVE COD-DIV-COL                TO LN-DET-DIVISA
           MOVE IMP-INSTRUIDO-COL          TO LN-DET-IMPORTE
           MOVE BIC-CORRESPONSAL-COL       TO LN-DET-CORRESPONSAL
           MOVE NOM-BENEF-COL              TO LN-DET-BENEFICIARIO
           WRITE REG-REPORTE             FROM LN-DETALLE
      *
           .
       2800-ESCRIBIR-DETALLE-EXIT.
           EXIT.
      ******************************************************************
      *                  2900-GRABAR-BITACORA                          *
      ******************************************************************
       2900-GRABAR-BITACORA.
      *
           MOVE NUM-INSTRUCCION-COL        TO NUM-INSTRUCCION-BIT
           MOVE WS-FEC-HOY                 TO FEC-EVENTO
           MOVE WS-HOR-HOY                 TO HOR-EVENTO
           MOVE CT-PROGRAMA                TO COD-USUARIO-BIT
      *
           EXEC SQL
               INSERT INTO V1DT134
                   (NUM_INSTRUCCION,
                    FEC_EVENTO,
                    HOR_EVENTO,
                    TIP_EVENTO,
                    COD_USUARIO,
                    TXT_DETALLE)
               VALUES
                   (:NUM-INSTRUCCION-BIT,
                    :FEC-EVENTO,
                    :HOR-EVENTO,
                    :TIP-EVENTO,
                    :COD-USUARIO-BIT,
                    :TXT-DETALLE-BIT)
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       2900-GRABAR-BITACORA-EXIT.
           EXIT.
      ******************************************************************
      *                            6000-FIN                            *
      ******************************************************************
       6000-FIN.
      *
           CLOSE ARCH-MENSAJES
                 ARCH-REPORTE
      *
           DISPLAY 'V13C61B - MENSAJES EN COLA:       ' CN-LEIDOS
           DISPLAY 'V13C61B - ENVIADOS A LA PASARELA: ' CN-ENVIADOS
           DISPLAY 'V13C61B - LINEAS ESCRITAS:        ' CN-LINEAS
           DISPLAY 'V13C61B - RETENIDOS AL REFILTRAR: ' CN-RETENIDOS
      *
           IF  CN-RETENIDOS GREATER THAN ZEROES
               MOVE CN-RETENIDOS           TO WS-CANT-ED
               INITIALIZE V1WC925
               MOVE CT-PROGRAMA            TO W925-PROGRAMA
               MOVE 'A'                    TO W925-SEVERIDAD
               STRING 'COLA MT103: '
                      WS-CANT-ED
                      ' MENSAJES RETENIDOS AL REFILTRAR'
                      DELIMITED BY SIZE
                      INTO W925-TEXTO
               END-STRING
               CALL CT-V19C025 USING V1WC925
               MOVE 04                     TO RETURN-CODE
           END-IF
      *
           SET W924-88-FIN                 TO TRUE
           MOVE CN-LEIDOS                  TO W924-CANT-LEIDOS
           MOVE CN-ENVIADOS                TO W924-CANT-GRABADOS
           MOVE CN-RETENIDOS               TO W924-CANT-ACTUALIZADOS
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
           DISPLAY 'V13C61B - ERROR DB2 SQLCODE: ' SQLCODE
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
