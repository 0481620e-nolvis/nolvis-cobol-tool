      ******************************************************************
      *                                                                *
      *  PROGRAMA: V13C86B                                             *
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
      * ARCHIVO DE ENTRADA: PARMCTA (FECHA DE PROCESO AAAAMMDD; EN     *
      *  BLANCO, LA FECHA DE LA CORRIDA; ENTIDAD JURIDICA, EN BLANCO   *
      *  CONSOLIDADO)                                                  *
      * ------------------                                             *
      * ARCHIVO DE SALIDA: SALCTA (REPORTE DIARIO DE USO DE CUENTAS    *
      *  PASIVO DE TERCEROS)                                           *
      * ------------------                                             *
      * PROCESO GLOBAL: VERIFICACION NOCTURNA MASIVA DE TITULARIDAD DE *
      *  LA CUENTA PASIVO.  CORRE DESPUES DE LA CARGA V12C45B Y DEL    *
      *  GENERADOR DE ORDENES PERMANENTES V13C18B Y RECORRE TODAS LAS  *
      *  OPERACIONES DE CLIENTE DEL DIA CON CUENTA PASIVO, SEA CUAL    *
      *  SEA SU VIA DE ENTRADA (LO CAPTADO EN LINEA YA SE VERIFICO,    *
      *  PERO UNA CUENTA CAMBIADA DESPUES EN PANTALLA SE VUELVE A      *
      *  VER).  CADA CUENTA SE CONSULTA AL SISTEMA DE DEPOSITOS CON LA *
      *  RUTINA V19C067:                                               *
      *  - CUENTA DE TERCERO O INEXISTENTE: LA OPERACION SE MUEVE A LA *
      *    CUARENTENA V1QT001 Y SE ASIENTA EN V1DT050 CON EL CODIGO    *
      *    V1E0292 DEL CATALOGO V1DT054 SEGUIDO DEL CODIGO DEL         *
      *    RESULTADO, PARA SU REVISION EN V12C81Z;                     *
      *  - SISTEMA DE DEPOSITOS NO DISPONIBLE: LA OPERACION QUEDA VIVA *
      *    Y SE LISTA COMO NO VERIFICADA, CON EVENTO CRITICO Y RC 08.  *
      *  AL FINAL SE LISTAN TODOS LOS USOS NO CONFORMES DEL DIA        *
      *  ANOTADOS EN V1DT168, TANTO LOS RECHAZOS EN LINEA (V12C43M,    *
      *  V13C21V) COMO LAS CUARENTENAS DE ESTA CORRIDA.  CON ENTIDAD   *
      *  SE VERIFICAN SOLO SUS OPERACIONES Y SE LISTAN LOS USOS DE SUS *
      *  OFICINAS (V1DT044)                                            *
      ******************************************************************
      *                                                                *
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *                                                                *
      *             INFORMACION GENERAL SOBRE EL PROGRAMA              *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   V13C86B.
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
           SELECT ARCH-PARAMETROS      ASSIGN TO PARMCTA
                                        ORGANIZATION IS SEQUENTIAL.
      *
           SELECT ARCH-REPORTE         ASSIGN TO SALCTA
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
       FD  ARCH-PARAMETROS
           RECORDING MODE IS F.
      *
       01  REG-PARAMETROS.
           05  PAR-FEC-PROCESO             PIC X(08).
           05  PAR-COD-ENT-BANCO           PIC X(04).
           05  FILLER                      PIC X(68).
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
           05  WS-FEC-PROCESO              PIC X(08)   VALUE SPACES.
           05  WS-FEC-PROCESO-R REDEFINES WS-FEC-PROCESO.
               10  WS-PRO-ANO              PIC 9(04).
               10  WS-PRO-MES              PIC 9(02).
               10  WS-PRO-DIA              PIC 9(02).
           05  WS-ENT-BANCO                PIC X(04)   VALUE SPACES.
           05  WS-COD-ERRORES              PIC X(20)   VALUE SPACES.
           05  WS-DESDE-CKPT               PIC 9(04)   VALUE ZEROES.
           05  WS-TXT-RESULTADO            PIC X(27)   VALUE SPACES.
           05  WS-CANT-EDIT                PIC Z.ZZZ.ZZ9.
      ******************************************************************
      *                  LINEAS DEL REPORTE                            *
      ******************************************************************
       01  LN-TITULO.
           05  FILLER                      PIC X(40)
               VALUE 'USO DE CUENTAS PASIVO DE TERCEROS -     '.
           05  FILLER                      PIC X(07)   VALUE 'FECHA: '.
           05  LN-TIT-FECHA                PIC X(08).
           05  FILLER                      PIC X(14)
                                           VALUE '  GENERADO EL '.
           05  LN-TIT-GENERADO             PIC X(08).
           05  FILLER                      PIC X(10)
                                           VALUE ' ENTIDAD: '.
           05  LN-TIT-ENTIDAD              PIC X(11).
           05  FILLER                      PIC X(34)   VALUE SPACES.
      *
       01  LN-SECCION.
           05  LN-SEC-TEXTO                PIC X(60).
           05  FILLER                      PIC X(72)   VALUE SPACES.
      *
       01  LN-CAB-NO-VERIF.
           05  FILLER                      PIC X(12)
                                           VALUE 'REFERENCIA'.
           05  FILLER                      PIC X(05)   VALUE 'OFIC'.
           05  FILLER                      PIC X(16)
                                           VALUE 'DOCUMENTO'.
           05  FILLER                      PIC X(21)   VALUE 'CUENTA'.
           05  FILLER                      PIC X(78)
                                           VALUE 'ERROR DEPOSITOS'.
      *
       01  LN-NO-VERIF.
           05  LN-NOV-NUM-REF              PIC Z(09)9.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-NOV-OFICINA              PIC X(04).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-NOV-DOCUMENTO            PIC X(15).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-NOV-CUENTA               PIC X(20).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-NOV-COD-ERROR            PIC X(07).
           05  FILLER                      PIC X(71)   VALUE SPACES.
      *
       01  LN-CAB-USO.
           05  FILLER                      PIC X(07)   VALUE 'HORA'.
           05  FILLER                      PIC X(09)   VALUE 'PROGRAMA'.
           05  FILLER                      PIC X(11)
                                           VALUE 'SITUACION'.
           05  FILLER                      PIC X(09)   VALUE 'USUARIO'.
           05  FILLER                      PIC X(05)   VALUE 'OFIC'.
           05  FILLER                      PIC X(11)
                                           VALUE 'REFERENCIA'.
           05  FILLER                      PIC X(16)
                                           VALUE 'DOCUMENTO'.
           05  FILLER                      PIC X(21)   VALUE 'CUENTA'.
           05  FILLER                      PIC X(16)
                                           VALUE 'TITULAR'.
           05  FILLER                      PIC X(27)
                                           VALUE 'RESULTADO'.
      *
       01  LN-USO.
           05  LN-USO-HORA                 PIC X(06).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-USO-PROGRAMA             PIC X(08).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-USO-SITUACION            PIC X(10).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-USO-USUARIO              PIC X(08).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-USO-OFICINA              PIC X(04).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-USO-NUM-REF              PIC Z(09)9.
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-USO-DOCUMENTO            PIC X(15).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-USO-CUENTA               PIC X(20).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-USO-TITULAR              PIC X(15).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-USO-RESULTADO            PIC X(27).
      *
       01  LN-NINGUNA.
           05  FILLER                      PIC X(30)
               VALUE '   *** SIN MOVIMIENTOS ***'.
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
           05  CT-PROGRAMA                 PIC X(08)   VALUE 'V13C86B'.
           05  CT-V19C024                  PIC X(08)   VALUE 'V19C024'.
           05  CT-V19C025                  PIC X(08)   VALUE 'V19C025'.
           05  CT-V19C067                  PIC X(08)   VALUE 'V19C067'.
           05  CT-INTERVALO-CKPT           PIC 9(04)   VALUE 500.
           05  CT-CLA-BANCO                PIC X(01)   VALUE 'B'.
      *    CODIGO DEL CATALOGO V1DT054 DE LA CUARENTENA POR CUENTA
           05  CT-MSG-CUARENTENA           PIC X(07)   VALUE 'V1E0292'.
           05  CT-EST-CUARENTENA           PIC X(01)   VALUE 'C'.
           05  CT-CANAL-LINEA              PIC X(01)   VALUE 'L'.
           05  CT-SIT-RECHAZADA            PIC X(10)
                                           VALUE 'RECHAZADA'.
           05  CT-SIT-CUARENTENA           PIC X(10)
                                           VALUE 'CUARENTENA'.
           05  CT-SEC-NO-VERIF             PIC X(60)
               VALUE 'OPERACIONES NO VERIFICADAS (DEPOSITOS CAIDO)'.
           05  CT-SEC-USOS                 PIC X(60)
               VALUE 'USOS NO CONFORMES DEL DIA (V1DT168)'.
      ******************************************************************
      *                      AREA DE CONTADORES                        *
      ******************************************************************
       01  CN-CONTADORES.
           05  CN-VERIFICADAS              PIC 9(07)   VALUE ZEROES.
           05  CN-CONFORMES                PIC 9(07)   VALUE ZEROES.
           05  CN-EN-CUARENTENA            PIC 9(07)   VALUE ZEROES.
           05  CN-NO-VERIFICADAS           PIC 9(07)   VALUE ZEROES.
           05  CN-USOS-LINEA               PIC 9(07)   VALUE ZEROES.
           05  CN-USOS-BATCH               PIC 9(07)   VALUE ZEROES.
      ******************************************************************
      *                    COPYS UTILIZADAS                            *
      ******************************************************************
      *  COPY PARA ERRORES DB2
           COPY QCWCL20.
      *  COPY DE LA RUTINA V19C024 (REGISTRO DE CORRIDAS)
           COPY V1WC924.
      *  COPY DE LA RUTINA V19C025 (EVENTOS Y ALERTAS)
           COPY V1WC925.
      *  COPY DE LA RUTINA V19C067 (TITULARIDAD DE LA CUENTA PASIVO)
           COPY V1WC967.
      ******************************************************************
      *                    AREA DE INCLUDES                            *
      ******************************************************************
           EXEC SQL
               INCLUDE V1GT001
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT050
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT168
           END-EXEC
      ******************************************************************
      *                        CURSORES
      ******************************************************************
      *    OPERACIONES DE CLIENTE DEL DIA CON CUENTA PASIVO
      *
           EXEC SQL
               DECLARE V13C86B-V1DC8611
               CURSOR WITH HOLD FOR
               SELECT NUM_REF,
                      COD_OPE_BANCO,
                      NUM_DOC_PERSONA,
                      CTA_PASIVO_CL
               FROM V1DT001
               WHERE FEC_OPE          = :WS-FEC-PROCESO
                 AND CTA_PASIVO_CL   <> ' '
                 AND CLA_CONTRAPARTE <> :CT-CLA-BANCO
                 AND (COD_ENT_BANCO = :WS-ENT-BANCO
                      OR :WS-ENT-BANCO = ' ')
               ORDER BY NUM_REF
           END-EXEC
      *
      *    USOS NO CONFORMES DEL DIA CON EL TEXTO DEL CATALOGO
      *
           EXEC SQL
               DECLARE V13C86B-V1DC8612
               CURSOR FOR
               SELECT U.HOR_VERIFICA,
                      U.COD_PROGRAMA,
                      U.IND_CANAL,
                      U.COD_USUARIO,
                      U.COD_OFICINA,
                      U.NUM_REF,
                      U.NUM_DOC_PERSONA,
                      U.CTA_PASIVO_CL,
                      U.NUM_DOC_TITULAR,
                      U.COD_MENSAJE,
                      VALUE((SELECT SUBSTR(M.TXT_PANTALLA, 1, 27)
                             FROM V1DT054 M
                             WHERE M.COD_MENSAJE = U.COD_MENSAJE),
                            U.COD_MENSAJE)
               FROM V1DT168 U
               WHERE U.FEC_VERIFICA = :WS-FEC-PROCESO
                 AND (:WS-ENT-BANCO = ' '
                      OR U.COD_OFICINA IN
                         (SELECT COD_OPE_BANCO
                          FROM V1DT044
                          WHERE COD_ENT_BANCO = :WS-ENT-BANCO))
               ORDER BY U.HOR_VERIFICA,
                        U.COD_PROGRAMA
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
           PERFORM 4000-REPORTE-USOS
              THRU 4000-REPORTE-USOS-EXIT
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
           OPEN INPUT  ARCH-PARAMETROS
                OUTPUT ARCH-REPORTE
      *
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FEC-HOY
      *
           READ ARCH-PARAMETROS
               AT END
                   MOVE SPACES             TO REG-PARAMETROS
           END-READ
      *
           IF  PAR-FEC-PROCESO EQUAL SPACES
               MOVE WS-FEC-HOY             TO WS-FEC-PROCESO
           ELSE
               MOVE PAR-FEC-PROCESO        TO WS-FEC-PROCESO
               IF  WS-FEC-PROCESO NOT NUMERIC
                OR WS-PRO-MES LESS 1
                OR WS-PRO-MES GREATER 12
                OR WS-PRO-DIA LESS 1
                OR WS-PRO-DIA GREATER 31
                   DISPLAY 'V13C86B - FECHA INVALIDA: ' PAR-FEC-PROCESO
                   MOVE 16                 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
      *
           MOVE PAR-COD-ENT-BANCO          TO WS-ENT-BANCO
      *
           MOVE ZEROES                     TO CN-VERIFICADAS
                                              CN-CONFORMES
                                              CN-EN-CUARENTENA
                                              CN-NO-VERIFICADAS
                                              CN-USOS-LINEA
                                              CN-USOS-BATCH
                                              WS-DESDE-CKPT
      *
           INITIALIZE V1WC924
           SET W924-88-INICIO              TO TRUE
           MOVE CT-PROGRAMA                TO W924-PROGRAMA
           MOVE WS-FEC-PROCESO             TO W924-FEC-PROCESO
           CALL CT-V19C024 USING V1WC924
      *
           MOVE WS-FEC-PROCESO             TO LN-TIT-FECHA
           MOVE WS-FEC-HOY                 TO LN-TIT-GENERADO
           IF  WS-ENT-BANCO EQUAL SPACES
               MOVE 'CONSOLIDADO'          TO LN-TIT-ENTIDAD
           ELSE
               MOVE WS-ENT-BANCO           TO LN-TIT-ENTIDAD
           END-IF
           WRITE REG-REPORTE             FROM LN-TITULO
      *
           MOVE CT-SEC-NO-VERIF            TO LN-SEC-TEXTO
           WRITE REG-REPORTE             FROM LN-SECCION
           WRITE REG-REPORTE             FROM LN-CAB-NO-VERIF
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
               OPEN V13C86B-V1DC8611
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-OPERACION
             UNTIL FIN-CURSOR
      *
           EXEC SQL
               CLOSE V13C86B-V1DC8611
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
           IF  CN-NO-VERIFICADAS EQUAL ZEROES
               WRITE REG-REPORTE         FROM LN-NINGUNA
           END-IF
      *
           .
       2000-PROCESO-EXIT.
           EXIT.
      ******************************************************************
      * LEER-OPERACION
      ******************************************************************
       LEER-OPERACION.
      *
           EXEC SQL
               FETCH V13C86B-V1DC8611
               INTO :DCLV1DT001.NUM-REF,
                    :DCLV1DT001.COD-OPE-BANCO,
                    :DCLV1DT001.NUM-DOC-PERSONA,
                    :DCLV1DT001.CTA-PASIVO-CL
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   PERFORM 5000-VERIFICAR-OPERACION
                      THRU 5000-VERIFICAR-OPERACION-EXIT

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      *                  5000-VERIFICAR-OPERACION                      *
      ******************************************************************
       5000-VERIFICAR-OPERACION.
      *
           ADD 1                           TO CN-VERIFICADAS
      *
           INITIALIZE V1WC967
           MOVE CTA-PASIVO-CL              TO W967-CTA-PASIVO
           MOVE NUM-DOC-PERSONA            TO W967-NUM-DOC-PERSONA
           MOVE CT-PROGRAMA                TO W967-PROGRAMA
           MOVE SPACES                     TO W967-USUARIO
           MOVE COD-OPE-BANCO              TO W967-OFICINA
           MOVE NUM-REF OF DCLV1DT001      TO W967-NUM-REF
           SET W967-88-BATCH               TO TRUE
           MOVE WS-FEC-PROCESO             TO W967-FEC-PROCESO
      *
           CALL CT-V19C067 USING V1WC967
      *
           EVALUATE TRUE
               WHEN W967-88-TITULAR
                   ADD 1                   TO CN-CONFORMES

               WHEN W967-88-SIN-SERVICIO
                   ADD 1                   TO CN-NO-VERIFICADAS
                   MOVE NUM-REF OF DCLV1DT001
                                           TO LN-NOV-NUM-REF
                   MOVE COD-OPE-BANCO      TO LN-NOV-OFICINA
                   MOVE NUM-DOC-PERSONA    TO LN-NOV-DOCUMENTO
                   MOVE CTA-PASIVO-CL      TO LN-NOV-CUENTA
                   MOVE W967-COD-ERROR     TO LN-NOV-COD-ERROR
                   WRITE REG-REPORTE     FROM LN-NO-VERIF

               WHEN OTHER
                   PERFORM 5500-MOVER-A-CUARENTENA
                      THRU 5500-MOVER-A-CUARENTENA-EXIT
           END-EVALUATE
      *
           .
       5000-VERIFICAR-OPERACION-EXIT.
           EXIT.
      ******************************************************************
      *                  5500-MOVER-A-CUARENTENA                       *
      *  IGUAL QUE LA AUDITORIA DE CALIDAD V12C81B: LA FILA COMPLETA   *
      *  SE COPIA A V1QT001 (COPIA IDEMPOTENTE), SE BORRA DE LA TABLA  *
      *  VIVA Y SE ASIENTA EN V1DT050.  COD_ERRORES LLEVA EL CODIGO    *
      *  DE LA CUARENTENA Y, EN LA POSICION 9, EL DEL RESULTADO        *
      ******************************************************************
       5500-MOVER-A-CUARENTENA.
      *
           ADD 1                           TO CN-EN-CUARENTENA
      *
           EXEC SQL
               DELETE FROM V1QT001
               WHERE NUM_REF = :DCLV1DT001.NUM-REF
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
           AND SQLCODE NOT EQUAL +100
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           EXEC SQL
               INSERT INTO V1QT001
               SELECT *
               FROM V1DT001
               WHERE NUM_REF = :DCLV1DT001.NUM-REF
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           EXEC SQL
               DELETE FROM V1DT001
               WHERE NUM_REF = :DCLV1DT001.NUM-REF
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           MOVE SPACES                     TO WS-COD-ERRORES
           MOVE CT-MSG-CUARENTENA          TO WS-COD-ERRORES(1:7)
           MOVE W967-COD-MENSAJE           TO WS-COD-ERRORES(9:7)
      *
           MOVE NUM-REF OF DCLV1DT001 TO NUM-REF OF DCLV1DT050
           MOVE WS-FEC-PROCESO             TO FEC-CUARENTENA
           MOVE WS-COD-ERRORES             TO COD-ERRORES
           MOVE 1                          TO CANT-ERRORES
           MOVE CT-EST-CUARENTENA          TO EST-CUARENTENA
      *
           EXEC SQL
               DELETE FROM V1DT050
               WHERE NUM_REF = :DCLV1DT050.NUM-REF
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
           AND SQLCODE NOT EQUAL +100
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           EXEC SQL
               INSERT INTO V1DT050
                   (NUM_REF,
                    FEC_CUARENTENA,
                    COD_ERRORES,
                    CANT_ERRORES,
                    EST_CUARENTENA)
               VALUES
                   (:DCLV1DT050.NUM-REF,
                    :FEC-CUARENTENA,
                    :COD-ERRORES,
                    :CANT-ERRORES,
                    :EST-CUARENTENA)
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           ADD 1                           TO WS-DESDE-CKPT
      *
           IF  WS-DESDE-CKPT GREATER OR EQUAL CT-INTERVALO-CKPT
               EXEC SQL
                   COMMIT
               END-EXEC
               IF  SQLCODE NOT EQUAL ZEROES
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
               END-IF
               MOVE ZEROES                 TO WS-DESDE-CKPT
           END-IF
      *
           .
       5500-MOVER-A-CUARENTENA-EXIT.
           EXIT.
      ******************************************************************
      *                    4000-REPORTE-USOS                           *
      *  TODOS LOS USOS NO CONFORMES DEL DIA: RECHAZOS EN LINEA Y      *
      *  CUARENTENAS NOCTURNAS, CON EL TITULAR REAL DE LA CUENTA       *
      ******************************************************************
       4000-REPORTE-USOS.
      *
           MOVE CT-SEC-USOS                TO LN-SEC-TEXTO
           WRITE REG-REPORTE             FROM LN-SECCION
           WRITE REG-REPORTE             FROM LN-CAB-USO
      *
           SET NO-FIN-CURSOR               TO TRUE
      *
           EXEC SQL
               OPEN V13C86B-V1DC8612
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-USO
             UNTIL FIN-CURSOR
      *
           EXEC SQL
               CLOSE V13C86B-V1DC8612
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  CN-USOS-LINEA EQUAL ZEROES
           AND CN-USOS-BATCH EQUAL ZEROES
               WRITE REG-REPORTE         FROM LN-NINGUNA
           END-IF
      *
           MOVE 'OPERACIONES VERIFICADAS:'  TO LN-TOT-TEXTO
           MOVE CN-VERIFICADAS              TO LN-TOT-CANT
           WRITE REG-REPORTE              FROM LN-TOTAL
           MOVE 'CONFORMES:'                TO LN-TOT-TEXTO
           MOVE CN-CONFORMES                TO LN-TOT-CANT
           WRITE REG-REPORTE              FROM LN-TOTAL
           MOVE 'MOVIDAS A CUARENTENA:'     TO LN-TOT-TEXTO
           MOVE CN-EN-CUARENTENA            TO LN-TOT-CANT
           WRITE REG-REPORTE              FROM LN-TOTAL
           MOVE 'NO VERIFICADAS:'           TO LN-TOT-TEXTO
           MOVE CN-NO-VERIFICADAS           TO LN-TOT-CANT
           WRITE REG-REPORTE              FROM LN-TOTAL
           MOVE 'RECHAZOS EN LINEA DEL DIA:' TO LN-TOT-TEXTO
           MOVE CN-USOS-LINEA               TO LN-TOT-CANT
           WRITE REG-REPORTE              FROM LN-TOTAL
      *
           .
       4000-REPORTE-USOS-EXIT.
           EXIT.
      ******************************************************************
      * LEER-USO
      ******************************************************************
       LEER-USO.
      *
           EXEC SQL
               FETCH V13C86B-V1DC8612
               INTO :HOR-VERIFICA-CTA,
                    :COD-PROGRAMA-CTA,
                    :IND-CANAL-CTA,
                    :COD-USUARIO-CTA,
                    :COD-OFICINA-CTA,
                    :NUM-REF-CTA,
                    :NUM-DOC-PERSONA-CTA,
                    :CTA-PASIVO-VERIF,
                    :NUM-DOC-TITULAR-CTA,
                    :COD-MENSAJE-CTA,
                    :WS-TXT-RESULTADO
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   PERFORM 4100-LISTAR-USO
                      THRU 4100-LISTAR-USO-EXIT

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      * 4100-LISTAR-USO
      ******************************************************************
       4100-LISTAR-USO.
      *
           IF  IND-CANAL-CTA EQUAL CT-CANAL-LINEA
               ADD 1                       TO CN-USOS-LINEA
               MOVE CT-SIT-RECHAZADA       TO LN-USO-SITUACION
           ELSE
               ADD 1                       TO CN-USOS-BATCH
               MOVE CT-SIT-CUARENTENA      TO LN-USO-SITUACION
           END-IF
      *
           MOVE HOR-VERIFICA-CTA           TO LN-USO-HORA
           MOVE COD-PROGRAMA-CTA           TO LN-USO-PROGRAMA
           MOVE COD-USUARIO-CTA            TO LN-USO-USUARIO
           MOVE COD-OFICINA-CTA            TO LN-USO-OFICINA
           MOVE NUM-REF-CTA                TO LN-USO-NUM-REF
           MOVE NUM-DOC-PERSONA-CTA        TO LN-USO-DOCUMENTO
           MOVE CTA-PASIVO-VERIF           TO LN-USO-CUENTA
           MOVE NUM-DOC-TITULAR-CTA        TO LN-USO-TITULAR
           MOVE WS-TXT-RESULTADO           TO LN-USO-RESULTADO
           WRITE REG-REPORTE             FROM LN-USO
      *
           .
       4100-LISTAR-USO-EXIT.
           EXIT.
      ******************************************************************
      *                            6000-FIN                            *
      *  RC 08 CON OPERACIONES SIN VERIFICAR (DEPOSITOS NO RESPONDIO); *
      *  RC 04 CON OPERACIONES EN CUARENTENA                           *
      ******************************************************************
       6000-FIN.
      *
           CLOSE ARCH-PARAMETROS
                 ARCH-REPORTE
      *
           EXEC SQL
               COMMIT
           END-EXEC
      *
           IF  CN-EN-CUARENTENA GREATER ZEROES
               MOVE 4                      TO RETURN-CODE
               MOVE CN-EN-CUARENTENA       TO WS-CANT-EDIT
               INITIALIZE V1WC925
               MOVE CT-PROGRAMA            TO W925-PROGRAMA
               SET W925-88-ALERTA          TO TRUE
               STRING 'CUENTA DE TERCERO: '  DELIMITED BY SIZE
                      WS-CANT-EDIT           DELIMITED BY SIZE
                      ' OPERACIONES EN CUARENTENA'
                                             DELIMITED BY SIZE
                      INTO W925-TEXTO
               END-STRING
               CALL CT-V19C025 USING V1WC925
           END-IF
      *
           IF  CN-NO-VERIFICADAS GREATER ZEROES
               MOVE 8                      TO RETURN-CODE
               MOVE CN-NO-VERIFICADAS      TO WS-CANT-EDIT
               INITIALIZE V1WC925
               MOVE CT-PROGRAMA            TO W925-PROGRAMA
               SET W925-88-CRITICO         TO TRUE
               STRING 'DEPOSITOS NO RESPONDIO: ' DELIMITED BY SIZE
                      WS-CANT-EDIT           DELIMITED BY SIZE
                      ' OPERACIONES SIN VERIFICAR'
                                             DELIMITED BY SIZE
                      INTO W925-TEXTO
               END-STRING
               CALL CT-V19C025 USING V1WC925
           END-IF
      *
           DISPLAY 'V13C86B - FECHA DE PROCESO:     ' WS-FEC-PROCESO
           IF  WS-ENT-BANCO EQUAL SPACES
               DISPLAY 'V13C86B - ENTIDAD JURIDICA:     CONSOLIDADO'
           ELSE
               DISPLAY 'V13C86B - ENTIDAD JURIDICA:     ' WS-ENT-BANCO
           END-IF
           DISPLAY 'V13C86B - OPERACIONES VERIFIC.: ' CN-VERIFICADAS
           DISPLAY 'V13C86B - CONFORMES:            ' CN-CONFORMES
           DISPLAY 'V13C86B - EN CUARENTENA:        ' CN-EN-CUARENTENA
           DISPLAY 'V13C86B - NO VERIFICADAS:       ' CN-NO-VERIFICADAS
           DISPLAY 'V13C86B - RECHAZOS EN LINEA:    ' CN-USOS-LINEA
      *
           SET W924-88-FIN                 TO TRUE
           MOVE CN-VERIFICADAS             TO W924-CANT-LEIDOS
           MOVE CN-EN-CUARENTENA           TO W924-CANT-GRABADOS
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
           DISPLAY 'V13C86B - ERROR DB2 SQLCODE: ' SQLCODE
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
