      ******************************************************************
      *                                                                *
      *  PROGRAMA: V13C64B                                             *
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
      * ARCHIVO DE ENTRADA: ENTREB (REBOTES DEVUELTOS POR LA PASARELA  *
      *  DE CORREO: REFERENCIA Y SECUENCIA DEL AVISO, CORREO, FECHA Y  *
      *  MOTIVO DEL REBOTE)                                            *
      * ------------------                                             *
      * ARCHIVO DE SALIDA: SALREB (REBOTES ASENTADOS, PARA QUE LA      *
      *  SUCURSAL PIDA AL CLIENTE UN CORREO VALIDO)                    *
      * ------------------                                             *
      * PROCESO GLOBAL: REBOTES DE LOS AVISOS DE CONFIRMACION          *
      *  ENVIADOS POR V13C63B.  POR CADA REBOTE:                       *
      *   - EL AVISO QUEDA REBOTADO EN LA BITACORA V1DT136 CON FECHA   *
      *     Y MOTIVO                                                   *
      *   - EL CORREO DEL CLIENTE SE MARCA COMO MALO EN V1DT137 (O SE  *
      *     LE SUMA EL REBOTE SI YA ESTABA MARCADO); MIENTRAS SIGA     *
      *     SIENDO SU CORREO, SUS AVISOS SE IMPRIMEN                   *
      *   - SE ANOTA UN AVISO PENDIENTE DE REEMISION QUE LA PROXIMA    *
      *     CORRIDA DE V13C63B IMPRIME                                 *
      *  UN REBOTE REPETIDO O DE UN AVISO QUE NO ESTA EN LA BITACORA   *
      *  SOLO SE LISTA                                                 *
      ******************************************************************
      *                                                                *
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *                                                                *
      *             INFORMACION GENERAL SOBRE EL PROGRAMA              *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   V13C64B.
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
           SELECT ARCH-REBOTES         ASSIGN TO ENTREB
                                        ORGANIZATION IS SEQUENTIAL.
      *
           SELECT ARCH-REPORTE         ASSIGN TO SALREB
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
       FD  ARCH-REBOTES
           RECORDING MODE IS F.
      *
       01  REG-REBOTE.
           05  REB-NUM-REF                 PIC 9(10).
           05  REB-SEC-AVISO               PIC 9(04).
           05  REB-COR-DESTINO             PIC X(40).
           05  REB-FEC-REBOTE              PIC X(08).
           05  REB-MOT-REBOTE              PIC X(30).
           05  FILLER                      PIC X(08).
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
           05  WS-COR-REBOTADO             PIC X(40)   VALUE SPACES.
           05  WS-RESULTADO                PIC X(30)   VALUE SPACES.
      ******************************************************************
      *                  LINEAS DEL REPORTE                            *
      ******************************************************************
       01  LN-TITULO.
           05  FILLER                      PIC X(44)
               VALUE 'AVISOS DE CONFIRMACION - CORREOS REBOTADOS'.
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-TIT-FECHA                PIC X(08).
           05  FILLER                      PIC X(79)   VALUE SPACES.
      *
       01  LN-CABECERA.
           05  FILLER                      PIC X(12)
                                           VALUE 'OPERACION'.
           05  FILLER                      PIC X(05)   VALUE 'SEC'.
           05  FILLER                      PIC X(16)
                                           VALUE 'DOCUMENTO'.
           05  FILLER                      PIC X(41)
                                           VALUE 'CORREO'.
           05  FILLER                      PIC X(28)
                                           VALUE 'MOTIVO'.
           05  FILLER                      PIC X(30)
                                           VALUE 'RESULTADO'.
      *
       01  LN-DETALLE.
           05  LN-DET-NUM-REF              PIC Z(09)9.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-DET-SEC                  PIC ZZZ9.
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-DET-DOCUMENTO            PIC X(15).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-DET-CORREO               PIC X(40).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-DET-MOTIVO               PIC X(27).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-DET-RESULTADO            PIC X(30).
      *
       01  LN-TOTAL.
           05  FILLER                      PIC X(12)   VALUE SPACES.
           05  FILLER                      PIC X(11)
                                           VALUE 'ASENTADOS: '.
           05  LN-TOT-ASENTADOS            PIC ZZZ.ZZ9.
           05  FILLER                      PIC X(15)
                                           VALUE '   DESCARTADOS:'.
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-TOT-DESCARTADOS          PIC ZZZ.ZZ9.
           05  FILLER                      PIC X(79)   VALUE SPACES.
      ******************************************************************
      *                    AREA  DE  SWITCHES                          *
      ******************************************************************
       01  SW-SWITCHES.
      *
           05  SW-FIN-ARCHIVO              PIC X(01)   VALUE 'N'.
               88  FIN-ARCHIVO                         VALUE 'S'.
               88  NO-FIN-ARCHIVO                      VALUE 'N'.
      ******************************************************************
      *                        AREA DE CONTANTES                       *
      ******************************************************************
       01  CT-CONTANTES.
      *                                                                *
           05  CT-PROGRAMA                 PIC X(08)   VALUE 'V13C64B'.
           05  CT-V19C024                  PIC X(08)   VALUE 'V19C024'.
           05  CT-ORI-REEMISION            PIC X(01)   VALUE 'D'.
           05  CT-EST-PENDIENTE            PIC X(01)   VALUE 'P'.
           05  CT-EST-REBOTADO             PIC X(01)   VALUE 'R'.
           05  CT-RES-ASENTADO             PIC X(30)
                               VALUE 'CORREO MARCADO, SE REIMPRIME'.
           05  CT-RES-NO-EXISTE            PIC X(30)
                               VALUE 'AVISO NO EXISTE EN BITACORA'.
           05  CT-RES-REPETIDO             PIC X(30)
                               VALUE 'REBOTE YA ASENTADO'.
      ******************************************************************
      *                      AREA DE CONTADORES                        *
      ******************************************************************
       01  CN-CONTADORES.
           05  CN-LEIDOS                   PIC 9(07)   VALUE ZEROES.
           05  CN-ASENTADOS                PIC 9(07)   VALUE ZEROES.
           05  CN-DESCARTADOS              PIC 9(07)   VALUE ZEROES.
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
               INCLUDE V1GT136
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT137
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
           OPEN INPUT  ARCH-REBOTES
                OUTPUT ARCH-REPORTE
      *
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FEC-HOY
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HOR-HOY
      *
           MOVE ZEROES                     TO CN-LEIDOS
                                              CN-ASENTADOS
                                              CN-DESCARTADOS
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
           SET NO-FIN-ARCHIVO              TO TRUE
      *
           PERFORM LEER-REBOTE
             UNTIL FIN-ARCHIVO
      *
           MOVE CN-ASENTADOS               TO LN-TOT-ASENTADOS
           MOVE CN-DESCARTADOS             TO LN-TOT-DESCARTADOS
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
      * LEER-REBOTE
      ******************************************************************
       LEER-REBOTE.
      *
           READ ARCH-REBOTES
               AT END
                   SET FIN-ARCHIVO         TO TRUE
               NOT AT END
                   PERFORM 5000-TRATAR-REBOTE
                      THRU 5000-TRATAR-REBOTE-EXIT
           END-READ
      *
           .
      ******************************************************************
      *                     5000-TRATAR-REBOTE                         *
      ******************************************************************
       5000-TRATAR-REBOTE.
      *
           ADD 1                           TO CN-LEIDOS
      *
           MOVE REB-NUM-REF                TO NUM-REF-AVI
           MOVE REB-SEC-AVISO              TO SEC-AVISO
           MOVE SPACES                     TO NUM-DOC-PERSONA
      *
           EXEC SQL
               SELECT B.EST_AVISO,
                      B.COR_DESTINO,
                      A.NUM_DOC_PERSONA
               INTO  :EST-AVISO,
                     :COR-DESTINO,
                     :NUM-DOC-PERSONA
               FROM V1DT136 B
                    INNER JOIN V1DT001 A
                      ON A.NUM_REF = B.NUM_REF
               WHERE B.NUM_REF   = :NUM-REF-AVI
                 AND B.SEC_AVISO = :SEC-AVISO
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   CONTINUE

               WHEN DB2-NOTFND
                   MOVE REB-COR-DESTINO    TO WS-COR-REBOTADO
                   MOVE CT-RES-NO-EXISTE   TO WS-RESULTADO
                   ADD 1                   TO CN-DESCARTADOS
                   PERFORM 5900-LISTAR-REBOTE
                      THRU 5900-LISTAR-REBOTE-EXIT
                   GO TO 5000-TRATAR-REBOTE-EXIT

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
      *    SE MARCA EL CORREO AL QUE SE ENVIO; EL DE LA PASARELA SOLO
      *    SI LA BITACORA NO LO TRAE
           IF  COR-DESTINO EQUAL SPACES
               MOVE REB-COR-DESTINO        TO WS-COR-REBOTADO
           ELSE
               MOVE COR-DESTINO            TO WS-COR-REBOTADO
           END-IF
      *
           IF  EST-AVISO EQUAL CT-EST-REBOTADO
               MOVE CT-RES-REPETIDO        TO WS-RESULTADO
               ADD 1                       TO CN-DESCARTADOS
               PERFORM 5900-LISTAR-REBOTE
                  THRU 5900-LISTAR-REBOTE-EXIT
               GO TO 5000-TRATAR-REBOTE-EXIT
           END-IF
      *
           PERFORM 5100-MARCAR-AVISO
              THRU 5100-MARCAR-AVISO-EXIT
      *
           PERFORM 5200-MARCAR-CORREO
              THRU 5200-MARCAR-CORREO-EXIT
      *
           PERFORM 5300-ANOTAR-REEMISION
              THRU 5300-ANOTAR-REEMISION-EXIT
      *
           MOVE CT-RES-ASENTADO            TO WS-RESULTADO
           ADD 1                           TO CN-ASENTADOS
           PERFORM 5900-LISTAR-REBOTE
              THRU 5900-LISTAR-REBOTE-EXIT
      *
           .
       5000-TRATAR-REBOTE-EXIT.
           EXIT.
      ******************************************************************
      *                      5100-MARCAR-AVISO                         *
      ******************************************************************
       5100-MARCAR-AVISO.
      *
           MOVE CT-EST-REBOTADO            TO EST-AVISO
           MOVE REB-FEC-REBOTE             TO FEC-REBOTE-AVI
           MOVE REB-MOT-REBOTE             TO MOT-REBOTE-AVI
      *
           IF  FEC-REBOTE-AVI EQUAL SPACES
               MOVE WS-FEC-HOY             TO FEC-REBOTE-AVI
           END-IF
      *
           EXEC SQL
               UPDATE V1DT136
                  SET EST_AVISO  = :EST-AVISO,
                      FEC_REBOTE = :FEC-REBOTE-AVI,
                      MOT_REBOTE = :MOT-REBOTE-AVI
                WHERE NUM_REF   = :NUM-REF-AVI
                  AND SEC_AVISO = :SEC-AVISO
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       5100-MARCAR-AVISO-EXIT.
           EXIT.
      ******************************************************************
      *                     5200-MARCAR-CORREO                         *
      ******************************************************************
       5200-MARCAR-CORREO.
      *
           MOVE NUM-DOC-PERSONA            TO NUM-DOC-REBOTE
           MOVE WS-COR-REBOTADO            TO COR-REBOTADO
           MOVE FEC-REBOTE-AVI             TO FEC-ULT-REBOTE
           MOVE MOT-REBOTE-AVI             TO MOT-ULT-REBOTE
      *
           EXEC SQL
               UPDATE V1DT137
                  SET CANT_REBOTES   = CANT_REBOTES + 1,
                      FEC_ULT_REBOTE = :FEC-ULT-REBOTE,
                      MOT_ULT_REBOTE = :MOT-ULT-REBOTE
                WHERE NUM_DOC_PERSONA = :NUM-DOC-REBOTE
                  AND COR_REBOTADO    = :COR-REBOTADO
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   CONTINUE

               WHEN DB2-NOTFND
                   PERFORM 5210-INSERTAR-CORREO
                      THRU 5210-INSERTAR-CORREO-EXIT

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
       5200-MARCAR-CORREO-EXIT.
           EXIT.
      ******************************************************************
      * 5210-INSERTAR-CORREO
      ******************************************************************
       5210-INSERTAR-CORREO.
      *
           MOVE FEC-ULT-REBOTE             TO FEC-PRIMER-REBOTE
           MOVE 1                          TO CANT-REBOTES
      *
           EXEC SQL
               INSERT INTO V1DT137
                   (NUM_DOC_PERSONA,
                    COR_REBOTADO,
                    FEC_PRIMER_REBOTE,
                    FEC_ULT_REBOTE,
                    CANT_REBOTES,
                    MOT_ULT_REBOTE)
               VALUES
                   (:NUM-DOC-REBOTE,
                    :COR-REBOTADO,
                    :FEC-PRIMER-REBOTE,
                    :FEC-ULT-REBOTE,
                    :CANT-REBOTES,
                    :MOT-ULT-REBOTE)
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       5210-INSERTAR-CORREO-EXIT.
           EXIT.
      ******************************************************************
      *                   5300-ANOTAR-REEMISION                        *
      *  EL CLIENTE NO RECIBIO EL AVISO: QUEDA UNO PENDIENTE QUE LA    *
      *  PROXIMA CORRIDA DE V13C63B IMPRIME POR EL CORREO MARCADO      *
      ******************************************************************
       5300-ANOTAR-REEMISION.
      *
           EXEC SQL
               INSERT INTO V1DT136
                   (NUM_REF,
                    SEC_AVISO,
                    ORI_AVISO,
                    EST_AVISO,
                    CAN_ENTREGA,
                    COR_DESTINO,
                    FEC_SOLICITUD,
                    HOR_SOLICITUD,
                    COD_USUARIO,
                    FEC_ENVIO,
                    HOR_ENVIO,
                    FEC_REBOTE,
                    MOT_REBOTE)
               SELECT :NUM-REF-AVI,
                      VALUE(MAX(SEC_AVISO), 0) + 1,
                      :CT-ORI-REEMISION,
                      :CT-EST-PENDIENTE,
                      ' ',
                      ' ',
                      :WS-FEC-HOY,
                      :WS-HOR-HOY,
                      :CT-PROGRAMA,
                      ' ',
                      ' ',
                      ' ',
                      ' '
               FROM V1DT136
               WHERE NUM_REF = :NUM-REF-AVI
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       5300-ANOTAR-REEMISION-EXIT.
           EXIT.
      ******************************************************************
      * 5900-LISTAR-REBOTE
      ******************************************************************
       5900-LISTAR-REBOTE.
      *
           MOVE REB-NUM-REF                TO LN-DET-NUM-REF
           MOVE REB-SEC-AVISO              TO LN-DET-SEC
           MOVE NUM-DOC-PERSONA            TO LN-DET-DOCUMENTO
           MOVE WS-COR-REBOTADO            TO LN-DET-CORREO
           MOVE REB-MOT-REBOTE             TO LN-DET-MOTIVO
           MOVE WS-RESULTADO               TO LN-DET-RESULTADO
      *
           WRITE REG-REPORTE             FROM LN-DETALLE
      *
           .
       5900-LISTAR-REBOTE-EXIT.
           EXIT.
      ******************************************************************
      *                            6000-FIN                            *
      ******************************************************************
       6000-FIN.
      *
           CLOSE ARCH-REBOTES
                 ARCH-REPORTE
      *
           DISPLAY 'V13C64B - REBOTES RECIBIDOS:      ' CN-LEIDOS
           DISPLAY 'V13C64B - REBOTES ASENTADOS:      ' CN-ASENTADOS
           DISPLAY 'V13C64B - REBOTES DESCARTADOS:    ' CN-DESCARTADOS
      *
           SET W924-88-FIN                 TO TRUE
           MOVE CN-LEIDOS                  TO W924-CANT-LEIDOS
           MOVE CN-ASENTADOS               TO W924-CANT-GRABADOS
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
           DISPLAY 'V13C64B - ERROR DB2 SQLCODE: ' SQLCODE
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
