      ******************************************************************
      *                                                                *
      *  PROGRAMA: V13C91B                                             *
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
      * ARCHIVO DE ENTRADA: PARMEVT (MODO DE CORRIDA; PARA REENVIO,    *
      *  RANGO DE SECUENCIAS Y COLA DEL SUSCRIPTOR)                    *
      * ------------------                                             *
      * PROCESO GLOBAL: PUBLICADOR DE EVENTOS DEL CICLO DE VIDA DE LA  *
      *  OPERACION.  LOS PROGRAMAS QUE DAN DE ALTA, CLASIFICAN,        *
      *  FIRMAN, LIQUIDAN O REVERSAN UNA OPERACION DEJAN EL EVENTO EN  *
      *  LA BANDEJA DE SALIDA V1DT177 (V19C069) EN SU MISMA UNIDAD DE  *
      *  TRABAJO.  EL PLANIFICADOR CORRE ESTE PROGRAMA A INTERVALOS    *
      *  CORTOS DURANTE EL DIA.                                        *
      *  - MODO 'P' (O EN BLANCO): DRENA LA BANDEJA EN ORDEN DE        *
      *    SECUENCIA HACIA EL TOPICO DE EVENTOS DE OPERACION.  CADA    *
      *    EVENTO SE EMITE COMO MENSAJE PERSISTENTE, SE MARCA EMITIDO  *
      *    ('E') CON FECHA Y HORA Y SE COMPROMETE UNO A UNO; SI MQ     *
      *    FALLA LA CORRIDA TERMINA Y LO QUE FALTO QUEDA PENDIENTE     *
      *    PARA LA SIGUIENTE.  LA ENTREGA ES AL MENOS UNA VEZ: EL      *
      *    SUSCRIPTOR DESCARTA LAS SECUENCIAS QUE YA PROCESO.          *
      *  - MODO 'R': REENVIA A LA COLA PROPIA DEL SUSCRIPTOR, MARCADOS *
      *    COMO REENVIO, LOS EVENTOS YA EMITIDOS DEL RANGO DE          *
      *    SECUENCIAS PEDIDO (HASTA EN CERO = HASTA EL ULTIMO), SIN    *
      *    TOCAR LA BANDEJA NI AL RESTO DE LOS SUSCRIPTORES.           *
      ******************************************************************
      *                                                                *
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *                                                                *
      *             INFORMACION GENERAL SOBRE EL PROGRAMA              *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   V13C91B.
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
           SELECT ARCH-PARAMETROS      ASSIGN TO PARMEVT
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
           05  PAR-MODO                    PIC X(01).
           05  PAR-SEC-DESDE               PIC X(15).
           05  PAR-SEC-DESDE-R REDEFINES PAR-SEC-DESDE
                                           PIC 9(15).
           05  PAR-SEC-HASTA               PIC X(15).
           05  PAR-SEC-HASTA-R REDEFINES PAR-SEC-HASTA
                                           PIC 9(15).
           05  PAR-COLA-REENVIO            PIC X(48).
           05  FILLER                      PIC X(01).
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
           05  WS-MODO                     PIC X(01)   VALUE SPACE.
               88  MODO-PUBLICAR                       VALUE 'P'.
               88  MODO-REENVIAR                       VALUE 'R'.
           05  WS-SEC-DESDE                PIC S9(15)  COMP-3
                                                       VALUE ZEROES.
           05  WS-SEC-HASTA                PIC S9(15)  COMP-3
                                                       VALUE ZEROES.
           05  WS-COLA-DESTINO             PIC X(48)   VALUE SPACES.
           05  WS-IND-REENVIO              PIC X(01)   VALUE SPACE.
      ******************************************************************
      *                 MENSAJE DE EVENTO DE OPERACION                 *
      ******************************************************************
       01  PUB-EVENTO.
           05  PUB-EVT-SECUENCIA           PIC 9(15).
           05  PUB-EVT-NUM-REF             PIC 9(10).
           05  PUB-EVT-COD-EVENTO          PIC X(02).
           05  PUB-EVT-FEC-EVENTO          PIC X(08).
           05  PUB-EVT-HOR-EVENTO          PIC X(06).
           05  PUB-EVT-PROGRAMA            PIC X(08).
           05  PUB-EVT-USUARIO             PIC X(08).
           05  PUB-EVT-COD-DIV             PIC X(03).
           05  PUB-EVT-IMP-OPE             PIC 9(13)V9(02).
           05  PUB-EVT-IDF-CMP-VTA         PIC X(01).
           05  PUB-EVT-DETALLE             PIC X(30).
           05  PUB-EVT-IND-REENVIO         PIC X(01).
      ******************************************************************
      *          AREAS DE LAS LLAMADAS MQ (DESCRIPTORES V1)            *
      ******************************************************************
       01  MQA-AREAS-MQ.
      *
           05  MQA-HCONN                   PIC S9(09)  COMP
                                                       VALUE ZEROES.
           05  MQA-COMPCODE                PIC S9(09)  COMP
                                                       VALUE ZEROES.
           05  MQA-REASON                  PIC S9(09)  COMP
                                                       VALUE ZEROES.
      *
      *    DESCRIPTOR DE OBJETO (MQOD VERSION 1)
           05  MQA-MQOD.
               10  MQA-OD-STRUCID          PIC X(04)   VALUE 'OD  '.
               10  MQA-OD-VERSION          PIC S9(09)  COMP  VALUE 1.
               10  MQA-OD-OBJECTTYPE       PIC S9(09)  COMP  VALUE 1.
               10  MQA-OD-OBJECTNAME       PIC X(48)   VALUE SPACES.
               10  MQA-OD-OBJECTQMGRNAME   PIC X(48)   VALUE SPACES.
               10  MQA-OD-DYNAMICQNAME     PIC X(48)   VALUE SPACES.
               10  MQA-OD-ALTERNATEUSERID  PIC X(12)   VALUE SPACES.
      *
      *    DESCRIPTOR DE MENSAJE (MQMD VERSION 1)
           05  MQA-MQMD.
               10  MQA-MD-STRUCID          PIC X(04)   VALUE 'MD  '.
               10  MQA-MD-VERSION          PIC S9(09)  COMP  VALUE 1.
               10  MQA-MD-REPORT           PIC S9(09)  COMP  VALUE 0.
               10  MQA-MD-MSGTYPE          PIC S9(09)  COMP  VALUE 8.
               10  MQA-MD-EXPIRY           PIC S9(09)  COMP  VALUE -1.
               10  MQA-MD-FEEDBACK         PIC S9(09)  COMP  VALUE 0.
               10  MQA-MD-ENCODING         PIC S9(09)  COMP  VALUE 785.
               10  MQA-MD-CODEDCHARSETID   PIC S9(09)  COMP  VALUE 0.
               10  MQA-MD-FORMAT           PIC X(08)   VALUE 'MQSTR'.
               10  MQA-MD-PRIORITY         PIC S9(09)  COMP  VALUE -1.
               10  MQA-MD-PERSISTENCE      PIC S9(09)  COMP  VALUE 2.
               10  MQA-MD-MSGID            PIC X(24)
                                               VALUE LOW-VALUES.
               10  MQA-MD-CORRELID         PIC X(24)
                                               VALUE LOW-VALUES.
               10  MQA-MD-BACKOUTCOUNT     PIC S9(09)  COMP  VALUE 0.
               10  MQA-MD-REPLYTOQ         PIC X(48)   VALUE SPACES.
               10  MQA-MD-REPLYTOQMGR      PIC X(48)   VALUE SPACES.
               10  MQA-MD-USERIDENTIFIER   PIC X(12)   VALUE SPACES.
               10  MQA-MD-ACCOUNTINGTOKEN  PIC X(32)
                                               VALUE LOW-VALUES.
               10  MQA-MD-APPLIDENTITYDATA PIC X(32)   VALUE SPACES.
               10  MQA-MD-PUTAPPLTYPE      PIC S9(09)  COMP  VALUE 0.
               10  MQA-MD-PUTAPPLNAME      PIC X(28)   VALUE SPACES.
               10  MQA-MD-PUTDATE          PIC X(08)   VALUE SPACES.
               10  MQA-MD-PUTTIME          PIC X(08)   VALUE SPACES.
               10  MQA-MD-APPLORIGINDATA   PIC X(04)   VALUE SPACES.
      *
      *    OPCIONES DEL PUT (MQPMO VERSION 1)
           05  MQA-MQPMO.
               10  MQA-PM-STRUCID          PIC X(04)   VALUE 'PMO '.
               10  MQA-PM-VERSION          PIC S9(09)  COMP  VALUE 1.
               10  MQA-PM-OPTIONS          PIC S9(09)  COMP  VALUE 4.
               10  MQA-PM-TIMEOUT          PIC S9(09)  COMP  VALUE -1.
               10  MQA-PM-CONTEXT          PIC S9(09)  COMP  VALUE 0.
               10  MQA-PM-KNOWNDESTCOUNT   PIC S9(09)  COMP  VALUE 0.
               10  MQA-PM-UNKNOWNDESTCOUNT PIC S9(09)  COMP  VALUE 0.
               10  MQA-PM-INVALIDDESTCOUNT PIC S9(09)  COMP  VALUE 0.
               10  MQA-PM-RESOLVEDQNAME    PIC X(48)   VALUE SPACES.
               10  MQA-PM-RESOLVEDQMGRNAME PIC X(48)   VALUE SPACES.
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
           05  CT-PROGRAMA                 PIC X(08)   VALUE 'V13C91B'.
           05  CT-V19C024                  PIC X(08)   VALUE 'V19C024'.
           05  CT-COLA-EVENTOS             PIC X(48)
                       VALUE 'V1.EVENTOS.OPERACION'.
           05  CT-LONG-EVENTO              PIC S9(09)  COMP  VALUE 107.
           05  CT-EST-PENDIENTE            PIC X(01)   VALUE 'P'.
           05  CT-EST-EMITIDO              PIC X(01)   VALUE 'E'.
           05  CT-SI                       PIC X(01)   VALUE 'S'.
           05  CT-NO                       PIC X(01)   VALUE 'N'.
           05  CT-SEC-MAXIMA               PIC S9(15)  COMP-3
                                           VALUE 999999999999999.
      ******************************************************************
      *                      AREA DE CONTADORES                        *
      ******************************************************************
       01  CN-CONTADORES.
           05  CN-EVENTOS-LEIDOS           PIC 9(07)   VALUE ZEROES.
           05  CN-EVENTOS-EMITIDOS         PIC 9(07)   VALUE ZEROES.
           05  CN-EVENTOS-REENVIADOS       PIC 9(07)   VALUE ZEROES.
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
               INCLUDE V1GT177
           END-EXEC
      ******************************************************************
      *                        CURSORES
      ******************************************************************
      *    EVENTOS PENDIENTES DE EMITIR, EN ORDEN DE SECUENCIA
      *
           EXEC SQL
               DECLARE V13C91B-V1DC9111
               CURSOR WITH HOLD FOR
               SELECT SEC_EVENTO,
                      NUM_REF,
                      COD_EVENTO,
                      FEC_EVENTO,
                      HOR_EVENTO,
                      COD_PROGRAMA,
                      COD_USUARIO,
                      COD_DIV,
                      IMP_OPE,
                      IDF_CMP_VTA,
                      TXT_DETALLE
               FROM V1DT177
               WHERE EST_EVENTO = :CT-EST-PENDIENTE
               ORDER BY SEC_EVENTO
           END-EXEC
      *
      *    EVENTOS YA EMITIDOS DEL RANGO PEDIDO PARA REENVIO
      *
           EXEC SQL
               DECLARE V13C91B-V1DC9112
               CURSOR FOR
               SELECT SEC_EVENTO,
                      NUM_REF,
                      COD_EVENTO,
                      FEC_EVENTO,
                      HOR_EVENTO,
                      COD_PROGRAMA,
                      COD_USUARIO,
                      COD_DIV,
                      IMP_OPE,
                      IDF_CMP_VTA,
                      TXT_DETALLE
               FROM V1DT177
               WHERE SEC_EVENTO BETWEEN :WS-SEC-DESDE
                                    AND :WS-SEC-HASTA
                 AND EST_EVENTO = :CT-EST-EMITIDO
               ORDER BY SEC_EVENTO
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
           IF  MODO-REENVIAR
               PERFORM 3000-REENVIAR-EVENTOS
                  THRU 3000-REENVIAR-EVENTOS-EXIT
           ELSE
               PERFORM 2000-PUBLICAR-EVENTOS
                  THRU 2000-PUBLICAR-EVENTOS-EXIT
           END-IF
      *
           PERFORM 6000-FIN
              THRU 6000-FIN-EXIT
      *
           STOP RUN
           .
      ******************************************************************
      *                         1000-INICIO                            *
      *  SIN PARAMETRO O CON MODO EN BLANCO SE DRENA LA BANDEJA; EL    *
      *  REENVIO EXIGE UN RANGO VALIDO Y LA COLA DEL SUSCRIPTOR        *
      ******************************************************************
       1000-INICIO.
      *
           OPEN INPUT ARCH-PARAMETROS
      *
           MOVE SPACES                     TO REG-PARAMETROS
      *
           READ ARCH-PARAMETROS
               AT END
                   MOVE SPACES             TO REG-PARAMETROS
           END-READ
      *
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FEC-HOY
      *
           MOVE PAR-MODO                   TO WS-MODO
           IF  WS-MODO EQUAL SPACE
               SET MODO-PUBLICAR           TO TRUE
           END-IF
      *
           IF  NOT MODO-PUBLICAR
           AND NOT MODO-REENVIAR
               DISPLAY 'V13C91B - MODO DE CORRIDA INVALIDO: ' PAR-MODO
               MOVE 16                     TO RETURN-CODE
               STOP RUN
           END-IF
      *
           IF  MODO-REENVIAR
               PERFORM 1100-VALIDAR-REENVIO
                  THRU 1100-VALIDAR-REENVIO-EXIT
           END-IF
      *
           MOVE ZEROES                     TO CN-EVENTOS-LEIDOS
                                              CN-EVENTOS-EMITIDOS
                                              CN-EVENTOS-REENVIADOS
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
      *                   1100-VALIDAR-REENVIO                         *
      ******************************************************************
       1100-VALIDAR-REENVIO.
      *
           IF  PAR-SEC-DESDE NOT NUMERIC
               DISPLAY 'V13C91B - SECUENCIA DESDE INVALIDA: '
                       PAR-SEC-DESDE
               MOVE 16                     TO RETURN-CODE
               STOP RUN
           END-IF
      *
           MOVE PAR-SEC-DESDE-R            TO WS-SEC-DESDE
      *
           IF  PAR-SEC-HASTA EQUAL SPACES
               MOVE CT-SEC-MAXIMA          TO WS-SEC-HASTA
           ELSE
               IF  PAR-SEC-HASTA NOT NUMERIC
                   DISPLAY 'V13C91B - SECUENCIA HASTA INVALIDA: '
                           PAR-SEC-HASTA
                   MOVE 16                 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE PAR-SEC-HASTA-R        TO WS-SEC-HASTA
               IF  WS-SEC-HASTA EQUAL ZEROES
                   MOVE CT-SEC-MAXIMA      TO WS-SEC-HASTA
               END-IF
           END-IF
      *
           IF  WS-SEC-HASTA LESS WS-SEC-DESDE
               DISPLAY 'V13C91B - RANGO DE SECUENCIAS INVALIDO'
               MOVE 16                     TO RETURN-CODE
               STOP RUN
           END-IF
      *
      *    EL REENVIO NUNCA VUELVE AL TOPICO: LO RECIBIRIAN TODOS
           IF  PAR-COLA-REENVIO EQUAL SPACES
            OR PAR-COLA-REENVIO EQUAL CT-COLA-EVENTOS
               DISPLAY 'V13C91B - FALTA LA COLA DEL SUSCRIPTOR'
               MOVE 16                     TO RETURN-CODE
               STOP RUN
           END-IF
      *
           .
       1100-VALIDAR-REENVIO-EXIT.
           EXIT.
      ******************************************************************
      *                  2000-PUBLICAR-EVENTOS                         *
      *  SE COMPROMETE POR EVENTO: SI LA CORRIDA CAE, LA SIGUIENTE     *
      *  RETOMA DESDE EL PRIMER EVENTO AUN PENDIENTE                   *
      ******************************************************************
       2000-PUBLICAR-EVENTOS.
      *
           MOVE CT-COLA-EVENTOS            TO WS-COLA-DESTINO
           MOVE CT-NO                      TO WS-IND-REENVIO
      *
           SET NO-FIN-CURSOR               TO TRUE
      *
           EXEC SQL
               OPEN V13C91B-V1DC9111
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
               CLOSE V13C91B-V1DC9111
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       2000-PUBLICAR-EVENTOS-EXIT.
           EXIT.
      ******************************************************************
      * LEER-PENDIENTE
      ******************************************************************
       LEER-PENDIENTE.
      *
           EXEC SQL
               FETCH V13C91B-V1DC9111
               INTO :SEC-EVENTO,
                    :NUM-REF-EVT,
                    :COD-EVENTO,
                    :FEC-EVENTO,
                    :HOR-EVENTO,
                    :COD-PROGRAMA-EVT,
                    :COD-USUARIO-EVT,
                    :COD-DIV-EVT,
                    :IMP-OPE-EVT,
                    :IDF-CMP-VTA-EVT,
                    :TXT-DETALLE-EVT
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   ADD 1                   TO CN-EVENTOS-LEIDOS
                   PERFORM 5000-EMITIR-MENSAJE
                      THRU 5000-EMITIR-MENSAJE-EXIT
                   PERFORM 2100-MARCAR-EMITIDO
                      THRU 2100-MARCAR-EMITIDO-EXIT

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      *                   2100-MARCAR-EMITIDO                          *
      ******************************************************************
       2100-MARCAR-EMITIDO.
      *
           MOVE CT-EST-EMITIDO             TO EST-EVENTO
           MOVE FUNCTION CURRENT-DATE(1:8) TO FEC-EMISION-EVT
           MOVE FUNCTION CURRENT-DATE(9:6) TO HOR-EMISION-EVT
      *
           EXEC SQL
               UPDATE V1DT177
                  SET EST_EVENTO  = :EST-EVENTO,
                      FEC_EMISION = :FEC-EMISION-EVT,
                      HOR_EMISION = :HOR-EMISION-EVT
                WHERE SEC_EVENTO  = :SEC-EVENTO
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
           ADD 1                           TO CN-EVENTOS-EMITIDOS
      *
           .
       2100-MARCAR-EMITIDO-EXIT.
           EXIT.
      ******************************************************************
      *                  3000-REENVIAR-EVENTOS                         *
      *  SOLO LECTURA: EL ESTADO DE LA BANDEJA NO CAMBIA               *
      ******************************************************************
       3000-REENVIAR-EVENTOS.
      *
           MOVE PAR-COLA-REENVIO           TO WS-COLA-DESTINO
           MOVE CT-SI                      TO WS-IND-REENVIO
      *
           SET NO-FIN-CURSOR               TO TRUE
      *
           EXEC SQL
               OPEN V13C91B-V1DC9112
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-EMITIDO
             UNTIL FIN-CURSOR
      *
           EXEC SQL
               CLOSE V13C91B-V1DC9112
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       3000-REENVIAR-EVENTOS-EXIT.
           EXIT.
      ******************************************************************
      * LEER-EMITIDO
      ******************************************************************
       LEER-EMITIDO.
      *
           EXEC SQL
               FETCH V13C91B-V1DC9112
               INTO :SEC-EVENTO,
                    :NUM-REF-EVT,
                    :COD-EVENTO,
                    :FEC-EVENTO,
                    :HOR-EVENTO,
                    :COD-PROGRAMA-EVT,
                    :COD-USUARIO-EVT,
                    :COD-DIV-EVT,
                    :IMP-OPE-EVT,
                    :IDF-CMP-VTA-EVT,
                    :TXT-DETALLE-EVT
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   ADD 1                   TO CN-EVENTOS-LEIDOS
                   PERFORM 5000-EMITIR-MENSAJE
                      THRU 5000-EMITIR-MENSAJE-EXIT
                   ADD 1                   TO CN-EVENTOS-REENVIADOS

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      *                    5000-EMITIR-MENSAJE                         *
      *  MENSAJE PERSISTENTE DE 107 POSICIONES; LA SECUENCIA DE LA     *
      *  BANDEJA VIAJA EN EL MENSAJE PARA QUE EL SUSCRIPTOR ORDENE Y   *
      *  DESCARTE DUPLICADOS                                           *
      ******************************************************************
       5000-EMITIR-MENSAJE.
      *
           MOVE SEC-EVENTO                 TO PUB-EVT-SECUENCIA
           MOVE NUM-REF-EVT                TO PUB-EVT-NUM-REF
           MOVE COD-EVENTO                 TO PUB-EVT-COD-EVENTO
           MOVE FEC-EVENTO                 TO PUB-EVT-FEC-EVENTO
           MOVE HOR-EVENTO                 TO PUB-EVT-HOR-EVENTO
           MOVE COD-PROGRAMA-EVT           TO PUB-EVT-PROGRAMA
           MOVE COD-USUARIO-EVT            TO PUB-EVT-USUARIO
           MOVE COD-DIV-EVT                TO PUB-EVT-COD-DIV
           MOVE IMP-OPE-EVT                TO PUB-EVT-IMP-OPE
           MOVE IDF-CMP-VTA-EVT            TO PUB-EVT-IDF-CMP-VTA
           MOVE TXT-DETALLE-EVT            TO PUB-EVT-DETALLE
           MOVE WS-IND-REENVIO             TO PUB-EVT-IND-REENVIO
      *
           MOVE SPACES                     TO MQA-OD-OBJECTNAME
           MOVE WS-COLA-DESTINO            TO MQA-OD-OBJECTNAME
           MOVE LOW-VALUES                 TO MQA-MD-MSGID
                                              MQA-MD-CORRELID
      *
           CALL 'MQPUT1' USING MQA-HCONN
                               MQA-MQOD
                               MQA-MQMD
                               MQA-MQPMO
                               CT-LONG-EVENTO
                               PUB-EVENTO
                               MQA-COMPCODE
                               MQA-REASON
      *
           IF  MQA-COMPCODE NOT EQUAL ZEROES
               DISPLAY 'V13C91B - ERROR MQ RAZON: ' MQA-REASON
               DISPLAY 'V13C91B - EVENTO NO EMITIDO:  ' SEC-EVENTO
               MOVE 16                     TO RETURN-CODE
               STOP RUN
           END-IF
      *
           .
       5000-EMITIR-MENSAJE-EXIT.
           EXIT.
      ******************************************************************
      *                            6000-FIN                            *
      ******************************************************************
       6000-FIN.
      *
           CLOSE ARCH-PARAMETROS
      *
           DISPLAY 'V13C91B - MODO DE CORRIDA:        '
                   WS-MODO
           DISPLAY 'V13C91B - EVENTOS LEIDOS:         '
                   CN-EVENTOS-LEIDOS
           DISPLAY 'V13C91B - EVENTOS EMITIDOS:       '
                   CN-EVENTOS-EMITIDOS
           DISPLAY 'V13C91B - EVENTOS REENVIADOS:     '
                   CN-EVENTOS-REENVIADOS
      *
           SET W924-88-FIN                 TO TRUE
           MOVE CN-EVENTOS-LEIDOS          TO W924-CANT-LEIDOS
           MOVE CN-EVENTOS-REENVIADOS      TO W924-CANT-GRABADOS
           MOVE CN-EVENTOS-EMITIDOS        TO W924-CANT-ACTUALIZADOS
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
           DISPLAY 'V13C91B - ERROR DB2 SQLCODE: ' SQLCODE
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
