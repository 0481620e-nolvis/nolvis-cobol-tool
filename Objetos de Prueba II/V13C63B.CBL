      ******************************************************************
      *                                                                *
      *  PROGRAMA: V13C63B                                             *
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
      * ARCHIVO DE ENTRADA: PARMAVI (FECHA DE LAS OPERACIONES; EN      *
      *  BLANCO SE TOMA LA FECHA DEL DIA)                              *
      * ------------------                                             *
      * ARCHIVO DE SALIDA: SALAVI (AVISOS IMPRESOS)                    *
      * ------------------                                             *
      * PROCESO GLOBAL: AVISOS DE CONFIRMACION DE OPERACIONES AL       *
      *  CLIENTE.  LOS CLIENTES LLAMABAN A LA AGENCIA PARA SABER SI    *
      *  SU OPERACION SE HIZO Y A QUE TASA; AHORA CADA NOCHE:          *
      *   1. SE ANOTA EN LA BITACORA V1DT136 UN AVISO PENDIENTE POR    *
      *      CADA OPERACION DE CLIENTE DE LA FECHA (LAS CONTRAPARTES   *
      *      BANCO NO LLEVAN AVISO) QUE AUN NO TENGA SU AVISO NOCTURNO *
      *   2. SE ENTREGAN TODOS LOS PENDIENTES: LOS DE LA NOCHE, LAS    *
      *      REIMPRESIONES PEDIDAS CON PF9 DESDE LAS PANTALLAS DE      *
      *      DETALLE (V12C01J / V12C08J) Y LAS REEMISIONES DE AVISOS   *
      *      REBOTADOS (V13C64B).  EL AVISO LLEVA REFERENCIA, FECHA,   *
      *      DIVISA, MONTO, TAS_CAMBIO, EQUIVALENTE EN BOLIVARES,      *
      *      COMISION (V1DT022), BENEFICIARIO Y ESTADO DE LA           *
      *      LIQUIDACION (V1DT020).  SI EL CLIENTE TIENE CORREO EN     *
      *      V1DT079 Y NO ESTA MARCADO COMO MALO (V1DT137) EL AVISO    *
      *      VA A LA COLA MQ DE SALIDA DE CORREOS (V1EC063); SI NO, O  *
      *      SI LA COLA RECHAZA EL MENSAJE, SE IMPRIME EN SALAVI.      *
      *  CADA AVISO QUEDA EN LA BITACORA CON CANAL, DESTINO, FECHA Y   *
      *  HORA DE ENTREGA.  UNA FALLA DE LA COLA DEJA ALERTA (V19C025)  *
      *  Y TERMINA CON RC 04                                           *
      *  AD02: EL ESTADO DE LA LIQUIDACION DE UNA OPERACION EN TRAMOS  *
      *  (VARIAS INSTRUCCIONES EN V1DT020) SE RESUME EN UNO SOLO: SE   *
      *  INFORMA EMITIDA MIENTRAS QUEDE ALGUN TRAMO SIN CONFIRMAR Y    *
      *  LIQUIDADA, CON LA FECHA DEL ULTIMO, CUANDO LO ESTAN TODOS.    *
      *  ASI SALE UN SOLO AVISO POR OPERACION                          *
      ******************************************************************
      *                                                                *
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *                                                                *
      *             INFORMACION GENERAL SOBRE EL PROGRAMA              *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   V13C63B.
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
           SELECT ARCH-PARAMETROS      ASSIGN TO PARMAVI
                                        ORGANIZATION IS SEQUENTIAL.
      *
           SELECT ARCH-AVISOS          ASSIGN TO SALAVI
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
           05  PAR-FEC-OPE                 PIC X(08).
           05  FILLER                      PIC X(72).
      *
       FD  ARCH-AVISOS
           RECORDING MODE IS F.
      *
       01  REG-AVISO                       PIC X(132).
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
           05  WS-FEC-OPE                  PIC X(08)   VALUE SPACES.
           05  WS-IMP-BOLIVARES            PIC S9(15)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  WS-IMP-ED                   PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  WS-BOL-ED                   PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  WS-TAS-ED                   PIC Z.ZZZ.ZZ9,9999.
           05  WS-NUM-REF-ED               PIC 9(10)   VALUE ZEROES.
           05  WS-FEC-ED                   PIC X(10)   VALUE SPACES.
           05  WS-CANT-ED                  PIC ZZZ.ZZ9 VALUE ZEROES.
           05  WS-CANT-ANOTADOS            PIC S9(09)  COMP
                                                       VALUE ZEROES.
      *
      *    DATOS DEL AVISO LEIDOS DEL CURSOR
           05  WS-NOM-CLIENTE              PIC X(40)   VALUE SPACES.
           05  WS-DIR-LINEA1               PIC X(40)   VALUE SPACES.
           05  WS-DIR-LINEA2               PIC X(40)   VALUE SPACES.
           05  WS-COR-CLIENTE              PIC X(40)   VALUE SPACES.
           05  WS-IND-COR-MALO             PIC X(01)   VALUE SPACES.
           05  WS-EST-LIQUIDACION          PIC X(01)   VALUE SPACES.
           05  WS-FEC-LIQUIDACION          PIC X(08)   VALUE SPACES.
           05  WS-MOT-IMPRESION            PIC X(30)   VALUE SPACES.
      ******************************************************************
      *                  LINEAS DEL AVISO IMPRESO                      *
      ******************************************************************
       01  LN-AVI-TITULO.
           05  FILLER                      PIC X(40)
               VALUE 'AVISO DE CONFIRMACION DE OPERACION'.
           05  FILLER                      PIC X(10)
                                           VALUE 'EMITIDO: '.
           05  LN-TIT-FECHA                PIC X(10).
           05  FILLER                      PIC X(72)   VALUE SPACES.
      *
       01  LN-AVI-DATO.
           05  FILLER                      PIC X(04)   VALUE SPACES.
           05  LN-AVI-ETIQUETA             PIC X(22).
           05  FILLER                      PIC X(02)   VALUE ': '.
           05  LN-AVI-VALOR                PIC X(60).
           05  FILLER                      PIC X(44)   VALUE SPACES.
      *
       01  LN-AVI-SEPARADOR.
           05  FILLER                      PIC X(88)   VALUE ALL '-'.
           05  FILLER                      PIC X(44)   VALUE SPACES.
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
           05  SW-ENTREGA                  PIC X(01)   VALUE 'I'.
               88  ENTREGA-CORREO                      VALUE 'M'.
               88  ENTREGA-IMPRESA                     VALUE 'I'.
      ******************************************************************
      *                        AREA DE CONTANTES                       *
      ******************************************************************
       01  CT-CONTANTES.
      *                                                                *
           05  CT-PROGRAMA                 PIC X(08)   VALUE 'V13C63B'.
           05  CT-V19C024                  PIC X(08)   VALUE 'V19C024'.
           05  CT-V19C025                  PIC X(08)   VALUE 'V19C025'.
           05  CT-COLA-AVISOS              PIC X(48)
                       VALUE 'V1.AVISOS.CORREO.SALIDA'.
           05  CT-LONG-AVISO               PIC S9(09)  COMP  VALUE 250.
           05  CT-CONTRAPARTE-BANCO        PIC X(01)   VALUE 'B'.
           05  CT-ORI-NOCTURNO             PIC X(01)   VALUE 'N'.
           05  CT-EST-PENDIENTE            PIC X(01)   VALUE 'P'.
           05  CT-EST-ENVIADO              PIC X(01)   VALUE 'E'.
           05  CT-EST-IMPRESO              PIC X(01)   VALUE 'I'.
           05  CT-LIQ-PENDIENTE            PIC X(01)   VALUE 'P'.
           05  CT-LIQ-EMITIDA              PIC X(01)   VALUE 'E'.
           05  CT-LIQ-LIQUIDADA            PIC X(01)   VALUE 'L'.
      * AD01-I : DEVOLUCION DE PAGOS EMITIDOS (V1DT152)
           05  CT-LIQ-DEVUELTA             PIC X(01)   VALUE 'D'.
      * AD01-F
           05  CT-SI                       PIC X(01)   VALUE 'S'.
           05  CT-MOT-SIN-CORREO           PIC X(30)
                               VALUE 'CLIENTE SIN CORREO'.
           05  CT-MOT-CORREO-MALO          PIC X(30)
                               VALUE 'CORREO MARCADO POR REBOTE'.
           05  CT-MOT-FALLA-COLA           PIC X(30)
                               VALUE 'FALLA DE LA COLA DE CORREO'.
      ******************************************************************
      *                      AREA DE CONTADORES                        *
      ******************************************************************
       01  CN-CONTADORES.
           05  CN-ANOTADOS                 PIC 9(07)   VALUE ZEROES.
           05  CN-LEIDOS                   PIC 9(07)   VALUE ZEROES.
           05  CN-ENVIADOS                 PIC 9(07)   VALUE ZEROES.
           05  CN-IMPRESOS                 PIC 9(07)   VALUE ZEROES.
           05  CN-FALLAS-COLA              PIC 9(07)   VALUE ZEROES.
      ******************************************************************
      *                    COPYS UTILIZADAS                            *
      ******************************************************************
      *  COPY PARA ERRORES DB2
           COPY QCWCL20.
      *  COPY DE LA RUTINA V19C024 (REGISTRO DE CORRIDAS)
           COPY V1WC924.
      *  COPY DE LA RUTINA V19C025 (EVENTOS Y ALERTAS)
           COPY V1WC925.
      *  COPY DEL MENSAJE DEL AVISO A LA COLA DE CORREO
           COPY V1EC063.
      ******************************************************************
      *                    AREA DE INCLUDES                            *
      ******************************************************************
           EXEC SQL
               INCLUDE V1GT001
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT022
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT136
           END-EXEC
      ******************************************************************
      *                        CURSORES
      ******************************************************************
      *    AVISOS PENDIENTES CON LOS DATOS DE LA OPERACION, LA
      *    COMISION, LA LIQUIDACION Y EL CORREO DEL CLIENTE.  SIN FILA
      *    EN V1DT020 LA LIQUIDACION AUN NO SE EMITIO
      *
           EXEC SQL
               DECLARE V13C63B-V1DC6311
               CURSOR FOR
               SELECT B.NUM_REF,
                      B.SEC_AVISO,
                      A.FEC_OPE,
                      A.COD_DIV_OPE,
                      A.IMP_OPE,
                      A.TAS_CAMBIO,
                      A.TAS_BOLIVAR,
                      A.NOM_BENEF,
                      VALUE(C.IMP_COMISION, 0),
      * AD02-I : LIQUIDACION PARCIAL EN TRAMOS (V1DT180)
      *               VALUE(D.EST_LIQUIDACION, :CT-LIQ-PENDIENTE),
      *               VALUE(D.FEC_LIQUIDACION, ' '),
                      VALUE((SELECT MIN(D.EST_LIQUIDACION)
                             FROM V1DT020 D
                             WHERE D.NUM_REF = B.NUM_REF),
                            :CT-LIQ-PENDIENTE),
                      VALUE((SELECT MAX(D.FEC_LIQUIDACION)
                             FROM V1DT020 D
                             WHERE D.NUM_REF = B.NUM_REF),
                            ' '),
      * AD02-F
                      VALUE(E.NOM_CLIENTE, A.NOM_RAZON),
                      VALUE(E.DIR_LINEA1, ' '),
                      VALUE(E.DIR_LINEA2, ' '),
                      VALUE(E.COR_CLIENTE, ' '),
                      CASE WHEN EXISTS
                               (SELECT 1
                                FROM V1DT137 F
                                WHERE F.NUM_DOC_PERSONA =
                                      A.NUM_DOC_PERSONA
                                  AND F.COR_REBOTADO = E.COR_CLIENTE)
                           THEN :CT-SI
                           ELSE ' '
                      END
               FROM V1DT136 B
                    INNER JOIN V1DT001 A
                      ON A.NUM_REF = B.NUM_REF
                    LEFT OUTER JOIN V1DT022 C
                      ON C.NUM_REF = B.NUM_REF
      * AD02-I : LIQUIDACION PARCIAL EN TRAMOS (V1DT180)
      *             LEFT OUTER JOIN V1DT020 D
      *               ON D.NUM_REF = B.NUM_REF
      * AD02-F
                    LEFT OUTER JOIN V1DT079 E
                      ON E.NUM_DOC_PERSONA = A.NUM_DOC_PERSONA
               WHERE B.EST_AVISO = :CT-EST-PENDIENTE
               ORDER BY B.NUM_REF,
                        B.SEC_AVISO
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
           PERFORM 2000-ANOTAR-NOCTURNOS
              THRU 2000-ANOTAR-NOCTURNOS-EXIT
      *
           PERFORM 3000-ENTREGAR-AVISOS
              THRU 3000-ENTREGAR-AVISOS-EXIT
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
                OUTPUT ARCH-AVISOS
      *
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FEC-HOY
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HOR-HOY
      *
           READ ARCH-PARAMETROS
               AT END
                   MOVE SPACES             TO PAR-FEC-OPE
           END-READ
      *
           IF  PAR-FEC-OPE EQUAL SPACES
               MOVE WS-FEC-HOY             TO WS-FEC-OPE
           ELSE
               MOVE PAR-FEC-OPE            TO WS-FEC-OPE
           END-IF
      *
           MOVE ZEROES                     TO CN-ANOTADOS
                                              CN-LEIDOS
                                              CN-ENVIADOS
                                              CN-IMPRESOS
                                              CN-FALLAS-COLA
      *
           INITIALIZE V1WC924
           SET W924-88-INICIO              TO TRUE
           MOVE CT-PROGRAMA                TO W924-PROGRAMA
           MOVE WS-FEC-OPE                 TO W924-FEC-PROCESO
           CALL CT-V19C024 USING V1WC924
      *
           MOVE WS-FEC-HOY(7:2)            TO WS-FEC-ED(1:2)
           MOVE '/'                        TO WS-FEC-ED(3:1)
           MOVE WS-FEC-HOY(5:2)            TO WS-FEC-ED(4:2)
           MOVE '/'                        TO WS-FEC-ED(6:1)
           MOVE WS-FEC-HOY(1:4)            TO WS-FEC-ED(7:4)
           MOVE WS-FEC-ED                  TO LN-TIT-FECHA
      *
           .
       1000-INICIO-EXIT.
           EXIT.
      ******************************************************************
      *                   2000-ANOTAR-NOCTURNOS                        *
      *  UN AVISO PENDIENTE POR OPERACION DE CLIENTE DE LA FECHA; LA   *
      *  SECUENCIA SIGUE A LAS REIMPRESIONES QUE YA TUVIERA.  UNA      *
      *  SEGUNDA CORRIDA DE LA MISMA FECHA NO DUPLICA                  *
      ******************************************************************
       2000-ANOTAR-NOCTURNOS.
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
               SELECT A.NUM_REF,
                      (SELECT VALUE(MAX(G.SEC_AVISO), 0) + 1
                       FROM V1DT136 G
                       WHERE G.NUM_REF = A.NUM_REF),
                      :CT-ORI-NOCTURNO,
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
               FROM V1DT001 A
               WHERE A.FEC_OPE = :WS-FEC-OPE
                 AND A.CLA_CONTRAPARTE <> :CT-CONTRAPARTE-BANCO
                 AND NOT EXISTS
                     (SELECT 1
                      FROM V1DT136 H
                      WHERE H.NUM_REF   = A.NUM_REF
                        AND H.ORI_AVISO = :CT-ORI-NOCTURNO)
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           IF  NOT DB2-OK
           AND NOT DB2-NOTFND
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
      *    LOS ANOTADOS EN ESTA CORRIDA LLEVAN SU FECHA Y HORA
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-CANT-ANOTADOS
               FROM V1DT136
               WHERE ORI_AVISO     = :CT-ORI-NOCTURNO
                 AND FEC_SOLICITUD = :WS-FEC-HOY
                 AND HOR_SOLICITUD = :WS-HOR-HOY
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           MOVE WS-CANT-ANOTADOS           TO CN-ANOTADOS
      *
           EXEC SQL
               COMMIT
           END-EXEC
      *
           .
       2000-ANOTAR-NOCTURNOS-EXIT.
           EXIT.
      ******************************************************************
      *                   3000-ENTREGAR-AVISOS                         *
      ******************************************************************
       3000-ENTREGAR-AVISOS.
      *
           SET NO-FIN-CURSOR               TO TRUE
      *
           EXEC SQL
               OPEN V13C63B-V1DC6311
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-AVISO
             UNTIL FIN-CURSOR
      *
           EXEC SQL
               CLOSE V13C63B-V1DC6311
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
       3000-ENTREGAR-AVISOS-EXIT.
           EXIT.
      ******************************************************************
      * LEER-AVISO
      ******************************************************************
       LEER-AVISO.
      *
           EXEC SQL
               FETCH V13C63B-V1DC6311
               INTO :NUM-REF-AVI,
                    :SEC-AVISO,
                    :DCLV1DT001.FEC-OPE,
                    :DCLV1DT001.COD-DIV-OPE,
                    :DCLV1DT001.IMP-OPE,
                    :DCLV1DT001.TAS-CAMBIO,
                    :DCLV1DT001.TAS-BOLIVAR,
                    :DCLV1DT001.NOM-BENEF,
                    :DCLV1DT022.IMP-COMISION,
                    :WS-EST-LIQUIDACION,
                    :WS-FEC-LIQUIDACION,
                    :WS-NOM-CLIENTE,
                    :WS-DIR-LINEA1,
                    :WS-DIR-LINEA2,
                    :WS-COR-CLIENTE,
                    :WS-IND-COR-MALO
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   PERFORM 5000-TRATAR-AVISO
                      THRU 5000-TRATAR-AVISO-EXIT

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      *                      5000-TRATAR-AVISO                         *
      *  CON CORREO SANO EL AVISO VA A LA COLA; SIN CORREO, CON EL     *
      *  CORREO MARCADO O SI LA COLA LO RECHAZA, SE IMPRIME            *
      ******************************************************************
       5000-TRATAR-AVISO.
      *
           ADD 1                           TO CN-LEIDOS
      *
           COMPUTE WS-IMP-BOLIVARES ROUNDED =
                   IMP-OPE OF DCLV1DT001 * TAS-BOLIVAR OF DCLV1DT001
      *
           SET ENTREGA-CORREO              TO TRUE
           MOVE SPACES                     TO WS-MOT-IMPRESION
      *
           IF  WS-COR-CLIENTE EQUAL SPACES
               SET ENTREGA-IMPRESA         TO TRUE
               MOVE CT-MOT-SIN-CORREO      TO WS-MOT-IMPRESION
           END-IF
      *
           IF  ENTREGA-CORREO
           AND WS-IND-COR-MALO EQUAL CT-SI
               SET ENTREGA-IMPRESA         TO TRUE
               MOVE CT-MOT-CORREO-MALO     TO WS-MOT-IMPRESION
           END-IF
      *
           IF  ENTREGA-CORREO
               PERFORM 5100-ENVIAR-CORREO
                  THRU 5100-ENVIAR-CORREO-EXIT
           END-IF
      *
           IF  ENTREGA-IMPRESA
               PERFORM 5200-IMPRIMIR-AVISO
                  THRU 5200-IMPRIMIR-AVISO-EXIT
           END-IF
      *
           PERFORM 5600-ASENTAR-ENTREGA
              THRU 5600-ASENTAR-ENTREGA-EXIT
      *
           .
       5000-TRATAR-AVISO-EXIT.
           EXIT.
      ******************************************************************
      *                     5100-ENVIAR-CORREO                         *
      *  EL CORRELID LLEVA REFERENCIA Y SECUENCIA PARA QUE LA          *
      *  PASARELA DEVUELVA EL AVISO QUE REBOTO                         *
      ******************************************************************
       5100-ENVIAR-CORREO.
      *
           INITIALIZE AVI-AVISO-CONFIRMACION
           MOVE NUM-REF-AVI                TO AVI-NUM-REF
           MOVE SEC-AVISO                  TO AVI-SEC-AVISO
           MOVE WS-COR-CLIENTE             TO AVI-COR-DESTINO
           MOVE WS-NOM-CLIENTE             TO AVI-NOM-CLIENTE
           MOVE FEC-OPE OF DCLV1DT001      TO AVI-FEC-OPE
           MOVE COD-DIV-OPE OF DCLV1DT001  TO AVI-COD-DIV-OPE
           MOVE IMP-OPE OF DCLV1DT001      TO AVI-IMP-OPE
           MOVE TAS-CAMBIO OF DCLV1DT001   TO AVI-TAS-CAMBIO
           MOVE WS-IMP-BOLIVARES           TO AVI-IMP-BOLIVARES
           MOVE IMP-COMISION               TO AVI-IMP-COMISION
           MOVE NOM-BENEF OF DCLV1DT001    TO AVI-NOM-BENEF
           MOVE WS-EST-LIQUIDACION         TO AVI-EST-LIQUIDACION
           MOVE WS-FEC-LIQUIDACION         TO AVI-FEC-LIQUIDACION
      *
           MOVE SPACES                     TO MQA-OD-OBJECTNAME
           MOVE CT-COLA-AVISOS             TO MQA-OD-OBJECTNAME
           MOVE LOW-VALUES                 TO MQA-MD-MSGID
                                              MQA-MD-CORRELID
           MOVE AVI-NUM-REF                TO MQA-MD-CORRELID(1:10)
           MOVE AVI-SEC-AVISO              TO MQA-MD-CORRELID(11:4)
      *
           CALL 'MQPUT1' USING MQA-HCONN
                               MQA-MQOD
                               MQA-MQMD
                               MQA-MQPMO
                               CT-LONG-AVISO
                               AVI-AVISO-CONFIRMACION
                               MQA-COMPCODE
                               MQA-REASON
      *
           IF  MQA-COMPCODE NOT EQUAL ZEROES
               DISPLAY 'V13C63B - ERROR MQ RAZON: ' MQA-REASON
                       ' REFERENCIA: ' AVI-NUM-REF
               ADD 1                       TO CN-FALLAS-COLA
               SET ENTREGA-IMPRESA         TO TRUE
               MOVE CT-MOT-FALLA-COLA      TO WS-MOT-IMPRESION
           END-IF
      *
           .
       5100-ENVIAR-CORREO-EXIT.
           EXIT.
      ******************************************************************
      *                    5200-IMPRIMIR-AVISO                         *
      ******************************************************************
       5200-IMPRIMIR-AVISO.
      *
           WRITE REG-AVISO               FROM LN-AVI-TITULO
           MOVE SPACES                     TO REG-AVISO
           WRITE REG-AVISO
      *
           MOVE 'CLIENTE'                  TO LN-AVI-ETIQUETA
           MOVE WS-NOM-CLIENTE             TO LN-AVI-VALOR
           WRITE REG-AVISO               FROM LN-AVI-DATO
      *
           MOVE 'DIRECCION'                TO LN-AVI-ETIQUETA
           MOVE WS-DIR-LINEA1              TO LN-AVI-VALOR
           WRITE REG-AVISO               FROM LN-AVI-DATO
      *
           IF  WS-DIR-LINEA2 NOT EQUAL SPACES
               MOVE SPACES                 TO LN-AVI-ETIQUETA
               MOVE WS-DIR-LINEA2          TO LN-AVI-VALOR
               WRITE REG-AVISO           FROM LN-AVI-DATO
           END-IF
      *
           MOVE SPACES                     TO REG-AVISO
           WRITE REG-AVISO
      *
           MOVE NUM-REF-AVI                TO WS-NUM-REF-ED
           MOVE 'REFERENCIA'               TO LN-AVI-ETIQUETA
           MOVE WS-NUM-REF-ED              TO LN-AVI-VALOR
           WRITE REG-AVISO               FROM LN-AVI-DATO
      *
           MOVE FEC-OPE OF DCLV1DT001(7:2) TO WS-FEC-ED(1:2)
           MOVE '/'                        TO WS-FEC-ED(3:1)
           MOVE FEC-OPE OF DCLV1DT001(5:2) TO WS-FEC-ED(4:2)
           MOVE '/'                        TO WS-FEC-ED(6:1)
           MOVE FEC-OPE OF DCLV1DT001(1:4) TO WS-FEC-ED(7:4)
           MOVE 'FECHA DE LA OPERACION'    TO LN-AVI-ETIQUETA
           MOVE WS-FEC-ED                  TO LN-AVI-VALOR
           WRITE REG-AVISO               FROM LN-AVI-DATO
      *
           MOVE 'DIVISA'                   TO LN-AVI-ETIQUETA
           MOVE COD-DIV-OPE OF DCLV1DT001  TO LN-AVI-VALOR
           WRITE REG-AVISO               FROM LN-AVI-DATO
      *
           MOVE IMP-OPE OF DCLV1DT001      TO WS-IMP-ED
           MOVE 'MONTO'                    TO LN-AVI-ETIQUETA
           MOVE WS-IMP-ED                  TO LN-AVI-VALOR
           WRITE REG-AVISO               FROM LN-AVI-DATO
      *
           MOVE TAS-CAMBIO OF DCLV1DT001   TO WS-TAS-ED
           MOVE 'TASA DE CAMBIO'           TO LN-AVI-ETIQUETA
           MOVE WS-TAS-ED                  TO LN-AVI-VALOR
           WRITE REG-AVISO               FROM LN-AVI-DATO
      *
           MOVE WS-IMP-BOLIVARES           TO WS-BOL-ED
           MOVE 'EQUIVALENTE EN BS'        TO LN-AVI-ETIQUETA
           MOVE WS-BOL-ED                  TO LN-AVI-VALOR
           WRITE REG-AVISO               FROM LN-AVI-DATO
      *
           MOVE IMP-COMISION               TO WS-IMP-ED
           MOVE 'COMISION'                 TO LN-AVI-ETIQUETA
           MOVE WS-IMP-ED                  TO LN-AVI-VALOR
           WRITE REG-AVISO               FROM LN-AVI-DATO
      *
           MOVE 'BENEFICIARIO'             TO LN-AVI-ETIQUETA
           MOVE NOM-BENEF OF DCLV1DT001    TO LN-AVI-VALOR
           WRITE REG-AVISO               FROM LN-AVI-DATO
      *
           PERFORM 5210-DESCRIBIR-LIQUIDACION
              THRU 5210-DESCRIBIR-LIQUIDACION-EXIT
           MOVE 'LIQUIDACION'              TO LN-AVI-ETIQUETA
           WRITE REG-AVISO               FROM LN-AVI-DATO
      *
           MOVE SPACES                     TO REG-AVISO
           WRITE REG-AVISO
           MOVE 'ENTREGA IMPRESA POR'      TO LN-AVI-ETIQUETA
           MOVE WS-MOT-IMPRESION           TO LN-AVI-VALOR
           WRITE REG-AVISO               FROM LN-AVI-DATO
      *
           WRITE REG-AVISO               FROM LN-AVI-SEPARADOR
           MOVE SPACES                     TO REG-AVISO
           WRITE REG-AVISO
      *
           .
       5200-IMPRIMIR-AVISO-EXIT.
           EXIT.
      ******************************************************************
      * 5210-DESCRIBIR-LIQUIDACION
      ******************************************************************
       5210-DESCRIBIR-LIQUIDACION.
      *
           MOVE SPACES                     TO LN-AVI-VALOR
      *
           EVALUATE WS-EST-LIQUIDACION
               WHEN CT-LIQ-LIQUIDADA
                   MOVE WS-FEC-LIQUIDACION(7:2)
                                           TO WS-FEC-ED(1:2)
                   MOVE '/'                TO WS-FEC-ED(3:1)
                   MOVE WS-FEC-LIQUIDACION(5:2)
                                           TO WS-FEC-ED(4:2)
                   MOVE '/'                TO WS-FEC-ED(6:1)
                   MOVE WS-FEC-LIQUIDACION(1:4)
                                           TO WS-FEC-ED(7:4)
                   STRING 'LIQUIDADA EL '
                          WS-FEC-ED
                          DELIMITED BY SIZE
                          INTO LN-AVI-VALOR
                   END-STRING

               WHEN CT-LIQ-EMITIDA
                   MOVE 'EMITIDA, EN ESPERA DE CONFIRMACION'
                                           TO LN-AVI-VALOR

      * AD01-I : DEVOLUCION DE PAGOS EMITIDOS (V1DT152)
               WHEN CT-LIQ-DEVUELTA
                   MOVE 'DEVUELTA POR EL BANCO DESTINO, REINTEGRADA'
                                           TO LN-AVI-VALOR
      * AD01-F

               WHEN OTHER
                   MOVE 'PENDIENTE DE EMITIR'
                                           TO LN-AVI-VALOR
           END-EVALUATE
      *
           .
       5210-DESCRIBIR-LIQUIDACION-EXIT.
           EXIT.
      ******************************************************************
      *                   5600-ASENTAR-ENTREGA                         *
      ******************************************************************
       5600-ASENTAR-ENTREGA.
      *
           IF  ENTREGA-CORREO
               MOVE CT-EST-ENVIADO         TO EST-AVISO
               MOVE WS-COR-CLIENTE         TO COR-DESTINO
               ADD 1                       TO CN-ENVIADOS
           ELSE
               MOVE CT-EST-IMPRESO         TO EST-AVISO
               MOVE SPACES                 TO COR-DESTINO
               ADD 1                       TO CN-IMPRESOS
           END-IF
      *
           MOVE SW-ENTREGA                 TO CAN-ENTREGA
           MOVE WS-FEC-HOY                 TO FEC-ENVIO-AVI
           MOVE FUNCTION CURRENT-DATE(9:6) TO HOR-ENVIO-AVI
      *
           EXEC SQL
               UPDATE V1DT136
                  SET EST_AVISO   = :EST-AVISO,
                      CAN_ENTREGA = :CAN-ENTREGA,
                      COR_DESTINO = :COR-DESTINO,
                      FEC_ENVIO   = :FEC-ENVIO-AVI,
                      HOR_ENVIO   = :HOR-ENVIO-AVI
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
       5600-ASENTAR-ENTREGA-EXIT.
           EXIT.
      ******************************************************************
      *                            6000-FIN                            *
      ******************************************************************
       6000-FIN.
      *
           CLOSE ARCH-PARAMETROS
                 ARCH-AVISOS
      *
           DISPLAY 'V13C63B - AVISOS NOCTURNOS ANOTADOS: ' CN-ANOTADOS
           DISPLAY 'V13C63B - AVISOS PENDIENTES LEIDOS:  ' CN-LEIDOS
           DISPLAY 'V13C63B - ENVIADOS POR CORREO:       ' CN-ENVIADOS
           DISPLAY 'V13C63B - IMPRESOS:                  ' CN-IMPRESOS
           DISPLAY 'V13C63B - FALLAS DE LA COLA:         '
                   CN-FALLAS-COLA
      *
           IF  CN-FALLAS-COLA GREATER THAN ZEROES
               MOVE CN-FALLAS-COLA         TO WS-CANT-ED
               INITIALIZE V1WC925
               MOVE CT-PROGRAMA            TO W925-PROGRAMA
               MOVE 'A'                    TO W925-SEVERIDAD
               STRING 'AVISOS AL CLIENTE: '
                      WS-CANT-ED
                      ' IMPRESOS POR FALLA DE LA COLA'
                      DELIMITED BY SIZE
                      INTO W925-TEXTO
               END-STRING
               CALL CT-V19C025 USING V1WC925
               MOVE 04                     TO RETURN-CODE
           END-IF
      *
           SET W924-88-FIN                 TO TRUE
           MOVE CN-LEIDOS                  TO W924-CANT-LEIDOS
           MOVE CN-ANOTADOS                TO W924-CANT-GRABADOS
           COMPUTE W924-CANT-ACTUALIZADOS = CN-ENVIADOS + CN-IMPRESOS
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
           DISPLAY 'V13C63B - ERROR DB2 SQLCODE: ' SQLCODE
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
