      ******************************************************************
      *                                                                *
      *  PROGRAMA: V19C069                                             *
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
      * RUTINA COMUN DE REGISTRO DE EVENTOS DEL CICLO DE VIDA DE LA    *
      * OPERACION EN LA BANDEJA DE SALIDA V1DT177.  LA LLAMAN, JUSTO   *
      * DESPUES DEL CAMBIO Y ANTES DE COMPROMETERLO: EL ALTA EN        *
      * LINEA V12C43M Y LA CARGA V12C45B, EL CLASIFICADOR V12C16B, LA  *
      * FIRMA FINAL EN V12C69M, LA LIQUIDACION V12C54B Y EL REVERSO    *
      * V12C44M.  AL QUEDAR EN LA MISMA UNIDAD DE TRABAJO, EL EVENTO   *
      * EXISTE SI Y SOLO SI EL CAMBIO SE COMPROMETIO.                  *
      * - LA SECUENCIA ES LA SIGUIENTE A LA MAYOR GRABADA; SI OTRA     *
      *   UNIDAD DE TRABAJO TOMO EL MISMO NUMERO (CLAVE DUPLICADA) SE  *
      *   VUELVE A CALCULAR, HASTA TRES VECES.                         *
      * - EL EVENTO QUEDA PENDIENTE ('P') PARA EL PUBLICADOR V13C91B.  *
      * LOS ERRORES DB2 NO TUMBAN AL LLAMADOR: SE DEVUELVEN CON        *
      * RETORNO '99' Y EL SQLCODE                                      *
      ******************************************************************
      *                                                                *
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *                                                                *
      *             INFORMACION GENERAL SOBRE EL PROGRAMA              *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   V19C069.
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
           05  WS-INTENTOS                 PIC 9(01)   VALUE ZEROES.
      ******************************************************************
      *                    AREA  DE  SWITCHES                          *
      ******************************************************************
       01  SW-SWITCHES.
      *
           05  SW-GRABADO                  PIC X(01)   VALUE 'N'.
               88  EVENTO-GRABADO                      VALUE 'S'.
               88  EVENTO-NO-GRABADO                   VALUE 'N'.
      ******************************************************************
      *                        AREA DE CONTANTES                       *
      ******************************************************************
       01  CT-CONTANTES.
      *                                                                *
           05  CT-PROGRAMA                 PIC X(08)   VALUE 'V19C069'.
           05  CT-EST-PENDIENTE            PIC X(01)   VALUE 'P'.
           05  CT-MAX-INTENTOS             PIC 9(01)   VALUE 3.
      ******************************************************************
      *                    COPYS UTILIZADAS                            *
      ******************************************************************
      *  COPY PARA ERRORES DB2
           COPY QCWCL20.
      ******************************************************************
      *                    AREA DE INCLUDES                            *
      ******************************************************************
           EXEC SQL
               INCLUDE V1GT177
           END-EXEC
      ******************************************************************
      *                                                                *
      *                L I N K A G E     S E C T I O N                 *
      *                                                                *
      ******************************************************************
       LINKAGE SECTION.
      *
           COPY V1WC969.
      ******************************************************************
      *                                                                *
      *           P R O C E D U R E      D I V I S I O N               *
      *                                                                *
      ******************************************************************
       PROCEDURE DIVISION USING V1WC969.
      *
       MAINLINE.
      *
           SET W969-88-CONFORME            TO TRUE
           MOVE ZEROES                     TO W969-SQLCODE
                                              W969-SEC-EVENTO
      *
           MOVE W969-NUM-REF               TO NUM-REF-EVT
           MOVE W969-COD-EVENTO            TO COD-EVENTO
           MOVE FUNCTION CURRENT-DATE(1:8) TO FEC-EVENTO
           MOVE FUNCTION CURRENT-DATE(9:6) TO HOR-EVENTO
           MOVE W969-PROGRAMA              TO COD-PROGRAMA-EVT
           MOVE W969-USUARIO               TO COD-USUARIO-EVT
           MOVE W969-COD-DIV               TO COD-DIV-EVT
           MOVE W969-IMP-OPE               TO IMP-OPE-EVT
           MOVE W969-IDF-CMP-VTA           TO IDF-CMP-VTA-EVT
           MOVE W969-DETALLE               TO TXT-DETALLE-EVT
           MOVE CT-EST-PENDIENTE           TO EST-EVENTO
           MOVE SPACES                     TO FEC-EMISION-EVT
                                              HOR-EMISION-EVT
      *
           MOVE ZEROES                     TO WS-INTENTOS
           SET EVENTO-NO-GRABADO           TO TRUE
      *
           PERFORM 1000-GRABAR-EVENTO
              THRU 1000-GRABAR-EVENTO-EXIT
             UNTIL EVENTO-GRABADO
                OR W969-88-ERROR-DB2
      *
           GOBACK
           .
      ******************************************************************
      *                     1000-GRABAR-EVENTO                         *
      ******************************************************************
       1000-GRABAR-EVENTO.
      *
           ADD 1                           TO WS-INTENTOS
      *
           EXEC SQL
               SELECT VALUE(MAX(SEC_EVENTO), 0) + 1
               INTO  :SEC-EVENTO
               FROM V1DT177
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               MOVE SQLCODE                TO W969-SQLCODE
               SET W969-88-ERROR-DB2       TO TRUE
               GO TO 1000-GRABAR-EVENTO-EXIT
           END-IF
      *
           EXEC SQL
               INSERT INTO V1DT177
                   (SEC_EVENTO,
                    NUM_REF,
                    COD_EVENTO,
                    FEC_EVENTO,
                    HOR_EVENTO,
                    COD_PROGRAMA,
                    COD_USUARIO,
                    COD_DIV,
                    IMP_OPE,
                    IDF_CMP_VTA,
                    TXT_DETALLE,
                    EST_EVENTO,
                    FEC_EMISION,
                    HOR_EMISION)
               VALUES
                   (:SEC-EVENTO,
                    :NUM-REF-EVT,
                    :COD-EVENTO,
                    :FEC-EVENTO,
                    :HOR-EVENTO,
                    :COD-PROGRAMA-EVT,
                    :COD-USUARIO-EVT,
                    :COD-DIV-EVT,
                    :IMP-OPE-EVT,
                    :IDF-CMP-VTA-EVT,
                    :TXT-DETALLE-EVT,
                    :EST-EVENTO,
                    :FEC-EMISION-EVT,
                    :HOR-EMISION-EVT)
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   SET EVENTO-GRABADO      TO TRUE
                   MOVE SEC-EVENTO         TO W969-SEC-EVENTO

               WHEN DB2-DUPREC
                   IF  WS-INTENTOS NOT LESS CT-MAX-INTENTOS
                       MOVE SQLCODE        TO W969-SQLCODE
                       SET W969-88-ERROR-DB2
                                           TO TRUE
                   END-IF

               WHEN OTHER
                   MOVE SQLCODE            TO W969-SQLCODE
                   SET W969-88-ERROR-DB2   TO TRUE
           END-EVALUATE
      *
           .
       1000-GRABAR-EVENTO-EXIT.
           EXIT.
