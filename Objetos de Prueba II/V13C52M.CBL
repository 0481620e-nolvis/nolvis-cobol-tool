      ******************************************************************
      *                                                                *
      *  PROGRAMA: V13C52M                                             *
      *                                                                *
      *  FECHA CREACION: 15/10/2026                                    *
      *                                                                *
      *  AUTOR: FACTORIA                                               *
      *                                                                *
      *  APLICACION: MERCADO LIBRE DE DIVISAS. (V1) VENEZUELA.         *
      *                                                                *
      *  DESCRIPCION: REGISTRO DE ORDENES JUDICIALES DE BLOQUEO POR    *
      *               CLIENTE (V1DT121).  CADA ORDEN LLEVA SU          *
      *               REFERENCIA, EL TRIBUNAL, EL ALCANCE (A TODA      *
      *               OPERACION, V SOLO VENTAS, T SOLO                 *
      *               TRANSFERENCIAS) Y SU VIGENCIA; HASTA EN BLANCO   *
      *               ES UNA ORDEN SIN VENCIMIENTO.  LA LIBERACION     *
      *               EXIGE LA REFERENCIA DEL OFICIO QUE LA ORDENA Y   *
      *               DEJA LA ORDEN EN EL HISTORICO.  LA CAPTURA       *
      *               V12C43M, LA CARGA V12C45B, LA PREVALIDACION      *
      *               V13C21V, LAS ORDENES PERMANENTES V13C18B Y LA    *
      *               FIRMA V12C69M RECHAZAN AL CLIENTE BLOQUEADO Y    *
      *               ANOTAN CADA INTENTO EN V1DT122.                  *
      *               ACCIONES: A ALTA  C CONSULTA  L LIBERAR          *
      *                                                                *
      ******************************************************************
      ******************************************************************
      *                                                                *
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *                                                                *
      *             INFORMACION GENERAL SOBRE EL PROGRAMA              *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   V13C52M.
       AUTHOR.       FACTORIA.
       DATE-WRITTEN. 15/10/2026
       DATE-COMPILED.
      ******************************************************************
      *                                                                *
      *        E N V I R O N M E N T         D I V I S I O N           *
      *                                                                *
      *     DESCRIPCION DEL ENTORNO Y ESPECIFICACIONES INICIALES       *
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
      ******************************************************************
      *                                                                *
      *                D A T A            D I V I S I O N              *
      *                                                                *
      *            DESCRIPCION DE TODOS LOS DATOS UTILIZADOS           *
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
           05  WS-TABLA                    PIC X(08).
           05  WS-FEC-HOY                  PIC X(08)   VALUE SPACES.
           05  WS-NUM-ORD-ALFA             PIC X(09)   VALUE SPACES.
           05  WS-NUM-ORD-NUM REDEFINES WS-NUM-ORD-ALFA
                                           PIC 9(09).
           05  WS-FEC-VALIDAR              PIC X(08)   VALUE SPACES.
           05  WS-FEC-VALIDAR-R REDEFINES WS-FEC-VALIDAR.
               10  WS-VAL-ANO              PIC 9(04).
               10  WS-VAL-MES              PIC 9(02).
                   88  WS-88-MES-OK                    VALUE 1 THRU 12.
               10  WS-VAL-DIA              PIC 9(02).
                   88  WS-88-DIA-OK                    VALUE 1 THRU 31.
           05  WS-INTENTOS                 PIC S9(09)  COMP-3
                                                       VALUE ZEROES.
           05  WS-INTENTOS-ED              PIC ZZZZ9.
      ******************************************************************
      *                    AREA  DE  SWITCHES                          *
      ******************************************************************
       01  SW-SWITCHES.
      *
           05  SW-ACCION                   PIC X(01).
               88  SW-88-ACCION-ALTA                   VALUE 'A'.
               88  SW-88-ACCION-CONSULTA               VALUE 'C'.
               88  SW-88-ACCION-LIBERAR                VALUE 'L'.
           05  SW-ALCANCE                  PIC X(01).
               88  SW-88-ALCANCE-VALIDO                VALUE 'A' 'V'
                                                             'T'.
           05  SW-FECHA-VALIDA             PIC X(01)   VALUE 'N'.
               88  FECHA-VALIDA                        VALUE 'S'.
               88  FECHA-NO-VALIDA                     VALUE 'N'.
      ******************************************************************
      *                    AREA DE CONTANTES                           *
      ******************************************************************
       01  CT-CONTANTES.
      *                                                                *
           05  CT-PROGRAMA                 PIC X(07)   VALUE 'V13C52M'.
           05  CT-QG1CABC                  PIC X(08)   VALUE 'QG1CABC'.
           05  CT-SI                       PIC X(01)   VALUE 'S'.
           05  CT-INTRO                    PIC X(02)   VALUE '00'.
           05  CT-ORDEN-VIGENTE            PIC X(01)   VALUE 'V'.
           05  CT-ORDEN-LIBERADA           PIC X(01)   VALUE 'L'.
      ******************************************************************
      *                AREA DE MENSAJES                                *
      ******************************************************************
       01  ME-MENSAJES-ERROR.
           05  ME-TECLA-INCORRECTA         PIC X(07)   VALUE 'V1E0030'.
           05  ME-ACCESO-DENEGADO          PIC X(07)   VALUE 'V1E0126'.
           05  ME-ACCION-INVALIDA          PIC X(07)   VALUE 'V1E0071'.
           05  ME-DATO-REQUERIDO           PIC X(07)   VALUE 'V1E0105'.
           05  ME-ENTRADA-NO-EXISTE        PIC X(07)   VALUE 'V1E0106'.
           05  ME-FECHA-DESDE-VAL          PIC X(07)   VALUE 'V1E0053'.
           05  ME-FECHA-HASTA-VAL          PIC X(07)   VALUE 'V1E0055'.
           05  ME-FECHA-HASTA-MENOR        PIC X(07)   VALUE 'V1E0056'.
           05  ME-ORDEN-LIBERADA           PIC X(07)   VALUE 'V1E0222'.
           05  ME-ALCANCE-INVALIDO         PIC X(07)   VALUE 'V1E0223'.
           05  ME-ORDEN-REGISTRADA         PIC X(07)   VALUE 'V1A0542'.
           05  ME-ORDEN-LIBERADA-OK        PIC X(07)   VALUE 'V1A0543'.
      ******************************************************************
      *                       COPYS UTILIZADAS                         *
      ******************************************************************
       COPY DFHAID.
      * COPY PARA ATRIBUTOS DE LA PANTALLA
           COPY QCWCI20.
      * COPY DE LA RUTINA QG1CABC (ABENDS)
           COPY QGECABC.
      * COPY PARA ERRORES DB2
           COPY QCWCL20.
      ******************************************************************
      *                       AREA DE TABLAS                           *
      ******************************************************************
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT121
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT122
           END-EXEC
      *
      ******************************************************************
      *                COPY DE AUDITORIA DE NAVEGACION                 *
      ******************************************************************
           COPY V1WC930.
           COPY V1WC954.
      * AD01-I : MONITOREO DE TIEMPOS DE RESPUESTA (V19C063)
           COPY V1WC963.
      * AD01-F
       01  WS-QGECAUD-01.
           COPY QGECAUD.
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA.
      *
           COPY QGECCAA.
       COPY V1ND52M.
      ******************************************************************
      *                                                                *
      *           P R O C E D U R E      D I V I S I O N               *
      *                                                                *
      ******************************************************************
       PROCEDURE DIVISION USING V1ND52MI.
      *
       MAINLINE.
      *
           PERFORM 1000-INICIO
              THRU 1000-INICIO-EXIT
      *
           PERFORM 2000-PROCESO
              THRU 2000-PROCESO-EXIT
      *
           PERFORM 3000-FIN
              THRU 3000-FIN-EXIT
      *
           GOBACK
           .
      ******************************************************************
      *                         1000-INICIO                            *
      ******************************************************************
       1000-INICIO.
      *
      * AD01-I : MONITOREO DE TIEMPOS DE RESPUESTA (V19C063)
           MOVE FUNCTION CURRENT-DATE(1:16) TO W963-INICIO
      * AD01-F
      *
           SET ADDRESS OF V1ND52MI         TO CAA-PTR-COPYIN
      *
           EXEC CICS
               IGNORE CONDITION ERROR
           END-EXEC
      *
           MOVE CAA-CODTRAN                TO CAA-CODTRAN-SIG
           SET CAA-88-CONTABLE-NO          TO TRUE
      *
           MOVE SPACES                     TO CAA-COD-AVISO1
                                              CAA-COD-AVISO2
                                              CAA-VAR1-ERROR
                                              CAA-VAR2-ERROR
                                              CAA-COD-ERROR
      *
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FEC-HOY
      *
           PERFORM 1900-REGISTRAR-AUDITORIA
              THRU 1900-REGISTRAR-AUDITORIA-EXIT
      *
           PERFORM 1950-VERIFICAR-ACCESO
              THRU 1950-VERIFICAR-ACCESO-EXIT
      *
           .
       1000-INICIO-EXIT.
           EXIT.
      ******************************************************************
      *                 1900-REGISTRAR-AUDITORIA                       *
      ******************************************************************
       1900-REGISTRAR-AUDITORIA.
      *
           EXEC CICS
               ASSIGN
               USERID(AUD-USUARIO)
               NOHANDLE
           END-EXEC
      *
           MOVE CAA-TERMINAL               TO AUD-TERMINAL
           MOVE CAA-CODTRAN                TO AUD-CODTRAN
           MOVE FUNCTION CURRENT-DATE(1:8) TO AUD-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO AUD-HORA
      *
           EXEC CICS
               LINK PROGRAM('QG1CAUD')
               COMMAREA(QGECAUD)
               NOHANDLE
           END-EXEC
      *
           .
       1900-REGISTRAR-AUDITORIA-EXIT.
           EXIT.
      ******************************************************************
      *                   1950-VERIFICAR-ACCESO                        *
      ******************************************************************
       1950-VERIFICAR-ACCESO.
      *
           MOVE AUD-USUARIO                TO W930-USUARIO
           MOVE CAA-CODTRAN                TO W930-TRAN
           SET W930-88-MODO-ENTRADA        TO TRUE
           MOVE SPACES                     TO W930-RETORNO
                                              W930-DATO-COMPLETO
      *
           EXEC CICS
               LINK PROGRAM('V19C030')
               COMMAREA(V1WC930)
               NOHANDLE
           END-EXEC
      *
           IF  NOT W930-88-PERMITIDO
               MOVE ME-ACCESO-DENEGADO     TO CAA-COD-ERROR
               SET CAA-88-CODTRAN-SIG-ULTI TO TRUE
               SET CAA-88-ACCION-PROGRAMA  TO TRUE
               SET CAA-88-ESTADO-INICIO    TO TRUE
               PERFORM 3000-FIN
                  THRU 3000-FIN-EXIT
           END-IF
      *
           .
       1950-VERIFICAR-ACCESO-EXIT.
           EXIT.
      ******************************************************************
      *                        2000-PROCESO                            *
      ******************************************************************
       2000-PROCESO.
      *
           EVALUATE TRUE
               WHEN CAA-88-ESTADO-INICIO
                   PERFORM 2100-ESTADO-INICIO
                      THRU 2100-ESTADO-INICIO-EXIT

               WHEN CAA-88-ESTADO-CONTIN
                   PERFORM 2200-ESTADO-CONTINUACION
                      THRU 2200-ESTADO-CONTINUACION-EXIT
           END-EVALUATE
      *
           .
       2000-PROCESO-EXIT.
           EXIT.
      ******************************************************************
      *                     2100-ESTADO-INICIO                         *
      ******************************************************************
       2100-ESTADO-INICIO.
      *
           INITIALIZE V1ND52MI
      *
           SET CAA-88-ESTADO-CONTIN        TO TRUE
           SET CAA-88-ACCION-TERMINAL      TO TRUE
      *
           MOVE ATRI-NOP-NUM-BRI           TO ACCIONA
           MOVE -1                         TO ACCIONL
      *
           .
       2100-ESTADO-INICIO-EXIT.
           EXIT.
      ******************************************************************
      * 2200-ESTADO-CONTINUACION
      *  A REGISTRA UNA ORDEN NUEVA; C LA MUESTRA POR NUMERO O, SIN    *
      *  NUMERO, LA PRIMERA VIGENTE DEL DOCUMENTO; L LA LIBERA         *
      ******************************************************************
       2200-ESTADO-CONTINUACION.
      *
           IF  CAA-TECLA NOT = CT-INTRO
               MOVE ME-TECLA-INCORRECTA    TO CAA-COD-ERROR
               MOVE -1                     TO ACCIONL
               PERFORM REINPUT
           END-IF
      *
           MOVE ACCIONI                    TO SW-ACCION
      *
           IF  NOT (SW-88-ACCION-ALTA OR SW-88-ACCION-CONSULTA
                                      OR SW-88-ACCION-LIBERAR)
               MOVE ME-ACCION-INVALIDA     TO CAA-COD-ERROR
               MOVE -1                     TO ACCIONL
               PERFORM REINPUT
           END-IF
      *
           EVALUATE TRUE
               WHEN SW-88-ACCION-ALTA
                   PERFORM 2300-ALTA-ORDEN
                      THRU 2300-ALTA-ORDEN-EXIT

               WHEN SW-88-ACCION-CONSULTA
                   PERFORM 2400-UBICAR-ORDEN
                      THRU 2400-UBICAR-ORDEN-EXIT

               WHEN SW-88-ACCION-LIBERAR
                   PERFORM 2600-LIBERAR-ORDEN
                      THRU 2600-LIBERAR-ORDEN-EXIT
           END-EVALUATE
      *
           PERFORM 2500-MOSTRAR-ORDEN
              THRU 2500-MOSTRAR-ORDEN-EXIT
      *
           MOVE -1                         TO ACCIONL
           PERFORM REINPUT
      *
           .
       2200-ESTADO-CONTINUACION-EXIT.
           EXIT.
      ******************************************************************
      * 2300-ALTA-ORDEN
      *  LA ORDEN ENTRA VIGENTE Y SE APLICA DESDE SU FECHA DESDE       *
      *  (HOY SI NO SE INDICA).  HASTA EN BLANCO: SIN VENCIMIENTO,     *
      *  HASTA QUE SE REGISTRE LA LIBERACION                           *
      ******************************************************************
       2300-ALTA-ORDEN.
      *
           IF  NUMDOCI EQUAL SPACES OR LOW-VALUES
               MOVE ME-DATO-REQUERIDO      TO CAA-COD-ERROR
               MOVE -1                     TO NUMDOCL
               PERFORM REINPUT
           END-IF
      *
           IF  REFORDI EQUAL SPACES OR LOW-VALUES
               MOVE ME-DATO-REQUERIDO      TO CAA-COD-ERROR
               MOVE -1                     TO REFORDL
               PERFORM REINPUT
           END-IF
      *
           IF  TRIBUNI EQUAL SPACES OR LOW-VALUES
               MOVE ME-DATO-REQUERIDO      TO CAA-COD-ERROR
               MOVE -1                     TO TRIBUNL
               PERFORM REINPUT
           END-IF
      *
           MOVE ALCANCI                    TO SW-ALCANCE
      *
           IF  NOT SW-88-ALCANCE-VALIDO
               MOVE ME-ALCANCE-INVALIDO    TO CAA-COD-ERROR
               MOVE -1                     TO ALCANCL
               PERFORM REINPUT
           END-IF
      *
           IF  FECDESI EQUAL SPACES OR LOW-VALUES
               MOVE WS-FEC-HOY             TO FECDESI
           END-IF
      *
           MOVE FECDESI                    TO WS-FEC-VALIDAR
           PERFORM 2310-VALIDAR-FECHA
              THRU 2310-VALIDAR-FECHA-EXIT
      *
           IF  FECHA-NO-VALIDA
               MOVE ME-FECHA-DESDE-VAL     TO CAA-COD-ERROR
               MOVE -1                     TO FECDESL
               PERFORM REINPUT
           END-IF
      *
           IF  FECHASI EQUAL LOW-VALUES
               MOVE SPACES                 TO FECHASI
           END-IF
      *
           IF  FECHASI NOT EQUAL SPACES
               MOVE FECHASI                TO WS-FEC-VALIDAR
               PERFORM 2310-VALIDAR-FECHA
                  THRU 2310-VALIDAR-FECHA-EXIT
               IF  FECHA-NO-VALIDA
                   MOVE ME-FECHA-HASTA-VAL TO CAA-COD-ERROR
                   MOVE -1                 TO FECHASL
                   PERFORM REINPUT
               END-IF
               IF  FECDESI GREATER FECHASI
                   MOVE ME-FECHA-HASTA-MENOR
                                           TO CAA-COD-ERROR
                   MOVE -1                 TO FECHASL
                   PERFORM REINPUT
               END-IF
           END-IF
      *
           MOVE 'V1DT121'                  TO WS-TABLA
      *
           EXEC SQL
               SELECT VALUE(MAX(NUM_ORDEN), 0) + 1
               INTO  :NUM-ORDEN-JUD
               FROM V1DT121
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           MOVE NUMDOCI                    TO NUM-DOC-BLOQUEO
           MOVE REFORDI                    TO TXT-REF-ORDEN
           MOVE TRIBUNI                    TO TXT-TRIBUNAL
           MOVE ALCANCI                    TO COD-ALCANCE-JUD
           MOVE FECDESI                    TO FEC-DESDE-JUD
           MOVE FECHASI                    TO FEC-HASTA-JUD
           MOVE CT-ORDEN-VIGENTE           TO EST-ORDEN-JUD
           MOVE WS-FEC-HOY                 TO FEC-ALTA-JUD
           MOVE AUD-USUARIO                TO COD-USUARIO-ALTA-JUD
           MOVE SPACES                     TO FEC-LIBERACION
                                              TXT-REF-LIBERACION
                                              COD-USUARIO-LIB-JUD
      *
           EXEC SQL
               INSERT INTO V1DT121
                   (NUM_ORDEN,
                    NUM_DOC_PERSONA,
                    TXT_REF_ORDEN,
                    TXT_TRIBUNAL,
                    COD_ALCANCE,
                    FEC_DESDE,
                    FEC_HASTA,
                    EST_ORDEN,
                    FEC_ALTA,
                    COD_USUARIO_ALTA,
                    FEC_LIBERACION,
                    TXT_REF_LIBERACION,
                    COD_USUARIO_LIB)
               VALUES
                   (:NUM-ORDEN-JUD,
                    :NUM-DOC-BLOQUEO,
                    :TXT-REF-ORDEN,
                    :TXT-TRIBUNAL,
                    :COD-ALCANCE-JUD,
                    :FEC-DESDE-JUD,
                    :FEC-HASTA-JUD,
                    :EST-ORDEN-JUD,
                    :FEC-ALTA-JUD,
                    :COD-USUARIO-ALTA-JUD,
                    :FEC-LIBERACION,
                    :TXT-REF-LIBERACION,
                    :COD-USUARIO-LIB-JUD)
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           MOVE ME-ORDEN-REGISTRADA        TO CAA-COD-AVISO1
      *
           .
       2300-ALTA-ORDEN-EXIT.
           EXIT.
      ******************************************************************
      * 2310-VALIDAR-FECHA
      *  FECHA AAAAMMDD                                                *
      ******************************************************************
       2310-VALIDAR-FECHA.
      *
           SET FECHA-NO-VALIDA             TO TRUE
      *
           IF  WS-FEC-VALIDAR NOT NUMERIC
               GO TO 2310-VALIDAR-FECHA-EXIT
           END-IF
      *
           IF  WS-88-MES-OK
           AND WS-88-DIA-OK
           AND WS-VAL-ANO GREATER 1900
               SET FECHA-VALIDA            TO TRUE
           END-IF
      *
           .
       2310-VALIDAR-FECHA-EXIT.
           EXIT.
      ******************************************************************
      * 2400-UBICAR-ORDEN
      *  POR NUMERO DE ORDEN; SIN NUMERO, LA VIGENTE MAS ANTIGUA DEL   *
      *  DOCUMENTO INDICADO                                            *
      ******************************************************************
       2400-UBICAR-ORDEN.
      *
           IF  NUMORDI NOT EQUAL SPACES AND LOW-VALUES
               PERFORM 2410-NUMERO-ORDEN
                  THRU 2410-NUMERO-ORDEN-EXIT
               GO TO 2400-UBICAR-ORDEN-EXIT
           END-IF
      *
           IF  NUMDOCI EQUAL SPACES OR LOW-VALUES
               MOVE ME-DATO-REQUERIDO      TO CAA-COD-ERROR
               MOVE -1                     TO NUMORDL
               PERFORM REINPUT
           END-IF
      *
           MOVE NUMDOCI                    TO NUM-DOC-BLOQUEO
           MOVE 'V1DT121'                  TO WS-TABLA
      *
           EXEC SQL
               SELECT VALUE(MIN(NUM_ORDEN), 0)
               INTO  :NUM-ORDEN-JUD
               FROM V1DT121
               WHERE NUM_DOC_PERSONA = :NUM-DOC-BLOQUEO
                 AND EST_ORDEN       = :CT-ORDEN-VIGENTE
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  NUM-ORDEN-JUD EQUAL ZEROES
               MOVE ME-ENTRADA-NO-EXISTE   TO CAA-COD-ERROR
               MOVE -1                     TO NUMDOCL
               PERFORM REINPUT
           END-IF
      *
           .
       2400-UBICAR-ORDEN-EXIT.
           EXIT.
      ******************************************************************
      * 2410-NUMERO-ORDEN
      ******************************************************************
       2410-NUMERO-ORDEN.
      *
           MOVE NUMORDI                    TO WS-NUM-ORD-ALFA
           INSPECT WS-NUM-ORD-ALFA REPLACING LEADING SPACES BY ZEROES
      *
           IF  WS-NUM-ORD-ALFA NOT NUMERIC
            OR WS-NUM-ORD-NUM EQUAL ZEROES
               MOVE ME-DATO-REQUERIDO      TO CAA-COD-ERROR
               MOVE -1                     TO NUMORDL
               PERFORM REINPUT
           END-IF
      *
           MOVE WS-NUM-ORD-NUM             TO NUM-ORDEN-JUD
      *
           .
       2410-NUMERO-ORDEN-EXIT.
           EXIT.
      ******************************************************************
      * 2500-MOSTRAR-ORDEN
      *  LA ORDEN COMPLETA Y LA CANTIDAD DE INTENTOS RECHAZADOS QUE    *
      *  LLEVA ANOTADOS EN V1DT122                                     *
      ******************************************************************
       2500-MOSTRAR-ORDEN.
      *
           MOVE 'V1DT121'                  TO WS-TABLA
      *
           EXEC SQL
               SELECT NUM_DOC_PERSONA,
                      TXT_REF_ORDEN,
                      TXT_TRIBUNAL,
                      COD_ALCANCE,
                      FEC_DESDE,
                      FEC_HASTA,
                      EST_ORDEN,
                      FEC_ALTA,
                      COD_USUARIO_ALTA,
                      FEC_LIBERACION,
                      TXT_REF_LIBERACION,
                      COD_USUARIO_LIB
               INTO  :NUM-DOC-BLOQUEO,
                     :TXT-REF-ORDEN,
                     :TXT-TRIBUNAL,
                     :COD-ALCANCE-JUD,
                     :FEC-DESDE-JUD,
                     :FEC-HASTA-JUD,
                     :EST-ORDEN-JUD,
                     :FEC-ALTA-JUD,
                     :COD-USUARIO-ALTA-JUD,
                     :FEC-LIBERACION,
                     :TXT-REF-LIBERACION,
                     :COD-USUARIO-LIB-JUD
               FROM V1DT121
               WHERE NUM_ORDEN = :NUM-ORDEN-JUD
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   CONTINUE

               WHEN DB2-NOTFND
                   MOVE ME-ENTRADA-NO-EXISTE
                                           TO CAA-COD-ERROR
                   MOVE -1                 TO NUMORDL
                   PERFORM REINPUT

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           MOVE NUM-ORDEN-JUD              TO NUM-ORDEN-INT
           MOVE ZEROES                     TO WS-INTENTOS
           MOVE 'V1DT122'                  TO WS-TABLA
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-INTENTOS
               FROM V1DT122
               WHERE NUM_ORDEN = :NUM-ORDEN-INT
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           MOVE NUM-ORDEN-JUD              TO WS-NUM-ORD-NUM
           MOVE WS-NUM-ORD-ALFA            TO NUMORDI
           MOVE NUM-DOC-BLOQUEO            TO NUMDOCI
           MOVE TXT-REF-ORDEN              TO REFORDI
           MOVE TXT-TRIBUNAL               TO TRIBUNI
           MOVE COD-ALCANCE-JUD            TO ALCANCI
           MOVE FEC-DESDE-JUD              TO FECDESI
           MOVE FEC-HASTA-JUD              TO FECHASI
           MOVE EST-ORDEN-JUD              TO ESTORDI
           MOVE FEC-ALTA-JUD               TO FECALTI
           MOVE COD-USUARIO-ALTA-JUD       TO USUALTI
           MOVE FEC-LIBERACION             TO FECLIBI
           MOVE TXT-REF-LIBERACION         TO REFLIBI
           MOVE COD-USUARIO-LIB-JUD        TO USULIBI
           MOVE WS-INTENTOS                TO WS-INTENTOS-ED
           MOVE WS-INTENTOS-ED             TO INTENTI
      *
           .
       2500-MOSTRAR-ORDEN-EXIT.
           EXIT.
      ******************************************************************
      * 2600-LIBERAR-ORDEN
      *  SOLO UNA ORDEN VIGENTE SE LIBERA, Y CON LA REFERENCIA DEL     *
      *  OFICIO DE LIBERACION.  LA ORDEN NO SE BORRA: QUEDA LIBERADA   *
      *  CON SUS INTENTOS PARA EL HISTORICO DEL TRIBUNAL               *
      ******************************************************************
       2600-LIBERAR-ORDEN.
      *
           PERFORM 2410-NUMERO-ORDEN
              THRU 2410-NUMERO-ORDEN-EXIT
      *
           IF  REFLIBI EQUAL SPACES OR LOW-VALUES
               MOVE ME-DATO-REQUERIDO      TO CAA-COD-ERROR
               MOVE -1                     TO REFLIBL
               PERFORM REINPUT
           END-IF
      *
           MOVE 'V1DT121'                  TO WS-TABLA
      *
           EXEC SQL
               SELECT EST_ORDEN
               INTO  :EST-ORDEN-JUD
               FROM V1DT121
               WHERE NUM_ORDEN = :NUM-ORDEN-JUD
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   CONTINUE

               WHEN DB2-NOTFND
                   MOVE ME-ENTRADA-NO-EXISTE
                                           TO CAA-COD-ERROR
                   MOVE -1                 TO NUMORDL
                   PERFORM REINPUT

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           IF  EST-ORDEN-JUD NOT EQUAL CT-ORDEN-VIGENTE
               MOVE ME-ORDEN-LIBERADA      TO CAA-COD-ERROR
               MOVE -1                     TO NUMORDL
               PERFORM REINPUT
           END-IF
      *
           MOVE CT-ORDEN-LIBERADA          TO EST-ORDEN-JUD
           MOVE WS-FEC-HOY                 TO FEC-LIBERACION
           MOVE REFLIBI                    TO TXT-REF-LIBERACION
           MOVE AUD-USUARIO                TO COD-USUARIO-LIB-JUD
      *
           EXEC SQL
               UPDATE V1DT121
                  SET EST_ORDEN          = :EST-ORDEN-JUD,
                      FEC_LIBERACION     = :FEC-LIBERACION,
                      TXT_REF_LIBERACION = :TXT-REF-LIBERACION,
                      COD_USUARIO_LIB    = :COD-USUARIO-LIB-JUD
                WHERE NUM_ORDEN          = :NUM-ORDEN-JUD
                  AND EST_ORDEN          = :CT-ORDEN-VIGENTE
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           MOVE ME-ORDEN-LIBERADA-OK       TO CAA-COD-AVISO1
      *
           .
       2600-LIBERAR-ORDEN-EXIT.
           EXIT.
      ******************************************************************
      * REINPUT
      ******************************************************************
       REINPUT.
      *
           SET CAA-88-ACCION-TERMINAL TO TRUE
           SET CAA-88-ESTADO-CONTIN   TO TRUE
           INITIALIZE CAA-CADENA
           PERFORM 3000-FIN
              THRU 3000-FIN-EXIT
      *
           .
      ******************************************************************
      * 3000-FIN
      ******************************************************************
       3000-FIN.
      *
           PERFORM RESOLVER-MENSAJE
              THRU RESOLVER-MENSAJE-EXIT
      *
      * AD01-I : MONITOREO DE TIEMPOS DE RESPUESTA (V19C063)
           PERFORM REGISTRAR-RENDIMIENTO
              THRU REGISTRAR-RENDIMIENTO-EXIT
      * AD01-F
           EXEC CICS
               RETURN
           END-EXEC
      *
           .
       3000-FIN-EXIT.
           EXIT.
      ******************************************************************
      * 9999-ABEND-DB2                                                 *
      ******************************************************************
       9999-ABEND-DB2.
      *
           INITIALIZE                         QGECABC
           MOVE CT-SI                      TO ABC-ABEND
           MOVE CT-PROGRAMA                TO ABC-PROGRAMA
           MOVE WS-TABLA                   TO ABC-OBJETO-ERROR
           MOVE SQLCODE                    TO ABC-SQLCODE
           MOVE SQLERRM                    TO ABC-SQLERRM
      *
           EXEC CICS
                LINK PROGRAM (CT-QG1CABC)
                COMMAREA (QGECABC)
           END-EXEC
      *
           .
       9999-ABEND-DB2-EXIT.
           EXIT.
      ******************************************************************
      *                     RESOLVER-MENSAJE                           *
      *  RESUELVE EL TEXTO DE PANTALLA DESDE EL CATALOGO DE MENSAJES   *
      *  AL REDESPLEGAR CON ERROR O AVISO                              *
      ******************************************************************
       RESOLVER-MENSAJE.
      *
           IF  CAA-COD-ERROR NOT EQUAL SPACES
           AND CAA-COD-ERROR NOT EQUAL LOW-VALUES
               IF  CAA-VAR1-ERROR EQUAL SPACES
                OR CAA-VAR1-ERROR EQUAL LOW-VALUES
                   MOVE CAA-COD-ERROR      TO W954-COD-MENSAJE
                   PERFORM RESOLVER-CATALOGO
                      THRU RESOLVER-CATALOGO-EXIT
                   IF  W954-88-ENCONTRADO
                       MOVE W954-TXT-PANTALLA(1:30)
                                           TO CAA-VAR1-ERROR
                   END-IF
               END-IF
           END-IF
      *
           IF  CAA-COD-AVISO1 NOT EQUAL SPACES
           AND CAA-COD-AVISO1 NOT EQUAL LOW-VALUES
               IF  CAA-VAR1-AVISO1 EQUAL SPACES
                OR CAA-VAR1-AVISO1 EQUAL LOW-VALUES
                   MOVE CAA-COD-AVISO1     TO W954-COD-MENSAJE
                   PERFORM RESOLVER-CATALOGO
                      THRU RESOLVER-CATALOGO-EXIT
                   IF  W954-88-ENCONTRADO
                       MOVE W954-TXT-PANTALLA(1:30)
                                           TO CAA-VAR1-AVISO1
                   END-IF
               END-IF
           END-IF
      *
           .
       RESOLVER-MENSAJE-EXIT.
           EXIT.
      ******************************************************************
      * RESOLVER-CATALOGO
      ******************************************************************
       RESOLVER-CATALOGO.
      *
           MOVE SPACES                     TO W954-TIP-SEVERIDAD
                                              W954-TXT-PANTALLA
                                              W954-TXT-AYUDA
                                              W954-RETORNO
      *
           EXEC CICS
               LINK PROGRAM('V19C054')
               COMMAREA(V1WC954)
               NOHANDLE
           END-EXEC
      *
           .
       RESOLVER-CATALOGO-EXIT.
           EXIT.
      * AD01-I : MONITOREO DE TIEMPOS DE RESPUESTA (V19C063)
      ******************************************************************
      *                    REGISTRAR-RENDIMIENTO                       *
      *  GRABA EN LA BITACORA DE RENDIMIENTO (V1DT139) EL TIEMPO DE    *
      *  RESPUESTA DE ESTA EJECUCION.  LA RUTINA NO ABORTA NUNCA LA    *
      *  TRANSACCION                                                   *
      ******************************************************************
       REGISTRAR-RENDIMIENTO.
      *
           MOVE 'V13C52M'                  TO W963-PROGRAMA
           MOVE AUD-CODTRAN                TO W963-TRAN
           MOVE AUD-USUARIO                TO W963-USUARIO
           MOVE AUD-TERMINAL               TO W963-TERMINAL
           MOVE ZEROES                     TO W963-FILAS
           MOVE SPACES                     TO W963-CRITERIO
      *
           EXEC CICS
               LINK PROGRAM('V19C063')
               COMMAREA(V1WC963)
               NOHANDLE
           END-EXEC
      *
           .
       REGISTRAR-RENDIMIENTO-EXIT.
           EXIT.
      * AD01-F
