      ******************************************************************
      *                                                                *
      *  PROGRAMA: V13C42M                                             *
      *                                                                *
      *  FECHA CREACION: 15/10/2026                                    *
      *                                                                *
      *  AUTOR: FACTORIA                                               *
      *                                                                *
      *  APLICACION: MERCADO LIBRE DE DIVISAS. (V1) VENEZUELA.         *
      *                                                                *
      *  DESCRIPCION: ARQUEO FISICO DEL EFECTIVO EN DIVISAS POR       *
      *               OFICINA Y DIVISA (V1DT107), BAJO DOBLE          *
      *               CONTROL.  EL JEFE DE CAJA REGISTRA EL CONTEO    *
      *               POR DENOMINACION ('C', V1DT108) Y QUEDA         *
      *               PENDIENTE; UN SEGUNDO USUARIO, DISTINTO DEL     *
      *               QUE CONTO, LO VERIFICA ('V') O LO RECHAZA       *
      *               ('R').  AL VERIFICAR SE COMPARA CONTRA LOS      *
      *               LIBROS: EL INVENTARIO V1DT095 MAS EL EFECTIVO   *
      *               NETO DEL DIA QUE V13C34B AUN NO APLICO.  LA     *
      *               DIFERENCIA QUEDA EN EL REGISTRO DE FALTANTES Y  *
      *               SOBRANTES (V1DT109) CON SU CAUSA, PARA EL       *
      *               ASIENTO DE AJUSTE DE V12C55B, Y EL INVENTARIO   *
      *               (V1DT095 Y V1DT104) QUEDA IGUAL A LO CONTADO    *
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
       PROGRAM-ID.   V13C42M.
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
           05  WS-HOR-HOY                  PIC X(06)   VALUE SPACES.
           05  WS-I                        PIC 9(02)   VALUE ZEROS.
           05  WS-J                        PIC 9(02)   VALUE ZEROS.
           05  WS-DEN-ALFA                 PIC X(05)   VALUE SPACES.
           05  WS-DEN-NUM REDEFINES WS-DEN-ALFA
                                           PIC 9(05).
           05  WS-CAN-ALFA                 PIC X(07)   VALUE SPACES.
           05  WS-CAN-NUM REDEFINES WS-CAN-ALFA
                                           PIC 9(07).
           05  WS-CONTADO                  PIC S9(13)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  WS-INVENTARIO               PIC S9(13)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  WS-NETO-DIA                 PIC S9(13)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  WS-LIBROS                   PIC S9(13)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  WS-DIFERENCIA               PIC S9(13)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  WS-IMP-EDIT                 PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
           05  WS-TABLA-CONTEO.
               10  WS-CONTEO               OCCURS 8 TIMES.
                   15  WS-DEN-VALOR        PIC 9(05).
                   15  WS-CAN-VALOR        PIC 9(07).
      ******************************************************************
      *                    AREA  DE  SWITCHES                          *
      ******************************************************************
       01  SW-SWITCHES.
      *
           05  SW-ACCION                   PIC X(01).
               88  SW-88-ACCION-CONTEO                 VALUE 'C'.
               88  SW-88-ACCION-VERIFICA               VALUE 'V'.
               88  SW-88-ACCION-RECHAZO                VALUE 'R'.
           05  SW-CAUSA                    PIC X(02).
               88  SW-88-CAUSA-VALIDA                  VALUE '01' '02'
                                                             '03' '04'
                                                             '99'.
               88  SW-88-CAUSA-OTRA                    VALUE '99'.
           05  SW-FIN-CURSOR               PIC X(01)   VALUE 'N'.
               88  FIN-CURSOR                          VALUE 'S'.
               88  NO-FIN-CURSOR                       VALUE 'N'.
      ******************************************************************
      *                    AREA DE CONTANTES                           *
      ******************************************************************
       01  CT-CONTANTES.
      *                                                                *
           05  CT-PROGRAMA                 PIC X(07)   VALUE 'V13C42M'.
           05  CT-QG1CABC                  PIC X(08)   VALUE 'QG1CABC'.
           05  CT-SI                       PIC X(01)   VALUE 'S'.
           05  CT-INTRO                    PIC X(02)   VALUE '00'.
           05  CT-MAX-FILAS                PIC 9(02)   VALUE 8.
           05  CT-TIP-PAGO-EFECTIVO        PIC X(01)   VALUE 'E'.
           05  CT-COMPRA                   PIC X(01)   VALUE 'C'.
           05  CT-PENDIENTE                PIC X(01)   VALUE 'P'.
           05  CT-CONFIRMADO               PIC X(01)   VALUE 'C'.
           05  CT-RECHAZADO                PIC X(01)   VALUE 'R'.
           05  CT-FALTANTE                 PIC X(01)   VALUE 'F'.
           05  CT-SOBRANTE                 PIC X(01)   VALUE 'S'.
      ******************************************************************
      *                AREA DE MENSAJES                                *
      ******************************************************************
       01  ME-MENSAJES-ERROR.
           05  ME-TECLA-INCORRECTA         PIC X(07)   VALUE 'V1E0030'.
           05  ME-ACCESO-DENEGADO          PIC X(07)   VALUE 'V1E0126'.
           05  ME-ACCION-INVALIDA          PIC X(07)   VALUE 'V1E0071'.
           05  ME-DATO-REQUERIDO           PIC X(07)   VALUE 'V1E0105'.
           05  ME-ENTRADA-NO-EXISTE        PIC X(07)   VALUE 'V1E0106'.
           05  ME-MISMO-USUARIO            PIC X(07)   VALUE 'V1E0140'.
           05  ME-DESGLOSE-ERRADO          PIC X(07)   VALUE 'V1E0200'.
           05  ME-CAUSA-REQUERIDA          PIC X(07)   VALUE 'V1E0201'.
           05  ME-ARQUEO-PENDIENTE         PIC X(07)   VALUE 'V1E0202'.
           05  ME-ALTA-CONFORME            PIC X(07)   VALUE 'V1A0510'.
           05  ME-ARQUEO-CON-DIFERENCIA    PIC X(07)   VALUE 'V1A0532'.
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
               INCLUDE V1GT095
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT104
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT107
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT108
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT109
           END-EXEC
      *
      ******************************************************************
      *                        CURSORES                                *
      ******************************************************************
      *    CONTEO POR DENOMINACION DEL ARQUEO QUE SE VERIFICA
      *
           EXEC SQL
               DECLARE V13C42M-V1DC4211
               CURSOR FOR
               SELECT VAL_DENOMINACION,
                      CAN_BILLETES
               FROM V1DT108
               WHERE SEC_ARQUEO = :SEC-ARQUEO
           END-EXEC
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
       COPY V1ND42M.
       01  FILLER REDEFINES V1ND42MI.
           05  FILLER                      PIC X(17).
           05  FILAS-CONTEO OCCURS 8 TIMES.
               10  DENOML                  PIC S9(4) COMP.
               10  DENOMF                  PIC X.
               10  FILLER REDEFINES DENOMF.
                   15  DENOMA              PIC X.
               10  DENOMI                  PIC X(05).
               10  CANBIL                  PIC S9(4) COMP.
               10  CANBIF                  PIC X.
               10  FILLER REDEFINES CANBIF.
                   15  CANBIA              PIC X.
               10  CANBII                  PIC X(07).
      ******************************************************************
      *                                                                *
      *           P R O C E D U R E      D I V I S I O N               *
      *                                                                *
      ******************************************************************
       PROCEDURE DIVISION USING V1ND42MI.
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
           SET ADDRESS OF V1ND42MI         TO CAA-PTR-COPYIN
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
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HOR-HOY
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
           INITIALIZE V1ND42MI
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
           IF  NOT (SW-88-ACCION-CONTEO OR SW-88-ACCION-VERIFICA
                                        OR SW-88-ACCION-RECHAZO)
               MOVE ME-ACCION-INVALIDA     TO CAA-COD-ERROR
               MOVE -1                     TO ACCIONL
               PERFORM REINPUT
           END-IF
      *
           IF  OFICINI EQUAL SPACES OR LOW-VALUES
            OR DIVISAI EQUAL SPACES OR LOW-VALUES
               MOVE ME-DATO-REQUERIDO      TO CAA-COD-ERROR
               MOVE -1                     TO OFICINL
               PERFORM REINPUT
           END-IF
      *
           MOVE OFICINI                    TO COD-OFI-ARQUEO
           MOVE DIVISAI                    TO COD-DIV-ARQUEO
      *
           EVALUATE TRUE
               WHEN SW-88-ACCION-CONTEO
                   PERFORM 2300-REGISTRAR-CONTEO
                      THRU 2300-REGISTRAR-CONTEO-EXIT

               WHEN SW-88-ACCION-VERIFICA
                   PERFORM 2500-VERIFICAR-ARQUEO
                      THRU 2500-VERIFICAR-ARQUEO-EXIT

               WHEN SW-88-ACCION-RECHAZO
                   PERFORM 2600-RECHAZAR-ARQUEO
                      THRU 2600-RECHAZAR-ARQUEO-EXIT
           END-EVALUATE
      *
           MOVE -1                         TO ACCIONL
           PERFORM REINPUT
      *
           .
       2200-ESTADO-CONTINUACION-EXIT.
           EXIT.
      ******************************************************************
      * 2300-REGISTRAR-CONTEO
      *  EL CONTEO SE VALIDA COMPLETO ANTES DE GRABAR NADA Y QUEDA     *
      *  PENDIENTE DE VERIFICACION.  NO PUEDE HABER DOS ARQUEOS        *
      *  PENDIENTES DE LA MISMA OFICINA Y DIVISA                       *
      ******************************************************************
       2300-REGISTRAR-CONTEO.
      *
           MOVE 'V1DT107'                  TO WS-TABLA
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO :SEC-ARQUEO
               FROM V1DT107
               WHERE COD_OFICINA = :COD-OFI-ARQUEO
                 AND COD_DIV     = :COD-DIV-ARQUEO
                 AND EST_ARQUEO  = :CT-PENDIENTE
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  SEC-ARQUEO GREATER THAN ZEROES
               MOVE ME-ARQUEO-PENDIENTE    TO CAA-COD-ERROR
               MOVE -1                     TO OFICINL
               PERFORM REINPUT
           END-IF
      *
           MOVE ZEROES                     TO WS-CONTADO
           INITIALIZE WS-TABLA-CONTEO
      *
           PERFORM 2350-VALIDAR-DENOMINACION
              THRU 2350-VALIDAR-DENOMINACION-EXIT
                VARYING WS-I FROM 1 BY 1 UNTIL WS-I > CT-MAX-FILAS
      *
           PERFORM 2700-CALCULAR-LIBROS
              THRU 2700-CALCULAR-LIBROS-EXIT
      *
           EXEC SQL
               SELECT VALUE(MAX(SEC_ARQUEO), 0) + 1
               INTO :SEC-ARQUEO
               FROM V1DT107
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           MOVE WS-FEC-HOY                 TO FEC-ARQUEO
           MOVE WS-HOR-HOY                 TO HOR-ARQUEO
           MOVE WS-CONTADO                 TO IMP-CONTADO
           MOVE WS-LIBROS                  TO IMP-LIBROS
           MOVE WS-DIFERENCIA              TO IMP-DIFERENCIA-ARQ
           MOVE CT-PENDIENTE               TO EST-ARQUEO
           MOVE AUD-USUARIO                TO COD-USUARIO-CUENTA
           MOVE SPACES                     TO COD-USUARIO-VERIFICA
                                              FEC-VERIFICA
      *
           EXEC SQL
               INSERT INTO V1DT107
                   (SEC_ARQUEO,
                    COD_OFICINA,
                    COD_DIV,
                    FEC_ARQUEO,
                    HOR_ARQUEO,
                    IMP_CONTADO,
                    IMP_LIBROS,
                    IMP_DIFERENCIA,
                    EST_ARQUEO,
                    COD_USUARIO_CUENTA,
                    COD_USUARIO_VERIFICA,
                    FEC_VERIFICA)
               VALUES
                   (:SEC-ARQUEO,
                    :COD-OFI-ARQUEO,
                    :COD-DIV-ARQUEO,
                    :FEC-ARQUEO,
                    :HOR-ARQUEO,
                    :IMP-CONTADO,
                    :IMP-LIBROS,
                    :IMP-DIFERENCIA-ARQ,
                    :EST-ARQUEO,
                    :COD-USUARIO-CUENTA,
                    :COD-USUARIO-VERIFICA,
                    :FEC-VERIFICA)
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM 2400-GRABAR-DENOMINACION
              THRU 2400-GRABAR-DENOMINACION-EXIT
                VARYING WS-I FROM 1 BY 1 UNTIL WS-I > CT-MAX-FILAS
      *
           PERFORM 2800-MOSTRAR-ARQUEO
              THRU 2800-MOSTRAR-ARQUEO-EXIT
      *
           MOVE ME-ALTA-CONFORME           TO CAA-COD-AVISO1
      *
           .
       2300-REGISTRAR-CONTEO-EXIT.
           EXIT.
      ******************************************************************
      * 2350-VALIDAR-DENOMINACION
      *  UNA FILA VACIA SE IGNORA; SI TRAE DATOS, VALOR FACIAL Y       *
      *  CANTIDAD DE BILLETES DEBEN SER NUMERICOS Y EL VALOR FACIAL    *
      *  MAYOR QUE CERO Y NO REPETIDO.  CERO BILLETES ES UN CONTEO     *
      *  VALIDO: LA DENOMINACION SE CONTO Y NO HABIA                   *
      ******************************************************************
       2350-VALIDAR-DENOMINACION.
      *
           IF  (DENOMI(WS-I) EQUAL SPACES OR LOW-VALUES)
           AND (CANBII(WS-I) EQUAL SPACES OR LOW-VALUES)
               GO TO 2350-VALIDAR-DENOMINACION-EXIT
           END-IF
      *
           MOVE DENOMI(WS-I)               TO WS-DEN-ALFA
           INSPECT WS-DEN-ALFA REPLACING LEADING SPACES BY ZEROES
           MOVE CANBII(WS-I)               TO WS-CAN-ALFA
           INSPECT WS-CAN-ALFA REPLACING LEADING SPACES BY ZEROES
      *
           IF  WS-DEN-ALFA NOT NUMERIC
            OR WS-DEN-NUM EQUAL ZEROES
               MOVE ME-DESGLOSE-ERRADO     TO CAA-COD-ERROR
               MOVE -1                     TO DENOML(WS-I)
               PERFORM REINPUT
           END-IF
      *
           IF  WS-CAN-ALFA NOT NUMERIC
               MOVE ME-DESGLOSE-ERRADO     TO CAA-COD-ERROR
               MOVE -1                     TO CANBIL(WS-I)
               PERFORM REINPUT
           END-IF
      *
           PERFORM 2360-VERIFICAR-REPETIDA
              THRU 2360-VERIFICAR-REPETIDA-EXIT
                VARYING WS-J FROM 1 BY 1 UNTIL WS-J NOT < WS-I
      *
           MOVE WS-DEN-NUM                 TO WS-DEN-VALOR(WS-I)
           MOVE WS-CAN-NUM                 TO WS-CAN-VALOR(WS-I)
      *
           COMPUTE WS-CONTADO = WS-CONTADO + WS-DEN-NUM * WS-CAN-NUM
      *
           .
       2350-VALIDAR-DENOMINACION-EXIT.
           EXIT.
      ******************************************************************
      * 2360-VERIFICAR-REPETIDA
      ******************************************************************
       2360-VERIFICAR-REPETIDA.
      *
           IF  WS-DEN-VALOR(WS-J) EQUAL WS-DEN-NUM
               MOVE ME-DESGLOSE-ERRADO     TO CAA-COD-ERROR
               MOVE -1                     TO DENOML(WS-I)
               PERFORM REINPUT
           END-IF
      *
           .
       2360-VERIFICAR-REPETIDA-EXIT.
           EXIT.
      ******************************************************************
      * 2400-GRABAR-DENOMINACION
      ******************************************************************
       2400-GRABAR-DENOMINACION.
      *
           IF  WS-DEN-VALOR(WS-I) EQUAL ZEROES
               GO TO 2400-GRABAR-DENOMINACION-EXIT
           END-IF
      *
           MOVE SEC-ARQUEO                 TO SEC-ARQUEO-DEN
           MOVE WS-DEN-VALOR(WS-I)         TO VAL-DENOMINACION-ARQ
           MOVE WS-CAN-VALOR(WS-I)         TO CAN-BILLETES-ARQ
           MOVE 'V1DT108'                  TO WS-TABLA
      *
           EXEC SQL
               INSERT INTO V1DT108
                   (SEC_ARQUEO,
                    VAL_DENOMINACION,
                    CAN_BILLETES)
               VALUES
                   (:SEC-ARQUEO-DEN,
                    :VAL-DENOMINACION-ARQ,
                    :CAN-BILLETES-ARQ)
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       2400-GRABAR-DENOMINACION-EXIT.
           EXIT.
      ******************************************************************
      * 2500-VERIFICAR-ARQUEO
      *  EL SEGUNDO USUARIO CONFIRMA EL CONTEO PENDIENTE.  LOS LIBROS  *
      *  SE RECALCULAN AL MOMENTO; SI HAY DIFERENCIA SE EXIGE LA CAUSA *
      *  (CON OBSERVACION CUANDO ES '99' OTRA) Y SE REGISTRA           *
      ******************************************************************
       2500-VERIFICAR-ARQUEO.
      *
           PERFORM 2550-LEER-PENDIENTE
              THRU 2550-LEER-PENDIENTE-EXIT
      *
           MOVE IMP-CONTADO                TO WS-CONTADO
      *
           PERFORM 2700-CALCULAR-LIBROS
              THRU 2700-CALCULAR-LIBROS-EXIT
      *
           IF  WS-DIFERENCIA NOT EQUAL ZEROES
               MOVE CAUSAI                 TO SW-CAUSA
               IF  NOT SW-88-CAUSA-VALIDA
                   MOVE ME-CAUSA-REQUERIDA TO CAA-COD-ERROR
                   MOVE -1                 TO CAUSAL
                   PERFORM REINPUT
               END-IF
               IF  SW-88-CAUSA-OTRA
               AND (OBSERVI EQUAL SPACES OR LOW-VALUES)
                   MOVE ME-CAUSA-REQUERIDA TO CAA-COD-ERROR
                   MOVE -1                 TO OBSERVL
                   PERFORM REINPUT
               END-IF
           END-IF
      *
           MOVE WS-LIBROS                  TO IMP-LIBROS
           MOVE WS-DIFERENCIA              TO IMP-DIFERENCIA-ARQ
           MOVE CT-CONFIRMADO              TO EST-ARQUEO
           MOVE AUD-USUARIO                TO COD-USUARIO-VERIFICA
           MOVE WS-FEC-HOY                 TO FEC-VERIFICA
           MOVE 'V1DT107'                  TO WS-TABLA
      *
           EXEC SQL
               UPDATE V1DT107
                  SET IMP_LIBROS           = :IMP-LIBROS,
                      IMP_DIFERENCIA       = :IMP-DIFERENCIA-ARQ,
                      EST_ARQUEO           = :EST-ARQUEO,
                      COD_USUARIO_VERIFICA = :COD-USUARIO-VERIFICA,
                      FEC_VERIFICA         = :FEC-VERIFICA
                WHERE SEC_ARQUEO           = :SEC-ARQUEO
                  AND EST_ARQUEO           = :CT-PENDIENTE
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  WS-DIFERENCIA NOT EQUAL ZEROES
               PERFORM 2560-REGISTRAR-DIFERENCIA
                  THRU 2560-REGISTRAR-DIFERENCIA-EXIT
               MOVE ME-ARQUEO-CON-DIFERENCIA
                                           TO CAA-COD-AVISO1
           ELSE
               MOVE ME-ALTA-CONFORME       TO CAA-COD-AVISO1
           END-IF
      *
           PERFORM 2570-AJUSTAR-INVENTARIO
              THRU 2570-AJUSTAR-INVENTARIO-EXIT
      *
           PERFORM 2580-AJUSTAR-DENOMINACIONES
              THRU 2580-AJUSTAR-DENOMINACIONES-EXIT
      *
           PERFORM 2800-MOSTRAR-ARQUEO
              THRU 2800-MOSTRAR-ARQUEO-EXIT
      *
           .
       2500-VERIFICAR-ARQUEO-EXIT.
           EXIT.
      ******************************************************************
      * 2550-LEER-PENDIENTE
      *  QUIEN CONTO NO PUEDE VERIFICAR NI RECHAZAR SU PROPIO CONTEO   *
      ******************************************************************
       2550-LEER-PENDIENTE.
      *
           MOVE 'V1DT107'                  TO WS-TABLA
      *
           EXEC SQL
               SELECT SEC_ARQUEO,
                      FEC_ARQUEO,
                      IMP_CONTADO,
                      COD_USUARIO_CUENTA
               INTO :SEC-ARQUEO,
                    :FEC-ARQUEO,
                    :IMP-CONTADO,
                    :COD-USUARIO-CUENTA
               FROM V1DT107
               WHERE COD_OFICINA = :COD-OFI-ARQUEO
                 AND COD_DIV     = :COD-DIV-ARQUEO
                 AND EST_ARQUEO  = :CT-PENDIENTE
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
                   MOVE -1                 TO OFICINL
                   PERFORM REINPUT

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           IF  COD-USUARIO-CUENTA EQUAL AUD-USUARIO
               MOVE ME-MISMO-USUARIO       TO CAA-COD-ERROR
               MOVE -1                     TO ACCIONL
               PERFORM REINPUT
           END-IF
      *
           .
       2550-LEER-PENDIENTE-EXIT.
           EXIT.
      ******************************************************************
      * 2560-REGISTRAR-DIFERENCIA
      ******************************************************************
       2560-REGISTRAR-DIFERENCIA.
      *
           MOVE SEC-ARQUEO                 TO SEC-ARQUEO-DIF
           MOVE COD-OFI-ARQUEO             TO COD-OFI-DIF
           MOVE COD-DIV-ARQUEO             TO COD-DIV-DIF
           MOVE WS-FEC-HOY                 TO FEC-DIFERENCIA
      *
           IF  WS-DIFERENCIA LESS THAN ZEROES
               MOVE CT-FALTANTE            TO TIP-DIFERENCIA
               COMPUTE IMP-DIFERENCIA = ZERO - WS-DIFERENCIA
           ELSE
               MOVE CT-SOBRANTE            TO TIP-DIFERENCIA
               MOVE WS-DIFERENCIA          TO IMP-DIFERENCIA
           END-IF
      *
           MOVE CAUSAI                     TO COD-CAUSA-DIF
           MOVE OBSERVI                    TO TXT-CAUSA-DIF
           MOVE AUD-USUARIO                TO COD-USUARIO-DIF
           MOVE 'V1DT109'                  TO WS-TABLA
      *
           EXEC SQL
               INSERT INTO V1DT109
                   (SEC_ARQUEO,
                    COD_OFICINA,
                    COD_DIV,
                    FEC_DIFERENCIA,
                    TIP_DIFERENCIA,
                    IMP_DIFERENCIA,
                    COD_CAUSA,
                    TXT_CAUSA,
                    COD_USUARIO)
               VALUES
                   (:SEC-ARQUEO-DIF,
                    :COD-OFI-DIF,
                    :COD-DIV-DIF,
                    :FEC-DIFERENCIA,
                    :TIP-DIFERENCIA,
                    :IMP-DIFERENCIA,
                    :COD-CAUSA-DIF,
                    :TXT-CAUSA-DIF,
                    :COD-USUARIO-DIF)
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       2560-REGISTRAR-DIFERENCIA-EXIT.
           EXIT.
      ******************************************************************
      * 2570-AJUSTAR-INVENTARIO
      *  EL INVENTARIO QUEDA EN LO CONTADO MENOS EL NETO DEL DIA, QUE  *
      *  V13C34B SUMA EN LA NOCHE.  FEC_ACTUALIZADO NO SE TOCA PARA NO *
      *  INTERFERIR CON EL CONTROL DE FECHA YA APLICADA DE V13C34B     *
      ******************************************************************
       2570-AJUSTAR-INVENTARIO.
      *
           COMPUTE WS-INVENTARIO = WS-CONTADO - WS-NETO-DIA
      *
           MOVE COD-OFI-ARQUEO             TO COD-OFI-CAJA
           MOVE COD-DIV-ARQUEO             TO COD-DIV-CAJA
           MOVE 'V1DT095'                  TO WS-TABLA
      *
           EXEC SQL
               UPDATE V1DT095
                  SET IMP_INVENTARIO  = :WS-INVENTARIO
                WHERE COD_OFICINA     = :COD-OFI-CAJA
                  AND COD_DIV         = :COD-DIV-CAJA
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   CONTINUE

               WHEN DB2-NOTFND
                   MOVE WS-INVENTARIO      TO IMP-INVENTARIO
                   MOVE SPACES             TO FEC-ACTUALIZADO
                   EXEC SQL
                       INSERT INTO V1DT095
                           (COD_OFICINA,
                            COD_DIV,
                            IMP_INVENTARIO,
                            FEC_ACTUALIZADO)
                       VALUES
                           (:COD-OFI-CAJA,
                            :COD-DIV-CAJA,
                            :IMP-INVENTARIO,
                            :FEC-ACTUALIZADO)
                   END-EXEC
                   IF  SQLCODE NOT EQUAL ZEROES
                       PERFORM 9999-ABEND-DB2
                          THRU 9999-ABEND-DB2-EXIT
                   END-IF

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
       2570-AJUSTAR-INVENTARIO-EXIT.
           EXIT.
      ******************************************************************
      * 2580-AJUSTAR-DENOMINACIONES
      *  LOS BILLETES POR DENOMINACION QUEDAN IGUALES A LO CONTADO: LO *
      *  QUE NO SE CONTO QUEDA EN CERO                                 *
      ******************************************************************
       2580-AJUSTAR-DENOMINACIONES.
      *
           MOVE COD-OFI-ARQUEO             TO COD-OFI-DENOM
           MOVE COD-DIV-ARQUEO             TO COD-DIV-DENOM
           MOVE WS-FEC-HOY                 TO FEC-ACTUALIZADO-DENOM
           MOVE 'V1DT104'                  TO WS-TABLA
      *
           EXEC SQL
               UPDATE V1DT104
                  SET CAN_BILLETES     = 0,
                      FEC_ACTUALIZADO  = :FEC-ACTUALIZADO-DENOM
                WHERE COD_OFICINA      = :COD-OFI-DENOM
                  AND COD_DIV          = :COD-DIV-DENOM
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           IF  NOT DB2-OK AND NOT DB2-NOTFND
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           MOVE 'V1DT108'                  TO WS-TABLA
           SET NO-FIN-CURSOR               TO TRUE
      *
           EXEC SQL
               OPEN V13C42M-V1DC4211
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-CONTEO
             UNTIL FIN-CURSOR
      *
           EXEC SQL
               CLOSE V13C42M-V1DC4211
           END-EXEC
      *
           .
       2580-AJUSTAR-DENOMINACIONES-EXIT.
           EXIT.
      ******************************************************************
      * LEER-CONTEO
      ******************************************************************
       LEER-CONTEO.
      *
           EXEC SQL
               FETCH V13C42M-V1DC4211
               INTO :VAL-DENOMINACION-ARQ,
                    :CAN-BILLETES-ARQ
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   PERFORM 2590-FIJAR-DENOMINACION
                      THRU 2590-FIJAR-DENOMINACION-EXIT

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      * 2590-FIJAR-DENOMINACION
      ******************************************************************
       2590-FIJAR-DENOMINACION.
      *
           MOVE VAL-DENOMINACION-ARQ       TO VAL-DENOMINACION
           MOVE CAN-BILLETES-ARQ           TO CAN-BILLETES
           MOVE 'V1DT104'                  TO WS-TABLA
      *
           EXEC SQL
               UPDATE V1DT104
                  SET CAN_BILLETES     = :CAN-BILLETES
                WHERE COD_OFICINA      = :COD-OFI-DENOM
                  AND COD_DIV          = :COD-DIV-DENOM
                  AND VAL_DENOMINACION = :VAL-DENOMINACION
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   CONTINUE

               WHEN DB2-NOTFND
                   EXEC SQL
                       INSERT INTO V1DT104
                           (COD_OFICINA,
                            COD_DIV,
                            VAL_DENOMINACION,
                            CAN_BILLETES,
                            FEC_ACTUALIZADO)
                       VALUES
                           (:COD-OFI-DENOM,
                            :COD-DIV-DENOM,
                            :VAL-DENOMINACION,
                            :CAN-BILLETES,
                            :FEC-ACTUALIZADO-DENOM)
                   END-EXEC
                   IF  SQLCODE NOT EQUAL ZEROES
                       PERFORM 9999-ABEND-DB2
                          THRU 9999-ABEND-DB2-EXIT
                   END-IF

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
       2590-FIJAR-DENOMINACION-EXIT.
           EXIT.
      ******************************************************************
      * 2600-RECHAZAR-ARQUEO
      *  EL RECHAZO NO TOCA EL INVENTARIO; EL JEFE DE CAJA DEBE        *
      *  CONTAR DE NUEVO                                               *
      ******************************************************************
       2600-RECHAZAR-ARQUEO.
      *
           PERFORM 2550-LEER-PENDIENTE
              THRU 2550-LEER-PENDIENTE-EXIT
      *
           MOVE CT-RECHAZADO               TO EST-ARQUEO
           MOVE AUD-USUARIO                TO COD-USUARIO-VERIFICA
           MOVE WS-FEC-HOY                 TO FEC-VERIFICA
           MOVE 'V1DT107'                  TO WS-TABLA
      *
           EXEC SQL
               UPDATE V1DT107
                  SET EST_ARQUEO           = :EST-ARQUEO,
                      COD_USUARIO_VERIFICA = :COD-USUARIO-VERIFICA,
                      FEC_VERIFICA         = :FEC-VERIFICA
                WHERE SEC_ARQUEO           = :SEC-ARQUEO
                  AND EST_ARQUEO           = :CT-PENDIENTE
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           MOVE IMP-CONTADO                TO WS-CONTADO
           MOVE ZEROES                     TO WS-LIBROS
                                              WS-DIFERENCIA
      *
           PERFORM 2800-MOSTRAR-ARQUEO
              THRU 2800-MOSTRAR-ARQUEO-EXIT
      *
           MOVE ME-ALTA-CONFORME           TO CAA-COD-AVISO1
      *
           .
       2600-RECHAZAR-ARQUEO-EXIT.
           EXIT.
      ******************************************************************
      * 2700-CALCULAR-LIBROS
      *  LIBROS = INVENTARIO V1DT095 MAS EL EFECTIVO NETO DE LAS       *
      *  OPERACIONES DEL DIA (COMPRAS SUMAN, VENTAS RESTAN), QUE       *
      *  V13C34B APLICA RECIEN EN LA NOCHE                             *
      ******************************************************************
       2700-CALCULAR-LIBROS.
      *
           MOVE COD-OFI-ARQUEO             TO COD-OFI-CAJA
           MOVE COD-DIV-ARQUEO             TO COD-DIV-CAJA
           MOVE 'V1DT095'                  TO WS-TABLA
      *
           EXEC SQL
               SELECT IMP_INVENTARIO
               INTO :IMP-INVENTARIO
               FROM V1DT095
               WHERE COD_OFICINA = :COD-OFI-CAJA
                 AND COD_DIV     = :COD-DIV-CAJA
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   CONTINUE

               WHEN DB2-NOTFND
                   MOVE ZEROES             TO IMP-INVENTARIO

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           MOVE 'V1DT001'                  TO WS-TABLA
      *
           EXEC SQL
               SELECT VALUE(SUM(CASE WHEN IDF_CMP_VTA = :CT-COMPRA
                                     THEN IMP_OPE
                                     ELSE - IMP_OPE END), 0)
               INTO :WS-NETO-DIA
               FROM V1DT001
               WHERE FEC_OPE       = :WS-FEC-HOY
                 AND TIP_PAGO      = :CT-TIP-PAGO-EFECTIVO
                 AND COD_OPE_BANCO = :COD-OFI-CAJA
                 AND COD_DIV_OPE   = :COD-DIV-CAJA
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           COMPUTE WS-LIBROS     = IMP-INVENTARIO + WS-NETO-DIA
           COMPUTE WS-DIFERENCIA = WS-CONTADO - WS-LIBROS
      *
           .
       2700-CALCULAR-LIBROS-EXIT.
           EXIT.
      ******************************************************************
      * 2800-MOSTRAR-ARQUEO
      ******************************************************************
       2800-MOSTRAR-ARQUEO.
      *
           MOVE WS-CONTADO                 TO WS-IMP-EDIT
           MOVE WS-IMP-EDIT                TO IMPCONI
           MOVE WS-LIBROS                  TO WS-IMP-EDIT
           MOVE WS-IMP-EDIT                TO IMPLIBI
           MOVE WS-DIFERENCIA              TO WS-IMP-EDIT
           MOVE WS-IMP-EDIT                TO IMPDIFI
           MOVE EST-ARQUEO                 TO ESTADOI
           MOVE COD-USUARIO-CUENTA         TO USUCTAI
      *
           .
       2800-MOSTRAR-ARQUEO-EXIT.
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
           MOVE 'V13C42M'                  TO W963-PROGRAMA
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
