      ******************************************************************
      *                                                                *
      *  PROGRAMA: V13C57Z                                             *
      *                                                                *
      *  FECHA CREACION: 15/10/2026                                    *
      *                                                                *
      *  AUTOR: FACTORIA                                               *
      *                                                                *
      *  APLICACION: MERCADO LIBRE DE DIVISAS. (V1) VENEZUELA.         *
      *                                                                *
      *  DESCRIPCION: CONSULTA DE LA RENTABILIDAD DE UN CLIENTE EN     *
      *               SUS ULTIMOS 12 MESES CALCULADOS (V1DT127, QUE    *
      *               GRABA V13C57B): MARGEN, COMISIONES COBRADAS Y    *
      *               EXONERADAS, COMPENSACIONES Y RENTABILIDAD POR    *
      *               MES, CON TOTALES, PROMEDIO Y SI YA TIENE UN      *
      *               CONVENIO DE PRECIOS VIGENTE (V1DT063), PARA      *
      *               APOYAR LA NEGOCIACION DEL CONVENIO.  SOLO SUMA   *
      *               LAS ENTIDADES JURIDICAS DEL USUARIO (V1DT123) Y  *
      *               SIN EL PRIVILEGIO DE DATO COMPLETO EL DOCUMENTO  *
      *               VIAJA ENMASCARADO POR V19C031                    *
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
       PROGRAM-ID.   V13C57Z.
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
           05  WS-I                        PIC 9(04)   VALUE ZEROES.
           05  WS-FEC-HOY                  PIC X(08)   VALUE SPACES.
           05  WS-DOC-PANTALLA             PIC X(20)   VALUE SPACES.
           05  WS-LINEA                    PIC X(78)   VALUE SPACES.
           05  WS-CANT-CONVENIOS           PIC S9(09)  COMP
                                                       VALUE ZEROES.
           05  WS-PROMEDIO-ED              PIC -ZZ.ZZZ.ZZ9.
      *    FILA LEIDA DE V1DT127 (SUMA DE LAS ENTIDADES DEL USUARIO)
           05  WS-ANO-MES                  PIC X(06)   VALUE SPACES.
           05  WS-OPERACIONES              PIC S9(09)  COMP-3
                                                       VALUE ZEROES.
           05  WS-SPREAD                   PIC S9(15)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  WS-COM-COBRADA              PIC S9(15)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  WS-COM-EXONERADA            PIC S9(15)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  WS-COMPENSACION             PIC S9(15)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  WS-RENTABILIDAD             PIC S9(15)V9(02) COMP-3
                                                       VALUE ZEROES.
      *    LINEA DE UN MES (IMPORTES EN MILES DE BOLIVARES)
           05  WS-LINEA-MES.
               10  WS-LIN-MES              PIC X(06).
               10  FILLER                  PIC X(01)   VALUE SPACES.
               10  WS-LIN-OPERACIONES      PIC ZZZ.ZZ9.
               10  FILLER                  PIC X(01)   VALUE SPACES.
               10  WS-LIN-SPREAD           PIC -ZZ.ZZZ.ZZ9.
               10  FILLER                  PIC X(01)   VALUE SPACES.
               10  WS-LIN-COM-COBRADA      PIC -ZZ.ZZZ.ZZ9.
               10  FILLER                  PIC X(01)   VALUE SPACES.
               10  WS-LIN-COM-EXONERADA    PIC -ZZ.ZZZ.ZZ9.
               10  FILLER                  PIC X(01)   VALUE SPACES.
               10  WS-LIN-COMPENSACION     PIC -ZZ.ZZZ.ZZ9.
               10  FILLER                  PIC X(01)   VALUE SPACES.
               10  WS-LIN-RENTABILIDAD     PIC -ZZ.ZZZ.ZZ9.
               10  FILLER                  PIC X(04)   VALUE SPACES.
      ******************************************************************
      *                   AREA DE ACUMULADORES                         *
      ******************************************************************
       01  AC-ACUMULADORES.
           05  AC-OPERACIONES              PIC S9(09)  COMP-3
                                                       VALUE ZEROES.
           05  AC-SPREAD                   PIC S9(15)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  AC-COM-COBRADA              PIC S9(15)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  AC-COM-EXONERADA            PIC S9(15)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  AC-COMPENSACION             PIC S9(15)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  AC-RENTABILIDAD             PIC S9(15)V9(02) COMP-3
                                                       VALUE ZEROES.
      ******************************************************************
      *                    AREA  DE  SWITCHES                          *
      ******************************************************************
       01  SW-SWITCHES.
      *
           05  SW-FIN-CURSOR               PIC X(01)   VALUE 'N'.
               88  FIN-CURSOR                          VALUE 'S'.
               88  NO-FIN-CURSOR                       VALUE 'N'.
           05  SW-PRIVILEGIO.
               10  SW-DATO-COMPLETO        PIC X(01)   VALUE 'N'.
                   88  DATO-COMPLETO                   VALUE 'S'.
                   88  DATO-ENMASCARADO                VALUE 'N'.
      ******************************************************************
      *                        AREA DE CONTANTES                       *
      ******************************************************************
       01  CT-CONTANTES.
      *
           05  CT-PROGRAMA                 PIC X(08)   VALUE 'V13C57Z'.
           05  CT-TAB-V1DT127              PIC X(08)   VALUE 'V1DT127'.
           05  CT-SI                       PIC X(01)   VALUE 'S'.
           05  CT-MAX-FILAS                PIC 9(02)   VALUE 16.
           05  CT-FILA-PRIMER-MES          PIC 9(02)   VALUE 3.
           05  CT-FILA-TOTAL               PIC 9(02)   VALUE 15.
           05  CT-FILA-PIE                 PIC 9(02)   VALUE 16.
           05  CT-MILES                    PIC 9(04)   VALUE 1000.
           05  CT-INTRO                    PIC X(02)   VALUE '00'.
           05  CT-BORRA                    PIC X(02)   VALUE '99'.
      *
           05  CT-CABECERA.
               10  FILLER                  PIC X(14)
                                           VALUE 'MES      OPER.'.
               10  FILLER                  PIC X(12)
                                           VALUE '      SPREAD'.
               10  FILLER                  PIC X(12)
                                           VALUE '    COM.COB.'.
               10  FILLER                  PIC X(12)
                                           VALUE '    COM.EXO.'.
               10  FILLER                  PIC X(12)
                                           VALUE '    COMPENS.'.
               10  FILLER                  PIC X(12)
                                           VALUE '   RENTABIL.'.
               10  FILLER                  PIC X(04)   VALUE SPACES.
      ******************************************************************
      *                      AREA DE CONTADORES                        *
      ******************************************************************
       01  CN-CONTADORES.
           05  CN-REGISTROS                PIC 9(03)   VALUE ZEROES.
      ******************************************************************
      *                AREA DE MENSAJES                                *
      ******************************************************************
       01  ME-MENSAJES-ERROR.
           05  ME-TECLA-INCORRECTA         PIC X(07)   VALUE 'V1E0030'.
           05  ME-ACCESO-DENEGADO          PIC X(07)   VALUE 'V1E0126'.
           05  ME-DOC-REQUERIDO            PIC X(07)   VALUE 'V1E0041'.
           05  ME-SIN-RENTABILIDAD         PIC X(07)   VALUE 'V1A0545'.
      ******************************************************************
      *                    COPYS UTILIZADAS                            *
      ******************************************************************
      *  COPY PARA EL PROGRAMA DE ABEND
       01  WS-QGECABC-01.
           COPY QGECABC.
      * COPY DFHAID
           COPY DFHAID.
      * COPY PARA ATRIBUTOS DE LA PANTALLA
       COPY QCWCI20.
           COPY DFHBMSCA.
      *  COPY PARA ERRORES DB2
           COPY QCWCL20.
      ******************************************************************
      *                    AREA DE INCLUDES                            *
      ******************************************************************
           EXEC SQL
               INCLUDE V1GT079
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT123
           END-EXEC
      ******************************************************************
      *                        CURSORES
      ******************************************************************
      *    ULTIMOS 12 MESES CALCULADOS, DEL MAS RECIENTE AL MAS ANTIGUO
      *
           EXEC SQL
               DECLARE V13C57Z-V1DC57Z1
               CURSOR FOR
               SELECT ANO_MES,
                      SUM(CANT_OPERACIONES),
                      SUM(IMP_SPREAD),
                      SUM(IMP_COM_COBRADA),
                      SUM(IMP_COM_EXONERADA),
                      SUM(IMP_COMPENSACION),
                      SUM(IMP_RENTABILIDAD)
               FROM V1DT127
               WHERE NUM_DOC_PERSONA = :NUM-DOC-CLIENTE
                 AND COD_ENT_BANCO IN
                     (SELECT COD_ENT_BANCO
                      FROM V1DT123
                      WHERE COD_USUARIO = :COD-USUARIO-ENT)
               GROUP BY ANO_MES
               ORDER BY ANO_MES DESC
               FETCH FIRST 12 ROWS ONLY
           END-EXEC
      *
      ******************************************************************
      *                COPY DE AUDITORIA DE NAVEGACION                 *
      ******************************************************************
           COPY V1WC930.
           COPY V1WC931.
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
       COPY V1ND57Z.
       COPY V1EC001.
      ******************************************************************
      *                                                                *
      *           P R O C E D U R E      D I V I S I O N               *
      *                                                                *
      ******************************************************************
       PROCEDURE DIVISION USING V1ND57ZI V1EC001.
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
           GOBACK.
      ******************************************************************
      *                         1000-INICIO                            *
      ******************************************************************
       1000-INICIO.
      *
      * AD01-I : MONITOREO DE TIEMPOS DE RESPUESTA (V19C063)
           MOVE FUNCTION CURRENT-DATE(1:16) TO W963-INICIO
      * AD01-F
      *
           SET ADDRESS OF V1ND57ZI         TO CAA-PTR-COPYIN
           SET ADDRESS OF V1EC001          TO CAA-PTRDATA
      *
           EXEC CICS
               IGNORE CONDITION ERROR
           END-EXEC
      *
           MOVE CAA-CODTRAN                TO CAA-CODTRAN-SIG
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
      *  EL PRIVILEGIO DE DATO COMPLETO DECIDE SI EL DOCUMENTO VIAJA   *
      *  ENMASCARADO; LAS ENTIDADES DEL USUARIO ACOTAN LO QUE SE SUMA  *
      ******************************************************************
       1950-VERIFICAR-ACCESO.
      *
           SET DATO-ENMASCARADO            TO TRUE
      *
           MOVE AUD-USUARIO                TO W930-USUARIO
           MOVE AUD-USUARIO                TO COD-USUARIO-ENT
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
           IF  W930-DATO-COMPLETO EQUAL CT-SI
               SET DATO-COMPLETO           TO TRUE
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
           INITIALIZE V1ND57ZI
      *
      *    ENCADENADA CON DOCUMENTO (FICHA DEL CLIENTE O MANTENIMIENTO
      *    DE CONVENIOS) LA CONSULTA RESUELVE DE UNA VEZ
      *
           IF  COD-RIF NOT EQUAL SPACES
           AND COD-RIF NOT EQUAL LOW-VALUES
               MOVE COD-RIF                TO NUMDOCI
                                              NUM-DOC-CLIENTE
               MOVE SPACES                 TO COD-RIF
               PERFORM 2300-CONSULTAR-CLIENTE
                  THRU 2300-CONSULTAR-CLIENTE-EXIT
           END-IF
      *
           SET CAA-88-ESTADO-CONTIN        TO TRUE
           SET CAA-88-ACCION-TERMINAL      TO TRUE
           MOVE -1                         TO NUMDOCL
      *
           .
       2100-ESTADO-INICIO-EXIT.
           EXIT.
      ******************************************************************
      * 2200-ESTADO-CONTINUACION
      ******************************************************************
       2200-ESTADO-CONTINUACION.
      *
           EVALUATE CAA-TECLA
               WHEN CT-INTRO
                   CONTINUE

               WHEN CT-BORRA
                   SET CAA-88-CODTRAN-SIG-ULTI TO TRUE
                   SET CAA-88-ACCION-PROGRAMA  TO TRUE
                   SET CAA-88-ESTADO-INICIO    TO TRUE
                   GO TO 2200-ESTADO-CONTINUACION-EXIT

               WHEN OTHER
                   MOVE ME-TECLA-INCORRECTA    TO CAA-COD-ERROR
                   MOVE -1                     TO NUMDOCL
                   PERFORM REINPUT
           END-EVALUATE
      *
           IF  NUMDOCI EQUAL SPACES OR LOW-VALUES
               MOVE ME-DOC-REQUERIDO       TO CAA-COD-ERROR
               MOVE -1                     TO NUMDOCL
               PERFORM REINPUT
           END-IF
      *
           MOVE NUMDOCI                    TO NUM-DOC-CLIENTE
      *
           PERFORM 2300-CONSULTAR-CLIENTE
              THRU 2300-CONSULTAR-CLIENTE-EXIT
      *
           MOVE -1                         TO NUMDOCL
           PERFORM REINPUT
      *
           .
       2200-ESTADO-CONTINUACION-EXIT.
           EXIT.
      ******************************************************************
      * 2300-CONSULTAR-CLIENTE
      *  EL CLIENTE PUEDE NO ESTAR EN EL MAESTRO LOCAL (V1DT079) Y     *
      *  TENER RENTABILIDAD; EN ESE CASO SE MUESTRA SIN NOMBRE         *
      ******************************************************************
       2300-CONSULTAR-CLIENTE.
      *
           PERFORM LIMPIAR-FILAS
             VARYING WS-I FROM 1 BY 1
             UNTIL WS-I GREATER CT-MAX-FILAS
      *
           MOVE 'V1DT079'                  TO WS-TABLA
           MOVE SPACES                     TO NOM-CLIENTE
      *
           EXEC SQL
               SELECT NOM_CLIENTE
               INTO  :NOM-CLIENTE
               FROM V1DT079
               WHERE NUM_DOC_PERSONA = :NUM-DOC-CLIENTE
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           IF  NOT DB2-OK
           AND NOT DB2-NOTFND
               INITIALIZE QGECABC
               MOVE WS-TABLA               TO ABC-OBJETO-ERROR
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           MOVE NUM-DOC-CLIENTE            TO WS-DOC-PANTALLA
      *
           IF  DATO-ENMASCARADO
               MOVE WS-DOC-PANTALLA        TO W931-DATO
               MOVE 'D'                    TO W931-TIPO
               CALL 'V19C031' USING V1WC931
               MOVE W931-DATO              TO WS-DOC-PANTALLA
           END-IF
      *
           MOVE SPACES                     TO WS-LINEA
           STRING 'DOCUMENTO: ' WS-DOC-PANTALLA
                  '  ' NOM-CLIENTE
                  DELIMITED BY SIZE INTO WS-LINEA
           END-STRING
           MOVE WS-LINEA                   TO FILAS-DATO(1)
           MOVE CT-CABECERA                TO FILAS-DATO(2)
      *
           PERFORM LISTAR-MESES
      *
           IF  CN-REGISTROS EQUAL ZEROES
               MOVE ME-SIN-RENTABILIDAD    TO CAA-COD-AVISO1
               GO TO 2300-CONSULTAR-CLIENTE-EXIT
           END-IF
      *
           MOVE 'TOTAL '                   TO WS-LIN-MES
           MOVE AC-OPERACIONES             TO WS-LIN-OPERACIONES
           COMPUTE WS-LIN-SPREAD ROUNDED = AC-SPREAD / CT-MILES
           COMPUTE WS-LIN-COM-COBRADA ROUNDED =
                   AC-COM-COBRADA / CT-MILES
           COMPUTE WS-LIN-COM-EXONERADA ROUNDED =
                   AC-COM-EXONERADA / CT-MILES
           COMPUTE WS-LIN-COMPENSACION ROUNDED =
                   AC-COMPENSACION / CT-MILES
           COMPUTE WS-LIN-RENTABILIDAD ROUNDED =
                   AC-RENTABILIDAD / CT-MILES
           MOVE WS-LINEA-MES               TO FILAS-DATO(CT-FILA-TOTAL)
      *
           PERFORM 2400-VER-CONVENIO
              THRU 2400-VER-CONVENIO-EXIT
      *
           .
       2300-CONSULTAR-CLIENTE-EXIT.
           EXIT.
      ******************************************************************
      * 2400-VER-CONVENIO
      *  PROMEDIO MENSUAL DEL PERIODO MOSTRADO Y CONVENIO DE PRECIOS   *
      *  VIGENTE HOY PARA CUALQUIER CONCEPTO                           *
      ******************************************************************
       2400-VER-CONVENIO.
      *
           MOVE 'V1DT063'                  TO WS-TABLA
           MOVE ZEROES                     TO WS-CANT-CONVENIOS
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-CANT-CONVENIOS
               FROM V1DT063
               WHERE NUM_DOC_PERSONA = :NUM-DOC-CLIENTE
                 AND FEC_DESDE      <= :WS-FEC-HOY
                 AND FEC_HASTA      >= :WS-FEC-HOY
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               INITIALIZE QGECABC
               MOVE WS-TABLA               TO ABC-OBJETO-ERROR
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           COMPUTE WS-PROMEDIO-ED ROUNDED =
                   AC-RENTABILIDAD / CN-REGISTROS / CT-MILES
      *
           MOVE SPACES                     TO WS-LINEA
           IF  WS-CANT-CONVENIOS GREATER ZEROES
               STRING 'PROMEDIO MENSUAL: ' WS-PROMEDIO-ED
                      '   CONVENIO DE PRECIOS VIGENTE: SI'
                      DELIMITED BY SIZE INTO WS-LINEA
               END-STRING
           ELSE
               STRING 'PROMEDIO MENSUAL: ' WS-PROMEDIO-ED
                      '   CONVENIO DE PRECIOS VIGENTE: NO'
                      DELIMITED BY SIZE INTO WS-LINEA
               END-STRING
           END-IF
           MOVE WS-LINEA                   TO FILAS-DATO(CT-FILA-PIE)
      *
           .
       2400-VER-CONVENIO-EXIT.
           EXIT.
      ******************************************************************
      * LISTAR-MESES
      ******************************************************************
       LISTAR-MESES.
      *
           MOVE ZEROES                     TO CN-REGISTROS
                                              AC-OPERACIONES
                                              AC-SPREAD
                                              AC-COM-COBRADA
                                              AC-COM-EXONERADA
                                              AC-COMPENSACION
                                              AC-RENTABILIDAD
           SUBTRACT 1 FROM CT-FILA-PRIMER-MES GIVING WS-I
           SET NO-FIN-CURSOR               TO TRUE
      *
           EXEC SQL
               OPEN V13C57Z-V1DC57Z1
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               INITIALIZE QGECABC
               MOVE CT-TAB-V1DT127         TO ABC-OBJETO-ERROR
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-CURSOR
              THRU LEER-CURSOR-EXIT
             UNTIL FIN-CURSOR
      *
           EXEC SQL
               CLOSE V13C57Z-V1DC57Z1
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               INITIALIZE QGECABC
               MOVE CT-TAB-V1DT127         TO ABC-OBJETO-ERROR
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
      ******************************************************************
      * LIMPIAR-FILAS
      ******************************************************************
       LIMPIAR-FILAS.
      *
           MOVE SPACES                     TO FILAS-DATO(WS-I)
      *
           .
      ******************************************************************
      * LEER-CURSOR
      ******************************************************************
       LEER-CURSOR.
      *
           EXEC SQL
               FETCH V13C57Z-V1DC57Z1
               INTO :WS-ANO-MES,
                    :WS-OPERACIONES,
                    :WS-SPREAD,
                    :WS-COM-COBRADA,
                    :WS-COM-EXONERADA,
                    :WS-COMPENSACION,
                    :WS-RENTABILIDAD
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   PERFORM PROCESAR-MES
                      THRU PROCESAR-MES-EXIT

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   INITIALIZE QGECABC
                   MOVE CT-TAB-V1DT127     TO ABC-OBJETO-ERROR
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
       LEER-CURSOR-EXIT.
           EXIT.
      ******************************************************************
      * PROCESAR-MES
      *  LOS IMPORTES SE MUESTRAN EN MILES DE BOLIVARES                *
      ******************************************************************
       PROCESAR-MES.
      *
           ADD 1                           TO CN-REGISTROS
                                              WS-I
      *
           ADD WS-OPERACIONES              TO AC-OPERACIONES
           ADD WS-SPREAD                   TO AC-SPREAD
           ADD WS-COM-COBRADA              TO AC-COM-COBRADA
           ADD WS-COM-EXONERADA            TO AC-COM-EXONERADA
           ADD WS-COMPENSACION             TO AC-COMPENSACION
           ADD WS-RENTABILIDAD             TO AC-RENTABILIDAD
      *
           MOVE WS-ANO-MES                 TO WS-LIN-MES
           MOVE WS-OPERACIONES             TO WS-LIN-OPERACIONES
           COMPUTE WS-LIN-SPREAD ROUNDED = WS-SPREAD / CT-MILES
           COMPUTE WS-LIN-COM-COBRADA ROUNDED =
                   WS-COM-COBRADA / CT-MILES
           COMPUTE WS-LIN-COM-EXONERADA ROUNDED =
                   WS-COM-EXONERADA / CT-MILES
           COMPUTE WS-LIN-COMPENSACION ROUNDED =
                   WS-COMPENSACION / CT-MILES
           COMPUTE WS-LIN-RENTABILIDAD ROUNDED =
                   WS-RENTABILIDAD / CT-MILES
      *
           MOVE WS-LINEA-MES               TO FILAS-DATO(WS-I)
      *
           .
       PROCESAR-MES-EXIT.
           EXIT.
      ******************************************************************
      * REINPUT
      ******************************************************************
       REINPUT.
      *
           SET CAA-88-ESTADO-CONTIN        TO TRUE
           SET CAA-88-ACCION-TERMINAL      TO TRUE
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
      *                       9999-ABEND-DB2                           *
      ******************************************************************
       9999-ABEND-DB2.
      *
           MOVE 'S'                        TO ABC-ABEND
           MOVE CT-PROGRAMA                TO ABC-PROGRAMA
           MOVE SQLCODE                    TO ABC-SQLCODE
           MOVE SQLERRM                    TO ABC-SQLERRM
      *
           EXEC CICS
               LINK PROGRAM ('QG1CABC')
               COMMAREA  (QGECABC)
               NOHANDLE
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
           MOVE 'V13C57Z'                  TO W963-PROGRAMA
           MOVE AUD-CODTRAN                TO W963-TRAN
           MOVE AUD-USUARIO                TO W963-USUARIO
           MOVE AUD-TERMINAL               TO W963-TERMINAL
           MOVE CN-REGISTROS               TO W963-FILAS
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
