      ******************************************************************
      *                                                                *
      *  PROGRAMA: V13C75Z                                             *
      *                                                                *
      *  FECHA CREACION: 15/10/2026                                    *
      *                                                                *
      *  AUTOR: FACTORIA                                               *
      *                                                                *
      *  APLICACION: MERCADO LIBRE DE DIVISAS. (V1) VENEZUELA.         *
      *                                                                *
      *  DESCRIPCION: SOLICITUD DE REPORTES BATCH A PEDIDO (V1DT153).  *
      *               MUESTRA LOS REPORTES DEL CATALOGO V1EC075 QUE    *
      *               LOS ROLES DEL USUARIO TIENEN PERMITIDOS          *
      *               (V19C030), VALIDA LOS PARAMETROS DEL ELEGIDO Y   *
      *               DEJA LA SOLICITUD PENDIENTE PARA EL SOMETEDOR    *
      *               V13C75B.  DEBAJO LISTA LAS ULTIMAS SOLICITUDES   *
      *               DEL USUARIO CON SU ESTADO Y, CUANDO TERMINARON,  *
      *               EL JUEGO DE RESULTADOS (V1DT047) DONDE QUEDO LA  *
      *               SALIDA, QUE SE ABRE EN V12C79Z.  EL REPORTE      *
      *               CORRE CON LA ENTIDAD JURIDICA DEL SOLICITANTE    *
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
       PROGRAM-ID.   V13C75Z.
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
           05  WS-R                        PIC 9(02)   VALUE ZEROES.
           05  WS-REPORTE-ALFA             PIC X(01)   VALUE SPACES.
           05  WS-REPORTE-NUM REDEFINES WS-REPORTE-ALFA
                                           PIC 9(01).
           05  WS-ENT-USUARIO              PIC X(04)   VALUE SPACES.
           05  WS-FEC-HOY                  PIC X(08)   VALUE SPACES.
           05  WS-HOR-HOY                  PIC X(06)   VALUE SPACES.
           05  WS-FEC-VALIDAR              PIC X(08)   VALUE SPACES.
           05  WS-FEC-VALIDAR-R REDEFINES WS-FEC-VALIDAR.
               10  WS-VAL-ANO              PIC 9(04).
               10  WS-VAL-MES              PIC 9(02).
                   88  WS-88-MES-OK                    VALUE 1 THRU 12.
               10  WS-VAL-DIA              PIC 9(02).
                   88  WS-88-DIA-OK                    VALUE 1 THRU 31.
           05  WS-PCT-ALFA                 PIC X(05)   VALUE SPACES.
           05  WS-PCT-ALFA-R REDEFINES WS-PCT-ALFA.
               10  WS-PCT-ENTERO           PIC X(02).
               10  WS-PCT-COMA             PIC X(01).
               10  WS-PCT-DECIMAL          PIC X(02).
           05  WS-PCT-NUM                  PIC X(04)   VALUE SPACES.
           05  WS-PCT-NUM-R REDEFINES WS-PCT-NUM
                                           PIC 9(02)V9(02).
           05  WS-CANT-EN-CURSO            PIC S9(09)  COMP
                                                       VALUE ZEROES.
           05  WS-LINEA-SOLICITUD          PIC X(78)   VALUE SPACES.
           05  WS-NUM-SOLICITUD-ED         PIC Z(08)9  VALUE ZEROES.
           05  WS-ID-BUSQUEDA-ED           PIC Z(08)9  VALUE ZEROES.
           05  WS-ESTADO-TEXTO             PIC X(10)   VALUE SPACES.
           05  WS-FEC-ESTADO               PIC X(08)   VALUE SPACES.
      ******************************************************************
      *                    AREA  DE  SWITCHES                          *
      ******************************************************************
       01  SW-SWITCHES.
      *
           05  SW-FIN-CURSOR               PIC X(01)   VALUE 'N'.
               88  FIN-CURSOR                          VALUE 'S'.
               88  NO-FIN-CURSOR                       VALUE 'N'.
           05  SW-FECHA-VALIDA             PIC X(01)   VALUE 'N'.
               88  FECHA-VALIDA                        VALUE 'S'.
               88  FECHA-NO-VALIDA                     VALUE 'N'.
      ******************************************************************
      *                        AREA DE CONTANTES                       *
      ******************************************************************
       01  CT-CONTANTES.
      *
           05  CT-PROGRAMA                 PIC X(08)   VALUE 'V13C75Z'.
           05  CT-MAX-FILAS                PIC 9(02)   VALUE 10.
           05  CT-INTRO                    PIC X(02)   VALUE '00'.
           05  CT-BORRA                    PIC X(02)   VALUE '99'.
           05  CT-CONTADOR-SOLICITUD       PIC X(08)   VALUE 'SOLREPOR'.
           05  CT-EST-PENDIENTE            PIC X(01)   VALUE 'P'.
           05  CT-EST-SOMETIDA             PIC X(01)   VALUE 'S'.
           05  CT-EST-TERMINADA            PIC X(01)   VALUE 'T'.
           05  CT-EST-ERROR                PIC X(01)   VALUE 'E'.
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
           05  ME-DOC-REQUERIDO            PIC X(07)   VALUE 'V1E0041'.
           05  ME-FECHA-DESDE-VAL          PIC X(07)   VALUE 'V1E0053'.
           05  ME-FECHA-HASTA-VAL          PIC X(07)   VALUE 'V1E0055'.
           05  ME-FECHA-HASTA-MENOR        PIC X(07)   VALUE 'V1E0056'.
           05  ME-ACCESO-DENEGADO          PIC X(07)   VALUE 'V1E0126'.
           05  ME-REPORTE-INVALIDO         PIC X(07)   VALUE 'V1E0269'.
           05  ME-BANDA-INVALIDA           PIC X(07)   VALUE 'V1E0270'.
           05  ME-SOLICITUD-EN-CURSO       PIC X(07)   VALUE 'V1E0271'.
           05  ME-SOLICITUD-ENCOLADA       PIC X(07)   VALUE 'V1A0561'.
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
      *  CATALOGO DE REPORTES A PEDIDO
           COPY V1EC075.
      ******************* CONTADORES Y SOLICITUDES *********************
           EXEC SQL
               INCLUDE V1GT056
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT153
           END-EXEC
      ******************************************************************
      *                        CURSORES
      ******************************************************************
           EXEC SQL
               DECLARE V13C75Z-V1DC75Z1
               CURSOR FOR
               SELECT NUM_SOLICITUD,
                      COD_REPORTE,
                      FEC_DESDE,
                      FEC_HASTA,
                      EST_SOLICITUD,
                      FEC_SOLICITUD,
                      FEC_FIN,
                      ID_BUSQUEDA
               FROM V1DT153
               WHERE COD_USUARIO = :COD-USUARIO-RPT
               ORDER BY NUM_SOLICITUD DESC
           END-EXEC
      *
      ******************************************************************
      *                COPY DE AUDITORIA DE NAVEGACION                 *
      ******************************************************************
           COPY V1WC930.
           COPY V1WC954.
           COPY V1WC963.
       01  WS-QGECAUD-01.
           COPY QGECAUD.
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA.
      *
           COPY QGECCAA.
       COPY V1ND75Z.
      ******************************************************************
      *                                                                *
      *           P R O C E D U R E      D I V I S I O N               *
      *                                                                *
      ******************************************************************
       PROCEDURE DIVISION USING V1ND75ZI.
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
           MOVE FUNCTION CURRENT-DATE(1:16) TO W963-INICIO
      *
           SET ADDRESS OF V1ND75ZI         TO CAA-PTR-COPYIN
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
      *  REGISTRA EN LA BITACORA DE AUDITORIA EL USUARIO, TERMINAL,    *
      *  TRANSACCION Y FECHA/HORA DE NAVEGACION POR LA SUITE V1        *
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
      *  EL ACCESO SE VERIFICA AL ENTRAR A LA TRANSACCION; SI ESTA     *
      *  DENEGADO SE DEVUELVE AL USUARIO A LA PANTALLA ANTERIOR CON    *
      *  EL ERROR, Y EL INTENTO QUEDA EN LA BITACORA V1DT033.  LA      *
      *  ENTIDAD PRINCIPAL DEL USUARIO ES LA QUE LLEVA LA SOLICITUD    *
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
           MOVE W930-ENTIDAD               TO WS-ENT-USUARIO
      *
           .
       1950-VERIFICAR-ACCESO-EXIT.
           EXIT.
      ******************************************************************
      *                        2000-PROCESO                            *
      ******************************************************************
       2000-PROCESO.
      *
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FEC-HOY
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HOR-HOY
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
      *                        2100-ESTADO-INICIO                      *
      ******************************************************************
       2100-ESTADO-INICIO.
      *
           INITIALIZE V1ND75ZI
      *
           PERFORM 2150-ARMAR-REPORTES
              THRU 2150-ARMAR-REPORTES-EXIT
      *
           PERFORM REFRESCAR-LISTA
      *
           SET CAA-88-ESTADO-CONTIN        TO TRUE
           SET CAA-88-ACCION-TERMINAL      TO TRUE
           MOVE -1                         TO REPORTL
      *
           .
       2100-ESTADO-INICIO-EXIT.
           EXIT.
      ******************************************************************
      *                    2150-ARMAR-REPORTES                         *
      *  SOLO SE MUESTRAN LOS REPORTES CUYO CODIGO DE ACCESO TIENE     *
      *  PERMITIDO ALGUN ROL DEL USUARIO (CONSULTA, SIN BITACORA)      *
      ******************************************************************
       2150-ARMAR-REPORTES.
      *
           PERFORM 2160-VERIFICAR-REPORTE
              THRU 2160-VERIFICAR-REPORTE-EXIT
             VARYING WS-R FROM 1 BY 1
      * AD01-I : BARRIDO RETROACTIVO A PEDIDO (V12C87B)
      *      UNTIL WS-R GREATER CAT-CANT-REPORTES
             UNTIL WS-R GREATER CAT-CANT-PANTALLA
      * AD01-F
      *
           .
       2150-ARMAR-REPORTES-EXIT.
           EXIT.
      ******************************************************************
      *                    2160-VERIFICAR-REPORTE                      *
      ******************************************************************
       2160-VERIFICAR-REPORTE.
      *
           MOVE SPACES                     TO LISTA-REPORTES(WS-R)
      *
           MOVE AUD-USUARIO                TO W930-USUARIO
           MOVE CAT-TRAN(WS-R)             TO W930-TRAN
           SET W930-88-MODO-CONSULTA       TO TRUE
           MOVE SPACES                     TO W930-RETORNO
                                              W930-DATO-COMPLETO
      *
           EXEC CICS
               LINK PROGRAM('V19C030')
               COMMAREA(V1WC930)
               NOHANDLE
           END-EXEC
      *
           IF  W930-88-PERMITIDO
               MOVE WS-R                   TO WS-REPORTE-NUM
               STRING WS-REPORTE-ALFA      DELIMITED BY SIZE
                      '. '                 DELIMITED BY SIZE
                      CAT-DESCRIPCION(WS-R)
                                           DELIMITED BY SIZE
                      ' '                  DELIMITED BY SIZE
                      CAT-PROGRAMA(WS-R)   DELIMITED BY SIZE
                      INTO LISTA-REPORTES(WS-R)
               END-STRING
           END-IF
      *
           .
       2160-VERIFICAR-REPORTE-EXIT.
           EXIT.
      ******************************************************************
      *                        2200-ESTADO-CONTINUACION                *
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
                   MOVE -1                     TO REPORTL
                   PERFORM REINPUT
           END-EVALUATE
      *
           PERFORM 2150-ARMAR-REPORTES
              THRU 2150-ARMAR-REPORTES-EXIT
      *
      *    SIN REPORTE SOLO SE REFRESCA EL ESTADO DE LAS SOLICITUDES
      *
           IF  REPORTI EQUAL SPACES OR LOW-VALUES
               PERFORM REFRESCAR-LISTA
               MOVE -1                     TO REPORTL
               PERFORM REINPUT
           END-IF
      *
           PERFORM 2300-VALIDAR-SOLICITUD
              THRU 2300-VALIDAR-SOLICITUD-EXIT
      *
           PERFORM 2400-ACUNAR-SOLICITUD
              THRU 2400-ACUNAR-SOLICITUD-EXIT
      *
           PERFORM 2500-GRABAR-SOLICITUD
              THRU 2500-GRABAR-SOLICITUD-EXIT
      *
           PERFORM REFRESCAR-LISTA
      *
           MOVE ME-SOLICITUD-ENCOLADA      TO CAA-COD-AVISO1
           MOVE SPACES                     TO REPORTI
                                              FECDESI
                                              FECHASI
                                              NUMDOCI
                                              PCTBANI
           MOVE -1                         TO REPORTL
           PERFORM REINPUT
      *
           .
       2200-ESTADO-CONTINUACION-EXIT.
           EXIT.
      ******************************************************************
      * 2300-VALIDAR-SOLICITUD
      *  EL REPORTE DEBE ESTAR EN EL CATALOGO Y PERMITIDO (AHORA EN    *
      *  MODO ENTRADA, PARA QUE UN INTENTO DENEGADO QUEDE EN LA        *
      *  BITACORA), LAS FECHAS SER VALIDAS Y EN ORDEN, Y LOS DATOS     *
      *  PROPIOS DE SU TARJETA ESTAR COMPLETOS                         *
      ******************************************************************
       2300-VALIDAR-SOLICITUD.
      *
           MOVE REPORTI                    TO WS-REPORTE-ALFA
      *
           IF  WS-REPORTE-ALFA NOT NUMERIC
            OR WS-REPORTE-NUM EQUAL ZEROES
      * AD01-I : BARRIDO RETROACTIVO A PEDIDO (V12C87B)
      *     OR WS-REPORTE-NUM GREATER CAT-CANT-REPORTES
            OR WS-REPORTE-NUM GREATER CAT-CANT-PANTALLA
      * AD01-F
               MOVE ME-REPORTE-INVALIDO    TO CAA-COD-ERROR
               MOVE -1                     TO REPORTL
               PERFORM REINPUT
           END-IF
      *
           MOVE WS-REPORTE-NUM             TO WS-R
      *
           MOVE AUD-USUARIO                TO W930-USUARIO
           MOVE CAT-TRAN(WS-R)             TO W930-TRAN
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
               MOVE -1                     TO REPORTL
               PERFORM REINPUT
           END-IF
      *
           PERFORM 2310-VALIDAR-FECHAS
              THRU 2310-VALIDAR-FECHAS-EXIT
      *
           MOVE SPACES                     TO NUM-DOC-RPT
           MOVE ZEROES                     TO PCT-BANDA-RPT
      *
           IF  CAT-88-TARJETA-CLIENTE(WS-R)
               IF  NUMDOCI EQUAL SPACES OR LOW-VALUES
                   MOVE ME-DOC-REQUERIDO   TO CAA-COD-ERROR
                   MOVE -1                 TO NUMDOCL
                   PERFORM REINPUT
               END-IF
               MOVE NUMDOCI                TO NUM-DOC-RPT
           END-IF
      *
           IF  CAT-88-TARJETA-BANDA(WS-R)
               PERFORM 2320-VALIDAR-BANDA
                  THRU 2320-VALIDAR-BANDA-EXIT
           END-IF
      *
           PERFORM 2330-VERIFICAR-EN-CURSO
              THRU 2330-VERIFICAR-EN-CURSO-EXIT
      *
           .
       2300-VALIDAR-SOLICITUD-EXIT.
           EXIT.
      ******************************************************************
      * 2310-VALIDAR-FECHAS
      *  DESDE ES OBLIGATORIA; HASTA EN BLANCO ES HOY                  *
      ******************************************************************
       2310-VALIDAR-FECHAS.
      *
           MOVE FECDESI                    TO WS-FEC-VALIDAR
           PERFORM 2390-VALIDAR-FECHA
              THRU 2390-VALIDAR-FECHA-EXIT
      *
           IF  FECHA-NO-VALIDA
               MOVE ME-FECHA-DESDE-VAL     TO CAA-COD-ERROR
               MOVE -1                     TO FECDESL
               PERFORM REINPUT
           END-IF
      *
           IF  FECHASI EQUAL SPACES OR LOW-VALUES
               MOVE WS-FEC-HOY             TO FECHASI
           END-IF
      *
           MOVE FECHASI                    TO WS-FEC-VALIDAR
           PERFORM 2390-VALIDAR-FECHA
              THRU 2390-VALIDAR-FECHA-EXIT
      *
           IF  FECHA-NO-VALIDA
               MOVE ME-FECHA-HASTA-VAL     TO CAA-COD-ERROR
               MOVE -1                     TO FECHASL
               PERFORM REINPUT
           END-IF
      *
           IF  FECDESI GREATER FECHASI
               MOVE ME-FECHA-HASTA-MENOR   TO CAA-COD-ERROR
               MOVE -1                     TO FECHASL
               PERFORM REINPUT
           END-IF
      *
           .
       2310-VALIDAR-FECHAS-EXIT.
           EXIT.
      ******************************************************************
      * 2320-VALIDAR-BANDA
      *  PORCENTAJE NN,NN; EN BLANCO EL REPORTE USA SU BANDA POR       *
      *  DEFECTO                                                       *
      ******************************************************************
       2320-VALIDAR-BANDA.
      *
           IF  PCTBANI EQUAL SPACES OR LOW-VALUES
               GO TO 2320-VALIDAR-BANDA-EXIT
           END-IF
      *
           MOVE PCTBANI                    TO WS-PCT-ALFA
           INSPECT WS-PCT-ENTERO REPLACING LEADING SPACES BY ZEROES
           INSPECT WS-PCT-DECIMAL REPLACING ALL SPACES BY ZEROES
      *
           IF  WS-PCT-ENTERO NOT NUMERIC
            OR WS-PCT-DECIMAL NOT NUMERIC
            OR (WS-PCT-COMA NOT EQUAL ',' AND
                WS-PCT-COMA NOT EQUAL SPACE)
               MOVE ME-BANDA-INVALIDA      TO CAA-COD-ERROR
               MOVE -1                     TO PCTBANL
               PERFORM REINPUT
           END-IF
      *
           MOVE WS-PCT-ENTERO              TO WS-PCT-NUM(1:2)
           MOVE WS-PCT-DECIMAL             TO WS-PCT-NUM(3:2)
      *
           IF  WS-PCT-NUM-R EQUAL ZEROES
               MOVE ME-BANDA-INVALIDA      TO CAA-COD-ERROR
               MOVE -1                     TO PCTBANL
               PERFORM REINPUT
           END-IF
      *
           MOVE WS-PCT-NUM-R               TO PCT-BANDA-RPT
      *
           .
       2320-VALIDAR-BANDA-EXIT.
           EXIT.
      ******************************************************************
      * 2330-VERIFICAR-EN-CURSO
      *  UN MISMO USUARIO NO PUEDE TENER EN COLA DOS VECES EL MISMO    *
      *  REPORTE: LA SEGUNDA ESPERA A QUE TERMINE LA PRIMERA           *
      ******************************************************************
       2330-VERIFICAR-EN-CURSO.
      *
           MOVE 'V1DT153'                  TO WS-TABLA
           MOVE AUD-USUARIO                TO COD-USUARIO-RPT
           MOVE CAT-PROGRAMA(WS-R)         TO COD-REPORTE-RPT
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-CANT-EN-CURSO
               FROM V1DT153
               WHERE COD_USUARIO   = :COD-USUARIO-RPT
                 AND COD_REPORTE   = :COD-REPORTE-RPT
                 AND EST_SOLICITUD IN (:CT-EST-PENDIENTE,
                                       :CT-EST-SOMETIDA)
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               INITIALIZE QGECABC
               MOVE WS-TABLA               TO ABC-OBJETO-ERROR
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  WS-CANT-EN-CURSO GREATER ZEROES
               MOVE ME-SOLICITUD-EN-CURSO  TO CAA-COD-ERROR
               MOVE -1                     TO REPORTL
               PERFORM REINPUT
           END-IF
      *
           .
       2330-VERIFICAR-EN-CURSO-EXIT.
           EXIT.
      ******************************************************************
      * 2390-VALIDAR-FECHA
      *  FECHA AAAAMMDD                                                *
      ******************************************************************
       2390-VALIDAR-FECHA.
      *
           SET FECHA-NO-VALIDA             TO TRUE
      *
           IF  WS-FEC-VALIDAR NOT NUMERIC
               GO TO 2390-VALIDAR-FECHA-EXIT
           END-IF
      *
           IF  WS-88-MES-OK
           AND WS-88-DIA-OK
           AND WS-VAL-ANO GREATER 1900
               SET FECHA-VALIDA            TO TRUE
           END-IF
      *
           .
       2390-VALIDAR-FECHA-EXIT.
           EXIT.
      ******************************************************************
      *                  2400-ACUNAR-SOLICITUD                         *
      *  NUMERACION DEFENDIBLE: LA FILA DEL CONTADOR SE ACTUALIZA Y    *
      *  SE LEE EN LA MISMA UNIDAD DE TRABAJO (V1DT056)                *
      ******************************************************************
       2400-ACUNAR-SOLICITUD.
      *
           MOVE 'V1DT056'                  TO WS-TABLA
           MOVE CT-CONTADOR-SOLICITUD      TO COD-CONTADOR
      *
           EXEC SQL
               UPDATE V1DT056
                  SET NUM_ACTUAL   = NUM_ACTUAL + 1
                WHERE COD_CONTADOR = :COD-CONTADOR
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               INITIALIZE QGECABC
               MOVE WS-TABLA               TO ABC-OBJETO-ERROR
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           EXEC SQL
               SELECT NUM_ACTUAL
               INTO  :NUM-ACTUAL
               FROM V1DT056
               WHERE COD_CONTADOR = :COD-CONTADOR
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               INITIALIZE QGECABC
               MOVE WS-TABLA               TO ABC-OBJETO-ERROR
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           MOVE NUM-ACTUAL                 TO NUM-SOLICITUD-RPT
      *
           .
       2400-ACUNAR-SOLICITUD-EXIT.
           EXIT.
      ******************************************************************
      *                  2500-GRABAR-SOLICITUD                         *
      *  LA SOLICITUD ENTRA PENDIENTE; EL SOMETEDOR V13C75B LA TOMA    *
      *  EN SU PROXIMA PASADA                                          *
      ******************************************************************
       2500-GRABAR-SOLICITUD.
      *
           MOVE 'V1DT153'                  TO WS-TABLA
      *
           MOVE AUD-USUARIO                TO COD-USUARIO-RPT
           MOVE CAT-PROGRAMA(WS-R)         TO COD-REPORTE-RPT
           MOVE WS-ENT-USUARIO             TO COD-ENT-RPT
           MOVE FECDESI                    TO FEC-DESDE-RPT
           MOVE FECHASI                    TO FEC-HASTA-RPT
           MOVE CT-EST-PENDIENTE           TO EST-SOLICITUD-RPT
           MOVE WS-FEC-HOY                 TO FEC-SOLICITUD-RPT
           MOVE WS-HOR-HOY                 TO HOR-SOLICITUD-RPT
           MOVE SPACES                     TO NOM-TRABAJO-RPT
                                              FEC-SOMETIDA-RPT
                                              HOR-SOMETIDA-RPT
                                              FEC-FIN-RPT
                                              HOR-FIN-RPT
           MOVE ZEROES                     TO ID-BUSQUEDA-RPT
      *
           EXEC SQL
               INSERT INTO V1DT153
                   (NUM_SOLICITUD,
                    COD_USUARIO,
                    COD_REPORTE,
                    COD_ENT_BANCO,
                    FEC_DESDE,
                    FEC_HASTA,
                    NUM_DOC_PERSONA,
                    PCT_BANDA,
                    EST_SOLICITUD,
                    FEC_SOLICITUD,
                    HOR_SOLICITUD,
                    NOM_TRABAJO,
                    FEC_SOMETIDA,
                    HOR_SOMETIDA,
                    FEC_FIN,
                    HOR_FIN,
                    ID_BUSQUEDA)
               VALUES
                   (:NUM-SOLICITUD-RPT,
                    :COD-USUARIO-RPT,
                    :COD-REPORTE-RPT,
                    :COD-ENT-RPT,
                    :FEC-DESDE-RPT,
                    :FEC-HASTA-RPT,
                    :NUM-DOC-RPT,
                    :PCT-BANDA-RPT,
                    :EST-SOLICITUD-RPT,
                    :FEC-SOLICITUD-RPT,
                    :HOR-SOLICITUD-RPT,
                    :NOM-TRABAJO-RPT,
                    :FEC-SOMETIDA-RPT,
                    :HOR-SOMETIDA-RPT,
                    :FEC-FIN-RPT,
                    :HOR-FIN-RPT,
                    :ID-BUSQUEDA-RPT)
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               INITIALIZE QGECABC
               MOVE WS-TABLA               TO ABC-OBJETO-ERROR
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       2500-GRABAR-SOLICITUD-EXIT.
           EXIT.
      ******************************************************************
      * REFRESCAR-LISTA
      *  LAS ULTIMAS SOLICITUDES DEL USUARIO, LA MAS RECIENTE PRIMERO  *
      ******************************************************************
       REFRESCAR-LISTA.
      *
           PERFORM INICIAR-FILAS
             VARYING WS-I FROM 1 BY 1
             UNTIL WS-I GREATER CT-MAX-FILAS
      *
           PERFORM BUSCAR-SOLICITUDES
      *
           .
      ******************************************************************
      * INICIAR-FILAS
      ******************************************************************
       INICIAR-FILAS.
      *
           MOVE SPACES                     TO FILAS-SOLICITUD(WS-I)
      *
           .
      ******************************************************************
      * BUSCAR-SOLICITUDES
      ******************************************************************
       BUSCAR-SOLICITUDES.
      *
           MOVE ZEROES                     TO CN-REGISTROS
           SET NO-FIN-CURSOR               TO TRUE
           MOVE AUD-USUARIO                TO COD-USUARIO-RPT
      *
           PERFORM ABRIR-CURSOR
              THRU ABRIR-CURSOR-EXIT
      *
           PERFORM LEER-CURSOR
              THRU LEER-CURSOR-EXIT
             UNTIL FIN-CURSOR
                OR CN-REGISTROS NOT LESS CT-MAX-FILAS
      *
           PERFORM CERRAR-CURSOR
              THRU CERRAR-CURSOR-EXIT
      *
           .
      ******************************************************************
      * ABRIR-CURSOR
      ******************************************************************
       ABRIR-CURSOR.
      *
           EXEC SQL
               OPEN V13C75Z-V1DC75Z1
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               INITIALIZE QGECABC
               MOVE 'V1DT153'              TO ABC-OBJETO-ERROR
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       ABRIR-CURSOR-EXIT.
           EXIT.
      ******************************************************************
      * LEER-CURSOR
      ******************************************************************
       LEER-CURSOR.
      *
           EXEC SQL
               FETCH V13C75Z-V1DC75Z1
               INTO :NUM-SOLICITUD-RPT,
                    :COD-REPORTE-RPT,
                    :FEC-DESDE-RPT,
                    :FEC-HASTA-RPT,
                    :EST-SOLICITUD-RPT,
                    :FEC-SOLICITUD-RPT,
                    :FEC-FIN-RPT,
                    :ID-BUSQUEDA-RPT
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   PERFORM PROCESAR-SOLICITUD
                      THRU PROCESAR-SOLICITUD-EXIT

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   INITIALIZE QGECABC
                   MOVE 'V1DT153'          TO ABC-OBJETO-ERROR
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
       LEER-CURSOR-EXIT.
           EXIT.
      ******************************************************************
      * CERRAR-CURSOR
      ******************************************************************
       CERRAR-CURSOR.
      *
           EXEC SQL
               CLOSE V13C75Z-V1DC75Z1
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               INITIALIZE QGECABC
               MOVE 'V1DT153'              TO ABC-OBJETO-ERROR
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           .
       CERRAR-CURSOR-EXIT.
           EXIT.
      ******************************************************************
      * PROCESAR-SOLICITUD
      *  NUMERO, REPORTE, RANGO, ESTADO CON SU FECHA Y, SI TERMINO,    *
      *  EL JUEGO DE RESULTADOS QUE SE ABRE EN V12C79Z                 *
      ******************************************************************
       PROCESAR-SOLICITUD.
      *
           ADD 1                           TO CN-REGISTROS
      *
           MOVE FEC-SOLICITUD-RPT          TO WS-FEC-ESTADO
           MOVE ZEROES                     TO WS-ID-BUSQUEDA-ED
      *
           EVALUATE EST-SOLICITUD-RPT
               WHEN CT-EST-PENDIENTE
                   MOVE 'PENDIENTE'        TO WS-ESTADO-TEXTO
               WHEN CT-EST-SOMETIDA
                   MOVE 'EN PROCESO'       TO WS-ESTADO-TEXTO
               WHEN CT-EST-TERMINADA
                   MOVE 'TERMINADA'        TO WS-ESTADO-TEXTO
                   MOVE FEC-FIN-RPT        TO WS-FEC-ESTADO
                   MOVE ID-BUSQUEDA-RPT    TO WS-ID-BUSQUEDA-ED
               WHEN CT-EST-ERROR
                   MOVE 'CON ERROR'        TO WS-ESTADO-TEXTO
                   MOVE FEC-FIN-RPT        TO WS-FEC-ESTADO
               WHEN OTHER
                   MOVE EST-SOLICITUD-RPT  TO WS-ESTADO-TEXTO
           END-EVALUATE
      *
           MOVE NUM-SOLICITUD-RPT          TO WS-NUM-SOLICITUD-ED
           MOVE SPACES                     TO WS-LINEA-SOLICITUD
      *
           STRING WS-NUM-SOLICITUD-ED      DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  COD-REPORTE-RPT          DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  FEC-DESDE-RPT            DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  FEC-HASTA-RPT            DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  WS-ESTADO-TEXTO          DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  WS-FEC-ESTADO            DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  WS-ID-BUSQUEDA-ED        DELIMITED BY SIZE
                  INTO WS-LINEA-SOLICITUD
           END-STRING
      *
           MOVE WS-LINEA-SOLICITUD     TO FILAS-SOLICITUD(CN-REGISTROS)
      *
           .
       PROCESAR-SOLICITUD-EXIT.
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
           PERFORM REGISTRAR-RENDIMIENTO
              THRU REGISTRAR-RENDIMIENTO-EXIT
      *
           EXEC CICS
                RETURN
           END-EXEC
      *
           .
       3000-FIN-EXIT.
           EXIT.
      ******************************************************************
      *                       9999-ABEND-DB2                           *
      *  SE ABENDA LA TAREA CUANDO SE PRODUCE UN ERROR DB2             *
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
      ******************************************************************
      *                    REGISTRAR-RENDIMIENTO                       *
      *  GRABA EN LA BITACORA DE RENDIMIENTO (V1DT139) EL TIEMPO DE    *
      *  RESPUESTA DE ESTA EJECUCION.  LA RUTINA NO ABORTA NUNCA LA    *
      *  TRANSACCION                                                   *
      ******************************************************************
       REGISTRAR-RENDIMIENTO.
      *
           MOVE 'V13C75Z'                  TO W963-PROGRAMA
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
